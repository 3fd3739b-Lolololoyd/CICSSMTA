	       03  NTFYA			      PIC X.
	   02  FILLER				      PIC XXXX.
	   02  NTFYI				      PIC X(050).
	   02  ORGNL				      PIC S9(4) COMP.
	   02  ORGNF				      PIC X.
	   02  FILLER REDEFINES ORGNF.
	       03  ORGNA			      PIC X.
	   02  FILLER				      PIC XXXX.
	   02  ORGNI				      PIC X(008).
	   02  CONFIL				      PIC S9(4) COMP.
	   02  CONFIF				      PIC X.
	   02  FILLER REDEFINES CONFIF.
	       03  CONFIA			      PIC X.
	   02  FILLER				      PIC XXXX.
	   02  CONFII				      PIC X(001).
	   02  RSNL				      PIC S9(4) COMP.
	   02  RSNF				      PIC X.
	   02  FILLER REDEFINES RSNF.
	       03  RSNA			      PIC X.
	   02  FILLER				      PIC XXXX.
	   02  RSNI				      PIC X(040).
	   02  MSGL				      PIC S9(4) COMP.
	   02  MSGF				      PIC X.
	   02  FILLER REDEFINES MSGF.
	   02  NTFYO				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ORGNC				      PIC X.
	   02  ORGNP				      PIC X.
	   02  ORGNH				      PIC X.
	   02  ORGNV				      PIC X.
	   02  ORGNO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CONFIC				      PIC X.
	   02  CONFIP				      PIC X.
	   02  CONFIH				      PIC X.
	   02  CONFIO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  RSNC				      PIC X.
	   02  RSNP				      PIC X.
	   02  RSNH				      PIC X.
	   02  RSNV				      PIC X.
	   02  RSNO				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSGC				      PIC X.
	   02  MSGP				      PIC X.
	   02  MSGH				      PIC X.
