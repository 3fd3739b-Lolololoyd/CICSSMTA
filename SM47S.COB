      * SYMBOLIC MAP of sm47s Created by CACXBMS Version 6.0.27
       01  SM47MI.
	   02  FILLER				      PIC X(12).
	   02  M47DATEL				      PIC S9(4) COMP.
	   02  M47DATEF				      PIC X.
	   02  FILLER REDEFINES M47DATEF.
	       03  M47DATEA			      PIC X.
	   02  M47DATEI				      PIC X(010).
	   02  TCODL				      PIC S9(4) COMP.
	   02  TCODF				      PIC X.
	   02  FILLER REDEFINES TCODF.
	       03  TCODA			      PIC X.
	   02  TCODI				      PIC X(006).
	   02  TNAML				      PIC S9(4) COMP.
	   02  TNAMF				      PIC X.
	   02  FILLER REDEFINES TNAMF.
	       03  TNAMA			      PIC X.
	   02  TNAMI				      PIC X(030).
	   02  TLEDL				      PIC S9(4) COMP.
	   02  TLEDF				      PIC X.
	   02  FILLER REDEFINES TLEDF.
	       03  TLEDA			      PIC X.
	   02  TLEDI				      PIC X(008).
	   02  TACTL				      PIC S9(4) COMP.
	   02  TACTF				      PIC X.
	   02  FILLER REDEFINES TACTF.
	       03  TACTA			      PIC X.
	   02  TACTI				      PIC X(001).
	   02  TMEMI OCCURS 12 TIMES.
	       03  TMBRL			      PIC S9(4) COMP.
	       03  TMBRF			      PIC X.
	       03  FILLER REDEFINES TMBRF.
		   04  TMBRA			      PIC X.
	       03  TMBRI			      PIC X(008).
	   02  MSGL				      PIC S9(4) COMP.
	   02  MSGF				      PIC X.
	   02  FILLER REDEFINES MSGF.
	       03  MSGA				      PIC X.
	   02  MSGI				      PIC X(060).
       01  SM47MO REDEFINES SM47MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M47DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TCODO				      PIC X(006).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TNAMO				      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TLEDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TACTO				      PIC X(001).
	   02  TMEMO OCCURS 12 TIMES.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  TMBRO			      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSGO				      PIC X(060).
