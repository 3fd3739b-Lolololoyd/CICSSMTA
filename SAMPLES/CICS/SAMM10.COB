	       03  REGNA			      PIC X.
	   02  FILLER				      PIC XXXX.
	   02  REGNI				      PIC X(002).
	   02  ORGNL				      PIC S9(4) COMP.
	   02  ORGNF				      PIC X.
	   02  FILLER REDEFINES ORGNF.
	       03  ORGNA			      PIC X.
	   02  FILLER				      PIC XXXX.
	   02  ORGNI				      PIC X(008).
	   02  SHRTNML				      PIC S9(4) COMP.
	   02  SHRTNMF				      PIC X.
	   02  FILLER REDEFINES SHRTNMF.
	   02  REGNO				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ORGNC				      PIC X.
	   02  ORGNP				      PIC X.
	   02  ORGNH				      PIC X.
	   02  ORGNV				      PIC X.
	   02  ORGNO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  SHRTNMC				      PIC X.
	   02  SHRTNMP				      PIC X.
	   02  SHRTNMH				      PIC X.
