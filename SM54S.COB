      * SYMBOLIC MAP of sm54s Created by CACXBMS Version 6.0.27
       01  SM54MI.
	   02  FILLER				      PIC X(12).
	   02  M54DATEL				      PIC S9(4) COMP.
	   02  M54DATEF				      PIC X.
	   02  FILLER REDEFINES M54DATEF.
	       03  M54DATEA			      PIC X.
	   02  M54DATEI				      PIC X(010).
	   02  PNUML				      PIC S9(4) COMP.
	   02  PNUMF				      PIC X.
	   02  FILLER REDEFINES PNUMF.
	       03  PNUMA			      PIC X.
	   02  PNUMI				      PIC X(010).
	   02  PDSCL				      PIC S9(4) COMP.
	   02  PDSCF				      PIC X.
	   02  FILLER REDEFINES PDSCF.
	       03  PDSCA			      PIC X.
	   02  PDSCI				      PIC X(030).
	   02  PCSTL				      PIC S9(4) COMP.
	   02  PCSTF				      PIC X.
	   02  FILLER REDEFINES PCSTF.
	       03  PCSTA			      PIC X.
	   02  PCSTI				      PIC X(008).
	   02  PONHL				      PIC S9(4) COMP.
	   02  PONHF				      PIC X.
	   02  FILLER REDEFINES PONHF.
	       03  PONHA			      PIC X.
	   02  PONHI				      PIC X(005).
	   02  PROPL				      PIC S9(4) COMP.
	   02  PROPF				      PIC X.
	   02  FILLER REDEFINES PROPF.
	       03  PROPA			      PIC X.
	   02  PROPI				      PIC X(005).
	   02  PLOCL				      PIC S9(4) COMP.
	   02  PLOCF				      PIC X.
	   02  FILLER REDEFINES PLOCF.
	       03  PLOCA			      PIC X.
	   02  PLOCI				      PIC X(010).
	   02  PUPDL				      PIC S9(4) COMP.
	   02  PUPDF				      PIC X.
	   02  FILLER REDEFINES PUPDF.
	       03  PUPDA			      PIC X.
	   02  PUPDI				      PIC X(008).
	   02  PUDTL				      PIC S9(4) COMP.
	   02  PUDTF				      PIC X.
	   02  FILLER REDEFINES PUDTF.
	       03  PUDTA			      PIC X.
	   02  PUDTI				      PIC X(008).
	   02  MSGL				      PIC S9(4) COMP.
	   02  MSGF				      PIC X.
	   02  FILLER REDEFINES MSGF.
	       03  MSGA				      PIC X.
	   02  MSGI				      PIC X(060).
       01  SM54MO REDEFINES SM54MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M54DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PNUMO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PDSCO				      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PCSTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PONHO				      PIC X(005).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PROPO				      PIC X(005).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PLOCO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PUPDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PUDTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSGO				      PIC X(060).
