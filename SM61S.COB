      * SYMBOLIC MAP of sm61s Created by CACXBMS Version 6.0.27
       01  SM61MI.
	   02  FILLER				      PIC X(12).
	   02  M61DATEL				      PIC S9(4) COMP.
	   02  M61DATEF				      PIC X.
	   02  FILLER REDEFINES M61DATEF.
	       03  M61DATEA			      PIC X.
	   02  M61DATEI				      PIC X(010).
	   02  GUSRL				      PIC S9(4) COMP.
	   02  GUSRF				      PIC X.
	   02  FILLER REDEFINES GUSRF.
	       03  GUSRA			      PIC X.
	   02  GUSRI				      PIC X(008).
	   02  GSVCL				      PIC S9(4) COMP.
	   02  GSVCF				      PIC X.
	   02  FILLER REDEFINES GSVCF.
	       03  GSVCA			      PIC X.
	   02  GSVCI				      PIC X(001).
	   02  GCATL				      PIC S9(4) COMP.
	   02  GCATF				      PIC X.
	   02  FILLER REDEFINES GCATF.
	       03  GCATA			      PIC X.
	   02  GCATI				      PIC X(006).
	   02  GNOTL				      PIC S9(4) COMP.
	   02  GNOTF				      PIC X.
	   02  FILLER REDEFINES GNOTF.
	       03  GNOTA			      PIC X.
	   02  GNOTI				      PIC X(030).
	   02  GBYL				      PIC S9(4) COMP.
	   02  GBYF				      PIC X.
	   02  FILLER REDEFINES GBYF.
	       03  GBYA				      PIC X.
	   02  GBYI				      PIC X(008).
	   02  GDTL				      PIC S9(4) COMP.
	   02  GDTF				      PIC X.
	   02  FILLER REDEFINES GDTF.
	       03  GDTA				      PIC X.
	   02  GDTI				      PIC X(008).
	   02  MSGL				      PIC S9(4) COMP.
	   02  MSGF				      PIC X.
	   02  FILLER REDEFINES MSGF.
	       03  MSGA				      PIC X.
	   02  MSGI				      PIC X(060).
       01  SM61MO REDEFINES SM61MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M61DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  GUSRO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  GSVCO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  GCATO				      PIC X(006).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  GNOTO				      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  GBYO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  GDTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSGO				      PIC X(060).
