      * SYMBOLIC MAP of sm56s Created by CACXBMS Version 6.0.27
       01  SM56MI.
	   02  FILLER				      PIC X(12).
	   02  M56DATEL				      PIC S9(4) COMP.
	   02  M56DATEF				      PIC X.
	   02  FILLER REDEFINES M56DATEF.
	       03  M56DATEA			      PIC X.
	   02  M56DATEI				      PIC X(010).
	   02  CVNDL				      PIC S9(4) COMP.
	   02  CVNDF				      PIC X.
	   02  FILLER REDEFINES CVNDF.
	       03  CVNDA			      PIC X.
	   02  CVNDI				      PIC X(008).
	   02  CNUML				      PIC S9(4) COMP.
	   02  CNUMF				      PIC X.
	   02  FILLER REDEFINES CNUMF.
	       03  CNUMA			      PIC X.
	   02  CNUMI				      PIC X(012).
	   02  CVNML				      PIC S9(4) COMP.
	   02  CVNMF				      PIC X.
	   02  FILLER REDEFINES CVNMF.
	       03  CVNMA			      PIC X.
	   02  CVNMI				      PIC X(030).
	   02  CSTRL				      PIC S9(4) COMP.
	   02  CSTRF				      PIC X.
	   02  FILLER REDEFINES CSTRF.
	       03  CSTRA			      PIC X.
	   02  CSTRI				      PIC X(008).
	   02  CENDL				      PIC S9(4) COMP.
	   02  CENDF				      PIC X.
	   02  FILLER REDEFINES CENDF.
	       03  CENDA			      PIC X.
	   02  CENDI				      PIC X(008).
	   02  CCOVL				      PIC S9(4) COMP.
	   02  CCOVF				      PIC X.
	   02  FILLER REDEFINES CCOVF.
	       03  CCOVA			      PIC X.
	   02  CCOVI				      PIC X(001).
	   02  CDSCL				      PIC S9(4) COMP.
	   02  CDSCF				      PIC X.
	   02  FILLER REDEFINES CDSCF.
	       03  CDSCA			      PIC X.
	   02  CDSCI				      PIC X(030).
	   02  CUPDL				      PIC S9(4) COMP.
	   02  CUPDF				      PIC X.
	   02  FILLER REDEFINES CUPDF.
	       03  CUPDA			      PIC X.
	   02  CUPDI				      PIC X(008).
	   02  CUDTL				      PIC S9(4) COMP.
	   02  CUDTF				      PIC X.
	   02  FILLER REDEFINES CUDTF.
	       03  CUDTA			      PIC X.
	   02  CUDTI				      PIC X(008).
	   02  MSGL				      PIC S9(4) COMP.
	   02  MSGF				      PIC X.
	   02  FILLER REDEFINES MSGF.
	       03  MSGA				      PIC X.
	   02  MSGI				      PIC X(060).
       01  SM56MO REDEFINES SM56MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M56DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CVNDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CNUMO				      PIC X(012).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CVNMO				      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CSTRO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CENDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CCOVO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CDSCO				      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CUPDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CUDTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSGO				      PIC X(060).
