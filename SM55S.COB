      * SYMBOLIC MAP of sm55s Created by CACXBMS Version 6.0.27
       01  SM55MI.
	   02  FILLER				      PIC X(12).
	   02  M55DATEL				      PIC S9(4) COMP.
	   02  M55DATEF				      PIC X.
	   02  FILLER REDEFINES M55DATEF.
	       03  M55DATEA			      PIC X.
	   02  M55DATEI				      PIC X(010).
	   02  VVIDL				      PIC S9(4) COMP.
	   02  VVIDF				      PIC X.
	   02  FILLER REDEFINES VVIDF.
	       03  VVIDA			      PIC X.
	   02  VVIDI				      PIC X(008).
	   02  VNAML				      PIC S9(4) COMP.
	   02  VNAMF				      PIC X.
	   02  FILLER REDEFINES VNAMF.
	       03  VNAMA			      PIC X.
	   02  VNAMI				      PIC X(030).
	   02  VPHNL				      PIC S9(4) COMP.
	   02  VPHNF				      PIC X.
	   02  FILLER REDEFINES VPHNF.
	       03  VPHNA			      PIC X.
	   02  VPHNI				      PIC X(024).
	   02  VNTFL				      PIC S9(4) COMP.
	   02  VNTFF				      PIC X.
	   02  FILLER REDEFINES VNTFF.
	       03  VNTFA			      PIC X.
	   02  VNTFI				      PIC X(050).
	   02  VACCL				      PIC S9(4) COMP.
	   02  VACCF				      PIC X.
	   02  FILLER REDEFINES VACCF.
	       03  VACCA			      PIC X.
	   02  VACCI				      PIC X(015).
	   02  VUPDL				      PIC S9(4) COMP.
	   02  VUPDF				      PIC X.
	   02  FILLER REDEFINES VUPDF.
	       03  VUPDA			      PIC X.
	   02  VUPDI				      PIC X(008).
	   02  VUDTL				      PIC S9(4) COMP.
	   02  VUDTF				      PIC X.
	   02  FILLER REDEFINES VUDTF.
	       03  VUDTA			      PIC X.
	   02  VUDTI				      PIC X(008).
	   02  MSGL				      PIC S9(4) COMP.
	   02  MSGF				      PIC X.
	   02  FILLER REDEFINES MSGF.
	       03  MSGA				      PIC X.
	   02  MSGI				      PIC X(060).
       01  SM55MO REDEFINES SM55MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M55DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VVIDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VNAMO				      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VPHNO				      PIC X(024).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VNTFO				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VACCO				      PIC X(015).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VUPDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VUDTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSGO				      PIC X(060).
