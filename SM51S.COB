      * SYMBOLIC MAP of sm51s Created by CACXBMS Version 6.0.27
       01  SM51MI.
	   02  FILLER				      PIC X(12).
	   02  M51DATEL				      PIC S9(4) COMP.
	   02  M51DATEF				      PIC X.
	   02  FILLER REDEFINES M51DATEF.
	       03  M51DATEA			      PIC X.
	   02  M51DATEI				      PIC X(010).
	   02  BRGNL				      PIC S9(4) COMP.
	   02  BRGNF				      PIC X.
	   02  FILLER REDEFINES BRGNF.
	       03  BRGNA			      PIC X.
	   02  BRGNI				      PIC X(002).
	   02  BROWI OCCURS 7 TIMES.
	       03  BSTRL			      PIC S9(4) COMP.
	       03  BSTRF			      PIC X.
	       03  FILLER REDEFINES BSTRF.
		   04  BSTRA			      PIC X.
	       03  BSTRI			      PIC X(004).
	       03  BENDL			      PIC S9(4) COMP.
	       03  BENDF			      PIC X.
	       03  FILLER REDEFINES BENDF.
		   04  BENDA			      PIC X.
	       03  BENDI			      PIC X(004).
	   02  BUPDL				      PIC S9(4) COMP.
	   02  BUPDF				      PIC X.
	   02  FILLER REDEFINES BUPDF.
	       03  BUPDA			      PIC X.
	   02  BUPDI				      PIC X(008).
	   02  BUDTL				      PIC S9(4) COMP.
	   02  BUDTF				      PIC X.
	   02  FILLER REDEFINES BUDTF.
	       03  BUDTA			      PIC X.
	   02  BUDTI				      PIC X(008).
	   02  MSGL				      PIC S9(4) COMP.
	   02  MSGF				      PIC X.
	   02  FILLER REDEFINES MSGF.
	       03  MSGA				      PIC X.
	   02  MSGI				      PIC X(060).
       01  SM51MO REDEFINES SM51MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M51DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  BRGNO				      PIC X(002).
	   02  BROWO OCCURS 7 TIMES.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  BSTRO			      PIC X(004).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  BENDO			      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  BUPDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  BUDTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSGO				      PIC X(060).
