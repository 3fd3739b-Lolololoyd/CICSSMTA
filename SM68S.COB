      * SYMBOLIC MAP of sm68s Created by CACXBMS Version 6.0.27
       01  SM68MI.
	   02  FILLER				      PIC X(12).
	   02  M68DATEL				      PIC S9(4) COMP.
	   02  M68DATEF				      PIC X.
	   02  FILLER REDEFINES M68DATEF.
	       03  M68DATEA			      PIC X.
	   02  M68DATEI				      PIC X(010).
	   02  IUSRL				      PIC S9(4) COMP.
	   02  IUSRF				      PIC X.
	   02  FILLER REDEFINES IUSRF.
	       03  IUSRA			      PIC X.
	   02  IUSRI				      PIC X(008).
	   02  LACTI OCCURS 10 TIMES.
	       03  LSELL			      PIC S9(4) COMP.
	       03  LSELF			      PIC X.
	       03  FILLER REDEFINES LSELF.
	           04  LSELA			      PIC X.
	       03  LSELI			      PIC X(001).
	       03  LRPTL			      PIC S9(4) COMP.
	       03  LRPTF			      PIC X.
	       03  FILLER REDEFINES LRPTF.
	           04  LRPTA			      PIC X.
	       03  LRPTI			      PIC X(008).
	       03  LMTHL			      PIC S9(4) COMP.
	       03  LMTHF			      PIC X.
	       03  FILLER REDEFINES LMTHF.
	           04  LMTHA			      PIC X.
	       03  LMTHI			      PIC X(001).
	       03  LMNDL			      PIC S9(4) COMP.
	       03  LMNDF			      PIC X.
	       03  FILLER REDEFINES LMNDF.
	           04  LMNDA			      PIC X.
	       03  LMNDI			      PIC X(001).
	       03  LADBL			      PIC S9(4) COMP.
	       03  LADBF			      PIC X.
	       03  FILLER REDEFINES LADBF.
	           04  LADBA			      PIC X.
	       03  LADBI			      PIC X(008).
	       03  LLSTL			      PIC S9(4) COMP.
	       03  LLSTF			      PIC X.
	       03  FILLER REDEFINES LLSTF.
	           04  LLSTA			      PIC X.
	       03  LLSTI			      PIC X(008).
	   02  DRPTL				      PIC S9(4) COMP.
	   02  DRPTF				      PIC X.
	   02  FILLER REDEFINES DRPTF.
	       03  DRPTA			      PIC X.
	   02  DRPTI				      PIC X(008).
	   02  DMTHL				      PIC S9(4) COMP.
	   02  DMTHF				      PIC X.
	   02  FILLER REDEFINES DMTHF.
	       03  DMTHA			      PIC X.
	   02  DMTHI				      PIC X(001).
	   02  DMNDL				      PIC S9(4) COMP.
	   02  DMNDF				      PIC X.
	   02  FILLER REDEFINES DMNDF.
	       03  DMNDA			      PIC X.
	   02  DMNDI				      PIC X(001).
	   02  ERRMSGL				      PIC S9(4) COMP.
	   02  ERRMSGF				      PIC X.
	   02  FILLER REDEFINES ERRMSGF.
	       03  ERRMSGA			      PIC X.
	   02  ERRMSGI				      PIC X(071).
       01  SM68MO REDEFINES SM68MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M68DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  IUSRO				      PIC X(008).
	   02  LACTO OCCURS 10 TIMES.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LSELO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LRPTO			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LMTHO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LMNDO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LADBO			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LLSTO			      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DRPTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DMTHO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DMNDO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ERRMSGO				      PIC X(071).
