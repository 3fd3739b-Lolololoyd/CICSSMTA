      * SYMBOLIC MAP of sm71s Created by CACXBMS Version 6.0.27
       01  SM71MI.
	   02  FILLER				      PIC X(12).
	   02  M71DATEL				      PIC S9(4) COMP.
	   02  M71DATEF				      PIC X.
	   02  FILLER REDEFINES M71DATEF.
	       03  M71DATEA			      PIC X.
	   02  M71DATEI				      PIC X(010).
	   02  IUSRL				      PIC S9(4) COMP.
	   02  IUSRF				      PIC X.
	   02  FILLER REDEFINES IUSRF.
	       03  IUSRA			      PIC X.
	   02  IUSRI				      PIC X(008).
	   02  UNAML				      PIC S9(4) COMP.
	   02  UNAMF				      PIC X.
	   02  FILLER REDEFINES UNAMF.
	       03  UNAMA			      PIC X.
	   02  UNAMI				      PIC X(018).
	   02  PTRML				      PIC S9(4) COMP.
	   02  PTRMF				      PIC X.
	   02  FILLER REDEFINES PTRMF.
	       03  PTRMA			      PIC X.
	   02  PTRMI				      PIC X(004).
	   02  PLNGL				      PIC S9(4) COMP.
	   02  PLNGF				      PIC X.
	   02  FILLER REDEFINES PLNGF.
	       03  PLNGA			      PIC X.
	   02  PLNGI				      PIC X(002).
	   02  DFRQL				      PIC S9(4) COMP.
	   02  DFRQF				      PIC X.
	   02  FILLER REDEFINES DFRQF.
	       03  DFRQA			      PIC X.
	   02  DFRQI				      PIC X(001).
	   02  DCHGL				      PIC S9(4) COMP.
	   02  DCHGF				      PIC X.
	   02  FILLER REDEFINES DCHGF.
	       03  DCHGA			      PIC X.
	   02  DCHGI				      PIC X(001).
	   02  DLSTL				      PIC S9(4) COMP.
	   02  DLSTF				      PIC X.
	   02  FILLER REDEFINES DLSTF.
	       03  DLSTA			      PIC X.
	   02  DLSTI				      PIC X(010).
	   02  ERRMSGL				      PIC S9(4) COMP.
	   02  ERRMSGF				      PIC X.
	   02  FILLER REDEFINES ERRMSGF.
	       03  ERRMSGA			      PIC X.
	   02  ERRMSGI				      PIC X(071).
       01  SM71MO REDEFINES SM71MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M71DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  IUSRO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  UNAMO				      PIC X(018).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PTRMO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PLNGO				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DFRQO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DCHGO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DLSTO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ERRMSGO				      PIC X(071).
