      * SYMBOLIC MAP of sm53s Created by CACXBMS Version 6.0.27
       01  SM53MI.
	   02  FILLER				      PIC X(12).
	   02  M53DATEL				      PIC S9(4) COMP.
	   02  M53DATEF				      PIC X.
	   02  FILLER REDEFINES M53DATEF.
	       03  M53DATEA			      PIC X.
	   02  M53DATEI				      PIC X(010).
	   02  CALRL				      PIC S9(4) COMP.
	   02  CALRF				      PIC X.
	   02  FILLER REDEFINES CALRF.
	       03  CALRA			      PIC X.
	   02  CALRI				      PIC X(008).
	   02  CNAML				      PIC S9(4) COMP.
	   02  CNAMF				      PIC X.
	   02  FILLER REDEFINES CNAMF.
	       03  CNAMA			      PIC X.
	   02  CNAMI				      PIC X(018).
	   02  CDPTL				      PIC S9(4) COMP.
	   02  CDPTF				      PIC X.
	   02  FILLER REDEFINES CDPTF.
	       03  CDPTA			      PIC X.
	   02  CDPTI				      PIC X(005).
	   02  SVCL				      PIC S9(4) COMP.
	   02  SVCF				      PIC X.
	   02  FILLER REDEFINES SVCF.
	       03  SVCA				      PIC X.
	   02  SVCI				      PIC X(008).
	   02  SCATL				      PIC S9(4) COMP.
	   02  SCATF				      PIC X.
	   02  FILLER REDEFINES SCATF.
	       03  SCATA			      PIC X.
	   02  SCATI				      PIC X(006).
	   02  MINSL				      PIC S9(4) COMP.
	   02  MINSF				      PIC X.
	   02  FILLER REDEFINES MINSF.
	       03  MINSA			      PIC X.
	   02  MINSI				      PIC X(003).
	   02  RESVL				      PIC S9(4) COMP.
	   02  RESVF				      PIC X.
	   02  FILLER REDEFINES RESVF.
	       03  RESVA			      PIC X.
	   02  RESVI				      PIC X(001).
	   02  TKTL				      PIC S9(4) COMP.
	   02  TKTF				      PIC X.
	   02  FILLER REDEFINES TKTF.
	       03  TKTA				      PIC X.
	   02  TKTI				      PIC X(006).
	   02  NOTEL				      PIC S9(4) COMP.
	   02  NOTEF				      PIC X.
	   02  FILLER REDEFINES NOTEF.
	       03  NOTEA			      PIC X.
	   02  NOTEI				      PIC X(040).
	   02  TCNTL				      PIC S9(4) COMP.
	   02  TCNTF				      PIC X.
	   02  FILLER REDEFINES TCNTF.
	       03  TCNTA			      PIC X.
	   02  TCNTI				      PIC X(004).
	   02  TRESL				      PIC S9(4) COMP.
	   02  TRESF				      PIC X.
	   02  FILLER REDEFINES TRESF.
	       03  TRESA			      PIC X.
	   02  TRESI				      PIC X(004).
	   02  TTKTL				      PIC S9(4) COMP.
	   02  TTKTF				      PIC X.
	   02  FILLER REDEFINES TTKTF.
	       03  TTKTA			      PIC X.
	   02  TTKTI				      PIC X(004).
	   02  ERRMSGL				      PIC S9(4) COMP.
	   02  ERRMSGF				      PIC X.
	   02  FILLER REDEFINES ERRMSGF.
	       03  ERRMSGA			      PIC X.
	   02  ERRMSGI				      PIC X(071).
       01  SM53MO REDEFINES SM53MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M53DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CALRO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CNAMO				      PIC X(018).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CDPTO				      PIC X(005).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  SVCO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  SCATO				      PIC X(006).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MINSO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  RESVO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TKTO				      PIC X(006).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  NOTEO				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TCNTO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TRESO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TTKTO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ERRMSGO				      PIC X(071).
