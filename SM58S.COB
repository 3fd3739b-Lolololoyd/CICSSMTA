      * SYMBOLIC MAP of sm58s Created by CACXBMS Version 6.0.27
       01  SM58MI.
	   02  FILLER				      PIC X(12).
	   02  M58DATEL				      PIC S9(4) COMP.
	   02  M58DATEF				      PIC X.
	   02  FILLER REDEFINES M58DATEF.
	       03  M58DATEA			      PIC X.
	   02  M58DATEI				      PIC X(010).
	   02  PCNTL				      PIC S9(4) COMP.
	   02  PCNTF				      PIC X.
	   02  FILLER REDEFINES PCNTF.
	       03  PCNTA			      PIC X.
	   02  PCNTI				      PIC X(005).
	   02  DIDL				      PIC S9(4) COMP.
	   02  DIDF				      PIC X.
	   02  FILLER REDEFINES DIDF.
	       03  DIDA				      PIC X.
	   02  DIDI				      PIC X(008).
	   02  DDSCL				      PIC S9(4) COMP.
	   02  DDSCF				      PIC X.
	   02  FILLER REDEFINES DDSCF.
	       03  DDSCA			      PIC X.
	   02  DDSCI				      PIC X(040).
	   02  DLOCL				      PIC S9(4) COMP.
	   02  DLOCF				      PIC X.
	   02  FILLER REDEFINES DLOCF.
	       03  DLOCA			      PIC X.
	   02  DLOCI				      PIC X(020).
	   02  DSENL				      PIC S9(4) COMP.
	   02  DSENF				      PIC X.
	   02  FILLER REDEFINES DSENF.
	       03  DSENA			      PIC X.
	   02  DSENI				      PIC X(008).
	   02  DSTGL				      PIC S9(4) COMP.
	   02  DSTGF				      PIC X.
	   02  FILLER REDEFINES DSTGF.
	       03  DSTGA			      PIC X.
	   02  DSTGI				      PIC X(008).
	   02  OREGL				      PIC S9(4) COMP.
	   02  OREGF				      PIC X.
	   02  FILLER REDEFINES OREGF.
	       03  OREGA			      PIC X.
	   02  OREGI				      PIC X(002).
	   02  OCODL				      PIC S9(4) COMP.
	   02  OCODF				      PIC X.
	   02  FILLER REDEFINES OCODF.
	       03  OCODA			      PIC X.
	   02  OCODI				      PIC X(004).
	   02  CRITL				      PIC S9(4) COMP.
	   02  CRITF				      PIC X.
	   02  FILLER REDEFINES CRITF.
	       03  CRITA			      PIC X.
	   02  CRITI				      PIC X(001).
	   02  ACTL				      PIC S9(4) COMP.
	   02  ACTF				      PIC X.
	   02  FILLER REDEFINES ACTF.
	       03  ACTA				      PIC X.
	   02  ACTI				      PIC X(001).
	   02  ERRMSGL				      PIC S9(4) COMP.
	   02  ERRMSGF				      PIC X.
	   02  FILLER REDEFINES ERRMSGF.
	       03  ERRMSGA			      PIC X.
	   02  ERRMSGI				      PIC X(071).
       01  SM58MO REDEFINES SM58MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M58DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PCNTO				      PIC X(005).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DIDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DDSCO				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DLOCO				      PIC X(020).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DSENO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DSTGO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OREGO				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OCODO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CRITO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ACTO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ERRMSGO				      PIC X(071).
