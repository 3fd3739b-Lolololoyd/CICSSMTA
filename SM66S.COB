      * SYMBOLIC MAP of sm66s Created by CACXBMS Version 6.0.27
       01  SM66MI.
	   02  FILLER				      PIC X(12).
	   02  M66DATEL				      PIC S9(4) COMP.
	   02  M66DATEF				      PIC X.
	   02  FILLER REDEFINES M66DATEF.
	       03  M66DATEA			      PIC X.
	   02  M66DATEI				      PIC X(010).
	   02  FYRSL				      PIC S9(4) COMP.
	   02  FYRSF				      PIC X.
	   02  FILLER REDEFINES FYRSF.
	       03  FYRSA			      PIC X.
	   02  FYRSI				      PIC X(004).
	   02  FPRDL				      PIC S9(4) COMP.
	   02  FPRDF				      PIC X.
	   02  FILLER REDEFINES FPRDF.
	       03  FPRDA			      PIC X.
	   02  FPRDI				      PIC X(002).
	   02  FSTRL				      PIC S9(4) COMP.
	   02  FSTRF				      PIC X.
	   02  FILLER REDEFINES FSTRF.
	       03  FSTRA			      PIC X.
	   02  FSTRI				      PIC X(008).
	   02  FENDL				      PIC S9(4) COMP.
	   02  FENDF				      PIC X.
	   02  FILLER REDEFINES FENDF.
	       03  FENDA			      PIC X.
	   02  FENDI				      PIC X(008).
	   02  FQTRL				      PIC S9(4) COMP.
	   02  FQTRF				      PIC X.
	   02  FILLER REDEFINES FQTRF.
	       03  FQTRA			      PIC X.
	   02  FQTRI				      PIC X(001).
	   02  FDAYL				      PIC S9(4) COMP.
	   02  FDAYF				      PIC X.
	   02  FILLER REDEFINES FDAYF.
	       03  FDAYA			      PIC X.
	   02  FDAYI				      PIC X(003).
	   02  FUBYL				      PIC S9(4) COMP.
	   02  FUBYF				      PIC X.
	   02  FILLER REDEFINES FUBYF.
	       03  FUBYA			      PIC X.
	   02  FUBYI				      PIC X(008).
	   02  FUDTL				      PIC S9(4) COMP.
	   02  FUDTF				      PIC X.
	   02  FILLER REDEFINES FUDTF.
	       03  FUDTA			      PIC X.
	   02  FUDTI				      PIC X(008).
	   02  MSGL				      PIC S9(4) COMP.
	   02  MSGF				      PIC X.
	   02  FILLER REDEFINES MSGF.
	       03  MSGA			      PIC X.
	   02  MSGI				      PIC X(060).
       01  SM66MO REDEFINES SM66MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M66DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  FYRSO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  FPRDO				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  FSTRO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  FENDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  FQTRO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  FDAYO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  FUBYO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  FUDTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSGO				      PIC X(060).
