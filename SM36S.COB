	   02  FILLER REDEFINES OLDDF.
	       03  OLDDA			      PIC X.
	   02  OLDDI				      PIC X(008).
	   02  FEEDL				      PIC S9(4) COMP.
	   02  FEEDF				      PIC X.
	   02  FILLER REDEFINES FEEDF.
	       03  FEEDA			      PIC X.
	   02  FEEDI				      PIC X(014).
	   02  ERRMSGL				      PIC S9(4) COMP.
	   02  ERRMSGF				      PIC X.
	   02  FILLER REDEFINES ERRMSGF.
	   02  OLDDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  FEEDO				      PIC X(014).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ERRMSGO				      PIC X(071).
