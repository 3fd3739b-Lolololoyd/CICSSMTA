	   02  FILLER REDEFINES AACTF.
	       03  AACTA			      PIC X.
	   02  AACTI				      PIC X(001).
	   02  AVNDL				      PIC S9(4) COMP.
	   02  AVNDF				      PIC X.
	   02  FILLER REDEFINES AVNDF.
	       03  AVNDA			      PIC X.
	   02  AVNDI				      PIC X(008).
	   02  ACNOL				      PIC S9(4) COMP.
	   02  ACNOF				      PIC X.
	   02  FILLER REDEFINES ACNOF.
	       03  ACNOA			      PIC X.
	   02  ACNOI				      PIC X(012).
	   02  DEPNL				      PIC S9(4) COMP.
	   02  DEPNF				      PIC X.
	   02  FILLER REDEFINES DEPNF.
	       03  DEPNA			      PIC X.
	   02  DEPNI				      PIC X(008).
	   02  DACTL				      PIC S9(4) COMP.
	   02  DACTF				      PIC X.
	   02  FILLER REDEFINES DACTF.
	       03  DACTA			      PIC X.
	   02  DACTI				      PIC X(001).
	   02  DLSTL				      PIC S9(4) COMP.
	   02  DLSTF				      PIC X.
	   02  FILLER REDEFINES DLSTF.
	       03  DLSTA			      PIC X.
	   02  DLSTI				      PIC X(063).
	   02  MSGL				      PIC S9(4) COMP.
	   02  MSGF				      PIC X.
	   02  FILLER REDEFINES MSGF.
	   02  AACTO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  AVNDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ACNOO				      PIC X(012).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DEPNO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DACTO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DLSTO				      PIC X(063).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSGO				      PIC X(060).
