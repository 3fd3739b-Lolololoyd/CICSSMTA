	   02  FILLER REDEFINES MDSCF.
	       03  MDSCA			      PIC X.
	   02  MDSCI				      PIC X(040).
	   02  MASTL				      PIC S9(4) COMP.
	   02  MASTF				      PIC X.
	   02  FILLER REDEFINES MASTF.
	       03  MASTA			      PIC X.
	   02  MASTI				      PIC X(008).
	   02  MACTL				      PIC S9(4) COMP.
	   02  MACTF				      PIC X.
	   02  FILLER REDEFINES MACTF.
	   02  FILLER REDEFINES MDCLF.
	       03  MDCLA			      PIC X.
	   02  MDCLI				      PIC X(018).
	   02  LDEPI OCCURS 8 TIMES.
	       03  DASTL			      PIC S9(4) COMP.
	       03  DASTF			      PIC X.
	       03  FILLER REDEFINES DASTF.
		   04  DASTA			      PIC X.
	       03  DASTI			      PIC X(008).
	       03  DDSCL			      PIC S9(4) COMP.
	       03  DDSCF			      PIC X.
	       03  FILLER REDEFINES DDSCF.
		   04  DDSCA			      PIC X.
	       03  DDSCI			      PIC X(020).
	       03  DOWNL			      PIC S9(4) COMP.
	       03  DOWNF			      PIC X.
	       03  FILLER REDEFINES DOWNF.
		   04  DOWNA			      PIC X.
	       03  DOWNI			      PIC X(020).
	       03  DTKTL			      PIC S9(4) COMP.
	       03  DTKTF			      PIC X.
	       03  FILLER REDEFINES DTKTF.
		   04  DTKTA			      PIC X.
	       03  DTKTI			      PIC X(020).
	   02  DSUML				      PIC S9(4) COMP.
	   02  DSUMF				      PIC X.
	   02  FILLER REDEFINES DSUMF.
	       03  DSUMA			      PIC X.
	   02  DSUMI				      PIC X(060).
	   02  ERRMSGL				      PIC S9(4) COMP.
	   02  ERRMSGF				      PIC X.
	   02  FILLER REDEFINES ERRMSGF.
	   02  MDSCO				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MASTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MACTO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MDCLO				      PIC X(018).
	   02  LDEPO OCCURS 8 TIMES.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  DASTO			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  DDSCO			      PIC X(020).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  DOWNO			      PIC X(020).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  DTKTO			      PIC X(020).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DSUMO				      PIC X(060).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ERRMSGO				      PIC X(071).
