      * SYMBOLIC MAP of sm57s Created by CACXBMS Version 6.0.27
       01  SM57MI.
	   02  FILLER				      PIC X(12).
	   02  IASTL				      PIC S9(4) COMP.
	   02  IASTF				      PIC X.
	   02  FILLER REDEFINES IASTF.
	       03  IASTA			      PIC X.
	   02  IASTI				      PIC X(008).
	   02  IDSCL				      PIC S9(4) COMP.
	   02  IDSCF				      PIC X.
	   02  FILLER REDEFINES IDSCF.
	       03  IDSCA			      PIC X.
	   02  IDSCI				      PIC X(040).
	   02  LIMPI OCCURS 12 TIMES.
	       03  LLVLL			      PIC S9(4) COMP.
	       03  LLVLF			      PIC X.
	       03  FILLER REDEFINES LLVLF.
		   04  LLVLA			      PIC X.
	       03  LLVLI			      PIC X(002).
	       03  LASTL			      PIC S9(4) COMP.
	       03  LASTF			      PIC X.
	       03  FILLER REDEFINES LASTF.
		   04  LASTA			      PIC X.
	       03  LASTI			      PIC X(008).
	       03  LVIAL			      PIC S9(4) COMP.
	       03  LVIAF			      PIC X.
	       03  FILLER REDEFINES LVIAF.
		   04  LVIAA			      PIC X.
	       03  LVIAI			      PIC X(008).
	       03  LDSCL			      PIC S9(4) COMP.
	       03  LDSCF			      PIC X.
	       03  FILLER REDEFINES LDSCF.
		   04  LDSCA			      PIC X.
	       03  LDSCI			      PIC X(024).
	       03  LCRTL			      PIC S9(4) COMP.
	       03  LCRTF			      PIC X.
	       03  FILLER REDEFINES LCRTF.
		   04  LCRTA			      PIC X.
	       03  LCRTI			      PIC X(001).
	       03  LOWNL			      PIC S9(4) COMP.
	       03  LOWNF			      PIC X.
	       03  FILLER REDEFINES LOWNF.
		   04  LOWNA			      PIC X.
	       03  LOWNI			      PIC X(020).
	   02  ERRMSGL				      PIC S9(4) COMP.
	   02  ERRMSGF				      PIC X.
	   02  FILLER REDEFINES ERRMSGF.
	       03  ERRMSGA			      PIC X.
	   02  ERRMSGI				      PIC X(071).
       01  SM57MO REDEFINES SM57MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  IASTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  IDSCO				      PIC X(040).
	   02  LIMPO OCCURS 12 TIMES.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LLVLO			      PIC X(002).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LASTO			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LVIAO			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LDSCO			      PIC X(024).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LCRTO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LOWNO			      PIC X(020).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ERRMSGO				      PIC X(071).
