      * SYMBOLIC MAP of sm52s Created by CACXBMS Version 6.0.27
       01  SM52MI.
	   02  FILLER				      PIC X(12).
	   02  FDUEL				      PIC S9(4) COMP.
	   02  FDUEF				      PIC X.
	   02  FILLER REDEFINES FDUEF.
	       03  FDUEA			      PIC X.
	   02  FDUEI				      PIC X(001).
	   02  LFUPI OCCURS 10 TIMES.
	       03  LSELL			      PIC S9(4) COMP.
	       03  LSELF			      PIC X.
	       03  FILLER REDEFINES LSELF.
		   04  LSELA			      PIC X.
	       03  LSELI			      PIC X(001).
	       03  LNUML			      PIC S9(4) COMP.
	       03  LNUMF			      PIC X.
	       03  FILLER REDEFINES LNUMF.
		   04  LNUMA			      PIC X.
	       03  LNUMI			      PIC X(006).
	       03  LSTATL			      PIC S9(4) COMP.
	       03  LSTATF			      PIC X.
	       03  FILLER REDEFINES LSTATF.
		   04  LSTATA			      PIC X.
	       03  LSTATI			      PIC X(012).
	       03  LFDTL			      PIC S9(4) COMP.
	       03  LFDTF			      PIC X.
	       03  FILLER REDEFINES LFDTF.
		   04  LFDTA			      PIC X.
	       03  LFDTI			      PIC X(008).
	       03  LLATEL			      PIC S9(4) COMP.
	       03  LLATEF			      PIC X.
	       03  FILLER REDEFINES LLATEF.
		   04  LLATEA			      PIC X.
	       03  LLATEI			      PIC X(004).
	       03  LRSNL			      PIC S9(4) COMP.
	       03  LRSNF			      PIC X.
	       03  FILLER REDEFINES LRSNF.
		   04  LRSNA			      PIC X.
	       03  LRSNI			      PIC X(020).
	       03  LSVCL			      PIC S9(4) COMP.
	       03  LSVCF			      PIC X.
	       03  FILLER REDEFINES LSVCF.
		   04  LSVCA			      PIC X.
	       03  LSVCI			      PIC X(008).
	   02  ERRMSGL				      PIC S9(4) COMP.
	   02  ERRMSGF				      PIC X.
	   02  FILLER REDEFINES ERRMSGF.
	       03  ERRMSGA			      PIC X.
	   02  ERRMSGI				      PIC X(071).
       01  SM52MO REDEFINES SM52MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  FDUEO				      PIC X(001).
	   02  LFUPO OCCURS 10 TIMES.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LSELO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LNUMO			      PIC X(006).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LSTATO			      PIC X(012).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LFDTO			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LLATEO			      PIC X(004).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LRSNO			      PIC X(020).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LSVCO			      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ERRMSGO				      PIC X(071).
