      * SYMBOLIC MAP of sm48s Created by CACXBMS Version 6.0.27
       01  SM48MI.
	   02  FILLER				      PIC X(12).
	   02  FTEAML				      PIC S9(4) COMP.
	   02  FTEAMF				      PIC X.
	   02  FILLER REDEFINES FTEAMF.
	       03  FTEAMA			      PIC X.
	   02  FTEAMI				      PIC X(006).
	   02  FUNASL				      PIC S9(4) COMP.
	   02  FUNASF				      PIC X.
	   02  FILLER REDEFINES FUNASF.
	       03  FUNASA			      PIC X.
	   02  FUNASI				      PIC X(001).
	   02  LTICKI OCCURS 10 TIMES.
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
	       03  LTEAML			      PIC S9(4) COMP.
	       03  LTEAMF			      PIC X.
	       03  FILLER REDEFINES LTEAMF.
		   04  LTEAMA			      PIC X.
	       03  LTEAMI			      PIC X(006).
	       03  LASGL			      PIC S9(4) COMP.
	       03  LASGF			      PIC X.
	       03  FILLER REDEFINES LASGF.
		   04  LASGA			      PIC X.
	       03  LASGI			      PIC X(008).
	       03  LSVCL			      PIC S9(4) COMP.
	       03  LSVCF			      PIC X.
	       03  FILLER REDEFINES LSVCF.
		   04  LSVCA			      PIC X.
	       03  LSVCI			      PIC X(008).
	       03  LODTL			      PIC S9(4) COMP.
	       03  LODTF			      PIC X.
	       03  FILLER REDEFINES LODTF.
		   04  LODTA			      PIC X.
	       03  LODTI			      PIC X(008).
	   02  ERRMSGL				      PIC S9(4) COMP.
	   02  ERRMSGF				      PIC X.
	   02  FILLER REDEFINES ERRMSGF.
	       03  ERRMSGA			      PIC X.
	   02  ERRMSGI				      PIC X(071).
       01  SM48MO REDEFINES SM48MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  FTEAMO				      PIC X(006).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  FUNASO				      PIC X(001).
	   02  LTICKO OCCURS 10 TIMES.
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
	       03  LTEAMO			      PIC X(006).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LASGO			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LSVCO			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LODTO			      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ERRMSGO				      PIC X(071).
