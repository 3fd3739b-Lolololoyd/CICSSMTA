      * SYMBOLIC MAP of sm65s Created by CACXBMS Version 6.0.27
       01  SM65MI.
	   02  FILLER				      PIC X(12).
	   02  M65DATEL				      PIC S9(4) COMP.
	   02  M65DATEF				      PIC X.
	   02  FILLER REDEFINES M65DATEF.
	       03  M65DATEA			      PIC X.
	   02  M65DATEI				      PIC X(010).
	   02  PIDL				      PIC S9(4) COMP.
	   02  PIDF				      PIC X.
	   02  FILLER REDEFINES PIDF.
	       03  PIDA			      PIC X.
	   02  PIDI				      PIC X(008).
	   02  CURL				      PIC S9(4) COMP.
	   02  CURF				      PIC X.
	   02  FILLER REDEFINES CURF.
	       03  CURA			      PIC X.
	   02  CURI				      PIC X(040).
	   02  LHSTI OCCURS 10 TIMES.
	       03  LSELL			      PIC S9(4) COMP.
	       03  LSELF			      PIC X.
	       03  FILLER REDEFINES LSELF.
	           04  LSELA			      PIC X.
	       03  LSELI			      PIC X(001).
	       03  LHDTL			      PIC S9(4) COMP.
	       03  LHDTF			      PIC X.
	       03  FILLER REDEFINES LHDTF.
	           04  LHDTA			      PIC X.
	       03  LHDTI			      PIC X(008).
	       03  LHTML			      PIC S9(4) COMP.
	       03  LHTMF			      PIC X.
	       03  FILLER REDEFINES LHTMF.
	           04  LHTMA			      PIC X.
	       03  LHTMI			      PIC X(006).
	       03  LUSRL			      PIC S9(4) COMP.
	       03  LUSRF			      PIC X.
	       03  FILLER REDEFINES LUSRF.
	           04  LUSRA			      PIC X.
	       03  LUSRI			      PIC X(008).
	       03  LACTL			      PIC S9(4) COMP.
	       03  LACTF			      PIC X.
	       03  FILLER REDEFINES LACTF.
	           04  LACTA			      PIC X.
	       03  LACTI			      PIC X(001).
	       03  LOLDL			      PIC S9(4) COMP.
	       03  LOLDF			      PIC X.
	       03  FILLER REDEFINES LOLDF.
	           04  LOLDA			      PIC X.
	       03  LOLDI			      PIC X(016).
	       03  LNEWL			      PIC S9(4) COMP.
	       03  LNEWF			      PIC X.
	       03  FILLER REDEFINES LNEWF.
	           04  LNEWA			      PIC X.
	       03  LNEWI			      PIC X(016).
	   02  DOLDL				      PIC S9(4) COMP.
	   02  DOLDF				      PIC X.
	   02  FILLER REDEFINES DOLDF.
	       03  DOLDA			      PIC X.
	   02  DOLDI				      PIC X(040).
	   02  DNEWL				      PIC S9(4) COMP.
	   02  DNEWF				      PIC X.
	   02  FILLER REDEFINES DNEWF.
	       03  DNEWA			      PIC X.
	   02  DNEWI				      PIC X(040).
	   02  DRSNL				      PIC S9(4) COMP.
	   02  DRSNF				      PIC X.
	   02  FILLER REDEFINES DRSNF.
	       03  DRSNA			      PIC X.
	   02  DRSNI				      PIC X(040).
	   02  RSNL				      PIC S9(4) COMP.
	   02  RSNF				      PIC X.
	   02  FILLER REDEFINES RSNF.
	       03  RSNA			      PIC X.
	   02  RSNI				      PIC X(040).
	   02  ERRMSGL				      PIC S9(4) COMP.
	   02  ERRMSGF				      PIC X.
	   02  FILLER REDEFINES ERRMSGF.
	       03  ERRMSGA			      PIC X.
	   02  ERRMSGI				      PIC X(071).
       01  SM65MO REDEFINES SM65MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M65DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PIDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CURO				      PIC X(040).
	   02  LHSTO OCCURS 10 TIMES.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LSELO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LHDTO			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LHTMO			      PIC X(006).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LUSRO			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LACTO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LOLDO			      PIC X(016).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LNEWO			      PIC X(016).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DOLDO				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DNEWO				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DRSNO				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  RSNO				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ERRMSGO				      PIC X(071).
