      * SYMBOLIC MAP of sm69s Created by CACXBMS Version 6.0.27
       01  SM69MI.
	   02  FILLER				      PIC X(12).
	   02  M69DATEL				      PIC S9(4) COMP.
	   02  M69DATEF				      PIC X.
	   02  FILLER REDEFINES M69DATEF.
	       03  M69DATEA			      PIC X.
	   02  M69DATEI				      PIC X(010).
	   02  IAFTL				      PIC S9(4) COMP.
	   02  IAFTF				      PIC X.
	   02  FILLER REDEFINES IAFTF.
	       03  IAFTA			      PIC X.
	   02  IAFTI				      PIC X(008).
	   02  LACTI OCCURS 10 TIMES.
	       03  LSELL			      PIC S9(4) COMP.
	       03  LSELF			      PIC X.
	       03  FILLER REDEFINES LSELF.
	           04  LSELA			      PIC X.
	       03  LSELI			      PIC X(001).
	       03  LSTPL			      PIC S9(4) COMP.
	       03  LSTPF			      PIC X.
	       03  FILLER REDEFINES LSTPF.
	           04  LSTPA			      PIC X.
	       03  LSTPI			      PIC X(003).
	       03  LJOBL			      PIC S9(4) COMP.
	       03  LJOBF			      PIC X.
	       03  FILLER REDEFINES LJOBF.
	           04  LJOBA			      PIC X.
	       03  LJOBI			      PIC X(008).
	       03  LPRDL			      PIC S9(4) COMP.
	       03  LPRDF			      PIC X.
	       03  FILLER REDEFINES LPRDF.
	           04  LPRDA			      PIC X.
	       03  LPRDI			      PIC X(008).
	       03  LCNDL			      PIC S9(4) COMP.
	       03  LCNDF			      PIC X.
	       03  FILLER REDEFINES LCNDF.
	           04  LCNDA			      PIC X.
	       03  LCNDI			      PIC X(001).
	       03  LDAYL			      PIC S9(4) COMP.
	       03  LDAYF			      PIC X.
	       03  FILLER REDEFINES LDAYF.
	           04  LDAYA			      PIC X.
	       03  LDAYI			      PIC X(001).
	       03  LCMDL			      PIC S9(4) COMP.
	       03  LCMDF			      PIC X.
	       03  FILLER REDEFINES LCMDF.
	           04  LCMDA			      PIC X.
	       03  LCMDI			      PIC X(040).
	   02  DSTPL				      PIC S9(4) COMP.
	   02  DSTPF				      PIC X.
	   02  FILLER REDEFINES DSTPF.
	       03  DSTPA			      PIC X.
	   02  DSTPI				      PIC X(003).
	   02  DJOBL				      PIC S9(4) COMP.
	   02  DJOBF				      PIC X.
	   02  FILLER REDEFINES DJOBF.
	       03  DJOBA			      PIC X.
	   02  DJOBI				      PIC X(008).
	   02  DPRDL				      PIC S9(4) COMP.
	   02  DPRDF				      PIC X.
	   02  FILLER REDEFINES DPRDF.
	       03  DPRDA			      PIC X.
	   02  DPRDI				      PIC X(008).
	   02  DCNDL				      PIC S9(4) COMP.
	   02  DCNDF				      PIC X.
	   02  FILLER REDEFINES DCNDF.
	       03  DCNDA			      PIC X.
	   02  DCNDI				      PIC X(001).
	   02  DDAYL				      PIC S9(4) COMP.
	   02  DDAYF				      PIC X.
	   02  FILLER REDEFINES DDAYF.
	       03  DDAYA			      PIC X.
	   02  DDAYI				      PIC X(001).
	   02  DCMDL				      PIC S9(4) COMP.
	   02  DCMDF				      PIC X.
	   02  FILLER REDEFINES DCMDF.
	       03  DCMDA			      PIC X.
	   02  DCMDI				      PIC X(060).
	   02  DRSNL				      PIC S9(4) COMP.
	   02  DRSNF				      PIC X.
	   02  FILLER REDEFINES DRSNF.
	       03  DRSNA			      PIC X.
	   02  DRSNI				      PIC X(040).
	   02  ERRMSGL				      PIC S9(4) COMP.
	   02  ERRMSGF				      PIC X.
	   02  FILLER REDEFINES ERRMSGF.
	       03  ERRMSGA			      PIC X.
	   02  ERRMSGI				      PIC X(071).
       01  SM69MO REDEFINES SM69MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M69DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  IAFTO				      PIC X(008).
	   02  LACTO OCCURS 10 TIMES.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LSELO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LSTPO			      PIC X(003).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LJOBO			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LPRDO			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LCNDO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LDAYO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LCMDO			      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DSTPO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DJOBO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DPRDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DCNDO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DDAYO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DCMDO				      PIC X(060).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DRSNO				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ERRMSGO				      PIC X(071).
