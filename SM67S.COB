      * SYMBOLIC MAP of sm67s Created by CACXBMS Version 6.0.27
       01  SM67MI.
	   02  FILLER				      PIC X(12).
	   02  M67DATEL				      PIC S9(4) COMP.
	   02  M67DATEF				      PIC X.
	   02  FILLER REDEFINES M67DATEF.
	       03  M67DATEA			      PIC X.
	   02  M67DATEI				      PIC X(010).
	   02  IIDL				      PIC S9(4) COMP.
	   02  IIDF				      PIC X.
	   02  FILLER REDEFINES IIDF.
	       03  IIDA			      PIC X.
	   02  IIDI				      PIC X(006).
	   02  ISTAL				      PIC S9(4) COMP.
	   02  ISTAF				      PIC X.
	   02  FILLER REDEFINES ISTAF.
	       03  ISTAA			      PIC X.
	   02  ISTAI				      PIC X(006).
	   02  IDSCL				      PIC S9(4) COMP.
	   02  IDSCF				      PIC X.
	   02  FILLER REDEFINES IDSCF.
	       03  IDSCA			      PIC X.
	   02  IDSCI				      PIC X(040).
	   02  LACTI OCCURS 10 TIMES.
	       03  LSELL			      PIC S9(4) COMP.
	       03  LSELF			      PIC X.
	       03  FILLER REDEFINES LSELF.
	           04  LSELA			      PIC X.
	       03  LSELI			      PIC X(001).
	       03  LSEQL			      PIC S9(4) COMP.
	       03  LSEQF			      PIC X.
	       03  FILLER REDEFINES LSEQF.
	           04  LSEQA			      PIC X.
	       03  LSEQI			      PIC X(003).
	       03  LOWNL			      PIC S9(4) COMP.
	       03  LOWNF			      PIC X.
	       03  FILLER REDEFINES LOWNF.
	           04  LOWNA			      PIC X.
	       03  LOWNI			      PIC X(008).
	       03  LDUEL			      PIC S9(4) COMP.
	       03  LDUEF			      PIC X.
	       03  FILLER REDEFINES LDUEF.
	           04  LDUEA			      PIC X.
	       03  LDUEI			      PIC X(008).
	       03  LSTAL			      PIC S9(4) COMP.
	       03  LSTAF			      PIC X.
	       03  FILLER REDEFINES LSTAF.
	           04  LSTAA			      PIC X.
	       03  LSTAI			      PIC X(001).
	       03  LDSCL			      PIC S9(4) COMP.
	       03  LDSCF			      PIC X.
	       03  FILLER REDEFINES LDSCF.
	           04  LDSCA			      PIC X.
	       03  LDSCI			      PIC X(050).
	   02  DSEQL				      PIC S9(4) COMP.
	   02  DSEQF				      PIC X.
	   02  FILLER REDEFINES DSEQF.
	       03  DSEQA			      PIC X.
	   02  DSEQI				      PIC X(003).
	   02  DOWNL				      PIC S9(4) COMP.
	   02  DOWNF				      PIC X.
	   02  FILLER REDEFINES DOWNF.
	       03  DOWNA			      PIC X.
	   02  DOWNI				      PIC X(008).
	   02  DDUEL				      PIC S9(4) COMP.
	   02  DDUEF				      PIC X.
	   02  FILLER REDEFINES DDUEF.
	       03  DDUEA			      PIC X.
	   02  DDUEI				      PIC X(008).
	   02  DSTAL				      PIC S9(4) COMP.
	   02  DSTAF				      PIC X.
	   02  FILLER REDEFINES DSTAF.
	       03  DSTAA			      PIC X.
	   02  DSTAI				      PIC X(001).
	   02  DDSCL				      PIC S9(4) COMP.
	   02  DDSCF				      PIC X.
	   02  FILLER REDEFINES DDSCF.
	       03  DDSCA			      PIC X.
	   02  DDSCI				      PIC X(060).
	   02  DNOTL				      PIC S9(4) COMP.
	   02  DNOTF				      PIC X.
	   02  FILLER REDEFINES DNOTF.
	       03  DNOTA			      PIC X.
	   02  DNOTI				      PIC X(060).
	   02  ERRMSGL				      PIC S9(4) COMP.
	   02  ERRMSGF				      PIC X.
	   02  FILLER REDEFINES ERRMSGF.
	       03  ERRMSGA			      PIC X.
	   02  ERRMSGI				      PIC X(071).
       01  SM67MO REDEFINES SM67MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M67DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  IIDO				      PIC X(006).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ISTAO				      PIC X(006).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  IDSCO				      PIC X(040).
	   02  LACTO OCCURS 10 TIMES.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LSELO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LSEQO			      PIC X(003).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LOWNO			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LDUEO			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LSTAO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LDSCO			      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DSEQO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DOWNO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DDUEO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DSTAO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DDSCO				      PIC X(060).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  DNOTO				      PIC X(060).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ERRMSGO				      PIC X(071).
