      * SYMBOLIC MAP of sm49s Created by CACXBMS Version 6.0.27
       01  SM49MI.
	   02  FILLER				      PIC X(12).
	   02  M49DATEL				      PIC S9(4) COMP.
	   02  M49DATEF				      PIC X.
	   02  FILLER REDEFINES M49DATEF.
	       03  M49DATEA			      PIC X.
	   02  M49DATEI				      PIC X(010).
	   02  QCODL				      PIC S9(4) COMP.
	   02  QCODF				      PIC X.
	   02  FILLER REDEFINES QCODF.
	       03  QCODA			      PIC X.
	   02  QCODI				      PIC X(008).
	   02  QDSCL				      PIC S9(4) COMP.
	   02  QDSCF				      PIC X.
	   02  FILLER REDEFINES QDSCF.
	       03  QDSCA			      PIC X.
	   02  QDSCI				      PIC X(040).
	   02  QROWI OCCURS 10 TIMES.
	       03  QPRML			      PIC S9(4) COMP.
	       03  QPRMF			      PIC X.
	       03  FILLER REDEFINES QPRMF.
		   04  QPRMA			      PIC X.
	       03  QPRMI			      PIC X(030).
	       03  QREQL			      PIC S9(4) COMP.
	       03  QREQF			      PIC X.
	       03  FILLER REDEFINES QREQF.
		   04  QREQA			      PIC X.
	       03  QREQI			      PIC X(001).
	       03  QEDTL			      PIC S9(4) COMP.
	       03  QEDTF			      PIC X.
	       03  FILLER REDEFINES QEDTF.
		   04  QEDTA			      PIC X.
	       03  QEDTI			      PIC X(001).
	   02  MSGL				      PIC S9(4) COMP.
	   02  MSGF				      PIC X.
	   02  FILLER REDEFINES MSGF.
	       03  MSGA				      PIC X.
	   02  MSGI				      PIC X(060).
       01  SM49MO REDEFINES SM49MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M49DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  QCODO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  QDSCO				      PIC X(040).
	   02  QROWO OCCURS 10 TIMES.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  QPRMO			      PIC X(030).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  QREQO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  QEDTO			      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSGO				      PIC X(060).
