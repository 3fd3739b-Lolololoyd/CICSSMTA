      * Work fields for the FPERRNG1 report-period resolver - COPYd
      * into WORKING-STORAGE by every monthly report that can be run
      * for a fiscal period as well as a calendar month, paired with
      * the FPERRNG1 procedure member the way BHRSWRK1 pairs with
      * BHRSADD1. The caller loads FPRX-PARM from its command line
      * and FPRX-DEFAULT-MONTH with the month a blank parameter
      * means, and gets back FPRX-FROM-DATE/FPRX-TO-DATE (the
      * YYYYMMDD range its dates are matched against), FPRX-LABEL for
      * the report heading, and FPRX-VALID - 'N' with the reason in
      * FPRX-ERROR when the parameter cannot be resolved. The accepted
      * forms are
      *     YYYYMM       calendar month, as before
      *     YYYY-PP      fiscal period PP of fiscal year YYYY
      *     YYYY-QN      fiscal quarter N (1-4)
      *     YYYY-PP-QTD  fiscal quarter to date, through period PP
      *     YYYY-PP-YTD  fiscal year to date, through period PP
      * The member performs the caller's 976-READ-FPER THRU 976-EXIT
      * with FPRX-PROBE-YEAR/FPRX-PROBE-PERIOD loaded; the caller
      * answers FPRX-FOUND and, when found, FPRX-P-START, FPRX-P-END
      * and FPRX-P-QTR from its fper0001 record.
      *
	   05  FPRX-PARM			 PIC X(12).
	   05  FILLER REDEFINES FPRX-PARM.
	       10  FPRX-PARM-MONTH		 PIC X(06).
	       10  FPRX-PARM-REST		 PIC X(06).
	   05  FILLER REDEFINES FPRX-PARM.
	       10  FPRX-PARM-YEAR		 PIC X(04).
	       10  FPRX-PARM-SEP1		 PIC X(01).
	       10  FPRX-PARM-PER		 PIC X(02).
	       10  FPRX-PARM-TAIL.
		   15  FPRX-PARM-SEP2		 PIC X(01).
		   15  FPRX-PARM-SFX		 PIC X(03).
		   15  FPRX-PARM-END		 PIC X(01).
	   05  FPRX-DEFAULT-MONTH		 PIC 9(06).
	   05  FPRX-KIND			 PIC X(01).
	       88  FPRX-CAL-MONTH		 VALUE 'M'.
	       88  FPRX-FISC-PERIOD		 VALUE 'P'.
	       88  FPRX-FISC-QUARTER		 VALUE 'Q'.
	       88  FPRX-FISC-QTD		 VALUE 'T'.
	       88  FPRX-FISC-YTD		 VALUE 'Y'.
	       88  FPRX-FISCAL			 VALUE 'P' 'Q' 'T' 'Y'.
	   05  FPRX-VALID			 PIC X(01).
	   05  FPRX-ERROR			 PIC X(60).
	   05  FPRX-LABEL			 PIC X(40).
	   05  FPRX-FROM-DATE			 PIC 9(08).
	   05  FPRX-TO-DATE			 PIC 9(08).
	   05  FPRX-MONTH			 PIC 9(06).
	   05  FILLER REDEFINES FPRX-MONTH.
	       10  FPRX-MONTH-YYYY		 PIC 9(04).
	       10  FPRX-MONTH-MM		 PIC 9(02).
	   05  FPRX-YEAR			 PIC 9(04).
	   05  FPRX-TGT-PER			 PIC 9(02).
	   05  FPRX-TGT-QTR			 PIC 9(01).
	   05  FPRX-PER-COUNT			 PIC 9(02).
	   05  FPRX-IX				 PIC 9(02).
	   05  FPRX-TAKE			 PIC X(01).
      *    A 4-4-5 year has twelve periods; a 53-week year that finance
      *    splits into a thirteenth still resolves.
	   05  FPRX-MAX-PER			 PIC 9(02) VALUE 13.
	   05  FPRX-PROBE-YEAR			 PIC 9(04).
	   05  FPRX-PROBE-PERIOD		 PIC 9(02).
	   05  FPRX-FOUND			 PIC X(01).
	   05  FPRX-P-START			 PIC 9(08).
	   05  FPRX-P-END			 PIC 9(08).
	   05  FPRX-P-QTR			 PIC 9(01).
