      * Report-subscription record - file 'rsub0001'
      * Keyed userid + report id, so SM0068 pages one user's list
      * straight off the key. One record per report a user wants
      * delivered after RPTLOD01 lands it in rptr0001: printed on
      * their usrp0001 print terminal through the spol0001 queue,
      * mailed to them through the RDSTOUT gateway feed, or a
      * view-only notice pointing them at SM0037. A subscription an
      * ADMIN marks mandatory can have its method changed by its
      * user but only an ADMIN can remove it. RPTDST01 stamps the
      * run date it last delivered; rdlg0001 keeps every delivery.
      *
	   05  RSUB-KEY.
	       10  RSUB-USERID			 PIC X(08).
	       10  RSUB-RPT-ID			 PIC X(08).
	   05  RSUB-METHOD			 PIC X(01).
	       88  RSUB-BY-PRINT		 VALUE 'P'.
	       88  RSUB-BY-MAIL			 VALUE 'M'.
	       88  RSUB-BY-NOTICE		 VALUE 'V'.
	       88  RSUB-METHOD-VALID		 VALUE 'P' 'M' 'V'.
	   05  RSUB-MANDATORY			 PIC X(01).
	       88  RSUB-IS-MANDATORY		 VALUE 'Y'.
	   05  RSUB-ADDED-BY			 PIC X(08).
	   05  RSUB-ADDED-DATE			 PIC 9(08).
	   05  RSUB-LAST-DATE			 PIC 9(08).
	   05  FILLER				 PIC X(08).
