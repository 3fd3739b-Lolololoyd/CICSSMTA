      * Service-catalog version record - file 'svcv0001'
      * One version of a svcc0001 entry, keyed on the service code and
      * the date and time it takes (or took) effect. A future change
      * to the versioned terms - response/resolution days, approvals
      * needed, routing contact, resolver team and the hour targets -
      * is staged on SM0064 as a pending version (status P), the
      * whole entry image as it will stand. SVCSCH01 promotes each
      * pending version into svcc0001 the night its effective date is
      * reached and marks it A (applied), or F (entry no longer on
      * svcc0001, reason in SVCV-RESULT). A change saved directly on
      * SM0008 is written here as an applied version effective the
      * moment it was saved, and the entry as it stood before the
      * first version is kept under date/time zero, so the applied
      * versions of a code are its complete history and the one with
      * the highest key not after a ticket's open date and time is
      * the version that was in force when the ticket was opened.
      *
	   05  SVCV-KEY.
	       10  SVCV-CODE			 PIC X(08).
	       10  SVCV-EFF-DATE		 PIC 9(08).
	       10  SVCV-EFF-TIME		 PIC 9(06).
	   05  SVCV-STATUS			 PIC X(01).
	       88  SVCV-PENDING			 VALUE 'P'.
	       88  SVCV-APPLIED			 VALUE 'A'.
	       88  SVCV-NOT-APPLIED		 VALUE 'F'.
      *        The svcc0001 record image (SVCCAT01 layout).
	   05  SVCV-ENTRY			 PIC X(120).
	   05  SVCV-REASON			 PIC X(40).
	   05  SVCV-STAGED-BY			 PIC X(08).
	   05  SVCV-STAGED-DATE			 PIC 9(08).
	   05  SVCV-APPLIED-DATE		 PIC 9(08).
	   05  SVCV-RESULT			 PIC X(30).
	   05  FILLER				 PIC X(13).
