      * Mover review record - file 'movr0001'
      * One record per department or manager change UAFLOAD1 sees on
      * the HR feed for a user still active, keyed the same as the
      * cert0001 entry it opens: a mover campaign id 99YYMM (99 plus
      * the two-digit year and month of detection, clear of the
      * YYYYMM ids RECERT01 cuts) and the userid. Carries what moved
      * and the new manager the review is assigned to - SM0022 lets
      * that manager decide the entry without ADMIN - and the date
      * it must be decided by. RECERT02 MOVERS closes it: certified
      * access stays, revoked or still-undecided-past-the-deadline
      * access is termed. MOVRPT01 lists movers weekly.
      *
	   05  MOVR-KEY.
	       10  MOVR-CAMPAIGN		 PIC 9(06).
	       10  MOVR-USERID			 PIC X(08).
	   05  MOVR-DETECTED-DATE		 PIC 9(08).
	   05  MOVR-OLD-DEPT			 PIC X(05).
	   05  MOVR-OLD-MGR-USERID7		 PIC X(07).
	   05  MOVR-NEW-DEPT			 PIC X(05).
	   05  MOVR-NEW-MGR-USERID7		 PIC X(07).
	   05  MOVR-DEADLINE			 PIC 9(08).
	   05  MOVR-STATUS			 PIC X(01).
	       88  MOVR-OPEN			 VALUE ' '.
	       88  MOVR-CLOSED-CERTIFIED	 VALUE 'C'.
	       88  MOVR-CLOSED-REVOKED	 VALUE 'R'.
	       88  MOVR-CLOSED-EXPIRED	 VALUE 'X'.
	   05  MOVR-CLOSED-DATE		 PIC 9(08).
	   05  FILLER				 PIC X(17).
