      * Scheduled entitlement change record - file 'uafs0001'
      * One future set of UAF00001 flag changes for a userid, keyed
      * on the userid and the date it takes effect. Each new flag is
      * Y or N, or space to leave that flag as it stands on the day.
      * Staged by one ADMIN on SM0062 (status P) and approved or
      * rejected there by a different ADMIN (A/R) - the approval is
      * given at staging, not on the day. UAFSCH01 applies approved
      * changes nightly once the effective date is reached, stamping
      * D (applied) or F (could not be applied, reason in RESULT).
      *
	   05  UAFS-KEY.
	       10  UAFS-USERID			 PIC X(08).
	       10  UAFS-EFF-DATE		 PIC 9(08).
	   05  UAFS-NEW-TYPE.
	       10  UAFS-NEW-REQUESTOR		 PIC X(01).
	       10  UAFS-NEW-ADMIN		 PIC X(01).
	       10  UAFS-NEW-APPROVER		 PIC X(01).
	       10  UAFS-NEW-SERVICE		 PIC X(01).
	       10  UAFS-NEW-INQUIRY		 PIC X(01).
	   05  UAFS-NEW-FLAG REDEFINES UAFS-NEW-TYPE
					 PIC X(01) OCCURS 5.
	   05  UAFS-REASON			 PIC X(40).
	   05  UAFS-STATUS			 PIC X(01).
	       88  UAFS-PENDING		 VALUE 'P'.
	       88  UAFS-APPROVED		 VALUE 'A'.
	       88  UAFS-REJECTED		 VALUE 'R'.
	       88  UAFS-APPLIED		 VALUE 'D'.
	       88  UAFS-NOT-APPLIED		 VALUE 'F'.
	   05  UAFS-MAKER			 PIC X(08).
	   05  UAFS-MADE-DATE			 PIC 9(08).
	   05  UAFS-CHECKER			 PIC X(08).
	   05  UAFS-CHECKED-DATE		 PIC 9(08).
	   05  UAFS-APPLIED-DATE		 PIC 9(08).
	   05  UAFS-RESULT			 PIC X(30).
	   05  FILLER				 PIC X(18).
