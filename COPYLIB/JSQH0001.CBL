      * Job-stream change history record - file 'jsqh0001'
      * One record per add, change or delete of a jseq0001 step, keyed
      * on the step number and the date and time of the change (plus a
      * sequence number for changes in the same second) - the sith0001
      * shape, so one step's history reads in order from its first
      * change. Written by SM0069 with the reason keyed on the screen,
      * and by FILECNV6 for the initial load. OLD is the step before
      * the change (blank for an add), NEW the step after it (blank for
      * a delete).
      *
	   05  JSQH-KEY.
	       10  JSQH-STEP-NUM		 PIC 9(03).
	       10  JSQH-DATE			 PIC 9(08).
	       10  JSQH-TIME			 PIC 9(06).
	       10  JSQH-SEQ			 PIC 9(02).
	   05  JSQH-ACTION			 PIC X(01).
	       88  JSQH-ADDED			 VALUE 'A'.
	       88  JSQH-CHANGED			 VALUE 'C'.
	       88  JSQH-DELETED			 VALUE 'D'.
	   05  JSQH-OLD-STEP.
	       10  JSQH-OLD-JOB			 PIC X(08).
	       10  JSQH-OLD-PRED		 PIC X(08).
	       10  JSQH-OLD-COND		 PIC X(01).
	       10  JSQH-OLD-DAY			 PIC X(01).
	       10  JSQH-OLD-COMMAND		 PIC X(60).
	   05  JSQH-NEW-STEP.
	       10  JSQH-NEW-JOB			 PIC X(08).
	       10  JSQH-NEW-PRED		 PIC X(08).
	       10  JSQH-NEW-COND		 PIC X(01).
	       10  JSQH-NEW-DAY			 PIC X(01).
	       10  JSQH-NEW-COMMAND		 PIC X(60).
	   05  JSQH-USERID			 PIC X(08).
	   05  JSQH-TERMID			 PIC X(04).
	   05  JSQH-TRANID			 PIC X(04).
	   05  JSQH-REASON			 PIC X(40).
	   05  FILLER				 PIC X(08).
