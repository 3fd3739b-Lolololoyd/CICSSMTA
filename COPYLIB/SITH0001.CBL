      * Site-parameter history record - file 'sith0001'
      * One record per add, change, delete or restore of a site0001
      * parameter, keyed on the parameter id and the date and time of
      * the change (plus a sequence number for changes in the same
      * second), so one parameter's history reads in order from its
      * first change. Written by SM0025 for every ADD/CHANGE/DELETE and
      * by SM0065 for every restore, each with the reason keyed on
      * the screen. OLD is the value before the change (blank for an
      * add), NEW the value after it (blank for a delete). SM0065
      * shows a parameter's history and restores an OLD value;
      * SITRPT01 lists each day's changes for sign-off.
      *
	   05  SITH-KEY.
	       10  SITH-PARM-ID			 PIC X(08).
	       10  SITH-DATE			 PIC 9(08).
	       10  SITH-TIME			 PIC 9(06).
	       10  SITH-SEQ			 PIC 9(02).
	   05  SITH-ACTION			 PIC X(01).
	       88  SITH-ADDED			 VALUE 'A'.
	       88  SITH-CHANGED			 VALUE 'C'.
	       88  SITH-DELETED			 VALUE 'D'.
	       88  SITH-RESTORED		 VALUE 'R'.
	   05  SITH-OLD-VALUE			 PIC X(40).
	   05  SITH-NEW-VALUE			 PIC X(40).
	   05  SITH-OLD-DESC			 PIC X(30).
	   05  SITH-NEW-DESC			 PIC X(30).
	   05  SITH-USERID			 PIC X(08).
	   05  SITH-TERMID			 PIC X(04).
	   05  SITH-TRANID			 PIC X(04).
	   05  SITH-REASON			 PIC X(40).
      *        On a restore, the key of the change whose OLD value
      *        was put back.
	   05  SITH-RESTORED-FROM		 PIC X(24).
	   05  FILLER				 PIC X(05).
