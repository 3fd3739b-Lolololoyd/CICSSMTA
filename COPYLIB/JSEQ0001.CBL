      * Batch job-stream step record - file 'jseq0001'
      * Keyed on the step number, so the stream reads in running order
      * straight off the key. One record per BTCHDRV1 step: the job
      * (its RUNCTL01 id), the job that must have completed tonight
      * before it may run, the command line handed to the system
      * command processor, and the calendar run condition (blank/E
      * every night, B business days, D the weekday in JSEQ-RUN-DAY -
      * 1 Monday .. 7 Sunday - F/L first/last business day of the
      * month, Q quarter end). Maintained on SM0069, ADMIN only, which
      * refuses a predecessor no step runs ahead of it, a dependency
      * cycle or a step number already in use, and logs every change
      * with its reason on jsqh0001. Loaded once from the flat JOBSEQ
      * dataset by FILECNV6.
      *
	   05  JSEQ-STEP-NUM			 PIC 9(03).
	   05  JSEQ-JOB-NAME			 PIC X(08).
	   05  JSEQ-PRED-JOB			 PIC X(08).
	   05  JSEQ-COMMAND			 PIC X(60).
	   05  JSEQ-RUN-COND			 PIC X(01).
	       88  JSEQ-EVERY-NIGHT		 VALUE ' ' 'E'.
	       88  JSEQ-BUSINESS-DAYS		 VALUE 'B'.
	       88  JSEQ-ON-WEEKDAY		 VALUE 'D'.
	       88  JSEQ-FIRST-BDAY		 VALUE 'F'.
	       88  JSEQ-LAST-BDAY		 VALUE 'L'.
	       88  JSEQ-QUARTER-END		 VALUE 'Q'.
	       88  JSEQ-COND-VALID		 VALUE ' ' 'E' 'B' 'D'
						       'F' 'L' 'Q'.
	   05  JSEQ-RUN-DAY			 PIC X(01).
	   05  JSEQ-UPDATED-BY			 PIC X(08).
	   05  JSEQ-UPDATED-DATE		 PIC 9(08).
	   05  FILLER				 PIC X(13).
