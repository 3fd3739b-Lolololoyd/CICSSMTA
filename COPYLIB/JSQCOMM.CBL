      * Commarea layout for SM0069 (job-stream maintenance) - carries
      * the list mode (every step, or the steps a failure of one job
      * would hold up), the jseq0001 browse position and the step
      * numbers on the displayed page across the pseudo-conversational
      * SEND/RECEIVE loop, the SUBCOMM shape.
      *
	   05  CA-JSQ-MODE			 PIC X(01).
	       88  CA-JSQ-ALL			 VALUE 'L'.
	       88  CA-JSQ-AFTER			 VALUE 'W'.
	   05  CA-JSQ-AFTER-JOB			 PIC X(08).
	   05  CA-TOP-KEY			 PIC X(03).
	   05  CA-FIRST-KEY			 PIC X(03).
	   05  CA-LAST-KEY			 PIC X(03).
	   05  CA-ROW-KEY		 OCCURS 10 TIMES PIC X(03).
