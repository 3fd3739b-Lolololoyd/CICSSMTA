      * SM0020 operator screen can requeue a failed request or
      * redirect it to another printer. No more fire-and-forget
      * printing into a jammed P001.
      * RPTDST01 queues report prints here too (mode R): the sender
      * prints that run of rptr0001 instead of a NAMEFILE listing,
      * with the report id carried in SPOL-FILE and the run date in
      * the first eight bytes of SPOL-RIDFLD.
      * A request queued for a mail entry on the prtr0001 registry
      * goes SENT when SPLMAL01 puts it on the mail gateway, then
      * DELIVERED or FAILED as SPLRCN01 reads the gateway's
      * acknowledgment back - a FAILED one requeues on SM0020 the
      * same as a failed print.
      *
	   05  SPOL-KEY.
	       10  SPOL-DATE			 PIC 9(08).
	       88  SPOL-QUEUED			 VALUE 'Q'.
	       88  SPOL-PRINTED		 VALUE 'P'.
	       88  SPOL-FAILED			 VALUE 'F'.
	       88  SPOL-SENT			 VALUE 'S'.
	       88  SPOL-DELIVERED		 VALUE 'D'.
	   05  SPOL-USERID			 PIC X(08).
	   05  SPOL-PRINT-TERMID		 PIC X(04).
	   05  SPOL-PRINT-MODE			 PIC X(01).
	       88  SPOL-PRINT-ALL		 VALUE 'A'.
	       88  SPOL-PRINT-ONE		 VALUE 'O'.
	       88  SPOL-PRINT-REPORT		 VALUE 'R'.
	   05  SPOL-RIDFLD			 PIC X(10).
	   05  SPOL-FILE			 PIC X(08).
