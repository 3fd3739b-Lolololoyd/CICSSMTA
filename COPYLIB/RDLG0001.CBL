      * Report-distribution log record - file 'rdlg0001'
      * Keyed report id + run date + userid: one record for every
      * subscriber RPTDST01 dealt with for a run - how it went, by
      * which method, when, and (for a print) which terminal it was
      * queued to. A run already DELIVERED to a user is never sent
      * again, so a rerun of RPTDST01 only retries the others.
      *
	   05  RDLG-KEY.
	       10  RDLG-RPT-ID			 PIC X(08).
	       10  RDLG-RUN-DATE		 PIC 9(08).
	       10  RDLG-USERID			 PIC X(08).
	   05  RDLG-METHOD			 PIC X(01).
	   05  RDLG-RESULT			 PIC X(01).
	       88  RDLG-DELIVERED		 VALUE 'D'.
	       88  RDLG-NO-ADDRESS		 VALUE 'A'.
	       88  RDLG-NO-ACCESS		 VALUE 'X'.
	   05  RDLG-SENT-DATE			 PIC 9(08).
	   05  RDLG-SENT-TIME			 PIC 9(06).
	   05  RDLG-TARGET			 PIC X(04).
	   05  RDLG-LINES			 PIC 9(06).
	   05  FILLER				 PIC X(10).
