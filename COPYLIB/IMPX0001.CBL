      * Imported-ticket cross-reference - file 'impx0001'
      * One record per ticket TKTIMP01 has brought over, keyed by
      * the source desk and its own ticket number, with the
      * TICKET-NUM it became as an alternate key - so either number
      * finds the other. Written before the ticket as I (in
      * progress) and stamped C once the master and every note are
      * on file; a rerun skips C records and finishes I ones under
      * the number already given.
      *
	   05  IMPX-KEY.
	       10  IMPX-SRC-SYS			 PIC X(04).
	       10  IMPX-SRC-NUM			 PIC X(12).
	   05  IMPX-TICKET			 PIC X(06).
	   05  IMPX-STATE			 PIC X(01).
	       88  IMPX-IN-PROGRESS		 VALUE 'I'.
	       88  IMPX-COMPLETE		 VALUE 'C'.
	   05  IMPX-IMPORT-DATE			 PIC 9(08).
	   05  IMPX-NOTE-COUNT			 PIC 9(05).
	   05  FILLER				 PIC X(04).
