      * Post-incident action-item record - file 'mjai0001'
      * Header/line-item key, the MJCL0001 shape: the 6-byte
      * incident id plus a 3-byte sequence. One line per follow-up
      * action agreed at the postmortem, raised and worked from
      * SM0067 (PF5 off the SM0041 bridge screen): who owns it, what
      * it is and when it is due. An action stays open until its
      * owner marks it done or an ADMIN formally waives it - either
      * way with a note saying why - and MJAOVD01 lists it weekly
      * while it is open and past its due date. MJIRPT01 prints the
      * list with each action's status under the timeline.
      *
	   05  MJAI-KEY.
	       10  MJAI-INCIDENT-ID		 PIC X(06).
	       10  MJAI-SEQ-NUM		 PIC 9(03).
	       10  MJAI-SEQ-NUM-X REDEFINES
		   MJAI-SEQ-NUM		 PIC X(03).
	   05  MJAI-OWNER			 PIC X(08).
	   05  MJAI-DESC			 PIC X(60).
	   05  MJAI-DUE-DATE			 PIC 9(08).
	   05  MJAI-STATUS			 PIC X(01).
	       88  MJAI-OPEN			 VALUE 'O'.
	       88  MJAI-DONE			 VALUE 'D'.
	       88  MJAI-WAIVED			 VALUE 'W'.
	   05  MJAI-NOTE			 PIC X(60).
	   05  MJAI-ADDED-BY			 PIC X(08).
	   05  MJAI-ADDED-DATE			 PIC 9(08).
	   05  MJAI-CLOSED-BY			 PIC X(08).
	   05  MJAI-CLOSED-DATE			 PIC 9(08).
	   05  FILLER				 PIC X(22).
