      * Organization master record - file 'orgn0001'
      * One record per customer company or department that NAMEFILE
      * contacts belong to, keyed on an 8-byte org id: the legal name
      * spelled once, the billing address, the account manager (a
      * uaf00001 userid) and whether the organization is still active.
      * NAMEFILE entries point here through ORG-ID, so ticket reports
      * can roll up by organization through TICKET-CONTACT.
      * Maintained through SM0059.
      *
	   05  ORGN-ID			 PIC X(08).
	   05  ORGN-LEGAL-NAME		 PIC X(50).
	   05  ORGN-BILL-ADDRESS.
	       10  ORGN-BILL-ADDR1	 PIC X(40).
	       10  ORGN-BILL-ADDR2	 PIC X(40).
	       10  ORGN-BILL-ADDR3	 PIC X(40).
	       10  ORGN-BILL-ADDR4	 PIC X(40).
	       10  ORGN-BILL-POSTAL	 PIC X(12).
	   05  ORGN-ACCT-MGR		 PIC X(08).
	   05  ORGN-ACTIVE		 PIC X(01).
	       88  ORGN-IS-ACTIVE	 VALUE 'Y'.
	       88  ORGN-IS-INACTIVE	 VALUE 'N'.
	   05  ORGN-UPDATED-BY		 PIC X(08).
	   05  ORGN-UPDATED-DATE	 PIC 9(08).
	   05  FILLER			 PIC X(45).
