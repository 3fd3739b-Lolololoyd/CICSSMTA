      *        reassignment/closure notices for tickets routed to
      *        this contact get delivered.
	   05  NOTIFY-ADDRESS			 PIC X(50).
      *        Organization (orgn0001) this contact belongs to - the
      *        company or department ticket reports roll up by;
      *        spaces when not yet linked. Set on SAMP20. The record
      *        grew 466 -> 500 for it (FILECNV5 pad/reload).
	   05  ORG-ID				 PIC X(8).
      *        Contact-details confirmation cycle: the date CNFOUT01
      *        last mailed this contact a confirmation request, and
      *        the date the details were last confirmed (CNFIN01) or
      *        a reviewed change applied (SM0060). CNFAGE01 lists
      *        the contacts left unverified too long. Spaces on an
      *        entry that has never been through the cycle.
	   05  CONFIRM-SENT-DATE		 PIC 9(8).
	   05  LAST-VERIFIED-DATE		 PIC 9(8).
      *        Key version the address block, phone, fax and notify
      *        address are held under (nkey0001, NAMCRYP1 transform).
      *        Spaces or '00' on an entry not yet encrypted - NAMENC01
      *        converts those and NAMROT01 moves every entry onto a
      *        new key version.
	   05  CRYPT-KEY-VERSION		 PIC X(2).
	   05  FILLER				 PIC X(8).
