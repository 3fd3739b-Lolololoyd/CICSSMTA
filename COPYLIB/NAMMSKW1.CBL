      * Work fields for the NAMEFILE contact-detail masking rule -
      * COPYd into WORKING-STORAGE by the screens that show a
      * contact's address block, phone, fax or notify address,
      * paired with the NAMMSK01 procedure member. The screen sets
      * NMSK-VIEW from the signed-on user's uaf00001 role flags:
      *   F  ADMIN, SERVICE or APPROVER - the details in full
      *   M  INQUIRY and none of those - partially masked; the user
      *      may reveal one contact in full by giving a reason, and
      *      the reveal is logged to sech0001
      *   H  anyone else (a requestor) - withheld altogether, since
      *      the contacts on file are other people's details
      * NMSK-REVEALED is set for the one screen a reveal was logged
      * for; NAMMSK01 leaves the record alone while it is on.
      *
	   05  NMSK-VIEW			 PIC X(01).
	       88  NMSK-FULL			 VALUE 'F'.
	       88  NMSK-PARTIAL			 VALUE 'M'.
	       88  NMSK-WITHHELD		 VALUE 'H'.
	   05  NMSK-REVEALED			 PIC X(01).
	       88  NMSK-IS-REVEALED		 VALUE 'Y'.
	   05  NMSK-LINE		 OCCURS 3 TIMES PIC X(50).
	   05  NMSK-NUMBER		 OCCURS 2 TIMES PIC X(24).
	   05  NMSK-FLD				 PIC S9(4) COMP.
	   05  NMSK-IX				 PIC S9(4) COMP.
	   05  NMSK-KEPT			 PIC S9(4) COMP.
	   05  NMSK-AT				 PIC S9(4) COMP.
