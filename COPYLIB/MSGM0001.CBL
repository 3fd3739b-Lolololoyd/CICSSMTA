      * Message catalog miss record - file 'msgm0001'
      * Written by the SM0072 lookup whenever a program asks for a
      * message id the catalog cannot give in the language wanted -
      * MSGM-LANG is that language, so an EN record means the id is
      * not in the catalog at all. Keeps the wording the program fell
      * back on, which program asked, and how often. MSGRPT01 shows
      * the counts against the registry gaps it lists (msgr0001 is
      * the list of ids to check; this is only what users have hit)
      * and clears a miss once the catalog has the text.
      *
	   05  MSGM-KEY.
	       10  MSGM-ID			 PIC X(08).
	       10  MSGM-LANG			 PIC X(02).
	   05  MSGM-PROGRAM			 PIC X(08).
	   05  MSGM-COUNT			 PIC 9(07).
	   05  MSGM-FIRST-DATE			 PIC 9(08).
	   05  MSGM-LAST-DATE			 PIC 9(08).
	   05  MSGM-DEFAULT			 PIC X(79).
	   05  FILLER				 PIC X(10).
