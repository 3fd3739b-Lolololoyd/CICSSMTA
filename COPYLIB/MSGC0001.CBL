      * Message catalog record - file 'msgc0001'
      * One record per message id and language. The online programs
      * fetch their error and information messages from here by id
      * (the SM0072 lookup) in the signed-on user's usrp0001
      * language, falling back to the EN text and then to the wording
      * compiled into the program. &1 to &5 in the text stand
      * for values the program supplies - a ticket number, a userid.
      * Ids: SMGnnnnn for wording shared by every screen, otherwise
      * the program's own prefix (SMnn, SAMnn) and a running number.
      * Maintained on SM0070.
      *
	   05  MSGC-KEY.
	       10  MSGC-ID			 PIC X(08).
	       10  MSGC-LANG			 PIC X(02).
      *        Screens show 60 (SM maps) to 79 (SAMP maps) bytes of it.
	   05  MSGC-TEXT			 PIC X(79).
      *        Where the message is used, for whoever translates it.
	   05  MSGC-NOTE			 PIC X(30).
	   05  MSGC-UPD-BY			 PIC X(08).
	   05  MSGC-UPD-DATE			 PIC 9(08).
	   05  FILLER				 PIC X(15).
