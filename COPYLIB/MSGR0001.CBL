      * Message id registry record - file 'msgr0001'
      * One record per message id and online program that uses it,
      * rebuilt whole by MSGREG01 from the programs' MSGLnnnn id
      * lists, so it holds every id the code can ask for - rare
      * error paths included - whether or not anyone has met it yet.
      * MSGRPT01 checks each registered id against the msgc0001
      * catalog in EN and in every language in use.
      *
	   05  MSGR-KEY.
	       10  MSGR-ID			 PIC X(08).
	       10  MSGR-PROGRAM			 PIC X(08).
      *        The wording the program falls back on with no catalog
      *        text - what MSGRPT01 LOAD seeds the EN entry with.
	   05  MSGR-DEFAULT			 PIC X(79).
	   05  MSGR-REG-DATE			 PIC 9(08).
	   05  FILLER				 PIC X(17).
