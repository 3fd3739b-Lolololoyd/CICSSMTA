      * NAMEFILE contact-detail masking - procedure member, COPYd
      * into the body of a masking paragraph after the record has
      * been decrypted, with NMSK-VIEW set (see NAMMSKW1). Withheld
      * clears the address block, phone, fax and notify address.
      * Partial keeps enough to recognise a contact by without
      * handing the details over: the first three characters of
      * address lines 1-3, the town line and postal code as they
      * are, the last four digits of the phone and fax, and the
      * first character and the domain of the notify address -
      * everything else that is not a space shows as '*'. Full, or
      * a logged reveal, leaves the record as it is.
      *
	   IF NOT NMSK-IS-REVEALED
	       EVALUATE TRUE
	       WHEN NMSK-WITHHELD
		   MOVE SPACES TO ADDRESS1 ADDRESS2 ADDRESS3 ADDRESS4
		   MOVE SPACES TO POSTAL-CODE
		   MOVE SPACES TO PHONE FAX NOTIFY-ADDRESS
	       WHEN NMSK-PARTIAL
		   MOVE ADDRESS1 TO NMSK-LINE(1)
		   MOVE ADDRESS2 TO NMSK-LINE(2)
		   MOVE ADDRESS3 TO NMSK-LINE(3)
		   PERFORM VARYING NMSK-FLD FROM 1 BY 1
			   UNTIL NMSK-FLD > 3
		       PERFORM VARYING NMSK-IX FROM 4 BY 1
			       UNTIL NMSK-IX > 50
			   IF NMSK-LINE(NMSK-FLD)(NMSK-IX:1) NOT = SPACE
			       MOVE '*'
				 TO NMSK-LINE(NMSK-FLD)(NMSK-IX:1)
			   END-IF
		       END-PERFORM
		   END-PERFORM
		   MOVE NMSK-LINE(1) TO ADDRESS1
		   MOVE NMSK-LINE(2) TO ADDRESS2
		   MOVE NMSK-LINE(3) TO ADDRESS3
		   MOVE PHONE TO NMSK-NUMBER(1)
		   MOVE FAX TO NMSK-NUMBER(2)
		   PERFORM VARYING NMSK-FLD FROM 1 BY 1
			   UNTIL NMSK-FLD > 2
		       MOVE ZERO TO NMSK-KEPT
		       PERFORM VARYING NMSK-IX FROM 24 BY -1
			       UNTIL NMSK-IX < 1
			   IF NMSK-NUMBER(NMSK-FLD)(NMSK-IX:1)
				 IS NUMERIC
			       IF NMSK-KEPT < 4
				   ADD 1 TO NMSK-KEPT
			       ELSE
				   MOVE '*'
				     TO NMSK-NUMBER(NMSK-FLD)(NMSK-IX:1)
			       END-IF
			   END-IF
		       END-PERFORM
		   END-PERFORM
		   MOVE NMSK-NUMBER(1) TO PHONE
		   MOVE NMSK-NUMBER(2) TO FAX
		   MOVE ZERO TO NMSK-AT
		   INSPECT NOTIFY-ADDRESS TALLYING NMSK-AT
		       FOR CHARACTERS BEFORE INITIAL '@'
		   PERFORM VARYING NMSK-IX FROM 2 BY 1
			   UNTIL NMSK-IX > NMSK-AT
		       IF NOTIFY-ADDRESS(NMSK-IX:1) NOT = SPACE
			   MOVE '*' TO NOTIFY-ADDRESS(NMSK-IX:1)
		       END-IF
		   END-PERFORM
	       WHEN OTHER
		   CONTINUE
	       END-EVALUATE
	   END-IF
