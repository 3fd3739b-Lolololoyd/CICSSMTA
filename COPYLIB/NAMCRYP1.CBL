      * NAMEFILE personal-field transform - procedure member, COPYd
      * into the body of a transform paragraph with NCR-KEY and
      * NCR-MODE set. Gathers the four address lines, phone, fax and
      * notify address and shifts each byte that is in NCR-ALPHABET
      * along the alphabet by an amount drawn from the key byte for
      * its position and the position itself - forward to encrypt,
      * back to decrypt - then puts the fields back. Bytes outside
      * the alphabet (spaces above all) pass through as they are, so
      * a blank field stays blank either way. The caller sets
      * CRYPT-KEY-VERSION to match what it has done.
      *
	   MOVE ADDRESS1 TO NCR-ADDRESS1
	   MOVE ADDRESS2 TO NCR-ADDRESS2
	   MOVE ADDRESS3 TO NCR-ADDRESS3
	   MOVE ADDRESS4 TO NCR-ADDRESS4
	   MOVE PHONE TO NCR-PHONE
	   MOVE FAX TO NCR-FAX
	   MOVE NOTIFY-ADDRESS TO NCR-NOTIFY
	   MOVE ZERO TO NCR-KIX
	   PERFORM VARYING NCR-IX FROM 1 BY 1
		   UNTIL NCR-IX > 298
	       ADD 1 TO NCR-KIX
	       IF NCR-KIX > 16
		   MOVE 1 TO NCR-KIX
	       END-IF
	       MOVE NCR-AREA-X(NCR-IX:1) TO NCR-CHAR
	       MOVE ZERO TO NCR-POS
	       INSPECT NCR-ALPHABET TALLYING NCR-POS
		   FOR CHARACTERS BEFORE INITIAL NCR-CHAR
	       IF NCR-POS < NCR-ALPHA-LEN
		   MOVE ZERO TO NCR-KPOS
		   INSPECT NCR-ALPHABET TALLYING NCR-KPOS
		       FOR CHARACTERS BEFORE INITIAL NCR-KEY(NCR-KIX:1)
		   COMPUTE NCR-SHIFT = NCR-KPOS + (NCR-IX * 7)
		   IF NCR-ENCRYPT
		       COMPUTE NCR-POS = NCR-POS + NCR-SHIFT
		   ELSE
		       COMPUTE NCR-POS = NCR-POS - NCR-SHIFT
		   END-IF
		   COMPUTE NCR-POS = FUNCTION MOD(NCR-POS NCR-ALPHA-LEN)
		   MOVE NCR-ALPHABET(NCR-POS + 1:1)
		       TO NCR-AREA-X(NCR-IX:1)
	       END-IF
	   END-PERFORM
	   MOVE NCR-ADDRESS1 TO ADDRESS1
	   MOVE NCR-ADDRESS2 TO ADDRESS2
	   MOVE NCR-ADDRESS3 TO ADDRESS3
	   MOVE NCR-ADDRESS4 TO ADDRESS4
	   MOVE NCR-PHONE TO PHONE
	   MOVE NCR-FAX TO FAX
	   MOVE NCR-NOTIFY TO NOTIFY-ADDRESS
