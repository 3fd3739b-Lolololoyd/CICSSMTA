      * NAMEFILE key-table load - procedure member for the batch jobs,
      * COPYd into the body of a load paragraph once NKEY-FILE is open
      * for input. Reads nkey0001 front to back, putting each key
      * version's material into NCR-KEY-TABLE under its version and
      * the control record's current version into NCR-CURRENT. A
      * version with no record stays spaces, which is how a caller
      * knows an entry's key is not available.
      *
	   MOVE SPACES TO NCR-KEY-TABLE
	   MOVE SPACES TO NCR-CURRENT
	   MOVE 'N' TO NCR-LOAD-EOF
	   PERFORM UNTIL NCR-LOAD-EOF = 'Y'
	       READ NKEY-FILE NEXT RECORD
		   AT END
		       MOVE 'Y' TO NCR-LOAD-EOF
	       END-READ
	       IF NCR-LOAD-EOF NOT = 'Y'
		   IF NKEY-IS-CONTROL
		       MOVE NKEY-CURRENT-VERSION TO NCR-CURRENT
		   ELSE
		       IF NKEY-ID IS NUMERIC
			   MOVE NKEY-ID TO NCR-VERSION
			   MOVE NKEY-MATERIAL
			       TO NCR-KEY-ENTRY(NCR-VERSION-9)
		       END-IF
		   END-IF
	       END-IF
	   END-PERFORM
