      * Region-scope test - procedure member, COPYd into the body of
      * a paragraph run once per NAMEFILE record or ticket examined,
      * paired with the UREGSCW1 work fields and the caller's
      * UREG0001 record. The all-regions scope passes everything;
      * otherwise the region must sit in one of the four slots.
      *
	   MOVE 'N' TO REGX-PERMIT
	   IF REGX-REGION = SPACES OR REGX-REGION = LOW-VALUES
	       MOVE REGX-DEFAULT TO REGX-REGION
	   END-IF
	   IF UREG-ALL-SCOPE
	       MOVE 'Y' TO REGX-PERMIT
	   ELSE
	       PERFORM VARYING REGX-SUB FROM 1 BY 1
		       UNTIL REGX-SUB > 4 OR REGX-PERMITTED
		   IF UREG-REGION(REGX-SUB) = REGX-REGION
		       MOVE 'Y' TO REGX-PERMIT
		   END-IF
	       END-PERFORM
	   END-IF
