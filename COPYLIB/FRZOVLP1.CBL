      * Freeze-window overlap test - procedure member, COPYd into the
      * body of a paragraph run once per frzw0001 record read, paired
      * with the FRZOVLW1 work fields. A blank FRZW-SVC-CODE is the
      * full-site window and covers every service. Two spans meet
      * when each starts no later than the other ends, so a change
      * that merely touches a window's first or last second is
      * still inside it.
      *
	   MOVE 'N' TO FRZX-OVERLAP
	   IF FRZW-SVC-CODE = SPACES OR FRZW-SVC-CODE = FRZX-SVC-CODE
	       COMPUTE FRZX-WIN-FROM =
		   FRZW-FROM-DATE * 1000000 + FRZW-FROM-TIME
	       COMPUTE FRZX-WIN-TO =
		   FRZW-TO-DATE * 1000000 + FRZW-TO-TIME
	       IF FRZX-SPAN-FROM <= FRZX-WIN-TO
		   AND FRZX-SPAN-TO >= FRZX-WIN-FROM
		   MOVE 'Y' TO FRZX-OVERLAP
	       END-IF
	   END-IF
