      * Work fields for the service-category check - COPYd into
      * WORKING-STORAGE by every program that refuses a SERVICE user
      * a ticket outside their ucat0001 category grants (SM0005,
      * SM0011, SM0012, SM0042), the CIDPWRK1 arrangement: the check
      * paragraph itself carries EXEC CICS, so each program repeats
      * it rather than COPYing it. The caller loads UCTX-USERID and
      * the ticket's service code into UCTX-SVC-CODE; the check looks
      * the code up on svcc0001 (into UCTX-SVC-AREA, so the caller's
      * own SVCCAT01 record is left alone), then probes ucat0001 for
      * the category and for the '**' all-categories grant. A ticket
      * with no service code, or one whose code has since left the
      * catalog, has no category to hold anyone to and passes.
      *
	   05  UCTX-SVC-KEY-LEN	 PIC S9(4) COMP VALUE 8.
	   05  UCTX-KEY-LEN		 PIC S9(4) COMP VALUE 14.
	   05  UCTX-SVC-CODE			 PIC X(08).
	   05  UCTX-KEY.
	       10  UCTX-USERID			 PIC X(08).
	       10  UCTX-CATEGORY		 PIC X(06).
	   05  UCTX-PERMIT			 PIC X(01).
	       88  UCTX-PERMITTED		 VALUE 'Y'.
	   05  UCTX-SVC-AREA			 PIC X(120).
	   05  FILLER REDEFINES UCTX-SVC-AREA.
	       10  FILLER			 PIC X(08).
	       10  UCTX-SVC-CATEGORY		 PIC X(06).
	       10  FILLER			 PIC X(106).
