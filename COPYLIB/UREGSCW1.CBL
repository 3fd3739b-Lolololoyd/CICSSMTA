      * Work fields for the UREGSCP1 region-scope test - COPYd into
      * WORKING-STORAGE by every program that hides or refuses
      * NAMEFILE contacts and tickets outside the signed-on user's
      * ureg0001 scope, paired with the UREGSCP1 procedure member the
      * way FRZOVLW1 pairs with FRZOVLP1. The caller loads the user's
      * UREG0001 record once per task (filling slot 1 with the site
      * default region when the user has no scope on file) and sets
      * REGX-DEFAULT and REGX-HOME; then, per record, loads
      * REGX-REGION and gets REGX-PERMIT 'Y' back when the region is
      * inside the scope. A blank region - a ticket never routed to a
      * contact, or one opened before tickets carried a region - is
      * taken as the site default region.
      *
	   05  REGX-DEFAULT			 PIC X(02).
	   05  REGX-HOME			 PIC X(02).
	   05  REGX-REGION			 PIC X(02).
	   05  REGX-SUB				 PIC S9(4) COMP.
	   05  REGX-PERMIT			 PIC X(01).
	       88  REGX-PERMITTED		 VALUE 'Y'.
