      * Work fields for the FRZOVLP1 freeze-window overlap test -
      * COPYd into WORKING-STORAGE by every program that checks a
      * span of time against the frzw0001 windows, paired with the
      * FRZOVLP1 procedure member the way TKDSEQW1 pairs with
      * TKDNXSQ1. The caller loads FRZX-SVC-CODE and the span as
      * date*1000000+time (a moment is a span whose ends are equal)
      * and, with one FRZW0001 record in hand, gets FRZX-OVERLAP 'Y'
      * back when that window covers the service and meets the span.
      *
	   05  FRZX-SVC-CODE		 PIC X(08).
	   05  FRZX-SPAN-FROM		 PIC 9(14).
	   05  FRZX-SPAN-TO		 PIC 9(14).
	   05  FRZX-WIN-FROM		 PIC 9(14).
	   05  FRZX-WIN-TO		 PIC 9(14).
	   05  FRZX-OVERLAP		 PIC X(01).
	       88  FRZX-OVERLAPS		 VALUE 'Y'.
