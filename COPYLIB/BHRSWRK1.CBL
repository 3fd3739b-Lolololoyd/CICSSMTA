      * Work fields for the BHRSADD1 business-hours clock - COPYd into
      * WORKING-STORAGE by every program that stamps an hour-based SLA
      * target, paired with the BHRSADD1 procedure member the way
      * WIDXWRK1 pairs with WIDXTOK1. The caller loads BHRX-WEEK from
      * the routed region's bhrs0001 record (falling back to '**', and
      * to BHRX-STD-WEEK - Monday to Friday 0800-1800 - when neither
      * is on file), sets BHRX-FROM-DATE/BHRX-FROM-TIME and
      * BHRX-HOURS, and gets BHRX-DUE-DATE/BHRX-DUE-TIME back. The
      * member performs the caller's 975-CHECK-BHRS-HOLIDAY once per
      * open weekday with BHRX-PROBE-DATE loaded; the caller answers
      * in BHRX-HOLIDAY from its bday0001 probe.
      *
	   05  BHRX-WEEK.
	       10  BHRX-DAY			 OCCURS 7 TIMES.
		   15  BHRX-START		 PIC 9(04).
		   15  BHRX-END			 PIC 9(04).
	   05  BHRX-STD-WEEK.
	       10  FILLER		 PIC X(08) VALUE '08001800'.
	       10  FILLER		 PIC X(08) VALUE '08001800'.
	       10  FILLER		 PIC X(08) VALUE '08001800'.
	       10  FILLER		 PIC X(08) VALUE '08001800'.
	       10  FILLER		 PIC X(08) VALUE '08001800'.
	       10  FILLER		 PIC X(08) VALUE '00000000'.
	       10  FILLER		 PIC X(08) VALUE '00000000'.
	   05  BHRX-FROM-DATE			 PIC 9(08).
	   05  BHRX-FROM-TIME			 PIC 9(06).
	   05  FILLER REDEFINES BHRX-FROM-TIME.
	       10  BHRX-FROM-HH			 PIC 9(02).
	       10  BHRX-FROM-MM			 PIC 9(02).
	       10  BHRX-FROM-SS			 PIC 9(02).
	   05  BHRX-HOURS			 PIC 9(03).
	   05  BHRX-DUE-DATE			 PIC 9(08).
	   05  BHRX-DUE-TIME			 PIC 9(06).
	   05  FILLER REDEFINES BHRX-DUE-TIME.
	       10  BHRX-DUE-HH			 PIC 9(02).
	       10  BHRX-DUE-MM			 PIC 9(02).
	       10  BHRX-DUE-SS			 PIC 9(02).
	   05  BHRX-HHMM			 PIC 9(04).
	   05  FILLER REDEFINES BHRX-HHMM.
	       10  BHRX-HHMM-HH			 PIC 9(02).
	       10  BHRX-HHMM-MM			 PIC 9(02).
	   05  BHRX-PROBE-DATE			 PIC 9(08).
	   05  BHRX-HOLIDAY			 PIC X(01).
	       88  BHRX-IS-HOLIDAY		 VALUE 'Y'.
	   05  BHRX-LEFT			 PIC S9(7) COMP.
	   05  BHRX-INT				 PIC S9(9) COMP.
	   05  BHRX-DOW				 PIC S9(4) COMP.
	   05  BHRX-GUARD			 PIC S9(4) COMP.
	   05  BHRX-CUR-MIN			 PIC S9(5) COMP.
	   05  BHRX-OPEN-MIN			 PIC S9(5) COMP.
	   05  BHRX-CLOSE-MIN			 PIC S9(5) COMP.
	   05  BHRX-AVAIL			 PIC S9(5) COMP.
