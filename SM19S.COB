	       03  FILLER REDEFINES LSEQF.
		   04  LSEQA			      PIC X.
	       03  LSEQI			      PIC X(003).
	       03  LVISL			      PIC S9(4) COMP.
	       03  LVISF			      PIC X.
	       03  FILLER REDEFINES LVISF.
		   04  LVISA			      PIC X.
	       03  LVISI			      PIC X(001).
	       03  LBYL 			      PIC S9(4) COMP.
	       03  LBYF 			      PIC X.
	       03  FILLER REDEFINES LBYF.
	       03  LSEQO			      PIC X(003).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LVISO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LBYO 			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
