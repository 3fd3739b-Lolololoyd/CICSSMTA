	       03  FILLER REDEFINES LTRMF.
		   04  LTRMA			      PIC X.
	       03  LTRMI			      PIC X(008).
	       03  LCATL			      PIC S9(4) COMP.
	       03  LCATF			      PIC X.
	       03  FILLER REDEFINES LCATF.
		   04  LCATA			      PIC X.
	       03  LCATI			      PIC X(020).
	   02  RCMTL				      PIC S9(4) COMP.
	   02  RCMTF				      PIC X.
	   02  FILLER REDEFINES RCMTF.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LTRMO			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LCATO			      PIC X(020).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  RCMTO				      PIC X(040).
