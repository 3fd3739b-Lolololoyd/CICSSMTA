	   02  FILLER REDEFINES TRM4F.
	       03  TRM4A			      PIC X.
	   02  TRM4I				      PIC X(004).
	   02  RALLL				      PIC S9(4) COMP.
	   02  RALLF				      PIC X.
	   02  FILLER REDEFINES RALLF.
	       03  RALLA			      PIC X.
	   02  RALLI				      PIC X(001).
	   02  RGN1L				      PIC S9(4) COMP.
	   02  RGN1F				      PIC X.
	   02  FILLER REDEFINES RGN1F.
	       03  RGN1A			      PIC X.
	   02  RGN1I				      PIC X(002).
	   02  RGN2L				      PIC S9(4) COMP.
	   02  RGN2F				      PIC X.
	   02  FILLER REDEFINES RGN2F.
	       03  RGN2A			      PIC X.
	   02  RGN2I				      PIC X(002).
	   02  RGN3L				      PIC S9(4) COMP.
	   02  RGN3F				      PIC X.
	   02  FILLER REDEFINES RGN3F.
	       03  RGN3A			      PIC X.
	   02  RGN3I				      PIC X(002).
	   02  RGN4L				      PIC S9(4) COMP.
	   02  RGN4F				      PIC X.
	   02  FILLER REDEFINES RGN4F.
	       03  RGN4A			      PIC X.
	   02  RGN4I				      PIC X(002).
	   02  PNAML				      PIC S9(4) COMP.
	   02  PNAMF				      PIC X.
	   02  FILLER REDEFINES PNAMF.
	   02  TRM4O				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  RALLO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  RGN1O				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  RGN2O				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  RGN3O				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  RGN4O				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PNAMO				      PIC X(018).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
