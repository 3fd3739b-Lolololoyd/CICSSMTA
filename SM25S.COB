	   02  FILLER REDEFINES PDSCF.
	       03  PDSCA			      PIC X.
	   02  PDSCI				      PIC X(030).
	   02  PRSNL				      PIC S9(4) COMP.
	   02  PRSNF				      PIC X.
	   02  FILLER REDEFINES PRSNF.
	       03  PRSNA			      PIC X.
	   02  PRSNI				      PIC X(040).
	   02  MSGL				      PIC S9(4) COMP.
	   02  MSGF				      PIC X.
	   02  FILLER REDEFINES MSGF.
	   02  PDSCO				      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PRSNO				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSGO				      PIC X(060).
