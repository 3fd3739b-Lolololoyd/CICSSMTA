	   02  FILLER REDEFINES PBKPF.
	       03  PBKPA			      PIC X.
	   02  PBKPI				      PIC X(004).
	   02  PTYPL				      PIC S9(4) COMP.
	   02  PTYPF				      PIC X.
	   02  FILLER REDEFINES PTYPF.
	       03  PTYPA			      PIC X.
	   02  PTYPI				      PIC X(001).
	   02  PFLCL				      PIC S9(4) COMP.
	   02  PFLCF				      PIC X.
	   02  FILLER REDEFINES PFLCF.
	   02  PBKPO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PTYPO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PFLCO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
