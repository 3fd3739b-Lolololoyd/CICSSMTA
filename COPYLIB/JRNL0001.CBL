	       88  JRN-REWRITE			 VALUE 'R'.
	       88  JRN-DELETE			 VALUE 'D'.
	   05  JRN-KEY				 PIC X(09).
	   05  JRN-IMAGE			 PIC X(300).
