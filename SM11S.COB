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
	   02  FILLER REDEFINES WACTF.
	       03  WACTA			      PIC X.
	   02  WACTI				      PIC X(001).
	   02  NVISL				      PIC S9(4) COMP.
	   02  NVISF				      PIC X.
	   02  FILLER REDEFINES NVISF.
	       03  NVISA			      PIC X.
	   02  NVISI				      PIC X(001).
	   02  FUPDL				      PIC S9(4) COMP.
	   02  FUPDF				      PIC X.
	   02  FILLER REDEFINES FUPDF.
	       03  FUPDA			      PIC X.
	   02  FUPDI				      PIC X(008).
	   02  FUPRL				      PIC S9(4) COMP.
	   02  FUPRF				      PIC X.
	   02  FILLER REDEFINES FUPRF.
	       03  FUPRA			      PIC X.
	   02  FUPRI				      PIC X(020).
	   02  PARTL				      PIC S9(4) COMP.
	   02  PARTF				      PIC X.
	   02  FILLER REDEFINES PARTF.
	       03  PARTA			      PIC X.
	   02  PARTI				      PIC X(010).
	   02  PQTYL				      PIC S9(4) COMP.
	   02  PQTYF				      PIC X.
	   02  FILLER REDEFINES PQTYF.
	       03  PQTYA			      PIC X.
	   02  PQTYI				      PIC X(003).
	   02  WLSTL				      PIC S9(4) COMP.
	   02  WLSTF				      PIC X.
	   02  FILLER REDEFINES WLSTF.
	       03  WLSTA			      PIC X.
	   02  WLSTI				      PIC X(066).
	   02  SUPPL				      PIC S9(4) COMP.
	   02  SUPPF				      PIC X.
	   02  FILLER REDEFINES SUPPF.
	       03  SUPPA			      PIC X.
	   02  SUPPI				      PIC X(071).
	   02  ERRMSGL				      PIC S9(4) COMP.
	   02  ERRMSGF				      PIC X.
	   02  FILLER REDEFINES ERRMSGF.
	       03  LSEQO			      PIC X(003).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LVISO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  LBYO 			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	   02  WACTO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  NVISO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  FUPDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  FUPRO				      PIC X(020).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PARTO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PQTYO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  WLSTO				      PIC X(066).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  SUPPO				      PIC X(071).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ERRMSGO				      PIC X(071).
