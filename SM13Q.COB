      * SYMBOLIC MAP of sm13q Created by CACXBMS Version 6.0.27
       01  SM13QMI.
	   02  FILLER				      PIC X(12).
	   02  QSVCL				      PIC S9(4) COMP.
	   02  QSVCF				      PIC X.
	   02  FILLER REDEFINES QSVCF.
	       03  QSVCA			      PIC X.
	   02  QSVCI				      PIC X(008).
	   02  QDESL				      PIC S9(4) COMP.
	   02  QDESF				      PIC X.
	   02  FILLER REDEFINES QDESF.
	       03  QDESA			      PIC X.
	   02  QDESI				      PIC X(040).
	   02  QLINI OCCURS 10 TIMES.
	       03  QPRML			      PIC S9(4) COMP.
	       03  QPRMF			      PIC X.
	       03  FILLER REDEFINES QPRMF.
		   04  QPRMA			      PIC X.
	       03  QPRMI			      PIC X(030).
	       03  QREQL			      PIC S9(4) COMP.
	       03  QREQF			      PIC X.
	       03  FILLER REDEFINES QREQF.
		   04  QREQA			      PIC X.
	       03  QREQI			      PIC X(001).
	       03  QHNTL			      PIC S9(4) COMP.
	       03  QHNTF			      PIC X.
	       03  FILLER REDEFINES QHNTF.
		   04  QHNTA			      PIC X.
	       03  QHNTI			      PIC X(008).
	       03  QANSL			      PIC S9(4) COMP.
	       03  QANSF			      PIC X.
	       03  FILLER REDEFINES QANSF.
		   04  QANSA			      PIC X.
	       03  QANSI			      PIC X(030).
	   02  QERRL				      PIC S9(4) COMP.
	   02  QERRF				      PIC X.
	   02  FILLER REDEFINES QERRF.
	       03  QERRA			      PIC X.
	   02  QERRI				      PIC X(071).
       01  SM13QMO REDEFINES SM13QMI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  QSVCO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  QDESO				      PIC X(040).
	   02  QLINO OCCURS 10 TIMES.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  QPRMO			      PIC X(030).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  QREQO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  QHNTO			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  QANSO			      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  QERRO				      PIC X(071).
