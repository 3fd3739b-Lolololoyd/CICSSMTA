	   02  FILLER REDEFINES ASSTF.
	       03  ASSTA			      PIC X.
	   02  ASSTI				      PIC X(008).
	   02  CLASL				      PIC S9(4) COMP.
	   02  CLASF				      PIC X.
	   02  FILLER REDEFINES CLASF.
	       03  CLASA			      PIC X.
	   02  CLASI				      PIC X(001).
	   02  PSDTL				      PIC S9(4) COMP.
	   02  PSDTF				      PIC X.
	   02  FILLER REDEFINES PSDTF.
	       03  PSDTA			      PIC X.
	   02  PSDTI				      PIC X(008).
	   02  PSTML				      PIC S9(4) COMP.
	   02  PSTMF				      PIC X.
	   02  FILLER REDEFINES PSTMF.
	       03  PSTMA			      PIC X.
	   02  PSTMI				      PIC X(004).
	   02  PEDTL				      PIC S9(4) COMP.
	   02  PEDTF				      PIC X.
	   02  FILLER REDEFINES PEDTF.
	       03  PEDTA			      PIC X.
	   02  PEDTI				      PIC X(008).
	   02  PETML				      PIC S9(4) COMP.
	   02  PETMF				      PIC X.
	   02  FILLER REDEFINES PETMF.
	       03  PETMA			      PIC X.
	   02  PETMI				      PIC X(004).
	   02  RISKL				      PIC S9(4) COMP.
	   02  RISKF				      PIC X.
	   02  FILLER REDEFINES RISKF.
	       03  RISKA			      PIC X.
	   02  RISKI				      PIC X(001).
	   02  IMPLL				      PIC S9(4) COMP.
	   02  IMPLF				      PIC X.
	   02  FILLER REDEFINES IMPLF.
	       03  IMPLA			      PIC X.
	   02  IMPLI				      PIC X(060).
	   02  BKOUL				      PIC S9(4) COMP.
	   02  BKOUF				      PIC X.
	   02  FILLER REDEFINES BKOUF.
	       03  BKOUA			      PIC X.
	   02  BKOUI				      PIC X(060).
	   02  CALRL				      PIC S9(4) COMP.
	   02  CALRF				      PIC X.
	   02  FILLER REDEFINES CALRF.
	       03  CALRA			      PIC X.
	   02  CALRI				      PIC X(008).
	   02  CNAML				      PIC S9(4) COMP.
	   02  CNAMF				      PIC X.
	   02  FILLER REDEFINES CNAMF.
	       03  CNAMA			      PIC X.
	   02  CNAMI				      PIC X(018).
	   02  CDPTL				      PIC S9(4) COMP.
	   02  CDPTF				      PIC X.
	   02  FILLER REDEFINES CDPTF.
	       03  CDPTA			      PIC X.
	   02  CDPTI				      PIC X(005).
	   02  COSTL				      PIC S9(4) COMP.
	   02  COSTF				      PIC X.
	   02  FILLER REDEFINES COSTF.
	       03  COSTA			      PIC X.
	   02  COSTI				      PIC X(010).
	   02  ERRMSGL				      PIC S9(4) COMP.
	   02  ERRMSGF				      PIC X.
	   02  FILLER REDEFINES ERRMSGF.
	   02  ASSTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CLASO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PSDTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PSTMO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PEDTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PETMO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  RISKO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  IMPLO				      PIC X(060).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  BKOUO				      PIC X(060).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CALRO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CNAMO				      PIC X(018).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CDPTO				      PIC X(005).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  COSTO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ERRMSGO				      PIC X(071).
