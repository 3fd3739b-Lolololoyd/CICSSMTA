      * SYMBOLIC MAP of sm63s Created by CACXBMS Version 6.0.27
       01  SM63MI.
	   02  FILLER				      PIC X(12).
	   02  M63DATEL				      PIC S9(4) COMP.
	   02  M63DATEF				      PIC X.
	   02  FILLER REDEFINES M63DATEF.
	       03  M63DATEA			      PIC X.
	   02  M63DATEI				      PIC X(010).
	   02  ADPTL				      PIC S9(4) COMP.
	   02  ADPTF				      PIC X.
	   02  FILLER REDEFINES ADPTF.
	       03  ADPTA			      PIC X.
	   02  ADPTI				      PIC X(005).
	   02  AMAXL				      PIC S9(4) COMP.
	   02  AMAXF				      PIC X.
	   02  FILLER REDEFINES AMAXF.
	       03  AMAXA			      PIC X.
	   02  AMAXI				      PIC X(010).
	   02  ALVLL				      PIC S9(4) COMP.
	   02  ALVLF				      PIC X.
	   02  FILLER REDEFINES ALVLF.
	       03  ALVLA			      PIC X.
	   02  ALVLI				      PIC X(001).
	   02  AAPRL				      PIC S9(4) COMP.
	   02  AAPRF				      PIC X.
	   02  FILLER REDEFINES AAPRF.
	       03  AAPRA			      PIC X.
	   02  AAPRI				      PIC X(008).
	   02  ANAML				      PIC S9(4) COMP.
	   02  ANAMF				      PIC X.
	   02  FILLER REDEFINES ANAMF.
	       03  ANAMA			      PIC X.
	   02  ANAMI				      PIC X(018).
	   02  ADSCL				      PIC S9(4) COMP.
	   02  ADSCF				      PIC X.
	   02  FILLER REDEFINES ADSCF.
	       03  ADSCA			      PIC X.
	   02  ADSCI				      PIC X(030).
	   02  ABYL				      PIC S9(4) COMP.
	   02  ABYF				      PIC X.
	   02  FILLER REDEFINES ABYF.
	       03  ABYA				      PIC X.
	   02  ABYI				      PIC X(008).
	   02  ADTL				      PIC S9(4) COMP.
	   02  ADTF				      PIC X.
	   02  FILLER REDEFINES ADTF.
	       03  ADTA				      PIC X.
	   02  ADTI				      PIC X(008).
	   02  MSGL				      PIC S9(4) COMP.
	   02  MSGF				      PIC X.
	   02  FILLER REDEFINES MSGF.
	       03  MSGA				      PIC X.
	   02  MSGI				      PIC X(060).
       01  SM63MO REDEFINES SM63MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M63DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ADPTO				      PIC X(005).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  AMAXO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ALVLO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  AAPRO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ANAMO				      PIC X(018).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ADSCO				      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ABYO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ADTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSGO				      PIC X(060).
