      * SYMBOLIC MAP of sm62s Created by CACXBMS Version 6.0.27
       01  SM62MI.
	   02  FILLER				      PIC X(12).
	   02  M62DATEL				      PIC S9(4) COMP.
	   02  M62DATEF				      PIC X.
	   02  FILLER REDEFINES M62DATEF.
	       03  M62DATEA			      PIC X.
	   02  M62DATEI				      PIC X(010).
	   02  EUSRL				      PIC S9(4) COMP.
	   02  EUSRF				      PIC X.
	   02  FILLER REDEFINES EUSRF.
	       03  EUSRA			      PIC X.
	   02  EUSRI				      PIC X(008).
	   02  ECURL				      PIC S9(4) COMP.
	   02  ECURF				      PIC X.
	   02  FILLER REDEFINES ECURF.
	       03  ECURA			      PIC X.
	   02  ECURI				      PIC X(005).
	   02  EEFFL				      PIC S9(4) COMP.
	   02  EEFFF				      PIC X.
	   02  FILLER REDEFINES EEFFF.
	       03  EEFFA			      PIC X.
	   02  EEFFI				      PIC X(008).
	   02  EREQL				      PIC S9(4) COMP.
	   02  EREQF				      PIC X.
	   02  FILLER REDEFINES EREQF.
	       03  EREQA			      PIC X.
	   02  EREQI				      PIC X(001).
	   02  EADML				      PIC S9(4) COMP.
	   02  EADMF				      PIC X.
	   02  FILLER REDEFINES EADMF.
	       03  EADMA			      PIC X.
	   02  EADMI				      PIC X(001).
	   02  EAPRL				      PIC S9(4) COMP.
	   02  EAPRF				      PIC X.
	   02  FILLER REDEFINES EAPRF.
	       03  EAPRA			      PIC X.
	   02  EAPRI				      PIC X(001).
	   02  ESVCL				      PIC S9(4) COMP.
	   02  ESVCF				      PIC X.
	   02  FILLER REDEFINES ESVCF.
	       03  ESVCA			      PIC X.
	   02  ESVCI				      PIC X(001).
	   02  EINQL				      PIC S9(4) COMP.
	   02  EINQF				      PIC X.
	   02  FILLER REDEFINES EINQF.
	       03  EINQA			      PIC X.
	   02  EINQI				      PIC X(001).
	   02  ERSNL				      PIC S9(4) COMP.
	   02  ERSNF				      PIC X.
	   02  FILLER REDEFINES ERSNF.
	       03  ERSNA			      PIC X.
	   02  ERSNI				      PIC X(040).
	   02  ESTAL				      PIC S9(4) COMP.
	   02  ESTAF				      PIC X.
	   02  FILLER REDEFINES ESTAF.
	       03  ESTAA			      PIC X.
	   02  ESTAI				      PIC X(001).
	   02  EMKRL				      PIC S9(4) COMP.
	   02  EMKRF				      PIC X.
	   02  FILLER REDEFINES EMKRF.
	       03  EMKRA			      PIC X.
	   02  EMKRI				      PIC X(008).
	   02  EMDTL				      PIC S9(4) COMP.
	   02  EMDTF				      PIC X.
	   02  FILLER REDEFINES EMDTF.
	       03  EMDTA			      PIC X.
	   02  EMDTI				      PIC X(008).
	   02  ECHKL				      PIC S9(4) COMP.
	   02  ECHKF				      PIC X.
	   02  FILLER REDEFINES ECHKF.
	       03  ECHKA			      PIC X.
	   02  ECHKI				      PIC X(008).
	   02  ECDTL				      PIC S9(4) COMP.
	   02  ECDTF				      PIC X.
	   02  FILLER REDEFINES ECDTF.
	       03  ECDTA			      PIC X.
	   02  ECDTI				      PIC X(008).
	   02  ERESL				      PIC S9(4) COMP.
	   02  ERESF				      PIC X.
	   02  FILLER REDEFINES ERESF.
	       03  ERESA			      PIC X.
	   02  ERESI				      PIC X(030).
	   02  MSGL				      PIC S9(4) COMP.
	   02  MSGF				      PIC X.
	   02  FILLER REDEFINES MSGF.
	       03  MSGA			      PIC X.
	   02  MSGI				      PIC X(060).
       01  SM62MO REDEFINES SM62MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M62DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  EUSRO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ECURO				      PIC X(005).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  EEFFO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  EREQO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  EADMO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  EAPRO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ESVCO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  EINQO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ERSNO				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ESTAO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  EMKRO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  EMDTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ECHKO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ECDTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ERESO				      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSGO				      PIC X(060).
