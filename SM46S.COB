      * SYMBOLIC MAP of sm46s Created by CACXBMS Version 6.0.27
       01  SM46MI.
	   02  FILLER				      PIC X(12).
	   02  M46DATEL				      PIC S9(4) COMP.
	   02  M46DATEF				      PIC X.
	   02  FILLER REDEFINES M46DATEF.
	       03  M46DATEA			      PIC X.
	   02  M46DATEI				      PIC X(010).
	   02  PIDL				      PIC S9(4) COMP.
	   02  PIDF				      PIC X.
	   02  FILLER REDEFINES PIDF.
	       03  PIDA				      PIC X.
	   02  PIDI				      PIC X(008).
	   02  PSVCL				      PIC S9(4) COMP.
	   02  PSVCF				      PIC X.
	   02  FILLER REDEFINES PSVCF.
	       03  PSVCA			      PIC X.
	   02  PSVCI				      PIC X(008).
	   02  PREQL				      PIC S9(4) COMP.
	   02  PREQF				      PIC X.
	   02  FILLER REDEFINES PREQF.
	       03  PREQA			      PIC X.
	   02  PREQI				      PIC X(008).
	   02  PSUML				      PIC S9(4) COMP.
	   02  PSUMF				      PIC X.
	   02  FILLER REDEFINES PSUMF.
	       03  PSUMA			      PIC X.
	   02  PSUMI				      PIC X(040).
	   02  PDS1L				      PIC S9(4) COMP.
	   02  PDS1F				      PIC X.
	   02  FILLER REDEFINES PDS1F.
	       03  PDS1A			      PIC X.
	   02  PDS1I				      PIC X(060).
	   02  PDS2L				      PIC S9(4) COMP.
	   02  PDS2F				      PIC X.
	   02  FILLER REDEFINES PDS2F.
	       03  PDS2A			      PIC X.
	   02  PDS2I				      PIC X(060).
	   02  PDS3L				      PIC S9(4) COMP.
	   02  PDS3F				      PIC X.
	   02  FILLER REDEFINES PDS3F.
	       03  PDS3A			      PIC X.
	   02  PDS3I				      PIC X(060).
	   02  PFRQL				      PIC S9(4) COMP.
	   02  PFRQF				      PIC X.
	   02  FILLER REDEFINES PFRQF.
	       03  PFRQA			      PIC X.
	   02  PFRQI				      PIC X(001).
	   02  PWDYL				      PIC S9(4) COMP.
	   02  PWDYF				      PIC X.
	   02  FILLER REDEFINES PWDYF.
	       03  PWDYA			      PIC X.
	   02  PWDYI				      PIC X(001).
	   02  PMDYL				      PIC S9(4) COMP.
	   02  PMDYF				      PIC X.
	   02  FILLER REDEFINES PMDYF.
	       03  PMDYA			      PIC X.
	   02  PMDYI				      PIC X(002).
	   02  PQMOL				      PIC S9(4) COMP.
	   02  PQMOF				      PIC X.
	   02  FILLER REDEFINES PQMOF.
	       03  PQMOA			      PIC X.
	   02  PQMOI				      PIC X(001).
	   02  PNWKL				      PIC S9(4) COMP.
	   02  PNWKF				      PIC X.
	   02  FILLER REDEFINES PNWKF.
	       03  PNWKA			      PIC X.
	   02  PNWKI				      PIC X(001).
	   02  PACTL				      PIC S9(4) COMP.
	   02  PACTF				      PIC X.
	   02  FILLER REDEFINES PACTF.
	       03  PACTA			      PIC X.
	   02  PACTI				      PIC X(001).
	   02  PLDTL				      PIC S9(4) COMP.
	   02  PLDTF				      PIC X.
	   02  FILLER REDEFINES PLDTF.
	       03  PLDTA			      PIC X.
	   02  PLDTI				      PIC X(008).
	   02  PLTKL				      PIC S9(4) COMP.
	   02  PLTKF				      PIC X.
	   02  FILLER REDEFINES PLTKF.
	       03  PLTKA			      PIC X.
	   02  PLTKI				      PIC X(006).
	   02  MSGL				      PIC S9(4) COMP.
	   02  MSGF				      PIC X.
	   02  FILLER REDEFINES MSGF.
	       03  MSGA				      PIC X.
	   02  MSGI				      PIC X(060).
       01  SM46MO REDEFINES SM46MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M46DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PIDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PSVCO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PREQO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PSUMO				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PDS1O				      PIC X(060).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PDS2O				      PIC X(060).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PDS3O				      PIC X(060).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PFRQO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PWDYO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PMDYO				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PQMOO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PNWKO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PACTO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PLDTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PLTKO				      PIC X(006).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSGO				      PIC X(060).
