      * SYMBOLIC MAP of sm60s Created by CACXBMS Version 6.0.27
       01  SM60MI.
	   02  FILLER				      PIC X(12).
	   02  M60DATEL				      PIC S9(4) COMP.
	   02  M60DATEF				      PIC X.
	   02  FILLER REDEFINES M60DATEF.
	       03  M60DATEA			      PIC X.
	   02  M60DATEI				      PIC X(010).
	   02  PCNTL				      PIC S9(4) COMP.
	   02  PCNTF				      PIC X.
	   02  FILLER REDEFINES PCNTF.
	       03  PCNTA			      PIC X.
	   02  PCNTI				      PIC X(005).
	   02  CREGL				      PIC S9(4) COMP.
	   02  CREGF				      PIC X.
	   02  FILLER REDEFINES CREGF.
	       03  CREGA			      PIC X.
	   02  CREGI				      PIC X(002).
	   02  CCODL				      PIC S9(4) COMP.
	   02  CCODF				      PIC X.
	   02  FILLER REDEFINES CCODF.
	       03  CCODA			      PIC X.
	   02  CCODI				      PIC X(004).
	   02  CSHNL				      PIC S9(4) COMP.
	   02  CSHNF				      PIC X.
	   02  FILLER REDEFINES CSHNF.
	       03  CSHNA			      PIC X.
	   02  CSHNI				      PIC X(010).
	   02  CNAML				      PIC S9(4) COMP.
	   02  CNAMF				      PIC X.
	   02  FILLER REDEFINES CNAMF.
	       03  CNAMA			      PIC X.
	   02  CNAMI				      PIC X(050).
	   02  RCVDL				      PIC S9(4) COMP.
	   02  RCVDF				      PIC X.
	   02  FILLER REDEFINES RCVDF.
	       03  RCVDA			      PIC X.
	   02  RCVDI				      PIC X(008).
	   02  RFRML				      PIC S9(4) COMP.
	   02  RFRMF				      PIC X.
	   02  FILLER REDEFINES RFRMF.
	       03  RFRMA			      PIC X.
	   02  RFRMI				      PIC X(050).
	   02  OAD1L				      PIC S9(4) COMP.
	   02  OAD1F				      PIC X.
	   02  FILLER REDEFINES OAD1F.
	       03  OAD1A			      PIC X.
	   02  OAD1I				      PIC X(050).
	   02  NAD1L				      PIC S9(4) COMP.
	   02  NAD1F				      PIC X.
	   02  FILLER REDEFINES NAD1F.
	       03  NAD1A			      PIC X.
	   02  NAD1I				      PIC X(050).
	   02  OAD2L				      PIC S9(4) COMP.
	   02  OAD2F				      PIC X.
	   02  FILLER REDEFINES OAD2F.
	       03  OAD2A			      PIC X.
	   02  OAD2I				      PIC X(050).
	   02  NAD2L				      PIC S9(4) COMP.
	   02  NAD2F				      PIC X.
	   02  FILLER REDEFINES NAD2F.
	       03  NAD2A			      PIC X.
	   02  NAD2I				      PIC X(050).
	   02  OAD3L				      PIC S9(4) COMP.
	   02  OAD3F				      PIC X.
	   02  FILLER REDEFINES OAD3F.
	       03  OAD3A			      PIC X.
	   02  OAD3I				      PIC X(050).
	   02  NAD3L				      PIC S9(4) COMP.
	   02  NAD3F				      PIC X.
	   02  FILLER REDEFINES NAD3F.
	       03  NAD3A			      PIC X.
	   02  NAD3I				      PIC X(050).
	   02  OAD4L				      PIC S9(4) COMP.
	   02  OAD4F				      PIC X.
	   02  FILLER REDEFINES OAD4F.
	       03  OAD4A			      PIC X.
	   02  OAD4I				      PIC X(050).
	   02  NAD4L				      PIC S9(4) COMP.
	   02  NAD4F				      PIC X.
	   02  FILLER REDEFINES NAD4F.
	       03  NAD4A			      PIC X.
	   02  NAD4I				      PIC X(050).
	   02  OPSTL				      PIC S9(4) COMP.
	   02  OPSTF				      PIC X.
	   02  FILLER REDEFINES OPSTF.
	       03  OPSTA			      PIC X.
	   02  OPSTI				      PIC X(012).
	   02  NPSTL				      PIC S9(4) COMP.
	   02  NPSTF				      PIC X.
	   02  FILLER REDEFINES NPSTF.
	       03  NPSTA			      PIC X.
	   02  NPSTI				      PIC X(012).
	   02  OPHNL				      PIC S9(4) COMP.
	   02  OPHNF				      PIC X.
	   02  FILLER REDEFINES OPHNF.
	       03  OPHNA			      PIC X.
	   02  OPHNI				      PIC X(024).
	   02  NPHNL				      PIC S9(4) COMP.
	   02  NPHNF				      PIC X.
	   02  FILLER REDEFINES NPHNF.
	       03  NPHNA			      PIC X.
	   02  NPHNI				      PIC X(024).
	   02  ONTFL				      PIC S9(4) COMP.
	   02  ONTFF				      PIC X.
	   02  FILLER REDEFINES ONTFF.
	       03  ONTFA			      PIC X.
	   02  ONTFI				      PIC X(050).
	   02  NNTFL				      PIC S9(4) COMP.
	   02  NNTFF				      PIC X.
	   02  FILLER REDEFINES NNTFF.
	       03  NNTFA			      PIC X.
	   02  NNTFI				      PIC X(050).
	   02  ACTL				      PIC S9(4) COMP.
	   02  ACTF				      PIC X.
	   02  FILLER REDEFINES ACTF.
	       03  ACTA				      PIC X.
	   02  ACTI				      PIC X(001).
	   02  ERRMSGL				      PIC S9(4) COMP.
	   02  ERRMSGF				      PIC X.
	   02  FILLER REDEFINES ERRMSGF.
	       03  ERRMSGA			      PIC X.
	   02  ERRMSGI				      PIC X(071).
       01  SM60MO REDEFINES SM60MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M60DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PCNTO				      PIC X(005).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CREGO				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CCODO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CSHNO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CNAMO				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  RCVDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  RFRMO				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OAD1O				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  NAD1O				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OAD2O				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  NAD2O				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OAD3O				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  NAD3O				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OAD4O				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  NAD4O				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OPSTO				      PIC X(012).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  NPSTO				      PIC X(012).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OPHNO				      PIC X(024).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  NPHNO				      PIC X(024).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ONTFO				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  NNTFO				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ACTO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ERRMSGO				      PIC X(071).
