      * SYMBOLIC MAP of sm64s Created by CACXBMS Version 6.0.27
       01  SM64MI.
	   02  FILLER				      PIC X(12).
	   02  M64DATEL				      PIC S9(4) COMP.
	   02  M64DATEF				      PIC X.
	   02  FILLER REDEFINES M64DATEF.
	       03  M64DATEA			      PIC X.
	   02  M64DATEI				      PIC X(010).
	   02  VCODL				      PIC S9(4) COMP.
	   02  VCODF				      PIC X.
	   02  FILLER REDEFINES VCODF.
	       03  VCODA			      PIC X.
	   02  VCODI				      PIC X(008).
	   02  VDSCL				      PIC S9(4) COMP.
	   02  VDSCF				      PIC X.
	   02  FILLER REDEFINES VDSCF.
	       03  VDSCA			      PIC X.
	   02  VDSCI				      PIC X(040).
	   02  VEFFL				      PIC S9(4) COMP.
	   02  VEFFF				      PIC X.
	   02  FILLER REDEFINES VEFFF.
	       03  VEFFA			      PIC X.
	   02  VEFFI				      PIC X(008).
	   02  CRSPL				      PIC S9(4) COMP.
	   02  CRSPF				      PIC X.
	   02  FILLER REDEFINES CRSPF.
	       03  CRSPA			      PIC X.
	   02  CRSPI				      PIC X(003).
	   02  VRSPL				      PIC S9(4) COMP.
	   02  VRSPF				      PIC X.
	   02  FILLER REDEFINES VRSPF.
	       03  VRSPA			      PIC X.
	   02  VRSPI				      PIC X(003).
	   02  CRSLL				      PIC S9(4) COMP.
	   02  CRSLF				      PIC X.
	   02  FILLER REDEFINES CRSLF.
	       03  CRSLA			      PIC X.
	   02  CRSLI				      PIC X(003).
	   02  VRSLL				      PIC S9(4) COMP.
	   02  VRSLF				      PIC X.
	   02  FILLER REDEFINES VRSLF.
	       03  VRSLA			      PIC X.
	   02  VRSLI				      PIC X(003).
	   02  CAPPL				      PIC S9(4) COMP.
	   02  CAPPF				      PIC X.
	   02  FILLER REDEFINES CAPPF.
	       03  CAPPA			      PIC X.
	   02  CAPPI				      PIC X(001).
	   02  VAPPL				      PIC S9(4) COMP.
	   02  VAPPF				      PIC X.
	   02  FILLER REDEFINES VAPPF.
	       03  VAPPA			      PIC X.
	   02  VAPPI				      PIC X(001).
	   02  CRGNL				      PIC S9(4) COMP.
	   02  CRGNF				      PIC X.
	   02  FILLER REDEFINES CRGNF.
	       03  CRGNA			      PIC X.
	   02  CRGNI				      PIC X(002).
	   02  VRGNL				      PIC S9(4) COMP.
	   02  VRGNF				      PIC X.
	   02  FILLER REDEFINES VRGNF.
	       03  VRGNA			      PIC X.
	   02  VRGNI				      PIC X(002).
	   02  CROUL				      PIC S9(4) COMP.
	   02  CROUF				      PIC X.
	   02  FILLER REDEFINES CROUF.
	       03  CROUA			      PIC X.
	   02  CROUI				      PIC X(004).
	   02  VROUL				      PIC S9(4) COMP.
	   02  VROUF				      PIC X.
	   02  FILLER REDEFINES VROUF.
	       03  VROUA			      PIC X.
	   02  VROUI				      PIC X(004).
	   02  CTEML				      PIC S9(4) COMP.
	   02  CTEMF				      PIC X.
	   02  FILLER REDEFINES CTEMF.
	       03  CTEMA			      PIC X.
	   02  CTEMI				      PIC X(006).
	   02  VTEML				      PIC S9(4) COMP.
	   02  VTEMF				      PIC X.
	   02  FILLER REDEFINES VTEMF.
	       03  VTEMA			      PIC X.
	   02  VTEMI				      PIC X(006).
	   02  C1RSL				      PIC S9(4) COMP.
	   02  C1RSF				      PIC X.
	   02  FILLER REDEFINES C1RSF.
	       03  C1RSA			      PIC X.
	   02  C1RSI				      PIC X(003).
	   02  V1RSL				      PIC S9(4) COMP.
	   02  V1RSF				      PIC X.
	   02  FILLER REDEFINES V1RSF.
	       03  V1RSA			      PIC X.
	   02  V1RSI				      PIC X(003).
	   02  C1RLL				      PIC S9(4) COMP.
	   02  C1RLF				      PIC X.
	   02  FILLER REDEFINES C1RLF.
	       03  C1RLA			      PIC X.
	   02  C1RLI				      PIC X(003).
	   02  V1RLL				      PIC S9(4) COMP.
	   02  V1RLF				      PIC X.
	   02  FILLER REDEFINES V1RLF.
	       03  V1RLA			      PIC X.
	   02  V1RLI				      PIC X(003).
	   02  C2RSL				      PIC S9(4) COMP.
	   02  C2RSF				      PIC X.
	   02  FILLER REDEFINES C2RSF.
	       03  C2RSA			      PIC X.
	   02  C2RSI				      PIC X(003).
	   02  V2RSL				      PIC S9(4) COMP.
	   02  V2RSF				      PIC X.
	   02  FILLER REDEFINES V2RSF.
	       03  V2RSA			      PIC X.
	   02  V2RSI				      PIC X(003).
	   02  C2RLL				      PIC S9(4) COMP.
	   02  C2RLF				      PIC X.
	   02  FILLER REDEFINES C2RLF.
	       03  C2RLA			      PIC X.
	   02  C2RLI				      PIC X(003).
	   02  V2RLL				      PIC S9(4) COMP.
	   02  V2RLF				      PIC X.
	   02  FILLER REDEFINES V2RLF.
	       03  V2RLA			      PIC X.
	   02  V2RLI				      PIC X(003).
	   02  C3RSL				      PIC S9(4) COMP.
	   02  C3RSF				      PIC X.
	   02  FILLER REDEFINES C3RSF.
	       03  C3RSA			      PIC X.
	   02  C3RSI				      PIC X(003).
	   02  V3RSL				      PIC S9(4) COMP.
	   02  V3RSF				      PIC X.
	   02  FILLER REDEFINES V3RSF.
	       03  V3RSA			      PIC X.
	   02  V3RSI				      PIC X(003).
	   02  C3RLL				      PIC S9(4) COMP.
	   02  C3RLF				      PIC X.
	   02  FILLER REDEFINES C3RLF.
	       03  C3RLA			      PIC X.
	   02  C3RLI				      PIC X(003).
	   02  V3RLL				      PIC S9(4) COMP.
	   02  V3RLF				      PIC X.
	   02  FILLER REDEFINES V3RLF.
	       03  V3RLA			      PIC X.
	   02  V3RLI				      PIC X(003).
	   02  VRSNL				      PIC S9(4) COMP.
	   02  VRSNF				      PIC X.
	   02  FILLER REDEFINES VRSNF.
	       03  VRSNA			      PIC X.
	   02  VRSNI				      PIC X(040).
	   02  VSTAL				      PIC S9(4) COMP.
	   02  VSTAF				      PIC X.
	   02  FILLER REDEFINES VSTAF.
	       03  VSTAA			      PIC X.
	   02  VSTAI				      PIC X(001).
	   02  VSBYL				      PIC S9(4) COMP.
	   02  VSBYF				      PIC X.
	   02  FILLER REDEFINES VSBYF.
	       03  VSBYA			      PIC X.
	   02  VSBYI				      PIC X(008).
	   02  VSDTL				      PIC S9(4) COMP.
	   02  VSDTF				      PIC X.
	   02  FILLER REDEFINES VSDTF.
	       03  VSDTA			      PIC X.
	   02  VSDTI				      PIC X(008).
	   02  VADTL				      PIC S9(4) COMP.
	   02  VADTF				      PIC X.
	   02  FILLER REDEFINES VADTF.
	       03  VADTA			      PIC X.
	   02  VADTI				      PIC X(008).
	   02  VRESL				      PIC S9(4) COMP.
	   02  VRESF				      PIC X.
	   02  FILLER REDEFINES VRESF.
	       03  VRESA			      PIC X.
	   02  VRESI				      PIC X(030).
	   02  MSGL				      PIC S9(4) COMP.
	   02  MSGF				      PIC X.
	   02  FILLER REDEFINES MSGF.
	       03  MSGA			      PIC X.
	   02  MSGI				      PIC X(060).
       01  SM64MO REDEFINES SM64MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M64DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VCODO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VDSCO				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VEFFO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CRSPO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VRSPO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CRSLO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VRSLO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CAPPO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VAPPO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CRGNO				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VRGNO				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CROUO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VROUO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  CTEMO				      PIC X(006).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VTEMO				      PIC X(006).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  C1RSO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  V1RSO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  C1RLO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  V1RLO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  C2RSO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  V2RSO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  C2RLO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  V2RLO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  C3RSO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  V3RSO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  C3RLO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  V3RLO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VRSNO				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VSTAO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VSBYO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VSDTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VADTO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  VRESO				      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSGO				      PIC X(060).
