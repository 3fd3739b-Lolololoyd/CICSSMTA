      * SYMBOLIC MAP of sm59s Created by CACXBMS Version 6.0.27
       01  SM59MI.
	   02  FILLER				      PIC X(12).
	   02  M59DATEL				      PIC S9(4) COMP.
	   02  M59DATEF				      PIC X.
	   02  FILLER REDEFINES M59DATEF.
	       03  M59DATEA			      PIC X.
	   02  M59DATEI				      PIC X(010).
	   02  OGIDL				      PIC S9(4) COMP.
	   02  OGIDF				      PIC X.
	   02  FILLER REDEFINES OGIDF.
	       03  OGIDA			      PIC X.
	   02  OGIDI				      PIC X(008).
	   02  OGNML				      PIC S9(4) COMP.
	   02  OGNMF				      PIC X.
	   02  FILLER REDEFINES OGNMF.
	       03  OGNMA			      PIC X.
	   02  OGNMI				      PIC X(050).
	   02  OGA1L				      PIC S9(4) COMP.
	   02  OGA1F				      PIC X.
	   02  FILLER REDEFINES OGA1F.
	       03  OGA1A			      PIC X.
	   02  OGA1I				      PIC X(040).
	   02  OGA2L				      PIC S9(4) COMP.
	   02  OGA2F				      PIC X.
	   02  FILLER REDEFINES OGA2F.
	       03  OGA2A			      PIC X.
	   02  OGA2I				      PIC X(040).
	   02  OGA3L				      PIC S9(4) COMP.
	   02  OGA3F				      PIC X.
	   02  FILLER REDEFINES OGA3F.
	       03  OGA3A			      PIC X.
	   02  OGA3I				      PIC X(040).
	   02  OGA4L				      PIC S9(4) COMP.
	   02  OGA4F				      PIC X.
	   02  FILLER REDEFINES OGA4F.
	       03  OGA4A			      PIC X.
	   02  OGA4I				      PIC X(040).
	   02  OGPCL				      PIC S9(4) COMP.
	   02  OGPCF				      PIC X.
	   02  FILLER REDEFINES OGPCF.
	       03  OGPCA			      PIC X.
	   02  OGPCI				      PIC X(012).
	   02  OGMGL				      PIC S9(4) COMP.
	   02  OGMGF				      PIC X.
	   02  FILLER REDEFINES OGMGF.
	       03  OGMGA			      PIC X.
	   02  OGMGI				      PIC X(008).
	   02  OGACL				      PIC S9(4) COMP.
	   02  OGACF				      PIC X.
	   02  FILLER REDEFINES OGACF.
	       03  OGACA			      PIC X.
	   02  OGACI				      PIC X(001).
	   02  OGUPL				      PIC S9(4) COMP.
	   02  OGUPF				      PIC X.
	   02  FILLER REDEFINES OGUPF.
	       03  OGUPA			      PIC X.
	   02  OGUPI				      PIC X(008).
	   02  OGUDL				      PIC S9(4) COMP.
	   02  OGUDF				      PIC X.
	   02  FILLER REDEFINES OGUDF.
	       03  OGUDA			      PIC X.
	   02  OGUDI				      PIC X(008).
	   02  MSGL				      PIC S9(4) COMP.
	   02  MSGF				      PIC X.
	   02  FILLER REDEFINES MSGF.
	       03  MSGA				      PIC X.
	   02  MSGI				      PIC X(060).
       01  SM59MO REDEFINES SM59MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M59DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OGIDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OGNMO				      PIC X(050).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OGA1O				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OGA2O				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OGA3O				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OGA4O				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OGPCO				      PIC X(012).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OGMGO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OGACO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OGUPO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  OGUDO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSGO				      PIC X(060).
