      * SYMBOLIC MAP of sm70s Created by CACXBMS Version 6.0.27
       01  SM70MI.
	   02  FILLER				      PIC X(12).
	   02  M70DATEL				      PIC S9(4) COMP.
	   02  M70DATEF				      PIC X.
	   02  FILLER REDEFINES M70DATEF.
	       03  M70DATEA			      PIC X.
	   02  M70DATEI				      PIC X(010).
	   02  MIDNL				      PIC S9(4) COMP.
	   02  MIDNF				      PIC X.
	   02  FILLER REDEFINES MIDNF.
	       03  MIDNA			      PIC X.
	   02  MIDNI				      PIC X(008).
	   02  MLNGL				      PIC S9(4) COMP.
	   02  MLNGF				      PIC X.
	   02  FILLER REDEFINES MLNGF.
	       03  MLNGA			      PIC X.
	   02  MLNGI				      PIC X(002).
	   02  MTXTL				      PIC S9(4) COMP.
	   02  MTXTF				      PIC X.
	   02  FILLER REDEFINES MTXTF.
	       03  MTXTA			      PIC X.
	   02  MTXTI				      PIC X(079).
	   02  MNOTL				      PIC S9(4) COMP.
	   02  MNOTF				      PIC X.
	   02  FILLER REDEFINES MNOTF.
	       03  MNOTA			      PIC X.
	   02  MNOTI				      PIC X(030).
	   02  MENGL				      PIC S9(4) COMP.
	   02  MENGF				      PIC X.
	   02  FILLER REDEFINES MENGF.
	       03  MENGA			      PIC X.
	   02  MENGI				      PIC X(079).
	   02  MUPBL				      PIC S9(4) COMP.
	   02  MUPBF				      PIC X.
	   02  FILLER REDEFINES MUPBF.
	       03  MUPBA			      PIC X.
	   02  MUPBI				      PIC X(008).
	   02  MUPDL				      PIC S9(4) COMP.
	   02  MUPDF				      PIC X.
	   02  FILLER REDEFINES MUPDF.
	       03  MUPDA			      PIC X.
	   02  MUPDI				      PIC X(010).
	   02  MSGL				      PIC S9(4) COMP.
	   02  MSGF				      PIC X.
	   02  FILLER REDEFINES MSGF.
	       03  MSGA				      PIC X.
	   02  MSGI				      PIC X(060).
       01  SM70MO REDEFINES SM70MI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  M70DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MIDNO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MLNGO				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MTXTO				      PIC X(079).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MNOTO				      PIC X(030).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MENGO				      PIC X(079).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MUPBO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MUPDO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSGO				      PIC X(060).
