      * SYMBOLIC MAP of sm36t Created by CACXBMS Version 6.0.27
       01  SM36TMI.
	   02  FILLER				      PIC X(12).
	   02  T36DATEL				      PIC S9(4) COMP.
	   02  T36DATEF				      PIC X.
	   02  FILLER REDEFINES T36DATEF.
	       03  T36DATEA			      PIC X.
	   02  T36DATEI				      PIC X(010).
	   02  TSVCL				      PIC S9(4) COMP.
	   02  TSVCF				      PIC X.
	   02  FILLER REDEFINES TSVCF.
	       03  TSVCA			      PIC X.
	   02  TSVCI				      PIC X(008).
	   02  TTTLL				      PIC S9(4) COMP.
	   02  TTTLF				      PIC X.
	   02  FILLER REDEFINES TTTLF.
	       03  TTTLA			      PIC X.
	   02  TTTLI				      PIC X(030).
	   02  TWEEKI OCCURS 13 TIMES.
	       03  TWKDL			      PIC S9(4) COMP.
	       03  TWKDF			      PIC X.
	       03  FILLER REDEFINES TWKDF.
	           04  TWKDA			      PIC X.
	       03  TWKDI			      PIC X(008).
	       03  TBKLL			      PIC S9(4) COMP.
	       03  TBKLF			      PIC X.
	       03  FILLER REDEFINES TBKLF.
	           04  TBKLA			      PIC X.
	       03  TBKLI			      PIC X(007).
	       03  TARWL			      PIC S9(4) COMP.
	       03  TARWF			      PIC X.
	       03  FILLER REDEFINES TARWF.
	           04  TARWA			      PIC X.
	       03  TARWI			      PIC X(001).
	       03  TOPNL			      PIC S9(4) COMP.
	       03  TOPNF			      PIC X.
	       03  FILLER REDEFINES TOPNF.
	           04  TOPNA			      PIC X.
	       03  TOPNI			      PIC X(007).
	       03  TPNDL			      PIC S9(4) COMP.
	       03  TPNDF			      PIC X.
	       03  FILLER REDEFINES TPNDF.
	           04  TPNDA			      PIC X.
	       03  TPNDI			      PIC X(007).
	       03  TAPRL			      PIC S9(4) COMP.
	       03  TAPRF			      PIC X.
	       03  FILLER REDEFINES TAPRF.
	           04  TAPRA			      PIC X.
	       03  TAPRI			      PIC X(007).
	       03  TWAIL			      PIC S9(4) COMP.
	       03  TWAIF			      PIC X.
	       03  FILLER REDEFINES TWAIF.
	           04  TWAIA			      PIC X.
	       03  TWAII			      PIC X(007).
	       03  TOVDL			      PIC S9(4) COMP.
	       03  TOVDF			      PIC X.
	       03  FILLER REDEFINES TOVDF.
	           04  TOVDA			      PIC X.
	       03  TOVDI			      PIC X(007).
	       03  TOARL			      PIC S9(4) COMP.
	       03  TOARF			      PIC X.
	       03  FILLER REDEFINES TOARF.
	           04  TOARA			      PIC X.
	       03  TOARI			      PIC X(001).
	       03  TAGEL			      PIC S9(4) COMP.
	       03  TAGEF			      PIC X.
	       03  FILLER REDEFINES TAGEF.
	           04  TAGEA			      PIC X.
	       03  TAGEI			      PIC X(006).
	   02  TERRL				      PIC S9(4) COMP.
	   02  TERRF				      PIC X.
	   02  FILLER REDEFINES TERRF.
	       03  TERRA			      PIC X.
	   02  TERRI				      PIC X(071).
       01  SM36TMO REDEFINES SM36TMI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  T36DATEO				      PIC X(010).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TSVCO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TTTLO				      PIC X(030).
	   02  TWEEKO OCCURS 13 TIMES.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  TWKDO			      PIC X(008).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  TBKLO			      PIC X(007).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  TARWO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  TOPNO			      PIC X(007).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  TPNDO			      PIC X(007).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  TAPRO			      PIC X(007).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  TWAIO			      PIC X(007).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  TOVDO			      PIC X(007).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  TOARO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  TAGEO			      PIC X(006).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TERRO				      PIC X(071).
