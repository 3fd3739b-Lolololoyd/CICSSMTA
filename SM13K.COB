      * SYMBOLIC MAP of sm13k Created by CACXBMS Version 6.0.27
       01  SM13KMI.
	   02  FILLER				      PIC X(12).
	   02  KSVCL				      PIC S9(4) COMP.
	   02  KSVCF				      PIC X.
	   02  FILLER REDEFINES KSVCF.
	       03  KSVCA			      PIC X.
	   02  KSVCI				      PIC X(008).
	   02  KDESL				      PIC S9(4) COMP.
	   02  KDESF				      PIC X.
	   02  FILLER REDEFINES KDESF.
	       03  KDESA			      PIC X.
	   02  KDESI				      PIC X(040).
	   02  KSUML				      PIC S9(4) COMP.
	   02  KSUMF				      PIC X.
	   02  FILLER REDEFINES KSUMF.
	       03  KSUMA			      PIC X.
	   02  KSUMI				      PIC X(040).
	   02  KLINI OCCURS 5 TIMES.
	       03  KSELL			      PIC S9(4) COMP.
	       03  KSELF			      PIC X.
	       03  FILLER REDEFINES KSELF.
		   04  KSELA			      PIC X.
	       03  KSELI			      PIC X(001).
	       03  KTKTL			      PIC S9(4) COMP.
	       03  KTKTF			      PIC X.
	       03  FILLER REDEFINES KTKTF.
		   04  KTKTA			      PIC X.
	       03  KTKTI			      PIC X(006).
	       03  KTTLL			      PIC S9(4) COMP.
	       03  KTTLF			      PIC X.
	       03  FILLER REDEFINES KTTLF.
		   04  KTTLA			      PIC X.
	       03  KTTLI			      PIC X(040).
	       03  KFIXL			      PIC S9(4) COMP.
	       03  KFIXF			      PIC X.
	       03  FILLER REDEFINES KFIXF.
		   04  KFIXA			      PIC X.
	       03  KFIXI			      PIC X(060).
	   02  KERRL				      PIC S9(4) COMP.
	   02  KERRF				      PIC X.
	   02  FILLER REDEFINES KERRF.
	       03  KERRA			      PIC X.
	   02  KERRI				      PIC X(071).
       01  SM13KMO REDEFINES SM13KMI.
	   02  FILLER				      PIC X(12).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  KSVCO				      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  KDESO				      PIC X(040).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  KSUMO				      PIC X(040).
	   02  KLINO OCCURS 5 TIMES.
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  KSELO			      PIC X(001).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  KTKTO			      PIC X(006).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  KTTLO			      PIC X(040).
	       03  FILLER			      PIC XX.
	       03  FILLER			      PIC X.
	       03  KFIXO			      PIC X(060).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  KERRO				      PIC X(071).
