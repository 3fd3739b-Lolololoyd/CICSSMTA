	   02  FILLER REDEFINES RCODF.
	       03  RCODA			      PIC X.
	   02  RCODI				      PIC X(004).
	   02  TEAML				      PIC S9(4) COMP.
	   02  TEAMF				      PIC X.
	   02  FILLER REDEFINES TEAMF.
	       03  TEAMA			      PIC X.
	   02  TEAMI				      PIC X(006).
	   02  H1RSL				      PIC S9(4) COMP.
	   02  H1RSF				      PIC X.
	   02  FILLER REDEFINES H1RSF.
	       03  H1RSA			      PIC X.
	   02  H1RSI				      PIC X(003).
	   02  H1RLL				      PIC S9(4) COMP.
	   02  H1RLF				      PIC X.
	   02  FILLER REDEFINES H1RLF.
	       03  H1RLA			      PIC X.
	   02  H1RLI				      PIC X(003).
	   02  H2RSL				      PIC S9(4) COMP.
	   02  H2RSF				      PIC X.
	   02  FILLER REDEFINES H2RSF.
	       03  H2RSA			      PIC X.
	   02  H2RSI				      PIC X(003).
	   02  H2RLL				      PIC S9(4) COMP.
	   02  H2RLF				      PIC X.
	   02  FILLER REDEFINES H2RLF.
	       03  H2RLA			      PIC X.
	   02  H2RLI				      PIC X(003).
	   02  H3RSL				      PIC S9(4) COMP.
	   02  H3RSF				      PIC X.
	   02  FILLER REDEFINES H3RSF.
	       03  H3RSA			      PIC X.
	   02  H3RSI				      PIC X(003).
	   02  H3RLL				      PIC S9(4) COMP.
	   02  H3RLF				      PIC X.
	   02  FILLER REDEFINES H3RLF.
	       03  H3RLA			      PIC X.
	   02  H3RLI				      PIC X(003).
	   02  AVTGL				      PIC S9(4) COMP.
	   02  AVTGF				      PIC X.
	   02  FILLER REDEFINES AVTGF.
	       03  AVTGA			      PIC X.
	   02  AVTGI				      PIC X(006).
	   02  LD1RL				      PIC S9(4) COMP.
	   02  LD1RF				      PIC X.
	   02  FILLER REDEFINES LD1RF.
	       03  LD1RA			      PIC X.
	   02  LD1RI				      PIC X(002).
	   02  LD1CL				      PIC S9(4) COMP.
	   02  LD1CF				      PIC X.
	   02  FILLER REDEFINES LD1CF.
	       03  LD1CA			      PIC X.
	   02  LD1CI				      PIC X(004).
	   02  LD2RL				      PIC S9(4) COMP.
	   02  LD2RF				      PIC X.
	   02  FILLER REDEFINES LD2RF.
	       03  LD2RA			      PIC X.
	   02  LD2RI				      PIC X(002).
	   02  LD2CL				      PIC S9(4) COMP.
	   02  LD2CF				      PIC X.
	   02  FILLER REDEFINES LD2CF.
	       03  LD2CA			      PIC X.
	   02  LD2CI				      PIC X(004).
	   02  LD3RL				      PIC S9(4) COMP.
	   02  LD3RF				      PIC X.
	   02  FILLER REDEFINES LD3RF.
	       03  LD3RA			      PIC X.
	   02  LD3RI				      PIC X(002).
	   02  LD3CL				      PIC S9(4) COMP.
	   02  LD3CF				      PIC X.
	   02  FILLER REDEFINES LD3CF.
	       03  LD3CA			      PIC X.
	   02  LD3CI				      PIC X(004).
	   02  MSGL				      PIC S9(4) COMP.
	   02  MSGF				      PIC X.
	   02  FILLER REDEFINES MSGF.
	   02  RCODO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  TEAMO				      PIC X(006).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  H1RSO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  H1RLO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  H2RSO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  H2RLO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  H3RSO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  H3RLO				      PIC X(003).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  AVTGO				      PIC X(006).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  LD1RO				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  LD1CO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  LD2RO				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  LD2CO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  LD3RO				      PIC X(002).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  LD3CO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  MSGO				      PIC X(060).
