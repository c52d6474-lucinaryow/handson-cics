	   02  FILLER REDEFINES SERVICEF.
	       03  SERVICEA			      PIC X.
	   02  SERVICEI 			      PIC X(001).
	   02  PINL				      PIC S9(4) COMP.
	   02  PINF				      PIC X.
	   02  FILLER REDEFINES PINF.
	       03  PINA			      PIC X.
	   02  PINI				      PIC X(004).
	   02  ACCTYPL				      PIC S9(4) COMP.
	   02  ACCTYPF				      PIC X.
	   02  FILLER REDEFINES ACCTYPF.
	       03  ACCTYPA			      PIC X.
	   02  ACCTYPI				      PIC X(001).
	   02  ENDDATEL			      PIC S9(4) COMP.
	   02  ENDDATEF			      PIC X.
	   02  FILLER REDEFINES ENDDATEF.
	       03  ENDDATEA			      PIC X.
	   02  ENDDATEI			      PIC X(008).
	   02  PROFL				      PIC S9(4) COMP.
	   02  PROFF				      PIC X.
	   02  FILLER REDEFINES PROFF.
	       03  PROFA			      PIC X.
	   02  PROFI				      PIC X(020).
	   02  ERRMSGL				      PIC S9(4) COMP.
	   02  ERRMSGF				      PIC X.
	   02  FILLER REDEFINES ERRMSGF.
	   02  SERVICEO 			      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PINO				      PIC X(004).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ACCTYPO				      PIC X(001).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ENDDATEO			      PIC X(008).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  PROFO				      PIC X(020).
	   02  FILLER				      PIC XX.
	   02  FILLER				      PIC X.
	   02  ERRMSGO				      PIC X(071).
