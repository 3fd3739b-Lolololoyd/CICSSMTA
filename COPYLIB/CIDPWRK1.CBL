      * Work fields for the cidp0001 dependency walk - COPYd into
      * WORKING-STORAGE by every program that follows the links
      * downward from an asset (SM0032's loop check, the SM0057
      * impact inquiry, SM0041's major-incident declaration), each
      * with its own walk paragraph over the file browse. The walk
      * starts from CIDX-ROOT and leaves in CIDX-ENTRY every
      * asset that depends on it directly or through others, nearest
      * first, each once only, with its depth below the root and the
      * asset it hangs off. CIDX-TRUNC 'Y' means the chain ran past
      * the table and the rest is not listed.
      *
	   05  CIDX-ROOT			 PIC X(08).
	   05  CIDX-MAX			 PIC S9(4) COMP VALUE 200.
	   05  CIDX-COUNT			 PIC S9(4) COMP.
	   05  CIDX-Q				 PIC S9(4) COMP.
	   05  CIDX-IX				 PIC S9(4) COMP.
	   05  CIDX-KEY-LEN		 PIC S9(4) COMP VALUE 16.
	   05  CIDX-CURRENT			 PIC X(08).
	   05  CIDX-CUR-DEPTH			 PIC 9(02).
	   05  CIDX-SEEN			 PIC X(01).
	   05  CIDX-DONE			 PIC X(01).
	   05  CIDX-BROWSING			 PIC X(01).
	   05  CIDX-TRUNC			 PIC X(01).
	       88  CIDX-TRUNCATED	 VALUE 'Y'.
	   05  CIDX-BRKEY.
	       10  CIDX-BR-PARENT		 PIC X(08).
	       10  CIDX-BR-CHILD		 PIC X(08).
	   05  CIDX-LINK			 PIC X(40).
	   05  CIDX-ENTRY OCCURS 200 TIMES.
	       10  CIDX-ASSET-ID		 PIC X(08).
	       10  CIDX-DEPTH			 PIC 9(02).
	       10  CIDX-VIA			 PIC X(08).
