      * incident stamps the end and retires the broadcast; MJIRPT01
      * prints the postmortem timeline with the attached-ticket
      * count.
      * The asset that failed, when one is named on the declaration,
      * is kept in MJIN-ASSET-ID so SM0041 can list everything that
      * depends on it (cidp0001) and the open tickets against those
      * dependents. The record grew 99 -> 120 for it (FILECNV4 pad/
      * reload), the tail left as FILLER.
      *
	   05  MJIN-ID				 PIC X(06).
	   05  MJIN-STATUS			 PIC X(01).
	   05  MJIN-CLOSED-DATE		 PIC 9(08).
	   05  MJIN-CLOSED-TIME		 PIC 9(06).
	   05  MJIN-BCST-ID			 PIC X(08).
	   05  MJIN-ASSET-ID			 PIC X(08).
	   05  FILLER				 PIC X(13).
