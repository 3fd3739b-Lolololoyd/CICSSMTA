      * affected-asset field on the open screen against this file
      * and stamps TICKET-ASSET-ID from it; ASTRPT01 reports tickets
      * per asset. Maintained through SM0032, SM0008-style.
      * The support contract the asset is covered by, if any, is the
      * cntr0001 key (vendor id + contract number) in ASET-SUPPORT;
      * spaces when nobody supports it. The record grew 76 -> 120 for
      * it (FILECNV3 pad/reload), the tail left as FILLER.
      * ASET-LAST-SEEN is the last date the network discovery tool
      * reported the asset, stamped by ASTDSC01 only - spaces or
      * zero when it has never been seen (kit the tool cannot reach,
      * or added since the last run).
      *
	   05  ASET-ID				 PIC X(08).
	   05  ASET-DESC			 PIC X(40).
	       88  ASET-CRIT-LOW		 VALUE '3'.
	   05  ASET-ACTIVE			 PIC X(01).
	       88  ASET-IS-ACTIVE		 VALUE 'Y'.
	   05  ASET-SUPPORT.
	       10  ASET-VENDOR-ID		 PIC X(08).
	       10  ASET-CONTRACT-NUM		 PIC X(12).
	   05  ASET-LAST-SEEN			 PIC 9(08).
	   05  FILLER				 PIC X(16).
