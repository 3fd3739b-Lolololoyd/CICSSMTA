      * Support-contract record - file 'cntr0001'
      * One record per support contract, keyed on the vendor id and
      * the vendor's own contract number, so a vendor's contracts
      * are one key range. The start and end dates bound the cover;
      * the coverage level says what the vendor owes us inside it.
      * aset0001 assets point at a contract through ASET-VENDOR-ID/
      * ASET-CONTRACT-NUM (SM0032); SM0011 shows the vendor and
      * contract on a ticket whose asset was in cover when it was
      * opened, and CNTEXP01 lists the contracts coming up for
      * renewal. Maintained through SM0056.
      *
	   05  CNTR-KEY.
	       10  CNTR-VENDOR-ID		 PIC X(08).
	       10  CNTR-NUMBER			 PIC X(12).
	   05  CNTR-START-DATE			 PIC 9(08).
	   05  CNTR-END-DATE			 PIC 9(08).
	   05  CNTR-COVERAGE			 PIC X(01).
	       88  CNTR-COVER-24X7	 VALUE '1'.
	       88  CNTR-COVER-BUSINESS	 VALUE '2'.
	       88  CNTR-COVER-NEXT-DAY	 VALUE '3'.
	       88  CNTR-COVER-PARTS-ONLY	 VALUE '4'.
	   05  CNTR-DESC			 PIC X(30).
	   05  CNTR-UPDATED-BY			 PIC X(08).
	   05  CNTR-UPDATED-DATE		 PIC 9(08).
	   05  FILLER				 PIC X(17).
