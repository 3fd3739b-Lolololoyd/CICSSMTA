      * Discovery staging record - file 'asdg0001'
      * One record per device the network discovery tool reported
      * that is not on aset0001, keyed on the device id the tool
      * gives (the asset id it would carry). ASTDSC01 writes it
      * pending from the nightly discovery extract, refreshing the
      * description, location and last-seen date while it waits; an
      * ADMIN reviews it on SM0058 and either accepts it onto
      * aset0001 or rejects it. A rejected device is not staged
      * again; one accepted and later dropped from the asset master
      * comes back pending when the tool still sees it.
      *
	   05  ASDG-DEVICE-ID			 PIC X(08).
	   05  ASDG-DESC			 PIC X(40).
	   05  ASDG-LOCATION			 PIC X(20).
	   05  ASDG-LAST-SEEN			 PIC 9(08).
	   05  ASDG-STAGED-DATE			 PIC 9(08).
	   05  ASDG-STATUS			 PIC X(01).
	       88  ASDG-PENDING		 VALUE 'P'.
	       88  ASDG-ACCEPTED	 VALUE 'A'.
	       88  ASDG-REJECTED	 VALUE 'R'.
	   05  ASDG-REVIEWED-BY			 PIC X(08).
	   05  ASDG-REVIEWED-DATE		 PIC 9(08).
	   05  FILLER				 PIC X(19).
