      * Asset dependency record - file 'cidp0001'
      * One record per "depends on" link between two aset0001
      * assets, keyed on the asset depended upon followed by the
      * asset that depends on it, so everything that sits directly
      * behind one asset is a single contiguous key range - the
      * direction an outage travels. Links are added and dropped
      * from SM0032; the SM0057 impact inquiry and SM0041's
      * major-incident declaration walk them downward (work fields in
      * CIDPWRK1). A link that would close a loop is refused.
      *
	   05  CIDP-KEY.
	       10  CIDP-PARENT-ID		 PIC X(08).
	       10  CIDP-CHILD-ID		 PIC X(08).
	   05  CIDP-ADDED-BY			 PIC X(08).
	   05  CIDP-ADDED-DATE			 PIC 9(08).
	   05  FILLER				 PIC X(08).
