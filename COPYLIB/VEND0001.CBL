      * Vendor master record - file 'vend0001'
      * One record per outside supplier who supports our kit, keyed
      * on an 8-byte vendor id: the name, the support line the desk
      * rings, the address support notifications go to (the same
      * shape as NAMEFILE's NOTIFY-ADDRESS) and our account number
      * with them. Support contracts (cntr0001) hang off the vendor
      * id. Maintained through SM0055.
      *
	   05  VEND-ID				 PIC X(08).
	   05  VEND-NAME			 PIC X(30).
	   05  VEND-PHONE			 PIC X(24).
	   05  VEND-NOTIFY-ADDR			 PIC X(50).
	   05  VEND-ACCOUNT			 PIC X(15).
	   05  VEND-UPDATED-BY			 PIC X(08).
	   05  VEND-UPDATED-DATE		 PIC 9(08).
	   05  FILLER				 PIC X(17).
