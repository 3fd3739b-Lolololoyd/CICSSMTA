      * Contact-details change staging record - file 'cnfs0001'
      * One record per NAMEFILE contact whose answer to the yearly
      * confirmation request (CNFOUT01) came back CHANGED, keyed on
      * the contact's own KEY1 (region + code). CNFIN01 writes it
      * pending with the details as the contact returned them - the
      * master is never overwritten from the mail gateway. An ADMIN
      * reviews it on SM0060: accepting applies the new details to
      * NAMEFILE (the old values going to named0001 as history lines)
      * and stamps the contact verified; rejecting leaves NAMEFILE as
      * it was. A later CHANGED reply replaces whatever is staged.
      *
	   05  CNFS-KEY.
	       10  CNFS-REGION-CODE		 PIC X(02).
	       10  CNFS-NAME-CODE		 PIC X(04).
	   05  CNFS-RECEIVED-DATE		 PIC 9(08).
	   05  CNFS-SENDER			 PIC X(50).
	   05  CNFS-ADDRESS1			 PIC X(50).
	   05  CNFS-ADDRESS2			 PIC X(50).
	   05  CNFS-ADDRESS3			 PIC X(50).
	   05  CNFS-ADDRESS4			 PIC X(50).
	   05  CNFS-POSTAL-CODE			 PIC X(12).
	   05  CNFS-PHONE			 PIC X(24).
	   05  CNFS-NOTIFY-ADDRESS		 PIC X(50).
	   05  CNFS-STATUS			 PIC X(01).
	       88  CNFS-PENDING		 VALUE 'P'.
	       88  CNFS-ACCEPTED	 VALUE 'A'.
	       88  CNFS-REJECTED	 VALUE 'R'.
	   05  CNFS-REVIEWED-BY			 PIC X(08).
	   05  CNFS-REVIEWED-DATE		 PIC 9(08).
	   05  FILLER				 PIC X(33).
