      * NAMEFILE encryption key record - file 'nkey0001'
      * One record per key version ('01'-'99') holding the 16-byte
      * key material NAMCRYP1 shifts the personal fields of NAMEFILE
      * by, plus a control record under id '00' naming the version
      * new and changed entries are written under and, while a
      * NAMROT01 rotation is part-way through, the version it is
      * moving entries off. Keys are retired, never deleted, so a
      * SETBKP01 copy taken under an older version still restores.
      * Held apart from the files it protects and left out of the
      * general backup set - it is copied and kept separately.
      *
	   05  NKEY-ID				 PIC X(02).
	       88  NKEY-IS-CONTROL		 VALUE '00'.
	   05  NKEY-DATA.
	       10  NKEY-MATERIAL		 PIC X(16).
	       10  NKEY-STATUS			 PIC X(01).
		   88  NKEY-IN-USE		 VALUE 'A'.
		   88  NKEY-RETIRED		 VALUE 'R'.
	       10  NKEY-CREATED-DATE		 PIC 9(08).
	       10  NKEY-RETIRED-DATE		 PIC 9(08).
	   05  NKEY-CONTROL REDEFINES NKEY-DATA.
	       10  NKEY-CURRENT-VERSION	 PIC X(02).
	       10  NKEY-ROTATE-FROM		 PIC X(02).
	       10  NKEY-ROTATE-DATE		 PIC 9(08).
	       10  FILLER			 PIC X(21).
	   05  FILLER				 PIC X(15).
