      * Work fields for the NAMEFILE personal-field transform -
      * COPYd into WORKING-STORAGE by every program that reads or
      * writes the address block, phone, fax or notify address in the
      * clear, paired with the NAMCRYP1 procedure member. Batch jobs
      * load every key version into NCR-KEY-TABLE up front (NAMCRLD1);
      * the online programs read the one version they need from
      * nkey0001 into NCR-KEY instead. The alphabet is the set of
      * characters that get shifted - space, comma and quote are
      * left out so blank tests and the CSV export behave unchanged.
      *
	   05  NCR-MODE			 PIC X(01).
	       88  NCR-ENCRYPT			 VALUE 'E'.
	       88  NCR-DECRYPT			 VALUE 'D'.
	   05  NCR-KEY-SW			 PIC X(01).
	       88  NCR-KEY-MISSING		 VALUE 'Y'.
	   05  NCR-KEY				 PIC X(16).
	   05  NCR-VERSION			 PIC X(02).
	   05  NCR-VERSION-9 REDEFINES NCR-VERSION PIC 9(02).
	   05  NCR-CURRENT			 PIC X(02).
	   05  NCR-KEY-TABLE.
	       10  NCR-KEY-ENTRY	 OCCURS 99 TIMES PIC X(16).
	   05  NCR-ALPHABET.
	       10  FILLER			 PIC X(37)
		   VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijk'.
	       10  FILLER			 PIC X(37)
		   VALUE 'lmnopqrstuvwxyz0123456789.-@()/+#&:_*'.
	   05  NCR-ALPHA-LEN			 PIC S9(4) COMP
						 VALUE 74.
	   05  NCR-AREA.
	       10  NCR-ADDRESS1		 PIC X(50).
	       10  NCR-ADDRESS2		 PIC X(50).
	       10  NCR-ADDRESS3		 PIC X(50).
	       10  NCR-ADDRESS4		 PIC X(50).
	       10  NCR-PHONE			 PIC X(24).
	       10  NCR-FAX			 PIC X(24).
	       10  NCR-NOTIFY			 PIC X(50).
	   05  NCR-AREA-X REDEFINES NCR-AREA	 PIC X(298).
	   05  NCR-IX				 PIC S9(4) COMP.
	   05  NCR-KIX				 PIC S9(4) COMP.
	   05  NCR-POS				 PIC S9(4) COMP.
	   05  NCR-KPOS				 PIC S9(4) COMP.
	   05  NCR-SHIFT			 PIC S9(4) COMP.
	   05  NCR-CHAR				 PIC X(01).
	   05  NCR-LOAD-EOF			 PIC X(01).
