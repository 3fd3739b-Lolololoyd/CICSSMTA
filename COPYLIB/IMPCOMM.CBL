      * Commarea layout for SM0057 (asset impact inquiry) - the asset
      * the walk starts from and the first row of the walk shown on
      * the current page, carried across the pseudo-conversational
      * loop; the walk itself is redone on every screen from the
      * cidp0001 links as they stand.
      *
	   05  CA-ROOT				 PIC X(08).
	   05  CA-TOP				 PIC 9(03).
