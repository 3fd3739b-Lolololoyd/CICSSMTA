      * Service-category grant record - file 'ucat0001'
      * One record per userid per svcc0001 SVC-CATEGORY the user may
      * work as SERVICE desk, keyed on the userid and the category,
      * so a user's grants read back in category order. A category
      * of '**' is the all-categories grant. ADMIN is never held to
      * its grants; a SERVICE user is refused closing (SM0005),
      * logging work (SM0011), reassigning (SM0012) or reclassifying
      * (SM0042) a ticket whose service code falls in a category
      * they hold no grant for, and the refusal goes to the SECL
      * log. Maintained by ADMIN through SM0061; UAFRPT01 prints
      * the grants and RECERT01 puts them in front of the manager
      * with the rest of the user's access.
      *
	   05  UCAT-KEY.
	       10  UCAT-USERID			 PIC X(08).
	       10  UCAT-CATEGORY		 PIC X(06).
		   88  UCAT-ALL-CATEGORIES	 VALUE '**'.
	   05  UCAT-NOTE			 PIC X(30).
	   05  UCAT-GRANTED-BY			 PIC X(08).
	   05  UCAT-GRANTED-DATE		 PIC 9(08).
	   05  FILLER				 PIC X(20).
