      * Resolver-group (team) master - file 'team0001'
      * Keyed on TEAM-CODE. A team owns the tickets opened under any
      * svcc0001 code whose SVC-TEAM-CODE names it; its members work
      * them from the SM0048 team queue and are the only candidates
      * the workload-balance auto-assign considers for them.
      *
	   05  TEAM-CODE			 PIC X(06).
	   05  TEAM-NAME			 PIC X(30).
	   05  TEAM-LEAD			 PIC X(08).
	   05  TEAM-ACTIVE			 PIC X(01).
	       88  TEAM-IS-ACTIVE		 VALUE 'Y'.
      *        Member userids (uaf00001), packed from the front - the
      *        first blank slot ends the list.
	   05  TEAM-MEMBER		 OCCURS 12 TIMES PIC X(08).
	   05  FILLER				 PIC X(19).
