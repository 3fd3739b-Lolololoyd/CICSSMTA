      * Leaver clean-up record - file 'lvrd0001'
      * Keyed on the userid. LVRCLN01 writes one when it has cleared
      * a terminated user's desk footprint - live tickets handed on
      * through the workload-balance pick, future oncl0001 roster
      * slots, tkwa0001 watches, dlgt0001 delegations either way and
      * tklk0001 locks - recording the term date it acted on and
      * what it found, so the nightly run touches each leaver once.
      * A user reinstated and terminated again carries a new term
      * date and is cleaned again.
      *
	   05  LVRD-USERID			 PIC X(08).
	   05  LVRD-TERM-DATE			 PIC 9(08).
	   05  LVRD-CLEANED-DATE		 PIC 9(08).
	   05  LVRD-TICKETS			 PIC 9(04).
	   05  LVRD-UNASSIGNED			 PIC 9(04).
	   05  LVRD-ROSTER-SLOTS		 PIC 9(04).
	   05  LVRD-WATCHES			 PIC 9(04).
	   05  LVRD-DELEGATIONS			 PIC 9(04).
	   05  LVRD-LOCKS			 PIC 9(04).
	   05  FILLER				 PIC X(12).
