      * Message ids used by SM0069 - one entry per id the program
      * moves to MSGX-ID before its 9700-GET-MESSAGE, with the
      * wording it falls back on. MSGREG01 registers the list on
      * msgr0001 for the MSGRPT01 catalog check, so an entry is
      * added here with every new id the program uses.
      *
	   05  FILLER		 PIC X(08) VALUE 'SM0069'.
	   05  FILLER		 PIC 9(03) VALUE 029.
	   05  FILLER		 PIC X(08) VALUE 'SM690001'.
	   05  FILLER		 PIC X(79) VALUE
	       'Invalid PFKey - PF5 adds, PF7/PF8 page, PF3 exits'.
	   05  FILLER		 PIC X(08) VALUE 'SM690002'.
	   05  FILLER		 PIC X(79) VALUE
	       'Step is no longer on file'.
	   05  FILLER		 PIC X(08) VALUE 'SM690003'.
	   05  FILLER		 PIC X(79) VALUE
	       'Select S show, C change, D delete, W what runs after'.
	   05  FILLER		 PIC X(08) VALUE 'SM690004'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key the fields to change first'.
	   05  FILLER		 PIC X(08) VALUE 'SM690005'.
	   05  FILLER		 PIC X(79) VALUE
	       'Saved - but change history could not be written'.
	   05  FILLER		 PIC X(08) VALUE 'SM690006'.
	   05  FILLER		 PIC X(79) VALUE
	       'Update failed - the step has not been changed'.
	   05  FILLER		 PIC X(08) VALUE 'SM690007'.
	   05  FILLER		 PIC X(79) VALUE
	       'No steps in the stream - key one, PF5 adds it'.
	   05  FILLER		 PIC X(08) VALUE 'SM690008'.
	   05  FILLER		 PIC X(79) VALUE
	       'End of job stream'.
	   05  FILLER		 PIC X(08) VALUE 'SM690009'.
	   05  FILLER		 PIC X(79) VALUE
	       'Step &1 last changed by &2 on &3'.
	   05  FILLER		 PIC X(08) VALUE 'SM690010'.
	   05  FILLER		 PIC X(79) VALUE
	       'Step &1 changed'.
	   05  FILLER		 PIC X(08) VALUE 'SM690011'.
	   05  FILLER		 PIC X(79) VALUE
	       'Step &1 (&2) deleted'.
	   05  FILLER		 PIC X(08) VALUE 'SM690012'.
	   05  FILLER		 PIC X(79) VALUE
	       'Step &1 (&2) added'.
	   05  FILLER		 PIC X(08) VALUE 'SM690013'.
	   05  FILLER		 PIC X(79) VALUE
	       'Predecessor &1 is not the job of any step'.
	   05  FILLER		 PIC X(08) VALUE 'SM690014'.
	   05  FILLER		 PIC X(79) VALUE
	       'Predecessor &1 only runs later, at step &2'.
	   05  FILLER		 PIC X(08) VALUE 'SM690015'.
	   05  FILLER		 PIC X(79) VALUE
	       'Dependency loop - &1 already waits on &2'.
	   05  FILLER		 PIC X(08) VALUE 'SM690016'.
	   05  FILLER		 PIC X(79) VALUE
	       'Step &1 waits on &2 - change its predecessor first'.
	   05  FILLER		 PIC X(08) VALUE 'SM690017'.
	   05  FILLER		 PIC X(79) VALUE
	       'No step runs &1 - blank the after field for the whole st
      -        'ream'.
	   05  FILLER		 PIC X(08) VALUE 'SM690018'.
	   05  FILLER		 PIC X(79) VALUE
	       'Nothing waits on &1 - a failure still stops the stream t
      -        'here'.
	   05  FILLER		 PIC X(08) VALUE 'SM690019'.
	   05  FILLER		 PIC X(79) VALUE
	       '&1 steps wait on &2 - and the stream stops at its failur
      -        'e'.
	   05  FILLER		 PIC X(08) VALUE 'SM690020'.
	   05  FILLER		 PIC X(79) VALUE
	       'Step number stays - add the new step, delete this'.
	   05  FILLER		 PIC X(08) VALUE 'SM690021'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key a step number from 001 to 999'.
	   05  FILLER		 PIC X(08) VALUE 'SM690022'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key the job name the step runs'.
	   05  FILLER		 PIC X(08) VALUE 'SM690023'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key the command line the step runs'.
	   05  FILLER		 PIC X(08) VALUE 'SM690024'.
	   05  FILLER		 PIC X(79) VALUE
	       'Step number already in use'.
	   05  FILLER		 PIC X(08) VALUE 'SM690025'.
	   05  FILLER		 PIC X(79) VALUE
	       'The stream is full - BTCHDRV1 runs 100 steps'.
	   05  FILLER		 PIC X(08) VALUE 'SM690026'.
	   05  FILLER		 PIC X(79) VALUE
	       'Key the reason for the change'.
	   05  FILLER		 PIC X(08) VALUE 'SM690027'.
	   05  FILLER		 PIC X(79) VALUE
	       'Run condition is E, B, D, F, L or Q (blank E)'.
	   05  FILLER		 PIC X(08) VALUE 'SM690028'.
	   05  FILLER		 PIC X(79) VALUE
	       'D needs a day - 1 Monday to 7 Sunday'.
	   05  FILLER		 PIC X(08) VALUE 'SM690029'.
	   05  FILLER		 PIC X(79) VALUE
	       'A step may not wait on its own job'.
