      * Per-user region-scope record - file 'ureg0001'
      * Keyed on UREG-USERID (8 bytes, same width as UAF00001's
      * UAF-USERID), the same sidecar-file shape uaft0001 uses. Up to
      * four NAMEFILE region codes the userid may see; the first slot
      * is the user's home region, which also stands in for a code
      * keyed with no region. UREG-ALL-REGIONS 'Y' is the all-regions
      * scope only ADMIN can grant on the SM0007 user screen. No
      * record, or one with every slot blank, scopes the user to the
      * site default region (site0001 DFLTREGN) alone. SAMP10/SAMP20,
      * SM0009, SM0038 and the SM000 ticket-number gate hide or
      * refuse NAMEFILE contacts and tickets outside the scope (see
      * UREGSCP1), and every refusal goes to the SECL log.
      *
	   05  UREG-USERID			 PIC X(08).
	   05  UREG-ALL-REGIONS			 PIC X(01).
	       88  UREG-ALL-SCOPE		 VALUE 'Y'.
	   05  UREG-REGION		 OCCURS 4 TIMES PIC X(02).
	   05  UREG-UPDATED-BY			 PIC X(08).
	   05  UREG-UPDATED-DATE		 PIC 9(08).
	   05  FILLER				 PIC X(07).
