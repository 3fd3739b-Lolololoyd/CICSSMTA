      *    Region the list screen is currently limited to - spaces
      *    means all regions, the pre-Western-office behavior.
	   05  LS-REGION			 PIC X(02).
      *    Organization (orgn0001) the list screen is currently
      *    limited to - spaces means every organization.
	   05  LS-ORG-ID			 PIC X(08).
