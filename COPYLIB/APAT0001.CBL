      * Approval-authority record - file 'apat0001'
      * One record per department (uprf0001 UPRF-DEPT) and cost band,
      * keyed on the department and the band's ceiling, so a START
      * at (department, estimated cost) and one read forward lands
      * on the band the cost falls in. Department '*****' is the
      * fallback band set for every department with none of its
      * own; a cost above the highest ceiling, or no band at all,
      * leaves the ticket to any APPROVER as before. The band names
      * the authority its approvals need: an APAT-APPROVER by
      * userid, or an APAT-LEVEL - how many steps up the requestor's
      * uprf0001 manager chain the approver must stand (1 is the
      * requestor's own manager). Either way an approver higher in
      * that same chain is good too; a named approver wins when a
      * band carries both, and a band with neither is any APPROVER.
      * SM0013 stamps the band on the ticket's tkec0001 record at
      * open; SM0010 and APPRPL01 refuse approvals below it and
      * APPESC01 escalates up the same chain. Maintained by ADMIN
      * through SM0063.
      *
	   05  APAT-KEY.
	       10  APAT-DEPT			 PIC X(05).
		   88  APAT-ALL-DEPTS		 VALUE '*****'.
	       10  APAT-MAX-COST		 PIC 9(07)V99.
	   05  APAT-LEVEL			 PIC 9(01).
	   05  APAT-APPROVER			 PIC X(08).
	   05  APAT-DESC			 PIC X(30).
	   05  APAT-UPDATED-BY			 PIC X(08).
	   05  APAT-UPDATED-DATE		 PIC 9(08).
	   05  FILLER				 PIC X(11).
