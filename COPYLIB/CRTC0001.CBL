      * Recertification category-grant snapshot - file 'crtc0001'
      * The ucat0001 service-category grants a user held when
      * RECERT01 cut the campaign, keyed like the cert0001 worklist
      * entry they belong to (campaign + userid) so SM0022 can show
      * them beside the UAF flags and the reviewer certifies or
      * revokes the lot together. Only users holding a grant get a
      * record. CRTC-COUNT is the full number of grants; the first
      * ten, in category order, are kept ('**' is all categories).
      *
	   05  CRTC-KEY.
	       10  CRTC-CAMPAIGN		 PIC 9(06).
	       10  CRTC-USERID			 PIC X(08).
	   05  CRTC-COUNT			 PIC 9(03).
	   05  CRTC-CATEGORY		 OCCURS 10 TIMES PIC X(06).
	   05  FILLER				 PIC X(13).
