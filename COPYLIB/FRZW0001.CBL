      * outages we caused on purpose, and SM0013 warns a requestor
      * before opening against the service by hand. A blank service
      * code freezes every service - the full-site patching window.
      * A change request (TICKET-CLASS C) whose planned window meets a
      * freeze cannot be approved - SM000 option 3, SM0010 and APPRPL01
      * refuse it, the overlap test shared through FRZOVLP1 - and
      * CHGSCH01 flags an approved change a later window has caught.
      * Maintained through SM0030, SM0024-style.
      *
	   05  FRZW-ID				 PIC X(08).
