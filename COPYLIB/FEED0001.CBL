      * Monitoring-feed heartbeat record - file 'feed0001'
      * One record, keyed by the literal TKTINTF. Stamped with the
      * date and time the last monitoring request was received -
      * by SM0040 at the end of each TKIN drain and by TKTOPN01 for
      * the nightly file - so silence on the feed can be seen. Our
      * own batch-failure and silence-alert requests (the BATFUSER
      * requestor) do not count as the gateway being heard from.
      * SM0050 compares the stamp with the FEEDSILD/FEEDSILN site
      * thresholds and stamps FEED-ALERT-DATE/TIME when it raises
      * the silence ticket and broadcast, so one quiet spell alerts
      * once. SM0044 and the SM0036 dashboard show the stamp.
      *
	   05  FEED-ID				 PIC X(08).
	   05  FEED-LAST-DATE			 PIC 9(08).
	   05  FEED-LAST-TIME			 PIC 9(06).
	   05  FEED-LAST-BY			 PIC X(08).
	   05  FEED-ALERT-DATE			 PIC 9(08).
	   05  FEED-ALERT-TIME			 PIC 9(06).
	   05  FILLER				 PIC X(16).
