      * partner gateway control record GWYCTL, one per run, written
      * by musicGateway.cbl and read by musicPartnerAck.cbl
      * gwc-header-date is zero when the feed had no header;
      * gwc-break-reason names the control break when the feed was
      * dropped whole and is spaces when it was taken
       01  gateway-control-record.
           05 gwc-run-date         pic 9(8).
           05 gwc-feed-status      pic X(1).
               88 gwc-feed-taken   value 'A'.
               88 gwc-feed-dropped value 'D'.
           05 gwc-break-reason     pic X(20).
           05 gwc-header-date      pic 9(8).
           05 gwc-detail-count     pic 9(9).
           05 gwc-trailer-count    pic 9(9).
