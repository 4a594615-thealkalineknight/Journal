      * processed play-feed register PLYREG, one record per play log
      * taken by musicPlays.cbl, keyed by the feed date (the latest
      * play date on the log)
      * reg-record-count and reg-log-hash are the pre-pass controls
      * of the whole log (hash = sum of seq + play date per record);
      * a log whose date, or whose count and hash, is already on the
      * register is refused unless the OVERRIDE=YES card is supplied
      * reg-status P is written before the first play is applied and
      * flipped to C when the log is fully applied
       01  play-register-record.
           05 reg-feed-date        pic 9(8).
           05 reg-record-count     pic 9(9).
           05 reg-log-hash         pic 9(15).
           05 reg-status           pic X(1).
               88 reg-in-progress  value 'P'.
               88 reg-complete     value 'C'.
           05 reg-applied-count    pic 9(9).
           05 reg-reject-count     pic 9(9).
           05 reg-override-flag    pic X(1).
           05 reg-stamp            pic X(21).
