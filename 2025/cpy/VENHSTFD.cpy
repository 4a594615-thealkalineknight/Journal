      * shared VENHIST venue play-history record layout, keyed by
      * venue + play month (CCYYMM) + song key, one record per song
      * played at a venue in a month, accumulated nightly by
      * musicPlays.cbl for every applied play (venues not on VENMST
      * included) and read by musicVenue.cbl for the monthly venue
      * performance report
       01  venue-history-record.
           05 vhs-key.
               10 vhs-venue        pic X(30).
               10 vhs-month        pic 9(6).
               10 vhs-genre        pic X(10).
               10 vhs-subgenre     pic X(15).
               10 vhs-seq          pic 9(3).
           05 vhs-play-count       pic 9(7).
           05 vhs-last-play-date   pic 9(8).
