      * shared PLYHIST daily play-history record layout, keyed by
      * play date + song key, one record per song played on a day,
      * accumulated nightly by musicPlays.cbl for every applied play
      * and read a week at a time by musicChart.cbl for the weekly
      * top-songs chart (PLAYMST holds lifetime totals only)
       01  play-history-record.
           05 phs-key.
               10 phs-play-date    pic 9(8).
               10 phs-genre        pic X(10).
               10 phs-subgenre     pic X(15).
               10 phs-seq          pic 9(3).
           05 phs-play-count       pic 9(7).
