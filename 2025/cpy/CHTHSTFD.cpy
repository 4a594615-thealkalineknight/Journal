      * CHTHIST weekly chart history record layout, keyed by song
      * key + week-ending date, one record per song per week it
      * charted, written by musicChart.cbl; weeks-on-chart and peak
      * position are carried forward from the song's previous entry
      * so each week reads only that entry to show movement
      * chh-marker is N for a new entry, R for a re-entry after a
      * week or more off the chart, blank otherwise
       01  chart-history-record.
           05 chh-key.
               10 chh-song-key     pic X(28).
               10 chh-week-ending  pic 9(8).
           05 chh-position         pic 9(3).
           05 chh-week-plays       pic 9(7).
           05 chh-rating           pic 9(2).
           05 chh-weeks-on-chart   pic 9(3).
           05 chh-peak-position    pic 9(3).
           05 chh-marker           pic X(1).
               88 chh-new-entry    value 'N'.
               88 chh-re-entry     value 'R'.
