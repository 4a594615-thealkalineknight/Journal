      * month-end catalog statistics history STATHIST, one record per
      * month per genre/subgenre, written by musicStats.cbl and read
      * by musicGrowth.cbl; keyed by CCYYMM+genre+subgenre
      * sth-song-count counts active songs on MUSICSNG; artists are
      * counted under their own ARTMST genre/subgenre; an album is
      * counted under each subgenre that holds one of its songs
      * sth-cum-plays is the PLAYMST total at the snapshot and
      * sth-period-plays the growth since the previous month's record
      * (the whole total when there is no previous record)
      * sth-avg-rating averages the latest song score of each rated
      * song (and of each subgenre-level rating) dated on or before
      * the month end; sth-rating-total/count carry the sum behind it
       01  stat-history-record.
           05 sth-key.
               10 sth-month            pic 9(6).
               10 sth-genre            pic X(10).
               10 sth-subgenre         pic X(15).
           05 sth-song-count           pic 9(7).
           05 sth-active-artists       pic 9(7).
           05 sth-inactive-artists     pic 9(7).
           05 sth-album-count          pic 9(7).
           05 sth-cum-plays            pic 9(11).
           05 sth-period-plays         pic 9(11).
           05 sth-rating-count         pic 9(7).
           05 sth-rating-total         pic 9(9).
           05 sth-avg-rating           pic 9(2)v9(2).
           05 sth-snapshot-date        pic 9(8).
