      * shared RATEHIST ratings-history record layout, appended by
      * musicLibBatch.cbl and read by MFmusicLib.cbl, musicTrend.cbl,
      * musicExtract.cbl, musicDiscog.cbl, musicIntegrity.cbl and
      * musicArchive.cbl
      * ratings are keyed to the song (genre+subgenre+seq) and carry
      * rat-level 'S'; history converted from the old subgenre-level
      * layout by musicRateConv.cbl carries rat-level 'G' with a zero
      * rat-seq and stands for every song under the subgenre
       01  rating-record.
           05 rat-genre            pic X(10).
           05 rat-subgenre         pic X(15).
           05 rat-seq              pic 9(3).
           05 rat-song-score       pic 9(2).
           05 rat-album-score      pic 9(2).
           05 rat-date             pic 9(8).
           05 rat-level            pic X(1).
               88 rat-song-level   value 'S'.
               88 rat-subgenre-level value 'G'.
