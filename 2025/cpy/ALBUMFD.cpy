      * shared ALBMST album-master record layout, keyed by artist
      * name plus album title, maintained by type-B transactions
      * through musicLibBatch.cbl and read by musicLib.cbl,
      * MFmusicLib.cbl, musicEntry.cbl and musicStats.cbl
       01  album-record.
           05 alb-key.
               10 alb-artist       pic X(30).
