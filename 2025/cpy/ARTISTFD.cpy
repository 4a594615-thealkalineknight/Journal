      * shared ARTMST artist-master record layout, keyed by artist
      * name, used by musicLib.cbl, MFmusicLib.cbl,
      * musicLibBatch.cbl, musicEntry.cbl and musicStats.cbl
       01  artist-record.
           05 art-key.
               10 art-name         pic X(30).
