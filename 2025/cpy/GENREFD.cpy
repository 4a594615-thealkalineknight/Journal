      * shared GENREREF genre/subgenre reference record layout,
      * keyed by genre plus subgenre, maintained by type-G
      * transactions through musicLibBatch.cbl and loaded at
      * startup by musicEdit.cbl, musicEntry.cbl and musicTrend.cbl
      * in place of their old hardcoded lists (the
      * musicLib.cbl/MFmusicLib.cbl catalog table is positional on
      * its three genre slots and keeps its fixed labels)
       01  genre-ref-record.
           05 gnr-key.
               10 gnr-genre        pic X(10).
