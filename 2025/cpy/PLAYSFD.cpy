      * shared PLAYMST plays-master record layout, keyed like the
      * song master by genre+subgenre+sequence, accumulated nightly
      * by musicPlays.cbl from the events play log and rolled up
      * monthly by musicRoyalty.cbl into the artist statements and
      * snapshotted by musicStats.cbl
      * ply-paid-count is the play count already stated on a
      * royalty statement; musicRoyalty.cbl states the difference
      * and stamps it, so each statement pays only new plays
