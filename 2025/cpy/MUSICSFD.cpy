      * genre+subgenre+sequence (an optional artist AIX exists in
      * the cluster's upgrade set for ad-hoc use only)
      * used by musicLib.cbl, musicLibBatch.cbl, musicRecon.cbl,
      * musicRestore.cbl, musicSetlist.cbl, musicExtract.cbl,
      * musicDelta.cbl, musicVenue.cbl, musicChart.cbl,
      * musicStats.cbl, musicInquiry.cbl and musicEntry.cbl
      * song-status is set to 'I' only by a dependency cascade in
      * musicLibBatch.cbl (see HELDFD.cpy) and back to 'A' when the
      * artist or genre is reactivated under a cascade card; a blank
      * status, as restored from an older 121-byte backup, counts as
      * active
       01  song-record.
           05 song-key.
               10 song-genre       pic X(10).
           05 song-bpm             pic 9(3).
           05 song-artist          pic X(30).
           05 song-album-title     pic X(30).
           05 song-status          pic X(1).
               88 song-active      value 'A' ' '.
               88 song-inactive    value 'I'.
