      * shared MUSICTXN transaction record layout, written clean by
      * musicEdit.cbl and applied by musicLibBatch.cbl; musicEntry.cbl
      * keys the same cards interactively for the MUSICTXI feed
      * record type 'S' carries a song transaction, 'T' an artist
      * transaction against the artist master, 'R' a rating for the
      * ratings history, 'B' an album transaction against the album
      * master, 'G' a genre/subgenre transaction against the
      * genre reference file, 'M' an artist rename (action 'R',
      * new name must not exist) or merge (action 'M', new name must
      * already be on the artist master) across every master, 'V'
      * a venue transaction against the venue master
      * song transactions carry the album title of the album the
      * song belongs to in txn-album-title after the detail area
      * rating transactions are keyed to the song: txr-seq sits in
      * the same columns as txn-seq
      * rating cards released by musicGateway.cbl carry the partner
      * feed date and detail row number in txr-partner-tag so that
      * musicPartnerAck.cbl can report each row back to the partner;
      * the tag is spaces on every other card
       01  transaction-record.
           05 txn-rec-type         pic X(1).
               88 txn-song-type    value 'S'.
               88 txn-rating-type  value 'R'.
               88 txn-album-type   value 'B'.
               88 txn-genre-type   value 'G'.
               88 txn-merge-type   value 'M'.
               88 txn-venue-type   value 'V'.
           05 txn-action           pic X(1).
           05 txn-detail.
               10 txn-genre        pic X(10).
           05 txn-rating-detail redefines txn-detail.
               10 txr-genre        pic X(10).
               10 txr-subgenre     pic X(15).
               10 txr-seq          pic 9(3).
               10 txr-song-score   pic 9(2).
               10 txr-album-score  pic 9(2).
               10 txr-date         pic 9(8).
               10 txr-partner-tag.
                   15 txr-feed-date    pic 9(8).
                   15 txr-feed-row     pic 9(4).
               10 filler           pic X(39).
           05 txn-genre-detail redefines txn-detail.
               10 txg-genre        pic X(10).
               10 txg-subgenre     pic X(15).
               10 txg-status       pic X(1).
               10 filler           pic X(65).
           05 txn-merge-detail redefines txn-detail.
               10 txm-old-name     pic X(30).
               10 txm-new-name     pic X(30).
               10 filler           pic X(31).
           05 txn-venue-detail redefines txn-detail.
               10 txv-name         pic X(30).
               10 txv-city         pic X(20).
               10 txv-capacity     pic 9(6).
               10 txv-status       pic X(1).
               10 filler           pic X(34).
           05 txn-album-detail redefines txn-detail.
               10 txb-artist       pic X(30).
               10 txb-title        pic X(30).
