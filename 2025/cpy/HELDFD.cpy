      * HELDTXN held-transaction record layout, written by
      * musicLibBatch.cbl when an artist, album or genre transaction
      * would leave songs (or, for an artist delete, albums) pointing
      * at a deleted or inactive parent and no CASCADE= option is on
      * the MUSICCTL card. the transaction is not applied; the
      * image in hld-txn-image can be fed back on MUSICTXI once the
      * dependents are dealt with, or rerun under a cascade card
      * hld-reason-code:
      *   01  artist delete with songs or albums on file
      *   02  artist inactivation with active songs
      *   03  album delete with songs on the album
      *   04  genre reference delete with songs on file
      *   05  genre reference inactivation with active songs
       01  held-record.
           05 hld-date             pic 9(8).
           05 hld-txn-number       pic 9(9).
           05 hld-reason-code      pic 9(2).
               88 hld-artist-delete   value 1.
               88 hld-artist-inactive value 2.
               88 hld-album-delete    value 3.
               88 hld-genre-delete    value 4.
               88 hld-genre-inactive  value 5.
           05 hld-reason-text      pic X(24).
           05 hld-song-count       pic 9(7).
           05 hld-album-count      pic 9(7).
           05 hld-txn-image        pic X(123).
