       copy RATEHFD.

       fd  archive-file.
       01  archive-record          pic X(41).

       fd  keep-file.
       01  keep-record             pic X(41).

       fd  archive-report-file.
       01  archive-report-line     pic X(132).
       01  ws-verify-rating.
           05 vfy-genre            pic X(10).
           05 vfy-subgenre         pic X(15).
           05 vfy-seq              pic 9(3).
           05 vfy-song-score       pic 9(2).
           05 vfy-album-score      pic 9(2).
           05 vfy-date             pic 9(8).
           05 vfy-level            pic X(1).

       procedure division.
       main-logic.
