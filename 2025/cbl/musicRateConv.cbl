       identification division.
       program-id. MUSICRCV.

       environment division.
       input-output section.
       file-control.
           select old-history assign to "RATEOLD"
               organization is line sequential
               file status is ws-old-status.

           select ratings-history assign to "RATENEW"
               organization is line sequential
               file status is ws-rate-status.

           select convert-report-file assign to "RCVRPT"
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  old-history.
       01  old-history-record      pic X(41).

       fd  ratings-history.
       copy RATEHFD.

       fd  convert-report-file.
       01  convert-report-line     pic X(132).

       working-storage section.
       01  ws-old-status          pic XX.
           88 ws-old-ok           value "00".

       01  ws-rate-status         pic XX.
           88 ws-rate-ok          value "00".

       01  ws-rpt-status          pic XX.

       01  ws-old-eof-flag         pic X(1) value 'N'.
           88 old-history-eof      value 'Y'.
       01  ws-verify-eof-flag      pic X(1) value 'N'.
           88 verify-eof           value 'Y'.
       01  ws-input-ok-flag        pic X(1) value 'N'.
           88 input-usable         value 'Y'.
       01  ws-proof-flag           pic X(1) value 'N'.
           88 conversion-proven    value 'Y'.

       01  ws-old-rating.
           05 old-genre            pic X(10).
           05 old-subgenre         pic X(15).
           05 old-song-score       pic 9(2).
           05 old-album-score      pic 9(2).
           05 old-date             pic 9(8).
           05 old-spare            pic X(4).

       01  ws-new-rating.
           05 new-genre            pic X(10).
           05 new-subgenre         pic X(15).
           05 new-seq              pic 9(3).
           05 new-song-score       pic 9(2).
           05 new-album-score      pic 9(2).
           05 new-date             pic 9(8).
           05 new-level            pic X(1).

       01  ws-read-count           pic 9(9) value 0.
       01  ws-read-hash            pic 9(12) value 0.
       01  ws-converted-count      pic 9(9) value 0.
       01  ws-passed-count         pic 9(9) value 0.
       01  ws-bad-count            pic 9(9) value 0.
       01  ws-verify-count         pic 9(9) value 0.
       01  ws-verify-hash          pic 9(12) value 0.

       procedure division.
       main-logic.
           perform convert-ratings-history
           perform verify-converted-totals

           if input-usable
                   and ws-bad-count = 0
                   and ws-read-count = ws-verify-count
                   and ws-read-hash = ws-verify-hash
               move 'Y' to ws-proof-flag
           end-if

           perform write-control-report

           if conversion-proven
               display "ratings conversion proved out, "
                   ws-converted-count " converted to subgenre-level, "
                   ws-passed-count " already song-level"
           else
               display "ratings conversion DOES NOT PROVE, "
                   ws-bad-count " unrecognised record(s)"
               move 8 to return-code
           end-if

           stop run
           .

       convert-ratings-history.
           open input old-history
           if ws-old-ok
               move 'Y' to ws-input-ok-flag
           else
               move 'Y' to ws-old-eof-flag
           end-if
           open output ratings-history

           perform convert-one-rating until old-history-eof

           close old-history
           close ratings-history
           .

       convert-one-rating.
           read old-history
               at end move 'Y' to ws-old-eof-flag
           end-read
           if not old-history-eof
               add 1 to ws-read-count
               move old-history-record to ws-old-rating
               move old-history-record to ws-new-rating
               evaluate true
               when old-spare = spaces
                       and old-song-score is numeric
                       and old-album-score is numeric
                       and old-date is numeric
                   perform convert-subgenre-rating
               when (new-level = 'S' or new-level = 'G')
                       and new-seq is numeric
                       and new-song-score is numeric
                       and new-album-score is numeric
                       and new-date is numeric
                   perform pass-song-rating
               when other
                   perform report-bad-rating
               end-evaluate
           end-if
           .

       convert-subgenre-rating.
           add old-song-score to ws-read-hash
           add old-album-score to ws-read-hash
           move old-genre to rat-genre
           move old-subgenre to rat-subgenre
           move 0 to rat-seq
           move old-song-score to rat-song-score
           move old-album-score to rat-album-score
           move old-date to rat-date
           move 'G' to rat-level
           write rating-record
           add 1 to ws-converted-count
           .

       pass-song-rating.
           add new-song-score to ws-read-hash
           add new-album-score to ws-read-hash
           move ws-new-rating to rating-record
           write rating-record
           add 1 to ws-passed-count
           .

       report-bad-rating.
           add 1 to ws-bad-count
           display "unrecognised rating record " ws-read-count
               ": " old-history-record
           .

       verify-converted-totals.
           move 'N' to ws-verify-eof-flag
           open input ratings-history
           if not ws-rate-ok
               move 'Y' to ws-verify-eof-flag
           end-if
           perform verify-one-converted-record until verify-eof
           close ratings-history
           .

       verify-one-converted-record.
           read ratings-history
               at end move 'Y' to ws-verify-eof-flag
           end-read
           if not verify-eof
               add 1 to ws-verify-count
               add rat-song-score to ws-verify-hash
               add rat-album-score to ws-verify-hash
           end-if
           .

       write-control-report.
           open output convert-report-file

           move spaces to convert-report-line
           move "MUSICRCV RATINGS HISTORY CONVERSION CONTROL REPORT"
               to convert-report-line
           write convert-report-line

           move spaces to convert-report-line
           string
               "RECORDS READ          " delimited by size
               ws-read-count delimited by size
               " HASH " delimited by size
               ws-read-hash delimited by size
               into convert-report-line
           end-string
           write convert-report-line

           move spaces to convert-report-line
           string
               "MARKED SUBGENRE-LEVEL " delimited by size
               ws-converted-count delimited by size
               into convert-report-line
           end-string
           write convert-report-line

           move spaces to convert-report-line
           string
               "ALREADY CONVERTED     " delimited by size
               ws-passed-count delimited by size
               into convert-report-line
           end-string
           write convert-report-line

           move spaces to convert-report-line
           string
               "UNRECOGNISED          " delimited by size
               ws-bad-count delimited by size
               into convert-report-line
           end-string
           write convert-report-line

           move spaces to convert-report-line
           string
               "RECORDS WRITTEN       " delimited by size
               ws-verify-count delimited by size
               " HASH " delimited by size
               ws-verify-hash delimited by size
               into convert-report-line
           end-string
           write convert-report-line

           if not input-usable
               move spaces to convert-report-line
               move "OLD RATINGS HISTORY NOT USABLE"
                   to convert-report-line
               write convert-report-line
           end-if

           move spaces to convert-report-line
           if conversion-proven
               move "STATUS                PROVED, SWAP MAY PROCEED"
                   to convert-report-line
           else
               move "STATUS                OUT OF PROOF, SWAP REFUSED"
                   to convert-report-line
           end-if
           write convert-report-line

           close convert-report-file
           .
