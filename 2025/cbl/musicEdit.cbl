           88 bad-album-year       value 12.
           88 bad-ref-key          value 13.
           88 bad-ref-status       value 14.
           88 bad-merge-names      value 15.
           88 bad-venue-key        value 16.
           88 bad-venue-data       value 17.

       01  ws-read-count           pic 9(9) value 0.
       01  ws-accept-count         pic 9(9) value 0.
       01  ws-reject-count         pic 9(9) value 0.

       01  ws-reason-count-table.
           05 ws-reason-count occurs 17 times pic 9(9) value 0.

       01  ws-reason-label-table.
           05 filler               pic X(24) value "INVALID ACTION".
           05 filler               pic X(24) value "BAD ALBUM YEAR".
           05 filler               pic X(24) value "BAD GENRE REF KEY".
           05 filler               pic X(24) value "BAD GENRE REF STAT".
           05 filler               pic X(24) value "BAD MERGE NAMES".
           05 filler               pic X(24) value "BAD VENUE KEY".
           05 filler               pic X(24) value "BAD VENUE DATA".
       01  filler redefines ws-reason-label-table.
           05 ws-reason-label occurs 17 times pic X(24).

       01  ws-subgenre-list.
           05 filler               pic X(15) value "prog-rock".
               perform validate-album-txn
           when txn-genre-type
               perform validate-genre-txn
           when txn-merge-type
               perform validate-merge-txn
           when txn-venue-type
               perform validate-venue-txn
           when other
               move 6 to ws-reason-code
           end-evaluate
           end-if
           .

       validate-merge-txn.
           if txn-action not = "R" and txn-action not = "M"
               move 1 to ws-reason-code
           end-if

           if txn-is-clean
               if txm-old-name = spaces or txm-new-name = spaces
                       or txm-old-name = txm-new-name
                   move 15 to ws-reason-code
               end-if
           end-if
           .

       validate-venue-txn.
           perform check-action

           if txn-is-clean
               if txv-name = spaces
                   move 16 to ws-reason-code
               end-if
           end-if

           if txn-is-clean
                   and (txn-action = "A" or txn-action = "C")
               if txv-city = spaces
                       or txv-capacity not numeric
                       or (txv-status not = "A"
                           and txv-status not = "I")
                   move 17 to ws-reason-code
               end-if
           end-if
           .

       validate-album-txn.
           perform check-action

               perform check-subgenre
           end-if

           if txn-is-clean
               if txr-seq not numeric
                   move 5 to ws-reason-code
               end-if
           end-if

           if txn-is-clean
               if txr-song-score not numeric
                       or txr-album-score not numeric
           write edit-report-line

           perform varying ws-reason-idx from 1 by 1
                   until ws-reason-idx > 17
               move spaces to edit-report-line
               string
                   "REASON " delimited by size
           move ws-read-count to run-count-1
           move ws-accept-count to run-count-2
           move ws-reject-count to run-count-3
           move 0 to run-count-4
           move 0 to run-comp-code
           write run-control-record
           close run-control-file
