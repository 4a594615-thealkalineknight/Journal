               organization is line sequential
               file status is ws-rpt-status.

           select gateway-control-file assign to "GWYCTL"
               organization is line sequential
               file status is ws-ctl-status.

       data division.
       file section.
       fd  partner-file.
       fd  gateway-report-file.
       01  gateway-report-line     pic X(132).

       fd  gateway-control-file.
       copy GWYCTLFD.

       working-storage section.
       01  ws-ptn-status          pic XX.
           88 ws-ptn-ok           value "00".

       01  ws-gwy-status          pic XX.
       01  ws-rpt-status          pic XX.
       01  ws-ctl-status          pic XX.

       copy MUSICTXR.

       01  ws-header-date          pic 9(8) value 0.
       01  ws-trailer-count        pic 9(9) value 0.
       01  ws-detail-count         pic 9(9) value 0.
       01  ws-break-reason         pic X(20) value spaces.

       01  ws-unstring-fields.
           05 ws-fld-tag           pic X(8).
           05 ws-fld-4             pic X(30).
           05 ws-fld-5             pic X(30).
           05 ws-fld-6             pic X(30).
           05 ws-fld-7             pic X(30).

       01  ws-num-field            pic X(9).
       01  ws-num-value            pic 9(9).
           close gateway-txn-file

           perform write-gateway-report
           perform write-gateway-control

           if feed-dropped
               display "partner feed DROPPED, " ws-detail-count
               move spaces to ws-unstring-fields
               unstring partner-record delimited by "|"
                   into ws-fld-tag ws-fld-2 ws-fld-3
                       ws-fld-4 ws-fld-5 ws-fld-6 ws-fld-7
               end-unstring
               evaluate ws-fld-tag
               when "H"
           move spaces to transaction-record
           move 'R' to txn-rec-type
           move 'A' to txn-action
           move ws-detail-count to txr-feed-row
           move ws-fld-2 to txr-genre
           move ws-fld-3 to txr-subgenre

           move ws-fld-4 to ws-num-field
           perform parse-numeric-field
           if numeric-field-ok and ws-num-value <= 999
               move ws-num-value to txr-seq
           else
               move 'Y' to ws-drop-flag
           end-if

           move ws-fld-5 to ws-num-field
           perform parse-numeric-field
           if numeric-field-ok
               move ws-num-value to txr-song-score
           else
               move 'Y' to ws-drop-flag
           end-if

           move ws-fld-6 to ws-num-field
           perform parse-numeric-field
           if numeric-field-ok
               move ws-num-value to txr-album-score
               move 'Y' to ws-drop-flag
           end-if

           move ws-fld-7 to ws-num-field
           perform parse-numeric-field
           if numeric-field-ok
               move ws-num-value to txr-date
           if trailer-seen and ws-trailer-count not = ws-detail-count
               move 'Y' to ws-drop-flag
           end-if

           evaluate true
           when not feed-dropped
               move spaces to ws-break-reason
           when not header-seen
               move "MISSING HEADER" to ws-break-reason
           when ws-header-date not = ws-run-date
               move "DATE MISMATCH" to ws-break-reason
           when not trailer-seen
               move "MISSING TRAILER" to ws-break-reason
           when ws-trailer-count not = ws-detail-count
               move "COUNT MISMATCH" to ws-break-reason
           when detail-limit-hit
               move "DETAIL LIMIT" to ws-break-reason
           when other
               move "BAD RECORD DATA" to ws-break-reason
           end-evaluate
           .

       release-gateway-details.
           perform varying ws-detail-idx from 1 by 1
                   until ws-detail-idx > ws-detail-count
               move ws-detail-image (ws-detail-idx)
                   to transaction-record
               move ws-header-date to txr-feed-date
               move transaction-record to gateway-txn-record
               write gateway-txn-record
           end-perform
           .
               write gateway-report-line
           end-if

           if feed-dropped
               move spaces to gateway-report-line
               string
                   "BREAK                 " delimited by size
                   ws-break-reason delimited by size
                   into gateway-report-line
               end-string
               write gateway-report-line
           end-if

           move spaces to gateway-report-line
           if feed-dropped
               move "STATUS                FEED DROPPED WHOLE"

           close gateway-report-file
           .

       write-gateway-control.
           open output gateway-control-file
           move ws-run-date to gwc-run-date
           if feed-dropped
               move 'D' to gwc-feed-status
           else
               move 'A' to gwc-feed-status
           end-if
           move ws-break-reason to gwc-break-reason
           move ws-header-date to gwc-header-date
           move ws-detail-count to gwc-detail-count
           move ws-trailer-count to gwc-trailer-count
           write gateway-control-record
           close gateway-control-file
           .
