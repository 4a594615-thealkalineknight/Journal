       identification division.
       program-id. MUSICACK.

       environment division.
       input-output section.
       file-control.
           select gateway-control-file assign to "GWYCTL"
               organization is line sequential
               file status is ws-ctl-status.

           select gateway-txn-file assign to "GWYTXN"
               organization is line sequential
               file status is ws-gwy-status.

           select reject-file assign to "MUSICREJ"
               organization is line sequential
               file status is ws-rej-status.

           select ack-file assign to "ACKOUT"
               organization is line sequential
               file status is ws-ack-status.

       data division.
       file section.
       fd  gateway-control-file.
       copy GWYCTLFD.

       fd  gateway-txn-file.
       01  gateway-txn-record      pic X(123).

       fd  reject-file.
       01  reject-record.
           05 rej-txn-image        pic X(123).
           05 rej-reason-code      pic 9(2).

       fd  ack-file.
       01  ack-record              pic X(200).

       working-storage section.
       01  ws-ctl-status          pic XX.
           88 ws-ctl-ok           value "00".

       01  ws-gwy-status          pic XX.
           88 ws-gwy-ok           value "00".

       01  ws-rej-status          pic XX.
           88 ws-rej-ok           value "00".

       01  ws-ack-status          pic XX.

       copy MUSICTXR.

       01  ws-gwy-eof-flag         pic X(1) value 'N'.
           88 gateway-eof          value 'Y'.
       01  ws-rej-eof-flag         pic X(1) value 'N'.
           88 reject-eof           value 'Y'.

       01  ws-feed-date            pic 9(8).
       01  ws-received-count       pic 9(9) value 0.
       01  ws-accepted-count       pic 9(9) value 0.
       01  ws-rejected-count       pic 9(9) value 0.
       01  ws-detail-written       pic 9(9) value 0.

       01  ws-row-reason-table.
           05 ws-row-reason occurs 2000 times pic 9(2).
       01  ws-row                  pic 9(4).
       01  ws-reason-code          pic 9(2).

       01  ws-reason-label-table.
           05 filler               pic X(24) value "INVALID ACTION".
           05 filler               pic X(24) value "UNKNOWN GENRE".
           05 filler               pic X(24) value "UNKNOWN SUBGENRE".
           05 filler               pic X(24) value "BPM INVALID".
           05 filler               pic X(24) value "SEQ NOT NUMERIC".
           05 filler               pic X(24) value "BAD RECORD TYPE".
           05 filler               pic X(24) value "BAD ARTIST STATUS".
           05 filler               pic X(24) value "BAD ART TOP FLAG".
           05 filler               pic X(24) value "BAD RATING SCORE".
           05 filler               pic X(24) value "BAD RATING DATE".
           05 filler               pic X(24) value "BAD ALBUM KEY".
           05 filler               pic X(24) value "BAD ALBUM YEAR".
           05 filler               pic X(24) value "BAD GENRE REF KEY".
           05 filler               pic X(24) value "BAD GENRE REF STAT".
           05 filler               pic X(24) value "BAD MERGE NAMES".
           05 filler               pic X(24) value "BAD VENUE KEY".
           05 filler               pic X(24) value "BAD VENUE DATA".
       01  filler redefines ws-reason-label-table.
           05 ws-reason-label occurs 17 times pic X(24).

       01  ws-append-ptr           pic 9(3).
       01  ws-trim-field           pic X(30).
       01  ws-trim-len             pic 9(2).

       procedure division.
       main-logic.
           open input gateway-control-file
           if ws-ctl-ok
               read gateway-control-file
                   at end move "10" to ws-ctl-status
               end-read
               close gateway-control-file
           end-if
           if not ws-ctl-ok
               display "MUSICACK: no gateway control record, "
                   "acknowledgement not built"
               move 8 to return-code
               stop run
           end-if

           if gwc-header-date = 0
               move gwc-run-date to ws-feed-date
           else
               move gwc-header-date to ws-feed-date
           end-if
           move gwc-detail-count to ws-received-count

           open output ack-file
           perform write-ack-header

           if gwc-feed-dropped
               move ws-received-count to ws-rejected-count
           else
               perform load-partner-rejects
               perform acknowledge-partner-rows
           end-if

           perform write-ack-trailer
           close ack-file

           if gwc-feed-dropped
               display "partner feed " ws-feed-date
                   " acknowledged REJECTED (" gwc-break-reason ")"
           else
               display "partner feed " ws-feed-date
                   " acknowledged: received " ws-received-count
                   " accepted " ws-accepted-count
                   " rejected " ws-rejected-count
           end-if

           stop run
           .

       load-partner-rejects.
           move zeros to ws-row-reason-table
           open input reject-file
           if ws-rej-ok
               perform load-one-reject until reject-eof
               close reject-file
           end-if
           .

       load-one-reject.
           read reject-file
               at end move 'Y' to ws-rej-eof-flag
           end-read
           if not reject-eof
               move rej-txn-image to transaction-record
               if txn-rating-type
                       and txr-partner-tag is numeric
                       and txr-feed-date = ws-feed-date
                       and txr-feed-row > 0
                       and txr-feed-row <= 2000
                   move rej-reason-code
                       to ws-row-reason (txr-feed-row)
               end-if
           end-if
           .

       acknowledge-partner-rows.
           open input gateway-txn-file
           if ws-gwy-ok
               perform acknowledge-one-row until gateway-eof
               close gateway-txn-file
           end-if
           .

       acknowledge-one-row.
           read gateway-txn-file
               at end move 'Y' to ws-gwy-eof-flag
           end-read
           if not gateway-eof
               move gateway-txn-record to transaction-record
               if txr-partner-tag is numeric
                       and txr-feed-date = ws-feed-date
                       and txr-feed-row > 0
                       and txr-feed-row <= 2000
                   move txr-feed-row to ws-row
                   move ws-row-reason (ws-row) to ws-reason-code
                   perform write-ack-detail
               end-if
           end-if
           .

       write-ack-header.
           move spaces to ack-record
           move 1 to ws-append-ptr
           string
               "H|" delimited by size
               ws-feed-date delimited by size
               "|" delimited by size
               into ack-record
               with pointer ws-append-ptr
           end-string
           if gwc-feed-dropped
               string
                   "REJECTED|" delimited by size
                   into ack-record
                   with pointer ws-append-ptr
               end-string
               move gwc-break-reason to ws-trim-field
               perform append-trimmed-field
           else
               string
                   "ACCEPTED|" delimited by size
                   into ack-record
                   with pointer ws-append-ptr
               end-string
           end-if
           subtract 1 from ws-append-ptr
           move space to ack-record (ws-append-ptr:1)
           write ack-record
           .

       write-ack-detail.
           add 1 to ws-detail-written
           move spaces to ack-record
           move 1 to ws-append-ptr
           string
               "D|" delimited by size
               ws-row delimited by size
               "|" delimited by size
               into ack-record
               with pointer ws-append-ptr
           end-string

           move txr-genre to ws-trim-field
           perform append-trimmed-field
           move txr-subgenre to ws-trim-field
           perform append-trimmed-field

           if ws-reason-code = 0
               add 1 to ws-accepted-count
               string
                   txr-seq delimited by size
                   "|A|00" delimited by size
                   into ack-record
                   with pointer ws-append-ptr
               end-string
           else
               add 1 to ws-rejected-count
               string
                   txr-seq delimited by size
                   "|R|" delimited by size
                   ws-reason-code delimited by size
                   "|" delimited by size
                   into ack-record
                   with pointer ws-append-ptr
               end-string
               if ws-reason-code <= 17
                   move ws-reason-label (ws-reason-code)
                       to ws-trim-field
                   perform append-trimmed-field
                   subtract 1 from ws-append-ptr
                   move space to ack-record (ws-append-ptr:1)
               end-if
           end-if
           write ack-record
           .

       append-trimmed-field.
           move 30 to ws-trim-len
           perform until ws-trim-len = 0
                   or ws-trim-field (ws-trim-len:1) not = space
               subtract 1 from ws-trim-len
           end-perform
           if ws-trim-len = 0
               string "|" delimited by size
                   into ack-record
                   with pointer ws-append-ptr
               end-string
           else
               string
                   ws-trim-field (1:ws-trim-len) delimited by size
                   "|" delimited by size
                   into ack-record
                   with pointer ws-append-ptr
               end-string
           end-if
           .

       write-ack-trailer.
           if not gwc-feed-dropped
                   and ws-detail-written not = ws-received-count
               display "MUSICACK: " ws-detail-written
                   " row(s) acknowledged but " ws-received-count
                   " received"
               move 4 to return-code
           end-if

           move spaces to ack-record
           string
               "T|" delimited by size
               ws-received-count delimited by size
               "|" delimited by size
               ws-accepted-count delimited by size
               "|" delimited by size
               ws-rejected-count delimited by size
               into ack-record
           end-string
           write ack-record
           .
