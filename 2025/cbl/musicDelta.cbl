       identification division.
       program-id. MUSICDLT.

       environment division.
       input-output section.
       file-control.
           select backup-file assign to "BKUPIN"
               organization is line sequential
               file status is ws-bkp-status.

           select song-master assign to "MUSICSNG"
               organization is indexed
               access mode is dynamic
               record key is song-key
               file status is ws-song-status.

           select delta-file assign to "DLTOUT"
               organization is line sequential
               file status is ws-dlt-status.

           select run-control-file assign to "MUSICRUN"
               organization is line sequential
               file status is ws-run-status.

       data division.
       file section.
       fd  backup-file.
       01  backup-record           pic X(122).

       fd  song-master.
       copy MUSICSFD.

       fd  delta-file.
       01  delta-record            pic X(256).

       fd  run-control-file.
       copy RUNCTLFD.

       working-storage section.
       01  ws-bkp-status          pic XX.
           88 ws-bkp-ok           value "00".

       01  ws-song-status         pic XX.
           88 ws-song-ok          value "00".

       01  ws-dlt-status          pic XX.

       01  ws-run-status          pic XX.
           88 ws-run-ok           value "00".
       01  ws-run-start-stamp      pic X(21).

       01  ws-bkp-eof-flag         pic X(1) value 'N'.
           88 backup-eof           value 'Y'.
       01  ws-song-eof-flag        pic X(1) value 'N'.
           88 song-eof             value 'Y'.
       01  ws-bkp-open-flag        pic X(1) value 'N'.
           88 backup-file-open     value 'Y'.
       01  ws-song-open-flag       pic X(1) value 'N'.
           88 song-file-open       value 'Y'.
       01  ws-delta-comp-code      pic 9(2) value 0.

       01  ws-current-date-data    pic X(21).
       01  filler redefines ws-current-date-data.
           05 ws-cd-date           pic X(8).
           05 filler               pic X(13).

       01  ws-backup-song-record.
           05 bkp-key.
               10 bkp-genre        pic X(10).
               10 bkp-subgenre     pic X(15).
               10 bkp-seq          pic 9(3).
           05 bkp-sname            pic X(30).
           05 bkp-bpm              pic 9(3).
           05 bkp-artist           pic X(30).
           05 bkp-album-title      pic X(30).
           05 bkp-status           pic X(1).

       01  ws-master-key           pic X(28).
       01  ws-master-status        pic X(1).

       01  ws-delta-fields.
           05 ws-dlt-indicator     pic X(1).
           05 ws-dlt-genre         pic X(10).
           05 ws-dlt-subgenre      pic X(15).
           05 ws-dlt-seq           pic 9(3).
           05 ws-dlt-pair occurs 5 times.
               10 ws-dlt-before    pic X(30).
               10 ws-dlt-after     pic X(30).

       01  ws-pair-idx             pic 9(1).
       01  ws-bpm-edit             pic 9(3).

       01  ws-backup-count         pic 9(9) value 0.
       01  ws-add-count            pic 9(9) value 0.
       01  ws-change-count         pic 9(9) value 0.
       01  ws-delete-count         pic 9(9) value 0.
       01  ws-record-count         pic 9(9) value 0.
       01  ws-bpm-hash             pic 9(12) value 0.

       01  ws-append-ptr           pic 9(3).
       01  ws-trim-field           pic X(30).
       01  ws-trim-len             pic 9(2).

       procedure division.
       main-logic.
           move function current-date to ws-run-start-stamp

           open output delta-file
           perform write-header-record

           open input backup-file
           if ws-bkp-ok
               move 'Y' to ws-bkp-open-flag
           else
               display "MUSICDLT: BKUPIN open failed, status "
                   ws-bkp-status
               move 8 to ws-delta-comp-code
           end-if
           open input song-master
           if ws-song-ok
               move 'Y' to ws-song-open-flag
           else
               display "MUSICDLT: MUSICSNG open failed, status "
                   ws-song-status
               move 8 to ws-delta-comp-code
           end-if

           if ws-delta-comp-code = 0
               perform read-backup-song
               perform read-master-song
               perform compare-one-key until backup-eof and song-eof
           end-if

           if backup-file-open
               close backup-file
           end-if
           if song-file-open
               close song-master
           end-if

           perform write-trailer-record
           close delta-file
           move ws-delta-comp-code to return-code
           perform write-run-control

           display "delta wrote " ws-add-count " add(s), "
               ws-change-count " change(s), "
               ws-delete-count " delete(s) against "
               ws-backup-count " backup record(s)"

           stop run
           .

       read-backup-song.
           if not backup-eof
               read backup-file
                   at end move 'Y' to ws-bkp-eof-flag
               end-read
           end-if
           if backup-eof
               move high-values to bkp-key
           else
               move backup-record to ws-backup-song-record
               if bkp-status = space
                   move 'A' to bkp-status
               end-if
               add 1 to ws-backup-count
           end-if
           .

       read-master-song.
           if not song-eof
               read song-master next record
                   at end move 'Y' to ws-song-eof-flag
               end-read
           end-if
           if song-eof
               move high-values to ws-master-key
           else
               move song-key to ws-master-key
               move song-status to ws-master-status
               if ws-master-status = space
                   move 'A' to ws-master-status
               end-if
           end-if
           .

       compare-one-key.
           evaluate true
           when bkp-key < ws-master-key
               perform write-delete-detail
               perform read-backup-song
           when bkp-key > ws-master-key
               perform write-add-detail
               perform read-master-song
           when other
               perform compare-song-fields
               perform read-backup-song
               perform read-master-song
           end-evaluate
           .

       write-add-detail.
           move spaces to ws-delta-fields
           move "A" to ws-dlt-indicator
           move song-genre to ws-dlt-genre
           move song-subgenre to ws-dlt-subgenre
           move song-seq to ws-dlt-seq
           move song-sname to ws-dlt-after (1)
           move song-bpm to ws-bpm-edit
           move ws-bpm-edit to ws-dlt-after (2)
           move song-artist to ws-dlt-after (3)
           move song-album-title to ws-dlt-after (4)
           move ws-master-status to ws-dlt-after (5)
           add song-bpm to ws-bpm-hash
           add 1 to ws-add-count
           perform write-detail-record
           .

       write-delete-detail.
           move spaces to ws-delta-fields
           move "D" to ws-dlt-indicator
           move bkp-genre to ws-dlt-genre
           move bkp-subgenre to ws-dlt-subgenre
           move bkp-seq to ws-dlt-seq
           move bkp-sname to ws-dlt-before (1)
           move bkp-bpm to ws-bpm-edit
           move ws-bpm-edit to ws-dlt-before (2)
           move bkp-artist to ws-dlt-before (3)
           move bkp-album-title to ws-dlt-before (4)
           move bkp-status to ws-dlt-before (5)
           add bkp-bpm to ws-bpm-hash
           add 1 to ws-delete-count
           perform write-detail-record
           .

       compare-song-fields.
           if song-sname not = bkp-sname
                   or song-bpm not = bkp-bpm
                   or song-artist not = bkp-artist
                   or song-album-title not = bkp-album-title
                   or ws-master-status not = bkp-status
               move spaces to ws-delta-fields
               move "C" to ws-dlt-indicator
               move song-genre to ws-dlt-genre
               move song-subgenre to ws-dlt-subgenre
               move song-seq to ws-dlt-seq
               if song-sname not = bkp-sname
                   move bkp-sname to ws-dlt-before (1)
                   move song-sname to ws-dlt-after (1)
               end-if
               if song-bpm not = bkp-bpm
                   move bkp-bpm to ws-bpm-edit
                   move ws-bpm-edit to ws-dlt-before (2)
                   move song-bpm to ws-bpm-edit
                   move ws-bpm-edit to ws-dlt-after (2)
               end-if
               if song-artist not = bkp-artist
                   move bkp-artist to ws-dlt-before (3)
                   move song-artist to ws-dlt-after (3)
               end-if
               if song-album-title not = bkp-album-title
                   move bkp-album-title to ws-dlt-before (4)
                   move song-album-title to ws-dlt-after (4)
               end-if
               if ws-master-status not = bkp-status
                   move bkp-status to ws-dlt-before (5)
                   move ws-master-status to ws-dlt-after (5)
               end-if
               add song-bpm to ws-bpm-hash
               add 1 to ws-change-count
               perform write-detail-record
           end-if
           .

       write-header-record.
           move function current-date to ws-current-date-data
           move spaces to delta-record
           string
               "H|" delimited by size
               ws-cd-date delimited by size
               into delta-record
           end-string
           write delta-record
           .

       write-detail-record.
           move spaces to delta-record
           move 1 to ws-append-ptr
           string
               "D|" delimited by size
               ws-dlt-indicator delimited by size
               "|" delimited by size
               into delta-record
               with pointer ws-append-ptr
           end-string

           move ws-dlt-genre to ws-trim-field
           perform append-trimmed-field
           move ws-dlt-subgenre to ws-trim-field
           perform append-trimmed-field

           string ws-dlt-seq "|" delimited by size
               into delta-record
               with pointer ws-append-ptr
           end-string

           perform varying ws-pair-idx from 1 by 1
                   until ws-pair-idx > 5
               move ws-dlt-before (ws-pair-idx) to ws-trim-field
               perform append-trimmed-field
               move ws-dlt-after (ws-pair-idx) to ws-trim-field
               perform append-trimmed-field
           end-perform

           subtract 1 from ws-append-ptr
           move space to delta-record (ws-append-ptr:1)

           write delta-record
           add 1 to ws-record-count
           .

       append-trimmed-field.
           move 30 to ws-trim-len
           perform until ws-trim-len = 0
                   or ws-trim-field (ws-trim-len:1) not = space
               subtract 1 from ws-trim-len
           end-perform
           if ws-trim-len = 0
               string "|" delimited by size
                   into delta-record
                   with pointer ws-append-ptr
               end-string
           else
               string
                   ws-trim-field (1:ws-trim-len) delimited by size
                   "|" delimited by size
                   into delta-record
                   with pointer ws-append-ptr
               end-string
           end-if
           .

       write-trailer-record.
           move spaces to delta-record
           string
               "T|" delimited by size
               ws-record-count delimited by size
               "|" delimited by size
               ws-bpm-hash delimited by size
               "|" delimited by size
               ws-add-count delimited by size
               "|" delimited by size
               ws-change-count delimited by size
               "|" delimited by size
               ws-delete-count delimited by size
               into delta-record
           end-string
           write delta-record
           .

       write-run-control.
           open extend run-control-file
           if not ws-run-ok
               open output run-control-file
           end-if
           move "MUSICDLT" to run-step-name
           move ws-run-start-stamp to run-start-stamp
           move function current-date to run-end-stamp
           move ws-add-count to run-count-1
           move ws-change-count to run-count-2
           move ws-delete-count to run-count-3
           move ws-backup-count to run-count-4
           move ws-delta-comp-code to run-comp-code
           write run-control-record
           close run-control-file
           .
