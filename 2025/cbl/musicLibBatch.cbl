               record key is gnr-key
               file status is ws-gref-status.

           select venue-master assign to "VENMST"
               organization is indexed
               access mode is dynamic
               record key is ven-key
               file status is ws-ven-status.

           select ratings-history assign to "RATEHIST"
               organization is line sequential
               file status is ws-rate-status.
               organization is line sequential
               file status is ws-run-status.

           select held-file assign to "HELDTXN"
               organization is line sequential
               file status is ws-held-status.

           select sort-txn-file assign to "SRTWK".

       data division.
       fd  genre-ref-file.
       copy GENREFD.

       fd  venue-master.
       copy VENUEFD.

       fd  ratings-history.
       copy RATEHFD.

       01  checkpoint-record.
           05 ckp-txn-count         pic 9(9).
           05 ckp-mode              pic X(1).
           05 ckp-merge-stage       pic X(1).

       fd  control-file.
       01  control-record           pic X(80).
       fd  run-control-file.
       copy RUNCTLFD.

       fd  held-file.
       copy HELDFD.

       sd  sort-txn-file.
       01  sort-txn-record.
           05 srt-rec-type          pic X(1).
           88 ws-gref-ok          value "00".
           88 ws-gref-not-found   value "35".

       01  ws-ven-status          pic XX.
           88 ws-ven-ok           value "00".
           88 ws-ven-not-found    value "35".

       01  ws-rate-status         pic XX.
           88 ws-rate-ok          value "00".

           88 ws-run-ok           value "00".
       01  ws-run-start-stamp      pic X(21).

       01  ws-held-status         pic XX.
           88 ws-held-ok          value "00".

       01  ws-mode-flag            pic X(1) value 'N'.
           88 hivol-mode           value 'Y'.
       01  ws-ckpt-interval        pic 9(5) value 500.
       01  ws-last-ckp-count       pic 9(9) value 0.
       01  ws-ckp-mode             pic X(1) value 'N'.
           88 ckp-taken-hivol      value 'H'.
       01  ws-resume-stage         pic X(1) value space.
       01  ws-cascade-flag         pic X(1) value 'N'.
           88 cascade-none         value 'N'.
           88 cascade-inactivate   value 'I'.
           88 cascade-delete       value 'D'.

       01  ws-sort-eof-flag        pic X(1) value 'N'.
           88 sorted-txn-eof       value 'Y'.
           05 ws-hold-bpm          pic 9(3).
           05 ws-hold-artist       pic X(30).
           05 ws-hold-album        pic X(30).
           05 ws-hold-status       pic X(1).

       01  ws-dependent-state.
           05 ws-dep-scope-flag    pic X(1).
               88 dep-artist-scope value 'A'.
               88 dep-album-scope  value 'B'.
               88 dep-genre-scope  value 'G'.
           05 ws-dep-pass-flag     pic X(1).
               88 dep-count-pass   value 'C'.
               88 dep-inactivate-pass value 'I'.
               88 dep-delete-pass  value 'D'.
               88 dep-merge-pass   value 'M'.
               88 dep-reactivate-pass value 'R'.
           05 ws-dep-active-flag   pic X(1).
               88 dep-active-only  value 'Y'.
           05 ws-dep-match-flag    pic X(1).
               88 dep-song-matched value 'Y'.
           05 ws-dep-eof-flag      pic X(1).
               88 dep-scan-done    value 'Y'.
           05 ws-dep-parent-flag   pic X(1).
               88 dep-parent-closed value 'Y'.
           05 ws-dep-artist        pic X(30).
           05 ws-dep-album         pic X(30).
           05 ws-dep-genre         pic X(10).
           05 ws-dep-subgenre      pic X(15).
           05 ws-dep-song-count    pic 9(7).
           05 ws-dep-album-count   pic 9(7).

       01  ws-merge-state.
           05 ws-merge-stage       pic X(1).
               88 merge-not-started value space.
               88 merge-target-done value '1'.
               88 merge-songs-done  value '2'.
               88 merge-albums-done value '3'.
               88 merge-complete    value '4'.
               88 merge-refused     value 'X'.
           05 ws-merge-old-artist  pic X(77).
           05 ws-merge-album-count pic 9(3).
           05 ws-merge-album-idx   pic 9(3).
           05 ws-merge-album-entry occurs 200 times.
               10 ws-mrg-title     pic X(30).
               10 ws-mrg-year      pic 9(4).
               10 ws-mrg-label     pic X(20).

       01  ws-cascade-audit.
           05 ws-cas-action        pic X(1).
           05 ws-cas-genre         pic X(10).
           05 ws-cas-subgenre      pic X(15).
           05 ws-cas-seq           pic X(3).
           05 ws-cas-result        pic X(24).
           05 ws-cas-sname         pic X(30).
           05 ws-cas-bpm           pic X(3).
           05 ws-cas-artist        pic X(30).
           05 ws-cas-album         pic X(30).

       01  ws-timestamp            pic X(21).
       01  ws-applied-count        pic 9(9) value 0.
       01  ws-skip-count           pic 9(9) value 0.
       01  ws-held-count           pic 9(9) value 0.
       01  ws-txn-held-flag        pic X(1) value 'N'.
           88 txn-held             value 'Y'.
       01  ws-current-count        pic 9(9) value 0.
       01  ws-result-text          pic X(24).
       01  ws-eof-flag             pic X(1) value 'N'.

           display "batch applied " ws-applied-count
               " transaction(s), resumed after " ws-skip-count
               ", held " ws-held-count

           stop run
           .
                       move 0 to ws-skip-count
                   not at end
                       move ckp-txn-count to ws-skip-count
                       move ckp-merge-stage to ws-resume-stage
                       if ckp-mode = 'H'
                           move 'H' to ws-ckp-mode
                       end-if
                           move control-record (17:5)
                               to ws-ckpt-interval
                       end-if
                       if control-record (23:14) = "CASCADE=INACT"
                           move 'I' to ws-cascade-flag
                       end-if
                       if control-record (23:14) = "CASCADE=DELETE"
                           move 'D' to ws-cascade-flag
                       end-if
               end-read
               close control-file
           end-if
               open i-o genre-ref-file
           end-if

           open i-o venue-master
           if ws-ven-not-found
               close venue-master
               open output venue-master
               close venue-master
               open i-o venue-master
           end-if

           open extend ratings-history
           if not ws-rate-ok
               open output ratings-history
           if ws-audit-status not = "00"
               open output audit-log
           end-if

           open extend held-file
           if not ws-held-ok
               open output held-file
           end-if
           .

       skip-already-applied-transactions.
           end-read
           if not txn-eof
               add 1 to ws-current-count
               move 'N' to ws-txn-held-flag
               perform apply-transaction
               perform write-audit-entry
               perform write-checkpoint
               perform count-applied-or-held
           end-if
           .

       count-applied-or-held.
           if txn-held
               add 1 to ws-held-count
           else
               add 1 to ws-applied-count
           end-if
           .
               perform apply-album-transaction
           when txn-genre-type
               perform apply-genre-transaction
           when txn-merge-type
               perform apply-merge-transaction
           when txn-venue-type
               perform apply-venue-transaction
           when other
               move "UNKNOWN RECORD TYPE" to ws-result-text
           end-evaluate
               move txn-bpm to song-bpm
               move txn-artist to song-artist
               move txn-album-title to song-album-title
               move 'A' to song-status
               write song-record
                   invalid key
                       move "DUPLICATE-NOT ADDED" to ws-result-text
                   invalid key
                       move "ARTIST NOT FOUND" to ws-result-text
                   not invalid key
                       evaluate true
                       when txa-status = "I" and not art-inactive
                           perform inactivate-artist-protected
                       when txa-status = "A" and art-inactive
                               and not cascade-none
                           perform reactivate-artist-protected
                       when other
                           perform move-artist-fields
                           rewrite artist-record
                           move "ARTIST CHANGED" to ws-result-text
                       end-evaluate
               end-read
           when "D"
               read artist-master
                   invalid key
                       move "ARTIST NOT FOUND" to ws-result-text
                   not invalid key
                       perform delete-artist-protected
               end-read
           when other
               move "UNKNOWN ACTION" to ws-result-text
           if txn-action = "A"
               move txr-genre to rat-genre
               move txr-subgenre to rat-subgenre
               move txr-seq to rat-seq
               move txr-song-score to rat-song-score
               move txr-album-score to rat-album-score
               move txr-date to rat-date
               move 'S' to rat-level
               write rating-record
               move "RATING ACCEPTED" to ws-result-text
           else
                   invalid key
                       move "ALBUM NOT FOUND" to ws-result-text
                   not invalid key
                       perform delete-album-protected
               end-read
           when other
               move "UNKNOWN ACTION" to ws-result-text
                   invalid key
                       move "GENRE REF NOT FOUND" to ws-result-text
                   not invalid key
                       evaluate true
                       when txg-status = "I" and not gnr-closed
                           perform inactivate-genre-protected
                       when txg-status = "A" and gnr-closed
                               and not cascade-none
                           perform reactivate-genre-protected
                       when other
                           move txg-status to gnr-status
                           rewrite genre-ref-record
                           move "GENRE REF CHANGED" to ws-result-text
                       end-evaluate
               end-read
           when "D"
               read genre-ref-file
                   invalid key
                       move "GENRE REF NOT FOUND" to ws-result-text
                   not invalid key
                       perform delete-genre-protected
               end-read
           when other
               move "UNKNOWN ACTION" to ws-result-text
           end-evaluate
           .

       apply-venue-transaction.
           move txv-name to ven-name
           evaluate txn-action
           when "A"
               perform move-venue-fields
               write venue-record
                   invalid key
                       move "VENUE DUPLICATE" to ws-result-text
                   not invalid key
                       move "VENUE ADDED" to ws-result-text
               end-write
           when "C"
               read venue-master
                   invalid key
                       move "VENUE NOT FOUND" to ws-result-text
                   not invalid key
                       perform move-venue-fields
                       rewrite venue-record
                       move "VENUE CHANGED" to ws-result-text
               end-read
           when "D"
               read venue-master
                   invalid key
                       move "VENUE NOT FOUND" to ws-result-text
                   not invalid key
                       delete venue-master record
                       move "VENUE DELETED" to ws-result-text
               end-read
           when other
               move "UNKNOWN ACTION" to ws-result-text
           end-evaluate
           .

       move-venue-fields.
           move txv-city to ven-city
           move txv-capacity to ven-capacity
           move txv-status to ven-status
           .

       inactivate-artist-protected.
           move 'A' to ws-dep-scope-flag
           move art-name to ws-dep-artist
           move 'Y' to ws-dep-active-flag
           move 'C' to ws-dep-pass-flag
           perform scan-dependent-songs
           move 0 to ws-dep-album-count
           if ws-dep-song-count > 0 and cascade-none
               move 2 to hld-reason-code
               move "ARTIST HAS ACTIVE SONGS" to hld-reason-text
               perform hold-transaction
           else
               perform move-artist-fields
               rewrite artist-record
               move "ARTIST CHANGED" to ws-result-text
               if ws-dep-song-count > 0
                   move 'I' to ws-dep-pass-flag
                   perform scan-dependent-songs
               end-if
           end-if
           .

       reactivate-artist-protected.
           perform move-artist-fields
           rewrite artist-record
           move "ARTIST CHANGED" to ws-result-text
           move 'A' to ws-dep-scope-flag
           move art-name to ws-dep-artist
           move 'N' to ws-dep-active-flag
           move 'R' to ws-dep-pass-flag
           perform scan-dependent-songs
           .

       delete-artist-protected.
           move 'A' to ws-dep-scope-flag
           move art-name to ws-dep-artist
           move 'N' to ws-dep-active-flag
           move 'C' to ws-dep-pass-flag
           perform scan-dependent-songs
           perform scan-dependent-albums
           evaluate true
           when ws-dep-song-count = 0 and ws-dep-album-count = 0
               delete artist-master record
               move "ARTIST DELETED" to ws-result-text
           when cascade-delete
               move 'D' to ws-dep-pass-flag
               perform scan-dependent-songs
               perform scan-dependent-albums
               delete artist-master record
               move "ARTIST DELETED" to ws-result-text
           when cascade-inactivate
               move 'I' to ws-dep-pass-flag
               move 'Y' to ws-dep-active-flag
               perform scan-dependent-songs
               move 'I' to art-status
               rewrite artist-record
               move "ARTIST INACTIVATED" to ws-result-text
           when other
               move 1 to hld-reason-code
               move "ARTIST HAS DEPENDENTS" to hld-reason-text
               perform hold-transaction
           end-evaluate
           .

       delete-album-protected.
           move 'B' to ws-dep-scope-flag
           move alb-artist to ws-dep-artist
           move alb-title to ws-dep-album
           move 'N' to ws-dep-active-flag
           move 'C' to ws-dep-pass-flag
           perform scan-dependent-songs
           move 0 to ws-dep-album-count
           evaluate true
           when ws-dep-song-count = 0
               continue
           when cascade-delete
               move 'D' to ws-dep-pass-flag
               perform scan-dependent-songs
           when cascade-inactivate
               move 'I' to ws-dep-pass-flag
               move 'Y' to ws-dep-active-flag
               perform scan-dependent-songs
           when other
               move 3 to hld-reason-code
               move "ALBUM HAS SONGS" to hld-reason-text
               perform hold-transaction
           end-evaluate
           if not txn-held
               delete album-master record
               move "ALBUM DELETED" to ws-result-text
           end-if
           .

       inactivate-genre-protected.
           move 'G' to ws-dep-scope-flag
           move gnr-genre to ws-dep-genre
           move gnr-subgenre to ws-dep-subgenre
           move 'Y' to ws-dep-active-flag
           move 'C' to ws-dep-pass-flag
           perform scan-dependent-songs
           move 0 to ws-dep-album-count
           if ws-dep-song-count > 0 and cascade-none
               move 5 to hld-reason-code
               move "GENRE HAS ACTIVE SONGS" to hld-reason-text
               perform hold-transaction
           else
               move txg-status to gnr-status
               rewrite genre-ref-record
               move "GENRE REF CHANGED" to ws-result-text
               if ws-dep-song-count > 0
                   move 'I' to ws-dep-pass-flag
                   perform scan-dependent-songs
               end-if
           end-if
           .

       reactivate-genre-protected.
           move txg-status to gnr-status
           rewrite genre-ref-record
           move "GENRE REF CHANGED" to ws-result-text
           move 'G' to ws-dep-scope-flag
           move gnr-genre to ws-dep-genre
           move gnr-subgenre to ws-dep-subgenre
           move 'N' to ws-dep-active-flag
           move 'R' to ws-dep-pass-flag
           perform scan-dependent-songs
           .

       delete-genre-protected.
           move 'G' to ws-dep-scope-flag
           move gnr-genre to ws-dep-genre
           move gnr-subgenre to ws-dep-subgenre
           move 'N' to ws-dep-active-flag
           move 'C' to ws-dep-pass-flag
           perform scan-dependent-songs
           move 0 to ws-dep-album-count
           evaluate true
           when ws-dep-song-count = 0
               delete genre-ref-file record
               move "GENRE REF DELETED" to ws-result-text
           when cascade-delete
               move 'D' to ws-dep-pass-flag
               perform scan-dependent-songs
               delete genre-ref-file record
               move "GENRE REF DELETED" to ws-result-text
           when cascade-inactivate
               move 'I' to ws-dep-pass-flag
               move 'Y' to ws-dep-active-flag
               perform scan-dependent-songs
               move 'I' to gnr-status
               rewrite genre-ref-record
               move "GENRE REF INACTIVATED" to ws-result-text
           when other
               move 4 to hld-reason-code
               move "GENRE HAS SONGS" to hld-reason-text
               perform hold-transaction
           end-evaluate
           .

       scan-dependent-songs.
           move 0 to ws-dep-song-count
           move 'N' to ws-dep-eof-flag
           if dep-genre-scope
               move ws-dep-genre to song-genre
               move ws-dep-subgenre to song-subgenre
               move 0 to song-seq
           else
               move low-values to song-key
           end-if
           start song-master key >= song-key
               invalid key move 'Y' to ws-dep-eof-flag
           end-start
           perform scan-one-dependent-song until dep-scan-done
           .

       scan-one-dependent-song.
           read song-master next record
               at end move 'Y' to ws-dep-eof-flag
           end-read
           if not dep-scan-done
               move 'N' to ws-dep-match-flag
               evaluate true
               when dep-genre-scope
                   if song-genre = ws-dep-genre
                           and song-subgenre = ws-dep-subgenre
                       move 'Y' to ws-dep-match-flag
                   else
                       move 'Y' to ws-dep-eof-flag
                   end-if
               when dep-artist-scope
                   if song-artist = ws-dep-artist
                       move 'Y' to ws-dep-match-flag
                   end-if
               when dep-album-scope
                   if song-artist = ws-dep-artist
                           and song-album-title = ws-dep-album
                       move 'Y' to ws-dep-match-flag
                   end-if
               end-evaluate
               if dep-song-matched and dep-active-only
                       and song-inactive
                   move 'N' to ws-dep-match-flag
               end-if
               if dep-song-matched
                   add 1 to ws-dep-song-count
                   evaluate true
                   when dep-inactivate-pass
                       move 'I' to song-status
                       rewrite song-record
                       move "C" to ws-cas-action
                       move "CASCADE INACTIVATED" to ws-cas-result
                       perform write-cascade-song-audit
                   when dep-delete-pass
                       delete song-master record
                       move "D" to ws-cas-action
                       move "CASCADE DELETED" to ws-cas-result
                       perform write-cascade-song-audit
                   when dep-merge-pass
                       move txm-new-name to song-artist
                       rewrite song-record
                       move "C" to ws-cas-action
                       move "MERGE SONG MOVED" to ws-cas-result
                       perform write-cascade-song-audit
                   when dep-reactivate-pass and song-inactive
                       perform check-other-song-parent
                       if not dep-parent-closed
                           move 'A' to song-status
                           rewrite song-record
                           move "C" to ws-cas-action
                           move "CASCADE REACTIVATED" to ws-cas-result
                           perform write-cascade-song-audit
                       end-if
                   when other
                       continue
                   end-evaluate
               end-if
           end-if
           .

       check-other-song-parent.
           move 'N' to ws-dep-parent-flag
           if dep-genre-scope
               move song-artist to art-name
               read artist-master
                   invalid key
                       continue
                   not invalid key
                       if art-inactive
                           move 'Y' to ws-dep-parent-flag
                       end-if
               end-read
           else
               move song-genre to gnr-genre
               move song-subgenre to gnr-subgenre
               read genre-ref-file
                   invalid key
                       continue
                   not invalid key
                       if gnr-closed
                           move 'Y' to ws-dep-parent-flag
                       end-if
               end-read
           end-if
           .

       scan-dependent-albums.
           move 0 to ws-dep-album-count
           move 'N' to ws-dep-eof-flag
           move ws-dep-artist to alb-artist
           move low-values to alb-title
           start album-master key >= alb-key
               invalid key move 'Y' to ws-dep-eof-flag
           end-start
           perform scan-one-dependent-album until dep-scan-done
           .

       scan-one-dependent-album.
           read album-master next record
               at end move 'Y' to ws-dep-eof-flag
           end-read
           if not dep-scan-done
               if alb-artist = ws-dep-artist
                   add 1 to ws-dep-album-count
                   if dep-delete-pass
                       delete album-master record
                       move "D" to ws-cas-action
                       move spaces to ws-cas-genre
                       move spaces to ws-cas-subgenre
                       move spaces to ws-cas-seq
                       move "CASCADE ALBUM DELETED" to ws-cas-result
                       move spaces to ws-cas-sname
                       move spaces to ws-cas-bpm
                       move alb-artist to ws-cas-artist
                       move alb-title to ws-cas-album
                       perform write-cascade-audit
                   end-if
               else
                   move 'Y' to ws-dep-eof-flag
               end-if
           end-if
           .

       hold-transaction.
           move 'Y' to ws-txn-held-flag
           move function current-date (1:8) to hld-date
           move ws-current-count to hld-txn-number
           move ws-dep-song-count to hld-song-count
           move ws-dep-album-count to hld-album-count
           move transaction-record to hld-txn-image
           write held-record
           move "HELD-DEPENDENTS" to ws-result-text
           .

       apply-merge-transaction.
           move ws-resume-stage to ws-merge-stage
           move space to ws-resume-stage
           if txn-action not = "R" and txn-action not = "M"
               move "UNKNOWN ACTION" to ws-result-text
           else
               if merge-not-started
                   perform merge-target-artist
               end-if
               if merge-target-done
                   perform merge-artist-songs
               end-if
               if merge-songs-done
                   perform merge-artist-albums
               end-if
               if merge-albums-done
                   perform retire-merged-artist
               end-if
           end-if
           .

       merge-target-artist.
           move txm-old-name to art-name
           read artist-master
               invalid key
                   move "MERGE OLD NOT FOUND" to ws-result-text
                   move 'X' to ws-merge-stage
               not invalid key
                   move artist-record to ws-merge-old-artist
           end-read
           if not merge-refused
               move txm-new-name to art-name
               read artist-master
                   invalid key
                       perform create-rename-target
                   not invalid key
                       if txn-action = "R"
                           move "RENAME TARGET EXISTS"
                               to ws-result-text
                           move 'X' to ws-merge-stage
                       end-if
               end-read
           end-if
           if not merge-refused
               move '1' to ws-merge-stage
               perform write-merge-checkpoint
           end-if
           .

       create-rename-target.
           if txn-action = "M"
               move "MERGE TARGET NOT FOUND" to ws-result-text
               move 'X' to ws-merge-stage
           else
               move ws-merge-old-artist to artist-record
               move txm-new-name to art-name
               write artist-record
               move "A" to ws-cas-action
               move "MERGE ARTIST ADDED" to ws-cas-result
               perform write-merge-artist-audit
           end-if
           .

       merge-artist-songs.
           move 'A' to ws-dep-scope-flag
           move txm-old-name to ws-dep-artist
           move 'N' to ws-dep-active-flag
           move 'M' to ws-dep-pass-flag
           perform scan-dependent-songs
           move '2' to ws-merge-stage
           perform write-merge-checkpoint
           .

       merge-artist-albums.
           move 200 to ws-merge-album-count
           perform move-merge-album-batch
               until ws-merge-album-count < 200
           move '3' to ws-merge-stage
           perform write-merge-checkpoint
           .

       move-merge-album-batch.
           move 0 to ws-merge-album-count
           move 'N' to ws-dep-eof-flag
           move txm-old-name to alb-artist
           move low-values to alb-title
           start album-master key >= alb-key
               invalid key move 'Y' to ws-dep-eof-flag
           end-start
           perform load-one-merge-album
               until dep-scan-done or ws-merge-album-count = 200
           perform varying ws-merge-album-idx from 1 by 1
                   until ws-merge-album-idx > ws-merge-album-count
               perform move-one-merge-album
           end-perform
           .

       load-one-merge-album.
           read album-master next record
               at end move 'Y' to ws-dep-eof-flag
           end-read
           if not dep-scan-done
               if alb-artist = txm-old-name
                   add 1 to ws-merge-album-count
                   move alb-title
                       to ws-mrg-title (ws-merge-album-count)
                   move alb-year
                       to ws-mrg-year (ws-merge-album-count)
                   move alb-label
                       to ws-mrg-label (ws-merge-album-count)
               else
                   move 'Y' to ws-dep-eof-flag
               end-if
           end-if
           .

       move-one-merge-album.
           move txm-new-name to alb-artist
           move ws-mrg-title (ws-merge-album-idx) to alb-title
           move ws-mrg-year (ws-merge-album-idx) to alb-year
           move ws-mrg-label (ws-merge-album-idx) to alb-label
           write album-record
               invalid key
                   move "MERGE ALBUM COMBINED" to ws-cas-result
               not invalid key
                   move "MERGE ALBUM MOVED" to ws-cas-result
           end-write
           move txm-old-name to alb-artist
           delete album-master record
               invalid key continue
           end-delete
           move "C" to ws-cas-action
           move spaces to ws-cas-genre
           move spaces to ws-cas-subgenre
           move spaces to ws-cas-seq
           move spaces to ws-cas-sname
           move spaces to ws-cas-bpm
           move txm-new-name to ws-cas-artist
           move ws-mrg-title (ws-merge-album-idx) to ws-cas-album
           perform write-cascade-audit
           .

       retire-merged-artist.
           move txm-old-name to art-name
           read artist-master
               invalid key
                   continue
               not invalid key
                   move 'I' to art-status
                   rewrite artist-record
                   move "C" to ws-cas-action
                   move "MERGE ARTIST RETIRED" to ws-cas-result
                   perform write-merge-artist-audit
           end-read
           move '4' to ws-merge-stage
           if txn-action = "R"
               move "ARTIST RENAMED" to ws-result-text
           else
               move "ARTIST MERGED" to ws-result-text
           end-if
           .

       write-merge-artist-audit.
           move art-genre to ws-cas-genre
           move art-subgenre to ws-cas-subgenre
           move spaces to ws-cas-seq
           move spaces to ws-cas-sname
           move spaces to ws-cas-bpm
           move art-name to ws-cas-artist
           move spaces to ws-cas-album
           perform write-cascade-audit
           .

       write-merge-checkpoint.
           open output checkpoint-file
           compute ckp-txn-count = ws-current-count - 1
           if hivol-mode
               move 'H' to ckp-mode
           else
               move 'N' to ckp-mode
           end-if
           move ws-merge-stage to ckp-merge-stage
           write checkpoint-record
           close checkpoint-file
           .

       move-album-fields.
           move txb-year to alb-year
           move txb-label to alb-label
               when txn-artist-type
                   move txa-name to srt-key
               when txn-rating-type
                   move txn-detail (1:28) to srt-key
               when txn-album-type
                   move txn-detail (1:60) to srt-key
               when txn-genre-type
                   move txn-detail (1:25) to srt-key
               when txn-merge-type
                   move txm-old-name to srt-key
               when txn-venue-type
                   move txv-name to srt-key
               when other
                   move txn-detail (1:28) to srt-key
               end-evaluate
                       perform take-interval-checkpoint
                   end-if
                   add 1 to ws-current-count
                   move 'N' to ws-txn-held-flag
                   perform apply-sorted-transaction
                   perform write-audit-entry
                   perform count-applied-or-held
                   if not group-active
                       perform take-interval-checkpoint
                   end-if
               perform apply-album-transaction
           when txn-genre-type
               perform apply-genre-transaction
           when txn-merge-type
               perform apply-merge-transaction
           when txn-venue-type
               perform apply-venue-transaction
           when other
               move "UNKNOWN RECORD TYPE" to ws-result-text
           end-evaluate
                   move song-bpm to ws-hold-bpm
                   move song-artist to ws-hold-artist
                   move song-album-title to ws-hold-album
                   move song-status to ws-hold-status
           end-read
           .

                   move txn-bpm to ws-hold-bpm
                   move txn-artist to ws-hold-artist
                   move txn-album-title to ws-hold-album
                   move 'A' to ws-hold-status
                   move "ADDED" to ws-result-text
               end-if
           when "C"
                   move ws-hold-bpm to song-bpm
                   move ws-hold-artist to song-artist
                   move ws-hold-album to song-album-title
                   move ws-hold-status to song-status
                   rewrite song-record
               when group-init-exists and not group-now-exists
                   delete song-master record
                   move ws-hold-bpm to song-bpm
                   move ws-hold-artist to song-artist
                   move ws-hold-album to song-album-title
                   move ws-hold-status to song-status
                   write song-record
               when other
                   continue
           write audit-record
           .

       write-cascade-song-audit.
           move song-genre to ws-cas-genre
           move song-subgenre to ws-cas-subgenre
           move song-seq to ws-cas-seq
           move song-sname to ws-cas-sname
           move song-bpm to ws-cas-bpm
           move song-artist to ws-cas-artist
           move song-album-title to ws-cas-album
           perform write-cascade-audit
           .

       write-cascade-audit.
           move function current-date to ws-timestamp
           move spaces to audit-record
           string
               "[" delimited by size
               ws-timestamp delimited by size
               "] TXN#" delimited by size
               ws-current-count delimited by size
               " ACTION=" delimited by size
               ws-cas-action delimited by size
               " GENRE=" delimited by size
               ws-cas-genre delimited by size
               " SUBGENRE=" delimited by size
               ws-cas-subgenre delimited by size
               " SEQ=" delimited by size
               ws-cas-seq delimited by size
               " RESULT=" delimited by size
               ws-cas-result delimited by size
               " SNAME=" delimited by size
               ws-cas-sname delimited by size
               " BPM=" delimited by size
               ws-cas-bpm delimited by size
               " ARTIST=" delimited by size
               ws-cas-artist delimited by size
               " ALBUM=" delimited by size
               ws-cas-album delimited by size
               into audit-record
           end-string
           write audit-record
           .

       write-run-control.
           open extend run-control-file
           if not ws-run-ok
           move ws-current-count to run-count-1
           move ws-applied-count to run-count-2
           move ws-skip-count to run-count-3
           move ws-held-count to run-count-4
           move 0 to run-comp-code
           write run-control-record
           close run-control-file
           else
               move 'N' to ckp-mode
           end-if
           move space to ckp-merge-stage
           write checkpoint-record
           close checkpoint-file
           .
           close artist-master
           close album-master
           close genre-ref-file
           close venue-master
           close ratings-history
           close audit-log
           close held-file
           .
