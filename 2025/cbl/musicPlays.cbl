               record key is ply-key
               file status is ws-ply-status.

           select venue-master assign to "VENMST"
               organization is indexed
               access mode is dynamic
               record key is ven-key
               file status is ws-ven-status.

           select venue-history assign to "VENHIST"
               organization is indexed
               access mode is dynamic
               record key is vhs-key
               file status is ws-vhs-status.

           select play-history assign to "PLYHIST"
               organization is indexed
               access mode is dynamic
               record key is phs-key
               file status is ws-phs-status.

           select play-register assign to "PLYREG"
               organization is indexed
               access mode is dynamic
               record key is reg-feed-date
               file status is ws-reg-status.

           select checkpoint-file assign to "PLYCKP"
               organization is line sequential
               file status is ws-ckp-status.

           select play-report-file assign to "PLYRPT"
               organization is line sequential
               file status is ws-rpt-status.

           select run-control-file assign to "MUSICRUN"
               organization is line sequential
               file status is ws-run-status.

       data division.
       file section.
       fd  play-log-file.
       fd  plays-master.
       copy PLAYSFD.

       fd  venue-master.
       copy VENUEFD.

       fd  venue-history.
       copy VENHSTFD.

       fd  play-history.
       copy PLYHSTFD.

       fd  play-register.
       copy PLYREGFD.

       fd  checkpoint-file.
       01  checkpoint-record.
           05 ckp-feed-date         pic 9(8).
           05 ckp-log-hash          pic 9(15).
           05 ckp-read-count        pic 9(9).
           05 ckp-applied-count     pic 9(9).
           05 ckp-reject-count      pic 9(9).

       fd  play-report-file.
       01  play-report-line        pic X(132).

       fd  run-control-file.
       copy RUNCTLFD.

       working-storage section.
       01  ws-log-status          pic XX.
           88 ws-log-ok           value "00".
           88 ws-ply-ok           value "00".
           88 ws-ply-not-found    value "35".

       01  ws-ven-status          pic XX.
           88 ws-ven-ok           value "00".

       01  ws-vhs-status          pic XX.
           88 ws-vhs-ok           value "00".
           88 ws-vhs-not-found    value "35".

       01  ws-phs-status          pic XX.
           88 ws-phs-ok           value "00".
           88 ws-phs-not-found    value "35".

       01  ws-reg-status          pic XX.
           88 ws-reg-ok           value "00".
           88 ws-reg-not-found    value "35".

       01  ws-ckp-status          pic XX.
           88 ws-ckp-ok           value "00".

       01  ws-rpt-status          pic XX.

       01  ws-run-status          pic XX.
           88 ws-run-ok           value "00".
       01  ws-run-start-stamp      pic X(21).

       01  ws-log-eof-flag         pic X(1) value 'N'.
           88 play-log-eof         value 'Y'.
       01  ws-reg-eof-flag         pic X(1) value 'N'.
           88 register-eof         value 'Y'.
       01  ws-override-flag        pic X(1) value 'N'.
           88 override-requested   value 'Y'.
       01  ws-refuse-flag          pic X(1) value 'N'.
           88 feed-refused         value 'Y'.
       01  ws-reg-open-flag        pic X(1) value 'N'.
           88 register-file-open   value 'Y'.
       01  ws-resume-flag          pic X(1) value 'N'.
           88 resuming-feed        value 'Y'.
       01  ws-reg-found-flag       pic X(1) value 'N'.
           88 register-entry-found value 'Y'.
       01  ws-ven-open-flag        pic X(1) value 'N'.
           88 venue-master-open    value 'Y'.

       01  ws-parm-card            pic X(80) value spaces.
       01  ws-refuse-text          pic X(60) value spaces.

       01  ws-feed-date            pic 9(8) value 0.
       01  ws-log-count            pic 9(9) value 0.
       01  ws-log-hash             pic 9(15) value 0.

       01  ws-saved-ckp.
           05 ws-ckp-feed-date     pic 9(8) value 0.
           05 ws-ckp-log-hash      pic 9(15) value 0.
           05 ws-ckp-read-count    pic 9(9) value 0.
           05 ws-ckp-applied-count pic 9(9) value 0.
           05 ws-ckp-reject-count  pic 9(9) value 0.

       01  ws-resume-count         pic 9(9) value 0.
       01  ws-skip-count           pic 9(9) value 0.
       01  ws-read-count           pic 9(9) value 0.
       01  ws-applied-count        pic 9(9) value 0.
       01  ws-reject-count         pic 9(9) value 0.
       01  ws-unknown-venue-count  pic 9(9) value 0.
       01  ws-inactive-venue-count pic 9(9) value 0.

       01  ws-log-date-x.
           05 ws-log-month         pic 9(6).
           05 filler               pic 9(2).

       procedure division.
       main-logic.
           move function current-date to ws-run-start-stamp
           perform read-override-card

           open output play-report-file

           move spaces to play-report-line
               to play-report-line
           write play-report-line

           perform total-play-log

           open input song-master
           if not ws-song-ok
               stop run
           end-if

           open i-o play-register
           if ws-reg-not-found
               close play-register
               open output play-register
               close play-register
               open i-o play-register
           end-if

           if ws-reg-ok
               move 'Y' to ws-reg-open-flag
               perform read-checkpoint
               perform check-feed-register
           else
               display "MUSICPLY: cannot open feed register, status "
                   ws-reg-status
               move spaces to ws-refuse-text
               string
                   "FEED REGISTER UNAVAILABLE, STATUS "
                       delimited by size
                   ws-reg-status delimited by size
                   into ws-refuse-text
               end-string
               move 'Y' to ws-refuse-flag
               move spaces to play-report-line
               string
                   "FEED REFUSED, " delimited by size
                   ws-refuse-text delimited by size
                   into play-report-line
               end-string
               write play-report-line
           end-if
           perform write-feed-controls

           if not feed-refused
               perform apply-play-log
           end-if

           close song-master
           if register-file-open
               close play-register
           end-if

           perform write-play-totals
           close play-report-file
           perform write-run-control

           if feed-refused
               display "play log REFUSED, " ws-refuse-text
               move 8 to return-code
           else
               display "play log read " ws-read-count
                   " applied " ws-applied-count
                   " rejected " ws-reject-count
                   " resumed after " ws-resume-count
           end-if

           stop run
           .

       read-override-card.
           accept ws-parm-card
           if ws-parm-card (1:12) = "OVERRIDE=YES"
               move 'Y' to ws-override-flag
           end-if
           .

       total-play-log.
           open input play-log-file
           if not ws-log-ok
               move 'Y' to ws-log-eof-flag
           end-if
           perform total-one-play until play-log-eof
           close play-log-file
           move 'N' to ws-log-eof-flag
           .

       total-one-play.
           read play-log-file
               at end move 'Y' to ws-log-eof-flag
           end-read
           if not play-log-eof
               add 1 to ws-log-count
               add log-seq to ws-log-hash
               add log-date to ws-log-hash
               if log-date > ws-feed-date
                   move log-date to ws-feed-date
               end-if
           end-if
           .

       read-checkpoint.
           open input checkpoint-file
           if ws-ckp-ok
               read checkpoint-file
                   at end continue
                   not at end
                       move checkpoint-record to ws-saved-ckp
               end-read
               close checkpoint-file
           end-if
           .

       check-feed-register.
           if ws-log-count > 0
               move ws-feed-date to reg-feed-date
               read play-register
                   invalid key
                       move 'N' to ws-reg-found-flag
                   not invalid key
                       move 'Y' to ws-reg-found-flag
               end-read
               evaluate true
               when ws-ckp-read-count > 0
                       and ws-ckp-feed-date = ws-feed-date
                       and ws-ckp-log-hash = ws-log-hash
                       and register-entry-found
                       and reg-in-progress
                   move 'Y' to ws-resume-flag
                   move ws-ckp-read-count to ws-resume-count
                   move ws-ckp-read-count to ws-read-count
                   move ws-ckp-applied-count to ws-applied-count
                   move ws-ckp-reject-count to ws-reject-count
               when ws-ckp-read-count > 0
                       and (ws-ckp-feed-date not = ws-feed-date
                       or ws-ckp-log-hash not = ws-log-hash)
                   move spaces to ws-refuse-text
                   string
                       "CHECKPOINT HOLDS UNFINISHED FEED "
                           delimited by size
                       ws-ckp-feed-date delimited by size
                       into ws-refuse-text
                   end-string
                   perform refuse-or-override
               when register-entry-found and reg-in-progress
                   move "FEED PARTLY APPLIED, NO MATCHING CHECKPOINT"
                       to ws-refuse-text
                   perform refuse-or-override
               when register-entry-found
                   move "FEED DATE ALREADY PROCESSED"
                       to ws-refuse-text
                   perform refuse-or-override
               when other
                   perform scan-register-for-resend
               end-evaluate
           end-if
           .

       scan-register-for-resend.
           move 'N' to ws-reg-eof-flag
           move low-values to reg-feed-date
           start play-register key is not less than reg-feed-date
               invalid key move 'Y' to ws-reg-eof-flag
           end-start
           perform check-one-register-entry until register-eof
           .

       check-one-register-entry.
           read play-register next record
               at end move 'Y' to ws-reg-eof-flag
           end-read
           if not register-eof
               if reg-record-count = ws-log-count
                       and reg-log-hash = ws-log-hash
                   move spaces to ws-refuse-text
                   string
                       "SAME COUNT AND HASH AS FEED " delimited by size
                       reg-feed-date delimited by size
                       into ws-refuse-text
                   end-string
                   move 'Y' to ws-reg-eof-flag
                   perform refuse-or-override
               end-if
           end-if
           .

       refuse-or-override.
           move spaces to play-report-line
           if override-requested
               string
                   "OVERRIDE ACCEPTED, " delimited by size
                   ws-refuse-text delimited by size
                   into play-report-line
               end-string
           else
               move 'Y' to ws-refuse-flag
               string
                   "FEED REFUSED, " delimited by size
                   ws-refuse-text delimited by size
                   into play-report-line
               end-string
           end-if
           write play-report-line
           .

       write-feed-controls.
           move spaces to play-report-line
           string
               "FEED DATE             " delimited by size
               ws-feed-date delimited by size
               " RECORDS " delimited by size
               ws-log-count delimited by size
               " HASH " delimited by size
               ws-log-hash delimited by size
               into play-report-line
           end-string
           write play-report-line

           if resuming-feed
               move spaces to play-report-line
               string
                   "RESUMED AFTER         " delimited by size
                   ws-resume-count delimited by size
                   " PLAY(S) FROM CHECKPOINT" delimited by size
                   into play-report-line
               end-string
               write play-report-line
           end-if

           if ws-log-count = 0
               move spaces to play-report-line
               move "EMPTY PLAY LOG, NOTHING REGISTERED"
                   to play-report-line
               write play-report-line
           end-if
           .

       apply-play-log.
           open i-o plays-master
           if ws-ply-not-found
               close plays-master
               open i-o plays-master
           end-if

           open input venue-master
           if ws-ven-ok
               move 'Y' to ws-ven-open-flag
           end-if

           open i-o venue-history
           if ws-vhs-not-found
               close venue-history
               open output venue-history
               close venue-history
               open i-o venue-history
           end-if

           open i-o play-history
           if ws-phs-not-found
               close play-history
               open output play-history
               close play-history
               open i-o play-history
           end-if

           if ws-log-count > 0
               perform mark-feed-in-progress
           end-if

           open input play-log-file
           if not ws-log-ok
               move 'Y' to ws-log-eof-flag
           end-if
           perform until ws-skip-count >= ws-resume-count
                   or play-log-eof
               read play-log-file
                   at end move 'Y' to ws-log-eof-flag
               end-read
               if not play-log-eof
                   add 1 to ws-skip-count
               end-if
           end-perform

           perform process-one-play until play-log-eof

           close play-log-file
           close plays-master
           close venue-history
           close play-history
           if venue-master-open
               close venue-master
           end-if

           if ws-log-count > 0
               perform mark-feed-complete
           end-if
           .

       mark-feed-in-progress.
           move ws-feed-date to reg-feed-date
           move ws-log-count to reg-record-count
           move ws-log-hash to reg-log-hash
           move 'P' to reg-status
           move ws-applied-count to reg-applied-count
           move ws-reject-count to reg-reject-count
           move ws-override-flag to reg-override-flag
           move function current-date to reg-stamp
           if register-entry-found
               rewrite play-register-record
           else
               write play-register-record
               move 'Y' to ws-reg-found-flag
           end-if
           .

       mark-feed-complete.
           move ws-feed-date to reg-feed-date
           move ws-log-count to reg-record-count
           move ws-log-hash to reg-log-hash
           move 'C' to reg-status
           move ws-applied-count to reg-applied-count
           move ws-reject-count to reg-reject-count
           move ws-override-flag to reg-override-flag
           move function current-date to reg-stamp
           rewrite play-register-record

           open output checkpoint-file
           move 0 to ckp-feed-date
           move 0 to ckp-log-hash
           move 0 to ckp-read-count
           move 0 to ckp-applied-count
           move 0 to ckp-reject-count
           write checkpoint-record
           close checkpoint-file
           .

       process-one-play.
                   not invalid key
                       perform accumulate-play
               end-read
               perform write-checkpoint
           end-if
           .

       write-checkpoint.
           open output checkpoint-file
           move ws-feed-date to ckp-feed-date
           move ws-log-hash to ckp-log-hash
           move ws-read-count to ckp-read-count
           move ws-applied-count to ckp-applied-count
           move ws-reject-count to ckp-reject-count
           write checkpoint-record
           close checkpoint-file
           .

       reject-play.
           add 1 to ws-reject-count
           move spaces to play-report-line
                   rewrite plays-record
           end-read
           add 1 to ws-applied-count
           perform check-play-venue
           perform accumulate-venue-play
           perform accumulate-daily-play
           .

       accumulate-daily-play.
           move log-date to phs-play-date
           move log-genre to phs-genre
           move log-subgenre to phs-subgenre
           move log-seq to phs-seq
           read play-history
               invalid key
                   move 1 to phs-play-count
                   write play-history-record
               not invalid key
                   add 1 to phs-play-count
                   rewrite play-history-record
           end-read
           .

       check-play-venue.
           move log-venue to ven-name
           if venue-master-open
               read venue-master
                   invalid key
                       perform report-unknown-venue
                   not invalid key
                       if ven-inactive
                           perform report-inactive-venue
                       end-if
               end-read
           else
               perform report-unknown-venue
           end-if
           .

       report-unknown-venue.
           add 1 to ws-unknown-venue-count
           move spaces to play-report-line
           string
               "VENUE NOT ON MASTER   " delimited by size
               log-venue delimited by size
               " SONG " delimited by size
               log-genre delimited by size
               " / " delimited by size
               log-subgenre delimited by size
               " SEQ " delimited by size
               log-seq delimited by size
               " ON " delimited by size
               log-date delimited by size
               into play-report-line
           end-string
           write play-report-line
           .

       report-inactive-venue.
           add 1 to ws-inactive-venue-count
           move spaces to play-report-line
           string
               "VENUE INACTIVE        " delimited by size
               log-venue delimited by size
               " SONG " delimited by size
               log-genre delimited by size
               " / " delimited by size
               log-subgenre delimited by size
               " SEQ " delimited by size
               log-seq delimited by size
               " ON " delimited by size
               log-date delimited by size
               into play-report-line
           end-string
           write play-report-line
           .

       accumulate-venue-play.
           move log-date to ws-log-date-x
           move log-venue to vhs-venue
           move ws-log-month to vhs-month
           move log-genre to vhs-genre
           move log-subgenre to vhs-subgenre
           move log-seq to vhs-seq
           read venue-history
               invalid key
                   move 1 to vhs-play-count
                   move log-date to vhs-last-play-date
                   write venue-history-record
               not invalid key
                   add 1 to vhs-play-count
                   if log-date > vhs-last-play-date
                       move log-date to vhs-last-play-date
                   end-if
                   rewrite venue-history-record
           end-read
           .

       write-play-totals.
               into play-report-line
           end-string
           write play-report-line

           move spaces to play-report-line
           string
               "AT UNKNOWN VENUE      " delimited by size
               ws-unknown-venue-count delimited by size
               into play-report-line
           end-string
           write play-report-line

           move spaces to play-report-line
           string
               "AT INACTIVE VENUE     " delimited by size
               ws-inactive-venue-count delimited by size
               into play-report-line
           end-string
           write play-report-line
           .

       write-run-control.
           open extend run-control-file
           if not ws-run-ok
               open output run-control-file
           end-if
           move "MUSICPLY" to run-step-name
           move ws-run-start-stamp to run-start-stamp
           move function current-date to run-end-stamp
           move ws-read-count to run-count-1
           move ws-applied-count to run-count-2
           move ws-reject-count to run-count-3
           move ws-resume-count to run-count-4
           if feed-refused
               move 8 to run-comp-code
           else
               move 0 to run-comp-code
           end-if
           write run-control-record
           close run-control-file
           .
