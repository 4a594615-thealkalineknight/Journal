       identification division.
       program-id. MUSICVEN.

       environment division.
       input-output section.
       file-control.
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

           select song-master assign to "MUSICSNG"
               organization is indexed
               access mode is dynamic
               record key is song-key
               file status is ws-song-status.

           select venue-report-file assign to "VENRPT"
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  venue-master.
       copy VENUEFD.

       fd  venue-history.
       copy VENHSTFD.

       fd  song-master.
       copy MUSICSFD.

       fd  venue-report-file.
       01  venue-report-line       pic X(132).

       working-storage section.
       01  ws-ven-status          pic XX.
           88 ws-ven-ok           value "00".

       01  ws-vhs-status          pic XX.
           88 ws-vhs-ok           value "00".

       01  ws-song-status         pic XX.
           88 ws-song-ok          value "00".

       01  ws-rpt-status          pic XX.

       01  ws-ven-eof-flag         pic X(1) value 'N'.
           88 venue-master-eof     value 'Y'.
       01  ws-vhs-eof-flag         pic X(1) value 'N'.
           88 venue-history-eof    value 'Y'.
       01  ws-song-open-flag       pic X(1) value 'N'.
           88 song-file-open       value 'Y'.
       01  ws-ven-open-flag        pic X(1) value 'N'.
           88 venue-file-open      value 'Y'.
       01  ws-vhs-open-flag        pic X(1) value 'N'.
           88 history-file-open    value 'Y'.
       01  ws-on-master-flag       pic X(1) value 'N'.
           88 venue-on-master      value 'Y'.

       01  ws-parm-card            pic X(80) value spaces.
       01  ws-run-date             pic 9(8).
       01  ws-run-date-x redefines ws-run-date.
           05 ws-run-month         pic 9(6).
           05 filler               pic 9(2).

       01  ws-current-date-data    pic X(21).
       01  filler redefines ws-current-date-data.
           05 ws-cd-date           pic 9(8).
           05 filler               pic X(13).

       01  ws-master-venue         pic X(30).
       01  ws-history-venue        pic X(30).
       01  ws-current-venue        pic X(30).

       01  ws-venue-plays          pic 9(9) value 0.
       01  ws-venue-last-date      pic 9(8) value 0.

       01  ws-genre-count          pic 9(2) value 0.
       01  ws-genre-table.
           05 ws-genre-entry occurs 50 times.
               10 ws-gen-genre     pic X(10).
               10 ws-gen-subgenre  pic X(15).
               10 ws-gen-plays     pic 9(9).

       01  ws-song-count           pic 9(3) value 0.
       01  ws-song-table.
           05 ws-song-entry occurs 300 times.
               10 ws-sng-key       pic X(28).
               10 ws-sng-plays     pic 9(7).
               10 ws-sng-picked    pic X(1).

       01  ws-artist-count         pic 9(3) value 0.
       01  ws-artist-table.
           05 ws-artist-entry occurs 100 times.
               10 ws-art-name      pic X(30).
               10 ws-art-plays     pic 9(9).
               10 ws-art-picked    pic X(1).

       01  ws-quiet-count          pic 9(3) value 0.
       01  ws-quiet-table.
           05 ws-quiet-entry occurs 500 times.
               10 ws-qui-name      pic X(30).
               10 ws-qui-city      pic X(20).
               10 ws-qui-status    pic X(1).

       01  ws-idx                  pic 9(3).
       01  ws-slot                 pic 9(3).
       01  ws-rank                 pic 9(2).
       01  ws-best-idx             pic 9(3).
       01  ws-best-plays           pic 9(9).
       01  ws-top-limit            pic 9(2) value 5.
       01  ws-lookup-artist        pic X(30).
       01  ws-lookup-sname         pic X(30).

       01  ws-venues-reported      pic 9(5) value 0.
       01  ws-unknown-venues       pic 9(5) value 0.
       01  ws-month-plays          pic 9(9) value 0.
       01  ws-overflow-count       pic 9(9) value 0.

       procedure division.
       main-logic.
           perform get-run-date

           open output venue-report-file
           perform write-report-heading

           open input venue-master
           if ws-ven-ok
               move 'Y' to ws-ven-open-flag
           else
               move 'Y' to ws-ven-eof-flag
           end-if
           open input venue-history
           if ws-vhs-ok
               move 'Y' to ws-vhs-open-flag
           else
               move 'Y' to ws-vhs-eof-flag
           end-if
           open input song-master
           if ws-song-ok
               move 'Y' to ws-song-open-flag
           end-if

           perform read-venue-master
           perform read-month-history
           perform report-next-venue
               until venue-master-eof and venue-history-eof

           perform write-quiet-venues
           perform write-report-totals

           if venue-file-open
               close venue-master
           end-if
           if history-file-open
               close venue-history
           end-if
           if song-file-open
               close song-master
           end-if
           close venue-report-file

           display "venue report for " ws-run-month ": "
               ws-venues-reported " venue(s) with plays, "
               ws-quiet-count " without"

           stop run
           .

       get-run-date.
           accept ws-parm-card
           if ws-parm-card (1:8) = "RUNDATE="
                   and ws-parm-card (9:8) is numeric
               move ws-parm-card (9:8) to ws-run-date
           else
               move function current-date to ws-current-date-data
               move ws-cd-date to ws-run-date
           end-if
           .

       write-report-heading.
           move spaces to venue-report-line
           string
               "MUSICVEN MONTHLY VENUE PERFORMANCE - MONTH "
                   delimited by size
               ws-run-month delimited by size
               into venue-report-line
           end-string
           write venue-report-line
           .

       read-venue-master.
           if not venue-master-eof
               read venue-master next record
                   at end move 'Y' to ws-ven-eof-flag
               end-read
           end-if
           if venue-master-eof
               move high-values to ws-master-venue
           else
               move ven-name to ws-master-venue
           end-if
           .

       read-month-history.
           if not venue-history-eof
               read venue-history next record
                   at end move 'Y' to ws-vhs-eof-flag
               end-read
           end-if
           perform until venue-history-eof
                   or vhs-month = ws-run-month
               read venue-history next record
                   at end move 'Y' to ws-vhs-eof-flag
               end-read
           end-perform
           if venue-history-eof
               move high-values to ws-history-venue
           else
               move vhs-venue to ws-history-venue
           end-if
           .

       report-next-venue.
           if ws-master-venue < ws-history-venue
               perform note-quiet-venue
               perform read-venue-master
           else
               move ws-history-venue to ws-current-venue
               if ws-master-venue = ws-history-venue
                   move 'Y' to ws-on-master-flag
               else
                   move 'N' to ws-on-master-flag
               end-if
               perform start-venue-totals
               perform tally-venue-history
                   until ws-history-venue not = ws-current-venue
               perform write-venue-section
               if ws-master-venue = ws-current-venue
                   perform read-venue-master
               end-if
           end-if
           .

       note-quiet-venue.
           if ws-quiet-count < 500
               add 1 to ws-quiet-count
               move ven-name to ws-qui-name (ws-quiet-count)
               move ven-city to ws-qui-city (ws-quiet-count)
               move ven-status to ws-qui-status (ws-quiet-count)
           end-if
           .

       start-venue-totals.
           move 0 to ws-venue-plays
           move 0 to ws-venue-last-date
           move 0 to ws-genre-count
           move 0 to ws-song-count
           move 0 to ws-artist-count
           .

       tally-venue-history.
           add vhs-play-count to ws-venue-plays
           add vhs-play-count to ws-month-plays
           if vhs-last-play-date > ws-venue-last-date
               move vhs-last-play-date to ws-venue-last-date
           end-if
           perform tally-venue-genre
           perform tally-venue-song
           perform tally-venue-artist
           perform read-month-history
           .

       tally-venue-genre.
           move 0 to ws-slot
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-genre-count
               if ws-gen-genre (ws-idx) = vhs-genre
                       and ws-gen-subgenre (ws-idx) = vhs-subgenre
                   move ws-idx to ws-slot
               end-if
           end-perform
           if ws-slot = 0 and ws-genre-count < 50
               add 1 to ws-genre-count
               move ws-genre-count to ws-slot
               move vhs-genre to ws-gen-genre (ws-slot)
               move vhs-subgenre to ws-gen-subgenre (ws-slot)
               move 0 to ws-gen-plays (ws-slot)
           end-if
           if ws-slot > 0
               add vhs-play-count to ws-gen-plays (ws-slot)
           else
               add vhs-play-count to ws-overflow-count
           end-if
           .

       tally-venue-song.
           if ws-song-count < 300
               add 1 to ws-song-count
               move vhs-key (37:28) to ws-sng-key (ws-song-count)
               move vhs-play-count to ws-sng-plays (ws-song-count)
               move 'N' to ws-sng-picked (ws-song-count)
           else
               add vhs-play-count to ws-overflow-count
           end-if
           .

       tally-venue-artist.
           move vhs-key (37:28) to song-key
           perform look-up-song
           move 0 to ws-slot
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-artist-count
               if ws-art-name (ws-idx) = ws-lookup-artist
                   move ws-idx to ws-slot
               end-if
           end-perform
           if ws-slot = 0 and ws-artist-count < 100
               add 1 to ws-artist-count
               move ws-artist-count to ws-slot
               move ws-lookup-artist to ws-art-name (ws-slot)
               move 0 to ws-art-plays (ws-slot)
               move 'N' to ws-art-picked (ws-slot)
           end-if
           if ws-slot > 0
               add vhs-play-count to ws-art-plays (ws-slot)
           else
               add vhs-play-count to ws-overflow-count
           end-if
           .

       look-up-song.
           move "(SONG NOT ON FILE)" to ws-lookup-artist
           move "(SONG NOT ON FILE)" to ws-lookup-sname
           if song-file-open
               read song-master
                   invalid key continue
                   not invalid key
                       move song-artist to ws-lookup-artist
                       move song-sname to ws-lookup-sname
               end-read
           end-if
           .

       write-venue-section.
           add 1 to ws-venues-reported
           move spaces to venue-report-line
           write venue-report-line

           move spaces to venue-report-line
           if venue-on-master
               string
                   "VENUE " delimited by size
                   ws-current-venue delimited by size
                   " CITY " delimited by size
                   ven-city delimited by size
                   " CAPACITY " delimited by size
                   ven-capacity delimited by size
                   " STATUS " delimited by size
                   ven-status delimited by size
                   into venue-report-line
               end-string
           else
               add 1 to ws-unknown-venues
               string
                   "VENUE " delimited by size
                   ws-current-venue delimited by size
                   " NOT ON VENUE MASTER" delimited by size
                   into venue-report-line
               end-string
           end-if
           write venue-report-line

           move spaces to venue-report-line
           string
               "  PLAYS IN MONTH " delimited by size
               ws-venue-plays delimited by size
               " LAST PLAY DATE " delimited by size
               ws-venue-last-date delimited by size
               into venue-report-line
           end-string
           write venue-report-line

           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-genre-count
               move spaces to venue-report-line
               string
                   "  GENRE " delimited by size
                   ws-gen-genre (ws-idx) delimited by size
                   " SUBGENRE " delimited by size
                   ws-gen-subgenre (ws-idx) delimited by size
                   " PLAYS " delimited by size
                   ws-gen-plays (ws-idx) delimited by size
                   into venue-report-line
               end-string
               write venue-report-line
           end-perform

           perform varying ws-rank from 1 by 1
                   until ws-rank > ws-top-limit
                   or ws-rank > ws-song-count
               perform write-top-song
           end-perform

           perform varying ws-rank from 1 by 1
                   until ws-rank > ws-top-limit
                   or ws-rank > ws-artist-count
               perform write-top-artist
           end-perform
           .

       write-top-song.
           move 0 to ws-best-idx
           move 0 to ws-best-plays
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-song-count
               if ws-sng-picked (ws-idx) = 'N'
                       and (ws-best-idx = 0
                       or ws-sng-plays (ws-idx) > ws-best-plays)
                   move ws-idx to ws-best-idx
                   move ws-sng-plays (ws-idx) to ws-best-plays
               end-if
           end-perform
           move 'Y' to ws-sng-picked (ws-best-idx)
           move ws-sng-key (ws-best-idx) to song-key
           perform look-up-song
           move spaces to venue-report-line
           string
               "  TOP SONG " delimited by size
               ws-rank delimited by size
               " " delimited by size
               ws-lookup-sname delimited by size
               " BY " delimited by size
               ws-lookup-artist delimited by size
               " PLAYS " delimited by size
               ws-best-plays delimited by size
               into venue-report-line
           end-string
           write venue-report-line
           .

       write-top-artist.
           move 0 to ws-best-idx
           move 0 to ws-best-plays
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-artist-count
               if ws-art-picked (ws-idx) = 'N'
                       and (ws-best-idx = 0
                       or ws-art-plays (ws-idx) > ws-best-plays)
                   move ws-idx to ws-best-idx
                   move ws-art-plays (ws-idx) to ws-best-plays
               end-if
           end-perform
           move 'Y' to ws-art-picked (ws-best-idx)
           move spaces to venue-report-line
           string
               "  TOP ARTIST " delimited by size
               ws-rank delimited by size
               " " delimited by size
               ws-art-name (ws-best-idx) delimited by size
               " PLAYS " delimited by size
               ws-best-plays delimited by size
               into venue-report-line
           end-string
           write venue-report-line
           .

       write-quiet-venues.
           move spaces to venue-report-line
           write venue-report-line
           move spaces to venue-report-line
           move "VENUES WITH NO PLAYS IN MONTH" to venue-report-line
           write venue-report-line
           perform varying ws-idx from 1 by 1
                   until ws-idx > ws-quiet-count
               move spaces to venue-report-line
               string
                   "  " delimited by size
                   ws-qui-name (ws-idx) delimited by size
                   " CITY " delimited by size
                   ws-qui-city (ws-idx) delimited by size
                   " STATUS " delimited by size
                   ws-qui-status (ws-idx) delimited by size
                   into venue-report-line
               end-string
               write venue-report-line
           end-perform
           if ws-quiet-count = 0
               move spaces to venue-report-line
               move "  NONE" to venue-report-line
               write venue-report-line
           end-if
           .

       write-report-totals.
           move spaces to venue-report-line
           write venue-report-line

           move spaces to venue-report-line
           string
               "VENUES WITH PLAYS     " delimited by size
               ws-venues-reported delimited by size
               into venue-report-line
           end-string
           write venue-report-line

           move spaces to venue-report-line
           string
               "NOT ON VENUE MASTER   " delimited by size
               ws-unknown-venues delimited by size
               into venue-report-line
           end-string
           write venue-report-line

           move spaces to venue-report-line
           string
               "VENUES WITH NO PLAYS  " delimited by size
               ws-quiet-count delimited by size
               into venue-report-line
           end-string
           write venue-report-line

           move spaces to venue-report-line
           string
               "PLAYS IN MONTH        " delimited by size
               ws-month-plays delimited by size
               into venue-report-line
           end-string
           write venue-report-line

           if ws-overflow-count > 0
               move spaces to venue-report-line
               string
                   "OVER TABLE LIMITS     " delimited by size
                   ws-overflow-count delimited by size
                   " PLAY(S) LEFT OUT OF A GENRE, SONG OR ARTIST"
                       delimited by size
                   " BREAKDOWN" delimited by size
                   into venue-report-line
               end-string
               write venue-report-line
           end-if
           .
