       identification division.
       program-id. MUSICSTA.

       environment division.
       input-output section.
       file-control.
           select song-master assign to "MUSICSNG"
               organization is indexed
               access mode is dynamic
               record key is song-key
               file status is ws-song-status.

           select artist-master assign to "ARTMST"
               organization is indexed
               access mode is dynamic
               record key is art-key
               file status is ws-art-status.

           select album-master assign to "ALBMST"
               organization is indexed
               access mode is dynamic
               record key is alb-key
               file status is ws-alb-status.

           select plays-master assign to "PLAYMST"
               organization is indexed
               access mode is dynamic
               record key is ply-key
               file status is ws-ply-status.

           select ratings-history assign to "RATEHIST"
               organization is line sequential
               file status is ws-rate-status.

           select stat-history assign to "STATHIST"
               organization is indexed
               access mode is dynamic
               record key is sth-key
               file status is ws-sth-status.

       data division.
       file section.
       fd  song-master.
       copy MUSICSFD.

       fd  artist-master.
       copy ARTISTFD.

       fd  album-master.
       copy ALBUMFD.

       fd  plays-master.
       copy PLAYSFD.

       fd  ratings-history.
       copy RATEHFD.

       fd  stat-history.
       copy STATHSFD.

       working-storage section.
       01  ws-song-status         pic XX.
           88 ws-song-ok          value "00".

       01  ws-art-status          pic XX.
           88 ws-art-ok           value "00".

       01  ws-alb-status          pic XX.
           88 ws-alb-ok           value "00".

       01  ws-ply-status          pic XX.
           88 ws-ply-ok           value "00".

       01  ws-rate-status         pic XX.
           88 ws-rate-ok          value "00".

       01  ws-sth-status          pic XX.
           88 ws-sth-ok           value "00".
           88 ws-sth-not-found    value "35".

       01  ws-song-eof-flag        pic X(1) value 'N'.
           88 song-eof             value 'Y'.
       01  ws-art-eof-flag         pic X(1) value 'N'.
           88 artist-eof           value 'Y'.
       01  ws-ply-eof-flag         pic X(1) value 'N'.
           88 plays-eof            value 'Y'.
       01  ws-rate-eof-flag        pic X(1) value 'N'.
           88 rating-eof           value 'Y'.
       01  ws-sth-eof-flag         pic X(1) value 'N'.
           88 stat-history-eof     value 'Y'.
       01  ws-album-open-flag      pic X(1) value 'N'.
           88 album-file-open      value 'Y'.
       01  ws-album-seen-flag      pic X(1).
           88 album-already-seen   value 'Y'.

       01  ws-parm-card            pic X(80) value spaces.
       01  ws-run-date             pic 9(8).
       01  ws-run-date-x redefines ws-run-date.
           05 ws-run-ccyy          pic 9(4).
           05 ws-run-mm            pic 9(2).
           05 filler               pic 9(2).

       01  ws-current-date-data    pic X(21).
       01  filler redefines ws-current-date-data.
           05 ws-cd-date           pic 9(8).
           05 filler               pic X(13).

       01  ws-stat-month           pic 9(6).
       01  ws-prior-month          pic 9(6).
       01  ws-rating-limit-date    pic 9(8).

       01  ws-work-genre           pic X(10).
       01  ws-work-subgenre        pic X(15).

       01  ws-stat-count           pic 9(3) value 0.
       01  ws-stat-table.
           05 ws-stat-entry occurs 300 times.
               10 ws-st-genre          pic X(10).
               10 ws-st-subgenre       pic X(15).
               10 ws-st-songs          pic 9(7).
               10 ws-st-active         pic 9(7).
               10 ws-st-inactive       pic 9(7).
               10 ws-st-albums         pic 9(7).
               10 ws-st-plays          pic 9(11).
               10 ws-st-rating-count   pic 9(7).
               10 ws-st-rating-total   pic 9(9).
       01  ws-stat-idx             pic 9(3).
       01  ws-stat-slot            pic 9(3).
       01  ws-stat-overflow        pic 9(9) value 0.
       01  ws-rating-overflow      pic 9(9) value 0.

       01  ws-group-key            pic X(25) value spaces.
       01  ws-group-album-count    pic 9(3) value 0.
       01  ws-group-album-table.
           05 ws-group-album occurs 500 times pic X(60).
       01  ws-album-idx            pic 9(3).
       01  ws-album-pair.
           05 ws-pair-artist       pic X(30).
           05 ws-pair-title        pic X(30).

       01  ws-rating-count         pic 9(4) value 0.
       01  ws-rating-table.
           05 ws-rating-entry occurs 5000 times.
               10 ws-rte-genre     pic X(10).
               10 ws-rte-subgenre  pic X(15).
               10 ws-rte-seq       pic 9(3).
               10 ws-rte-level     pic X(1).
               10 ws-rte-score     pic 9(2).
               10 ws-rte-date      pic 9(8).
       01  ws-rating-idx           pic 9(4).
       01  ws-rating-slot          pic 9(4).

       01  ws-song-total           pic 9(9) value 0.
       01  ws-artist-total         pic 9(9) value 0.
       01  ws-written-count        pic 9(5) value 0.
       01  ws-purged-count         pic 9(5) value 0.

       procedure division.
       main-logic.
           perform get-run-date

           perform tally-song-master
           perform tally-artist-master
           perform tally-plays-master
           perform load-rating-table
           perform tally-ratings

           open i-o stat-history
           if ws-sth-not-found
               close stat-history
               open output stat-history
               close stat-history
               open i-o stat-history
           end-if
           perform purge-month-entries
           perform varying ws-stat-idx from 1 by 1
                   until ws-stat-idx > ws-stat-count
               perform write-stat-record
           end-perform
           close stat-history

           display "catalog statistics snapshot for " ws-stat-month
               ": " ws-written-count " genre/subgenre record(s), "
               ws-song-total " song(s), " ws-artist-total
               " artist(s)"
           if ws-purged-count > 0
               display "rerun replaced " ws-purged-count
                   " earlier record(s) for " ws-stat-month
           end-if
           if ws-stat-overflow > 0
               display "MUSICSTA: " ws-stat-overflow
                   " record(s) beyond the 300 genre/subgenre limit"
               move 4 to return-code
           end-if
           if ws-rating-overflow > 0
               display "MUSICSTA: rating table full, "
                   ws-rating-overflow " rating(s) not loaded"
               move 4 to return-code
           end-if

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
           compute ws-stat-month = ws-run-ccyy * 100 + ws-run-mm
           if ws-run-mm = 1
               compute ws-prior-month = (ws-run-ccyy - 1) * 100 + 12
           else
               compute ws-prior-month = ws-stat-month - 1
           end-if
           compute ws-rating-limit-date = ws-stat-month * 100 + 31
           .

       find-stat-slot.
           if ws-work-genre = spaces
               move "(NONE)" to ws-work-genre
           end-if
           move 0 to ws-stat-slot
           perform varying ws-stat-idx from 1 by 1
                   until ws-stat-idx > ws-stat-count
               if ws-st-genre (ws-stat-idx) = ws-work-genre
                       and ws-st-subgenre (ws-stat-idx)
                           = ws-work-subgenre
                   move ws-stat-idx to ws-stat-slot
               end-if
           end-perform
           if ws-stat-slot = 0
               if ws-stat-count < 300
                   add 1 to ws-stat-count
                   move ws-stat-count to ws-stat-slot
                   initialize ws-stat-entry (ws-stat-slot)
                   move ws-work-genre to ws-st-genre (ws-stat-slot)
                   move ws-work-subgenre
                       to ws-st-subgenre (ws-stat-slot)
               else
                   add 1 to ws-stat-overflow
               end-if
           end-if
           .

       tally-song-master.
           open input album-master
           if ws-alb-ok
               move 'Y' to ws-album-open-flag
           end-if

           open input song-master
           if ws-song-ok
               move low-values to song-key
               start song-master key is not less than song-key
                   invalid key move 'Y' to ws-song-eof-flag
               end-start
               perform tally-one-song until song-eof
               close song-master
           end-if

           if album-file-open
               close album-master
           end-if
           .

       tally-one-song.
           read song-master next record
               at end move 'Y' to ws-song-eof-flag
           end-read
           if not song-eof and song-status not = 'I'
               add 1 to ws-song-total
               move song-genre to ws-work-genre
               move song-subgenre to ws-work-subgenre
               perform find-stat-slot
               if ws-stat-slot > 0
                   add 1 to ws-st-songs (ws-stat-slot)
                   if song-key (1:25) not = ws-group-key
                       move song-key (1:25) to ws-group-key
                       move 0 to ws-group-album-count
                   end-if
                   if song-album-title not = spaces
                       perform count-song-album
                   end-if
               end-if
           end-if
           .

       count-song-album.
           move song-artist to ws-pair-artist
           move song-album-title to ws-pair-title
           move 'N' to ws-album-seen-flag
           perform varying ws-album-idx from 1 by 1
                   until ws-album-idx > ws-group-album-count
               if ws-group-album (ws-album-idx) = ws-album-pair
                   move 'Y' to ws-album-seen-flag
               end-if
           end-perform
           if not album-already-seen and album-file-open
               move ws-album-pair to alb-key
               read album-master
                   invalid key continue
                   not invalid key
                       add 1 to ws-st-albums (ws-stat-slot)
                       if ws-group-album-count < 500
                           add 1 to ws-group-album-count
                           move ws-album-pair
                               to ws-group-album (ws-group-album-count)
                       end-if
               end-read
           end-if
           .

       tally-artist-master.
           open input artist-master
           if ws-art-ok
               move low-values to art-key
               start artist-master key is not less than art-key
                   invalid key move 'Y' to ws-art-eof-flag
               end-start
               perform tally-one-artist until artist-eof
               close artist-master
           end-if
           .

       tally-one-artist.
           read artist-master next record
               at end move 'Y' to ws-art-eof-flag
           end-read
           if not artist-eof
               add 1 to ws-artist-total
               move art-genre to ws-work-genre
               move art-subgenre to ws-work-subgenre
               perform find-stat-slot
               if ws-stat-slot > 0
                   if art-inactive
                       add 1 to ws-st-inactive (ws-stat-slot)
                   else
                       add 1 to ws-st-active (ws-stat-slot)
                   end-if
               end-if
           end-if
           .

       tally-plays-master.
           open input plays-master
           if ws-ply-ok
               move low-values to ply-key
               start plays-master key is not less than ply-key
                   invalid key move 'Y' to ws-ply-eof-flag
               end-start
               perform tally-one-play-record until plays-eof
               close plays-master
           end-if
           .

       tally-one-play-record.
           read plays-master next record
               at end move 'Y' to ws-ply-eof-flag
           end-read
           if not plays-eof
               move ply-genre to ws-work-genre
               move ply-subgenre to ws-work-subgenre
               perform find-stat-slot
               if ws-stat-slot > 0
                   add ply-play-count to ws-st-plays (ws-stat-slot)
               end-if
           end-if
           .

       load-rating-table.
           open input ratings-history
           if ws-rate-ok
               perform load-one-rating until rating-eof
               close ratings-history
           end-if
           .

       load-one-rating.
           read ratings-history
               at end move 'Y' to ws-rate-eof-flag
           end-read
           if not rating-eof and rat-date <= ws-rating-limit-date
               move 0 to ws-rating-slot
               perform varying ws-rating-idx from 1 by 1
                       until ws-rating-idx > ws-rating-count
                   if ws-rte-genre (ws-rating-idx) = rat-genre
                           and ws-rte-subgenre (ws-rating-idx)
                               = rat-subgenre
                           and ws-rte-seq (ws-rating-idx) = rat-seq
                           and ws-rte-level (ws-rating-idx)
                               = rat-level
                       move ws-rating-idx to ws-rating-slot
                   end-if
               end-perform
               if ws-rating-slot = 0
                   if ws-rating-count < 5000
                       add 1 to ws-rating-count
                       move ws-rating-count to ws-rating-slot
                       move rat-genre
                           to ws-rte-genre (ws-rating-slot)
                       move rat-subgenre
                           to ws-rte-subgenre (ws-rating-slot)
                       move rat-seq
                           to ws-rte-seq (ws-rating-slot)
                       move rat-level
                           to ws-rte-level (ws-rating-slot)
                       move rat-song-score
                           to ws-rte-score (ws-rating-slot)
                       move rat-date
                           to ws-rte-date (ws-rating-slot)
                   else
                       add 1 to ws-rating-overflow
                   end-if
               else
                   if rat-date >= ws-rte-date (ws-rating-slot)
                       move rat-song-score
                           to ws-rte-score (ws-rating-slot)
                       move rat-date
                           to ws-rte-date (ws-rating-slot)
                   end-if
               end-if
           end-if
           .

       tally-ratings.
           perform varying ws-rating-idx from 1 by 1
                   until ws-rating-idx > ws-rating-count
               move ws-rte-genre (ws-rating-idx) to ws-work-genre
               move ws-rte-subgenre (ws-rating-idx)
                   to ws-work-subgenre
               perform find-stat-slot
               if ws-stat-slot > 0
                   add 1 to ws-st-rating-count (ws-stat-slot)
                   add ws-rte-score (ws-rating-idx)
                       to ws-st-rating-total (ws-stat-slot)
               end-if
           end-perform
           .

       purge-month-entries.
           move 'N' to ws-sth-eof-flag
           move low-values to sth-key
           move ws-stat-month to sth-month
           start stat-history key is not less than sth-key
               invalid key move 'Y' to ws-sth-eof-flag
           end-start
           perform purge-one-month-entry until stat-history-eof
           .

       purge-one-month-entry.
           read stat-history next record
               at end move 'Y' to ws-sth-eof-flag
           end-read
           if not stat-history-eof
               if sth-month = ws-stat-month
                   delete stat-history record
                   add 1 to ws-purged-count
               else
                   move 'Y' to ws-sth-eof-flag
               end-if
           end-if
           .

       write-stat-record.
           move ws-prior-month to sth-month
           move ws-st-genre (ws-stat-idx) to sth-genre
           move ws-st-subgenre (ws-stat-idx) to sth-subgenre
           read stat-history
               invalid key
                   move ws-st-plays (ws-stat-idx) to sth-period-plays
               not invalid key
                   if ws-st-plays (ws-stat-idx) >= sth-cum-plays
                       compute sth-period-plays =
                           ws-st-plays (ws-stat-idx) - sth-cum-plays
                   else
                       move ws-st-plays (ws-stat-idx)
                           to sth-period-plays
                   end-if
           end-read

           move ws-stat-month to sth-month
           move ws-st-genre (ws-stat-idx) to sth-genre
           move ws-st-subgenre (ws-stat-idx) to sth-subgenre
           move ws-st-songs (ws-stat-idx) to sth-song-count
           move ws-st-active (ws-stat-idx) to sth-active-artists
           move ws-st-inactive (ws-stat-idx) to sth-inactive-artists
           move ws-st-albums (ws-stat-idx) to sth-album-count
           move ws-st-plays (ws-stat-idx) to sth-cum-plays
           move ws-st-rating-count (ws-stat-idx) to sth-rating-count
           move ws-st-rating-total (ws-stat-idx) to sth-rating-total
           if sth-rating-count > 0
               compute sth-avg-rating rounded =
                   sth-rating-total / sth-rating-count
           else
               move 0 to sth-avg-rating
           end-if
           move ws-run-date to sth-snapshot-date
           write stat-history-record
               invalid key
                   rewrite stat-history-record
           end-write
           add 1 to ws-written-count
           .
