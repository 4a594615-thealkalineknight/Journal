       identification division.
       program-id. MUSICCHT.

       environment division.
       input-output section.
       file-control.
           select play-history assign to "PLYHIST"
               organization is indexed
               access mode is dynamic
               record key is phs-key
               file status is ws-phs-status.

           select song-master assign to "MUSICSNG"
               organization is indexed
               access mode is dynamic
               record key is song-key
               file status is ws-song-status.

           select ratings-history assign to "RATEHIST"
               organization is line sequential
               file status is ws-rate-status.

           select chart-history assign to "CHTHIST"
               organization is indexed
               access mode is dynamic
               record key is chh-key
               file status is ws-chh-status.

           select chart-report-file assign to "CHTRPT"
               organization is line sequential
               file status is ws-rpt-status.

           select sort-file assign to "SRTWK".

       data division.
       file section.
       fd  play-history.
       copy PLYHSTFD.

       fd  song-master.
       copy MUSICSFD.

       fd  ratings-history.
       copy RATEHFD.

       fd  chart-history.
       copy CHTHSTFD.

       fd  chart-report-file.
       01  chart-report-line       pic X(132).

       sd  sort-file.
       01  sort-record.
           05 srt-week-plays       pic 9(7).
           05 srt-rating           pic 9(2).
           05 srt-rating-level     pic X(1).
           05 srt-song-key         pic X(28).

       working-storage section.
       01  ws-phs-status          pic XX.
           88 ws-phs-ok           value "00".

       01  ws-song-status         pic XX.
           88 ws-song-ok          value "00".

       01  ws-rate-status         pic XX.
           88 ws-rate-ok          value "00".

       01  ws-chh-status          pic XX.
           88 ws-chh-ok           value "00".
           88 ws-chh-not-found    value "35".

       01  ws-rpt-status          pic XX.

       01  ws-phs-eof-flag         pic X(1) value 'N'.
           88 play-history-eof     value 'Y'.
       01  ws-rate-eof-flag        pic X(1) value 'N'.
           88 rating-eof           value 'Y'.
       01  ws-chh-eof-flag         pic X(1) value 'N'.
           88 chart-history-eof    value 'Y'.
       01  ws-sort-eof-flag        pic X(1) value 'N'.
           88 sort-eof             value 'Y'.
       01  ws-song-open-flag       pic X(1) value 'N'.
           88 song-file-open       value 'Y'.
       01  ws-prior-found-flag     pic X(1) value 'N'.
           88 prior-entry-found    value 'Y'.

       01  ws-parm-card            pic X(80) value spaces.
       01  ws-top-n                pic 9(3) value 20.
       01  ws-week-ending          pic 9(8).
       01  ws-week-ending-x redefines ws-week-ending.
           05 ws-we-ccyy           pic 9(4).
           05 ws-we-mm             pic 9(2).
           05 ws-we-dd             pic 9(2).
       01  ws-week-start           pic 9(8).
       01  ws-prior-week-ending    pic 9(8).
       01  ws-day-number           pic 9(8).

       01  ws-current-date-data    pic X(21).
       01  filler redefines ws-current-date-data.
           05 ws-cd-date           pic 9(8).
           05 filler               pic X(13).

       01  ws-week-count           pic 9(4) value 0.
       01  ws-week-table.
           05 ws-week-entry occurs 1000 times.
               10 ws-wk-song-key   pic X(28).
               10 ws-wk-plays      pic 9(7).

       01  ws-rating-table.
           05 ws-rating-count      pic 9(4) value 0.
           05 ws-rating-entry occurs 5000 times.
               10 ws-rte-genre     pic X(10).
               10 ws-rte-subgenre  pic X(15).
               10 ws-rte-seq       pic 9(3).
               10 ws-rte-level     pic X(1).
               10 ws-rte-score     pic 9(2).
               10 ws-rte-date      pic 9(8).

       01  ws-rating-idx           pic 9(4).
       01  ws-rating-slot          pic 9(4).
       01  ws-song-rating          pic 9(2).
       01  ws-song-rating-level    pic X(1).

       01  ws-week-idx             pic 9(4).
       01  ws-week-slot            pic 9(4).

       01  ws-work-song-key.
           05 ws-work-genre        pic X(10).
           05 ws-work-subgenre     pic X(15).
           05 ws-work-seq          pic 9(3).

       01  ws-position             pic 9(3) value 0.
       01  ws-last-position        pic 9(3).
       01  ws-weeks-on-chart       pic 9(3).
       01  ws-peak-position        pic 9(3).
       01  ws-chart-marker         pic X(1).

       01  ws-prior-entry.
           05 ws-prior-week        pic 9(8).
           05 ws-prior-position    pic 9(3).
           05 ws-prior-weeks       pic 9(3).
           05 ws-prior-peak        pic 9(3).

       01  ws-pos-edit             pic ZZ9.
       01  ws-last-edit            pic X(3).
       01  ws-peak-edit            pic ZZ9.
       01  ws-weeks-edit           pic ZZ9.
       01  ws-marker-text          pic X(8).
       01  ws-plays-edit           pic Z(6)9.
       01  ws-chart-sname          pic X(30).
       01  ws-chart-artist         pic X(30).
       01  ws-chart-album          pic X(30).

       01  ws-week-play-total      pic 9(9) value 0.
       01  ws-sorted-count         pic 9(5) value 0.
       01  ws-overflow-count       pic 9(9) value 0.
       01  ws-rating-overflow      pic 9(9) value 0.
       01  ws-purged-count         pic 9(5) value 0.

       procedure division.
       main-logic.
           perform read-chart-card
           perform load-rating-table
           perform tally-week-plays

           open i-o chart-history
           if ws-chh-not-found
               close chart-history
               open output chart-history
               close chart-history
               open i-o chart-history
           end-if
           perform purge-week-entries

           open input song-master
           if ws-song-ok
               move 'Y' to ws-song-open-flag
           end-if

           open output chart-report-file
           perform write-chart-heading

           sort sort-file
               on descending key srt-week-plays srt-rating
               on ascending key srt-song-key
               input procedure is release-week-songs
               output procedure is chart-top-songs

           perform write-chart-totals
           close chart-report-file
           close chart-history
           if song-file-open
               close song-master
           end-if

           display "chart for week ending " ws-week-ending ": "
               ws-position " position(s) from " ws-week-count
               " song(s) played"
           if ws-rating-overflow > 0
               display "MUSICCHT: rating table full, "
                   ws-rating-overflow " rating(s) not loaded"
               move 4 to return-code
           end-if

           stop run
           .

       read-chart-card.
           accept ws-parm-card
           if ws-parm-card (1:8) = "WEEKEND="
                   and ws-parm-card (9:8) is numeric
               move ws-parm-card (9:8) to ws-week-ending
           else
               move function current-date to ws-current-date-data
               move ws-cd-date to ws-week-ending
           end-if
           if ws-parm-card (18:5) = "TOPN="
                   and ws-parm-card (23:3) is numeric
                   and ws-parm-card (23:3) not = "000"
               move ws-parm-card (23:3) to ws-top-n
           end-if

           if ws-we-mm < 1 or ws-we-mm > 12
                   or ws-we-dd < 1 or ws-we-dd > 31
               display "MUSICCHT: bad week-ending date "
                   ws-week-ending
               move 8 to return-code
               stop run
           end-if

           compute ws-day-number =
               function integer-of-date (ws-week-ending) - 6
           compute ws-week-start =
               function date-of-integer (ws-day-number)
           compute ws-day-number =
               function integer-of-date (ws-week-ending) - 7
           compute ws-prior-week-ending =
               function date-of-integer (ws-day-number)
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
           if not rating-eof
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

       tally-week-plays.
           open input play-history
           if ws-phs-ok
               move low-values to phs-key
               move ws-week-start to phs-play-date
               start play-history key is not less than phs-key
                   invalid key move 'Y' to ws-phs-eof-flag
               end-start
               perform tally-one-day-play until play-history-eof
               close play-history
           end-if
           .

       tally-one-day-play.
           read play-history next record
               at end move 'Y' to ws-phs-eof-flag
           end-read
           if not play-history-eof
               if phs-play-date > ws-week-ending
                   move 'Y' to ws-phs-eof-flag
               else
                   add phs-play-count to ws-week-play-total
                   move 0 to ws-week-slot
                   perform varying ws-week-idx from 1 by 1
                           until ws-week-idx > ws-week-count
                       if ws-wk-song-key (ws-week-idx)
                               = phs-key (9:28)
                           move ws-week-idx to ws-week-slot
                       end-if
                   end-perform
                   if ws-week-slot = 0 and ws-week-count < 1000
                       add 1 to ws-week-count
                       move ws-week-count to ws-week-slot
                       move phs-key (9:28)
                           to ws-wk-song-key (ws-week-slot)
                       move 0 to ws-wk-plays (ws-week-slot)
                   end-if
                   if ws-week-slot > 0
                       add phs-play-count to ws-wk-plays (ws-week-slot)
                   else
                       add phs-play-count to ws-overflow-count
                   end-if
               end-if
           end-if
           .

       purge-week-entries.
           move 'N' to ws-chh-eof-flag
           move low-values to chh-key
           start chart-history key is not less than chh-key
               invalid key move 'Y' to ws-chh-eof-flag
           end-start
           perform purge-one-week-entry until chart-history-eof
           .

       purge-one-week-entry.
           read chart-history next record
               at end move 'Y' to ws-chh-eof-flag
           end-read
           if not chart-history-eof
               if chh-week-ending = ws-week-ending
                   delete chart-history record
                   add 1 to ws-purged-count
               end-if
           end-if
           .

       release-week-songs.
           perform varying ws-week-idx from 1 by 1
                   until ws-week-idx > ws-week-count
               move ws-wk-song-key (ws-week-idx) to ws-work-song-key
               perform find-song-rating
               move ws-wk-plays (ws-week-idx) to srt-week-plays
               move ws-song-rating to srt-rating
               move ws-song-rating-level to srt-rating-level
               move ws-work-song-key to srt-song-key
               release sort-record
           end-perform
           .

       find-song-rating.
           move 0 to ws-song-rating
           move space to ws-song-rating-level
           perform varying ws-rating-idx from 1 by 1
                   until ws-rating-idx > ws-rating-count
               if ws-rte-genre (ws-rating-idx) = ws-work-genre
                       and ws-rte-subgenre (ws-rating-idx)
                           = ws-work-subgenre
                   evaluate true
                   when ws-rte-level (ws-rating-idx) = 'G'
                       if ws-song-rating-level not = 'S'
                           move ws-rte-score (ws-rating-idx)
                               to ws-song-rating
                           move 'G' to ws-song-rating-level
                       end-if
                   when ws-rte-seq (ws-rating-idx) = ws-work-seq
                       move ws-rte-score (ws-rating-idx)
                           to ws-song-rating
                       move 'S' to ws-song-rating-level
                   when other
                       continue
                   end-evaluate
               end-if
           end-perform
           .

       chart-top-songs.
           perform chart-one-song until sort-eof
           .

       chart-one-song.
           return sort-file
               at end move 'Y' to ws-sort-eof-flag
           end-return
           if not sort-eof
               add 1 to ws-sorted-count
               if ws-position < ws-top-n
                   add 1 to ws-position
                   perform find-chart-movement
                   perform look-up-chart-song
                   perform write-chart-line
                   perform write-chart-history
               end-if
           end-if
           .

       find-chart-movement.
           move 'N' to ws-prior-found-flag
           move 'N' to ws-chh-eof-flag
           move srt-song-key to chh-song-key
           move 0 to chh-week-ending
           start chart-history key is not less than chh-key
               invalid key move 'Y' to ws-chh-eof-flag
           end-start
           perform read-prior-chart-entry until chart-history-eof

           evaluate true
           when not prior-entry-found
               move 0 to ws-last-position
               move 1 to ws-weeks-on-chart
               move ws-position to ws-peak-position
               move 'N' to ws-chart-marker
           when ws-prior-week = ws-prior-week-ending
               move ws-prior-position to ws-last-position
               compute ws-weeks-on-chart = ws-prior-weeks + 1
               move ws-prior-peak to ws-peak-position
               move space to ws-chart-marker
           when other
               move 0 to ws-last-position
               compute ws-weeks-on-chart = ws-prior-weeks + 1
               move ws-prior-peak to ws-peak-position
               move 'R' to ws-chart-marker
           end-evaluate
           if ws-position < ws-peak-position
               move ws-position to ws-peak-position
           end-if
           .

       read-prior-chart-entry.
           read chart-history next record
               at end move 'Y' to ws-chh-eof-flag
           end-read
           if not chart-history-eof
               if chh-song-key not = srt-song-key
                       or chh-week-ending >= ws-week-ending
                   move 'Y' to ws-chh-eof-flag
               else
                   move 'Y' to ws-prior-found-flag
                   move chh-week-ending to ws-prior-week
                   move chh-position to ws-prior-position
                   move chh-weeks-on-chart to ws-prior-weeks
                   move chh-peak-position to ws-prior-peak
               end-if
           end-if
           .

       look-up-chart-song.
           move "(SONG NOT ON FILE)" to ws-chart-sname
           move spaces to ws-chart-artist
           move spaces to ws-chart-album
           if song-file-open
               move srt-song-key to song-key
               read song-master
                   invalid key continue
                   not invalid key
                       move song-sname to ws-chart-sname
                       move song-artist to ws-chart-artist
                       move song-album-title to ws-chart-album
               end-read
           end-if
           .

       write-chart-heading.
           move spaces to chart-report-line
           string
               "MUSICCHT WEEKLY TOP " delimited by size
               ws-top-n delimited by size
               " SONGS - WEEK " delimited by size
               ws-week-start delimited by size
               " TO " delimited by size
               ws-week-ending delimited by size
               into chart-report-line
           end-string
           write chart-report-line

           move spaces to chart-report-line
           string
               "POS   LW PEAK WKS MOVE     " delimited by size
               "TITLE                          " delimited by size
               "ARTIST                         " delimited by size
               "ALBUM                          " delimited by size
               "  PLAYS RTG" delimited by size
               into chart-report-line
           end-string
           write chart-report-line
           .

       write-chart-line.
           move ws-position to ws-pos-edit
           if ws-last-position = 0
               move "  -" to ws-last-edit
           else
               move ws-last-position to ws-pos-edit
               move ws-pos-edit to ws-last-edit
               move ws-position to ws-pos-edit
           end-if
           move ws-peak-position to ws-peak-edit
           move ws-weeks-on-chart to ws-weeks-edit
           evaluate ws-chart-marker
           when 'N'
               move "NEW" to ws-marker-text
           when 'R'
               move "RE-ENTRY" to ws-marker-text
           when other
               evaluate true
               when ws-position < ws-last-position
                   move "UP" to ws-marker-text
               when ws-position > ws-last-position
                   move "DOWN" to ws-marker-text
               when other
                   move "SAME" to ws-marker-text
               end-evaluate
           end-evaluate
           move srt-week-plays to ws-plays-edit

           move spaces to chart-report-line
           string
               ws-pos-edit delimited by size
               "  " delimited by size
               ws-last-edit delimited by size
               "  " delimited by size
               ws-peak-edit delimited by size
               " " delimited by size
               ws-weeks-edit delimited by size
               " " delimited by size
               ws-marker-text delimited by size
               " " delimited by size
               ws-chart-sname delimited by size
               " " delimited by size
               ws-chart-artist delimited by size
               " " delimited by size
               ws-chart-album delimited by size
               " " delimited by size
               ws-plays-edit delimited by size
               " " delimited by size
               srt-rating delimited by size
               " " delimited by size
               srt-rating-level delimited by size
               into chart-report-line
           end-string
           write chart-report-line
           .

       write-chart-history.
           move srt-song-key to chh-song-key
           move ws-week-ending to chh-week-ending
           move ws-position to chh-position
           move srt-week-plays to chh-week-plays
           move srt-rating to chh-rating
           move ws-weeks-on-chart to chh-weeks-on-chart
           move ws-peak-position to chh-peak-position
           move ws-chart-marker to chh-marker
           write chart-history-record
               invalid key
                   rewrite chart-history-record
           end-write
           .

       write-chart-totals.
           move spaces to chart-report-line
           write chart-report-line

           if ws-position = 0
               move spaces to chart-report-line
               move "NO PLAYS RECORDED FOR THE WEEK"
                   to chart-report-line
               write chart-report-line
           end-if

           move spaces to chart-report-line
           string
               "SONGS PLAYED IN WEEK  " delimited by size
               ws-sorted-count delimited by size
               into chart-report-line
           end-string
           write chart-report-line

           move spaces to chart-report-line
           string
               "PLAYS IN WEEK         " delimited by size
               ws-week-play-total delimited by size
               into chart-report-line
           end-string
           write chart-report-line

           if ws-purged-count > 0
               move spaces to chart-report-line
               string
                   "RERUN, REPLACED       " delimited by size
                   ws-purged-count delimited by size
                   " EARLIER ENTRY(S) FOR THIS WEEK" delimited by size
                   into chart-report-line
               end-string
               write chart-report-line
           end-if

           if ws-overflow-count > 0
               move spaces to chart-report-line
               string
                   "OVER TABLE LIMIT      " delimited by size
                   ws-overflow-count delimited by size
                   " PLAY(S) NOT RANKED" delimited by size
                   into chart-report-line
               end-string
               write chart-report-line
           end-if

           if ws-rating-overflow > 0
               move spaces to chart-report-line
               string
                   "OVER TABLE LIMIT      " delimited by size
                   ws-rating-overflow delimited by size
                   " RATING(S) NOT LOADED" delimited by size
                   into chart-report-line
               end-string
               write chart-report-line
           end-if
           .
