       identification division.
       program-id. MUSICGRW.

       environment division.
       input-output section.
       file-control.
           select stat-history assign to "STATHIST"
               organization is indexed
               access mode is dynamic
               record key is sth-key
               file status is ws-sth-status.

           select growth-report-file assign to "GRWRPT"
               organization is line sequential
               file status is ws-rpt-status.

       data division.
       file section.
       fd  stat-history.
       copy STATHSFD.

       fd  growth-report-file.
       01  growth-report-line      pic X(132).

       working-storage section.
       01  ws-sth-status          pic XX.
           88 ws-sth-ok           value "00".

       01  ws-rpt-status          pic XX.

       01  ws-sth-eof-flag         pic X(1) value 'N'.
           88 stat-history-eof     value 'Y'.

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

       01  ws-column-table.
           05 ws-column occurs 3 times.
               10 ws-col-month     pic 9(6).
               10 ws-col-found     pic X(1).
       01  ws-col-idx              pic 9(1).

       01  ws-growth-count         pic 9(3) value 0.
       01  ws-total-slot           pic 9(3) value 301.
       01  ws-growth-table.
           05 ws-grw-entry occurs 301 times.
               10 ws-grw-genre         pic X(10).
               10 ws-grw-subgenre      pic X(15).
               10 ws-grw-month occurs 3 times.
                   15 ws-grw-present   pic X(1).
                   15 ws-grw-stat occurs 8 times pic 9(11).
       01  ws-grw-idx              pic 9(3).
       01  ws-grw-slot             pic 9(3).
       01  ws-stat-idx             pic 9(1).
       01  ws-growth-overflow      pic 9(9) value 0.

       01  ws-metric-label-table.
           05 filler               pic X(18) value "SONGS".
           05 filler               pic X(18) value "ACTIVE ARTISTS".
           05 filler               pic X(18) value "INACTIVE ARTISTS".
           05 filler               pic X(18) value "ALBUMS".
           05 filler               pic X(18) value "PLAYS TO DATE".
           05 filler               pic X(18) value "PLAYS IN MONTH".
           05 filler               pic X(18) value "AVERAGE RATING".
       01  filler redefines ws-metric-label-table.
           05 ws-metric-label occurs 7 times pic X(18).
       01  ws-metric-idx           pic 9(1).

       01  ws-metric-values.
           05 ws-metric-value occurs 3 times pic S9(11)v9(2).
       01  ws-metric-change        pic S9(11)v9(2).
       01  ws-metric-pct           pic S9(7)v9(1).

       01  ws-count-edit           pic Z(10)9.
       01  ws-rating-edit          pic Z(7)9.99.
       01  ws-count-change-edit    pic -Z(9)9.
       01  ws-rating-change-edit   pic -Z(6)9.99.
       01  ws-pct-edit             pic -Z(4)9.9.

       01  ws-text-table.
           05 ws-text-col occurs 3 times.
               10 ws-value-text    pic X(11).
               10 ws-change-text   pic X(11).
               10 ws-pct-text      pic X(8).

       procedure division.
       main-logic.
           perform get-run-date

           open input stat-history
           if ws-sth-ok
               perform varying ws-col-idx from 1 by 1
                       until ws-col-idx > 3
                   perform load-month-column
               end-perform
               close stat-history
           end-if
           perform total-growth-table

           open output growth-report-file
           perform write-growth-heading
           if ws-col-found (1) not = 'Y'
               move spaces to growth-report-line
               string
                   "NO STATISTICS SNAPSHOT ON FILE FOR "
                       delimited by size
                   ws-col-month (1) delimited by size
                   into growth-report-line
               end-string
               write growth-report-line
               move 4 to return-code
           else
               perform varying ws-grw-idx from 1 by 1
                       until ws-grw-idx > ws-growth-count
                   perform write-growth-block
               end-perform
               move ws-total-slot to ws-grw-idx
               perform write-growth-block
           end-if
           if ws-growth-overflow > 0
               move spaces to growth-report-line
               string
                   "OVER TABLE LIMIT      " delimited by size
                   ws-growth-overflow delimited by size
                   " RECORD(S) NOT REPORTED" delimited by size
                   into growth-report-line
               end-string
               write growth-report-line
           end-if
           close growth-report-file

           display "growth report complete for " ws-col-month (1)
               ", " ws-growth-count " genre/subgenre(s)"

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
           compute ws-col-month (1) = ws-run-ccyy * 100 + ws-run-mm
           if ws-run-mm = 1
               compute ws-col-month (2) =
                   (ws-run-ccyy - 1) * 100 + 12
           else
               compute ws-col-month (2) = ws-col-month (1) - 1
           end-if
           compute ws-col-month (3) = ws-col-month (1) - 100
           move 'N' to ws-col-found (1)
           move 'N' to ws-col-found (2)
           move 'N' to ws-col-found (3)
           .

       load-month-column.
           move 'N' to ws-sth-eof-flag
           move low-values to sth-key
           move ws-col-month (ws-col-idx) to sth-month
           start stat-history key is not less than sth-key
               invalid key move 'Y' to ws-sth-eof-flag
           end-start
           perform load-one-stat-record until stat-history-eof
           .

       load-one-stat-record.
           read stat-history next record
               at end move 'Y' to ws-sth-eof-flag
           end-read
           if not stat-history-eof
               if sth-month not = ws-col-month (ws-col-idx)
                   move 'Y' to ws-sth-eof-flag
               else
                   move 'Y' to ws-col-found (ws-col-idx)
                   perform find-growth-slot
                   if ws-grw-slot > 0
                       perform store-stat-record
                   end-if
               end-if
           end-if
           .

       find-growth-slot.
           move 0 to ws-grw-slot
           perform varying ws-grw-idx from 1 by 1
                   until ws-grw-idx > ws-growth-count
               if ws-grw-genre (ws-grw-idx) = sth-genre
                       and ws-grw-subgenre (ws-grw-idx) = sth-subgenre
                   move ws-grw-idx to ws-grw-slot
               end-if
           end-perform
           if ws-grw-slot = 0
               if ws-growth-count < 300
                   add 1 to ws-growth-count
                   move ws-growth-count to ws-grw-slot
                   initialize ws-grw-entry (ws-grw-slot)
                   move sth-genre to ws-grw-genre (ws-grw-slot)
                   move sth-subgenre to ws-grw-subgenre (ws-grw-slot)
               else
                   add 1 to ws-growth-overflow
               end-if
           end-if
           .

       store-stat-record.
           move 'Y' to ws-grw-present (ws-grw-slot, ws-col-idx)
           move sth-song-count
               to ws-grw-stat (ws-grw-slot, ws-col-idx, 1)
           move sth-active-artists
               to ws-grw-stat (ws-grw-slot, ws-col-idx, 2)
           move sth-inactive-artists
               to ws-grw-stat (ws-grw-slot, ws-col-idx, 3)
           move sth-album-count
               to ws-grw-stat (ws-grw-slot, ws-col-idx, 4)
           move sth-cum-plays
               to ws-grw-stat (ws-grw-slot, ws-col-idx, 5)
           move sth-period-plays
               to ws-grw-stat (ws-grw-slot, ws-col-idx, 6)
           move sth-rating-count
               to ws-grw-stat (ws-grw-slot, ws-col-idx, 7)
           move sth-rating-total
               to ws-grw-stat (ws-grw-slot, ws-col-idx, 8)
           .

       total-growth-table.
           initialize ws-grw-entry (ws-total-slot)
           move "CATALOG" to ws-grw-genre (ws-total-slot)
           move "TOTAL" to ws-grw-subgenre (ws-total-slot)
           perform varying ws-col-idx from 1 by 1
                   until ws-col-idx > 3
               move ws-col-found (ws-col-idx)
                   to ws-grw-present (ws-total-slot, ws-col-idx)
               perform varying ws-grw-idx from 1 by 1
                       until ws-grw-idx > ws-growth-count
                   perform varying ws-stat-idx from 1 by 1
                           until ws-stat-idx > 8
                       add ws-grw-stat
                           (ws-grw-idx, ws-col-idx, ws-stat-idx)
                           to ws-grw-stat
                           (ws-total-slot, ws-col-idx, ws-stat-idx)
                   end-perform
               end-perform
           end-perform
           .

       write-growth-heading.
           move spaces to growth-report-line
           string
               "MUSICGRW CATALOG GROWTH REPORT - " delimited by size
               ws-col-month (1) delimited by size
               " AGAINST LAST MONTH " delimited by size
               ws-col-month (2) delimited by size
               " AND LAST YEAR " delimited by size
               ws-col-month (3) delimited by size
               into growth-report-line
           end-string
           write growth-report-line

           move spaces to growth-report-line
           if ws-col-found (2) not = 'Y'
               string
                   "NO SNAPSHOT FOR " delimited by size
                   ws-col-month (2) delimited by size
                   " - LAST MONTH COLUMNS SHOW N/A" delimited by size
                   into growth-report-line
               end-string
               write growth-report-line
           end-if
           move spaces to growth-report-line
           if ws-col-found (3) not = 'Y'
               string
                   "NO SNAPSHOT FOR " delimited by size
                   ws-col-month (3) delimited by size
                   " - LAST YEAR COLUMNS SHOW N/A" delimited by size
                   into growth-report-line
               end-string
               write growth-report-line
           end-if

           move spaces to growth-report-line
           string
               "METRIC              " delimited by size
               " THIS MONTH" delimited by size
               "  LAST MONTH" delimited by size
               "      CHANGE" delimited by size
               "   CHG %" delimited by size
               "   LAST YEAR" delimited by size
               "      CHANGE" delimited by size
               "   CHG %" delimited by size
               into growth-report-line
           end-string
           write growth-report-line
           .

       write-growth-block.
           move spaces to growth-report-line
           write growth-report-line

           move spaces to growth-report-line
           if ws-grw-present (ws-grw-idx, 1) = 'Y'
               string
                   ws-grw-genre (ws-grw-idx) delimited by space
                   " / " delimited by size
                   ws-grw-subgenre (ws-grw-idx) delimited by space
                   into growth-report-line
               end-string
           else
               string
                   ws-grw-genre (ws-grw-idx) delimited by space
                   " / " delimited by size
                   ws-grw-subgenre (ws-grw-idx) delimited by space
                   " - NOT IN THIS MONTH'S SNAPSHOT" delimited by size
                   into growth-report-line
               end-string
           end-if
           write growth-report-line

           perform varying ws-metric-idx from 1 by 1
                   until ws-metric-idx > 7
               perform load-metric-values
               perform write-metric-line
           end-perform
           .

       load-metric-values.
           perform varying ws-col-idx from 1 by 1
                   until ws-col-idx > 3
               if ws-metric-idx < 7
                   move ws-grw-stat
                       (ws-grw-idx, ws-col-idx, ws-metric-idx)
                       to ws-metric-value (ws-col-idx)
               else
                   if ws-grw-stat (ws-grw-idx, ws-col-idx, 7) > 0
                       compute ws-metric-value (ws-col-idx) rounded =
                           ws-grw-stat (ws-grw-idx, ws-col-idx, 8)
                           / ws-grw-stat (ws-grw-idx, ws-col-idx, 7)
                   else
                       move 0 to ws-metric-value (ws-col-idx)
                   end-if
               end-if
           end-perform
           .

       write-metric-line.
           move spaces to ws-text-table
           move 1 to ws-col-idx
           perform format-metric-value
           move 2 to ws-col-idx
           perform format-metric-column
           move 3 to ws-col-idx
           perform format-metric-column

           move spaces to growth-report-line
           string
               "  " delimited by size
               ws-metric-label (ws-metric-idx) delimited by size
               ws-value-text (1) delimited by size
               " " delimited by size
               ws-value-text (2) delimited by size
               " " delimited by size
               ws-change-text (2) delimited by size
               ws-pct-text (2) delimited by size
               " " delimited by size
               ws-value-text (3) delimited by size
               " " delimited by size
               ws-change-text (3) delimited by size
               ws-pct-text (3) delimited by size
               into growth-report-line
           end-string
           write growth-report-line
           .

       format-metric-value.
           if ws-metric-idx = 7
               move ws-metric-value (ws-col-idx) to ws-rating-edit
               move ws-rating-edit to ws-value-text (ws-col-idx)
           else
               move ws-metric-value (ws-col-idx) to ws-count-edit
               move ws-count-edit to ws-value-text (ws-col-idx)
           end-if
           .

       format-metric-column.
           if ws-col-found (ws-col-idx) not = 'Y'
               move "        N/A" to ws-value-text (ws-col-idx)
           else
               perform format-metric-value
               compute ws-metric-change =
                   ws-metric-value (1) - ws-metric-value (ws-col-idx)
               if ws-metric-idx = 7
                   move ws-metric-change to ws-rating-change-edit
                   move ws-rating-change-edit
                       to ws-change-text (ws-col-idx)
               else
                   move ws-metric-change to ws-count-change-edit
                   move ws-count-change-edit
                       to ws-change-text (ws-col-idx)
               end-if
               evaluate true
               when ws-metric-value (ws-col-idx) not = 0
                   compute ws-metric-pct rounded =
                       ws-metric-change * 100
                       / ws-metric-value (ws-col-idx)
                   move ws-metric-pct to ws-pct-edit
                   move ws-pct-edit to ws-pct-text (ws-col-idx)
               when ws-metric-value (1) not = 0
                   move "     NEW" to ws-pct-text (ws-col-idx)
               when other
                   move "       -" to ws-pct-text (ws-col-idx)
               end-evaluate
           end-if
           .
