           05 srt-sname            pic X(30).
           05 srt-bpm              pic 9(3).
           05 srt-score            pic 9(2).
           05 srt-score-level      pic X(1).

       fd  discog-report-file.
       01  discog-report-line      pic X(132).
           88 sort-eof             value 'Y'.

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
       01  ws-rating-overflow      pic 9(9) value 0.
       01  ws-song-rating          pic 9(2).
       01  ws-song-rating-level    pic X(1).
       01  ws-score-marker         pic X(17).

       01  ws-artist-table.
           05 ws-artist-count      pic 9(3) value 0.
       01  ws-current-artist       pic X(30) value low-values.
       01  ws-group-song-count     pic 9(5) value 0.
       01  ws-listed-count         pic 9(9) value 0.
       01  ws-inactive-count       pic 9(9) value 0.
       01  ws-no-songs-count       pic 9(3) value 0.

       procedure division.
               output procedure is print-discography

           perform report-no-songs-artists
           perform report-run-totals
           close discog-report-file

           display "discography listed " ws-listed-count
               " song(s) across " ws-artist-count " artist(s), "
               ws-no-songs-count " artist(s) with no songs"
           if ws-rating-overflow > 0
               display "MUSICDSC: rating table full, "
                   ws-rating-overflow " rating(s) not loaded"
               move 4 to return-code
           end-if

           stop run
           .
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
               at end move 'Y' to ws-song-eof-flag
           end-read
           if not song-eof
               if song-inactive
                   add 1 to ws-inactive-count
               else
                   perform find-song-rating
                   move song-artist to srt-artist
                   move song-key to srt-key
                   move song-sname to srt-sname
                   move song-bpm to srt-bpm
                   move ws-song-rating to srt-score
                   move ws-song-rating-level to srt-score-level
                   release sort-record
               end-if
               perform count-song-for-artist
           end-if
           .

       find-song-rating.
           move 0 to ws-song-rating
           move space to ws-song-rating-level
           perform varying ws-rating-idx from 1 by 1
                   until ws-rating-idx > ws-rating-count
               if ws-rte-genre (ws-rating-idx) = song-genre
                       and ws-rte-subgenre (ws-rating-idx)
                           = song-subgenre
                   evaluate true
                   when ws-rte-level (ws-rating-idx) = 'G'
                       if ws-song-rating-level not = 'S'
                           move ws-rte-score (ws-rating-idx)
                               to ws-song-rating
                           move 'G' to ws-song-rating-level
                       end-if
                   when ws-rte-seq (ws-rating-idx) = song-seq
                       move ws-rte-score (ws-rating-idx)
                           to ws-song-rating
                       move 'S' to ws-song-rating-level
                   when other
                       continue
                   end-evaluate
               end-if
           end-perform
           .
               end-if
               add 1 to ws-group-song-count
               add 1 to ws-listed-count
               if srt-score-level = 'G'
                   move " (SUBGENRE-LEVEL)" to ws-score-marker
               else
                   move spaces to ws-score-marker
               end-if
               move spaces to discog-report-line
               string
                   "  " delimited by size
                   srt-bpm delimited by size
                   " SCORE " delimited by size
                   srt-score delimited by size
                   ws-score-marker delimited by size
                   into discog-report-line
               end-string
               write discog-report-line
               write discog-report-line
           end-if
           .

       report-run-totals.
           move spaces to discog-report-line
           write discog-report-line

           move spaces to discog-report-line
           string
               "INACTIVE SONGS NOT LISTED " delimited by size
               ws-inactive-count delimited by size
               into discog-report-line
           end-string
           write discog-report-line

           if ws-rating-overflow > 0
               move spaces to discog-report-line
               string
                   "RATINGS OVER TABLE LIMIT  " delimited by size
                   ws-rating-overflow delimited by size
                   " NOT LOADED" delimited by size
                   into discog-report-line
               end-string
               write discog-report-line
           end-if
           .
