           05 filler               pic X(13).

       01  ws-record-count         pic 9(9) value 0.
       01  ws-inactive-count       pic 9(9) value 0.
       01  ws-bpm-hash             pic 9(12) value 0.
       01  ws-rating-overflow      pic 9(9) value 0.
       01  ws-ext-comp-code        pic 9(2) value 0.

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

       01  ws-append-ptr           pic 9(3).
       01  ws-trim-field           pic X(30).

           display "extract wrote " ws-record-count
               " song record(s), bpm hash " ws-bpm-hash
           display "extract skipped " ws-inactive-count
               " inactive song(s)"
           if ws-rating-overflow > 0
               display "MUSICEXT: rating table full, "
                   ws-rating-overflow " rating(s) not loaded"
           end-if

           move ws-ext-comp-code to return-code
           stop run
           .

           move ws-run-start-stamp to run-start-stamp
           move function current-date to run-end-stamp
           move ws-record-count to run-count-1
           move ws-inactive-count to run-count-2
           move 0 to run-count-3
           move 0 to run-count-4
           move ws-ext-comp-code to run-comp-code
           write run-control-record
           close run-control-file
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
                       move 4 to ws-ext-comp-code
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
                   perform write-detail-record
                   add 1 to ws-record-count
                   add song-bpm to ws-bpm-hash
               end-if
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
           move song-artist to ws-trim-field
           perform append-trimmed-field

           string
               ws-song-rating delimited by size
               "|" delimited by size
               ws-song-rating-level delimited by size
               into extract-record
               with pointer ws-append-ptr
           end-string
