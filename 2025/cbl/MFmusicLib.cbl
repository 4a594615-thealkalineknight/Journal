       01 ws-rating-values.
         05 ws-song-score  occurs 9 times pic 9(2).
         05 ws-album-score occurs 9 times pic 9(2).
       01 ws-subgenre-level-values.
         05 ws-sub-song-score  occurs 9 times pic 9(2).
         05 ws-sub-album-score occurs 9 times pic 9(2).
         05 ws-sub-level-flag  occurs 9 times pic X(1).
       01 ws-genre-sub-flag-table.
         05 ws-genre-sub-flag  occurs 3 times pic X(1).

       01 ws-song-rating-count      pic 9(4) value 0.
       01 ws-song-rating-overflow   pic 9(9) value 0.
       01 ws-song-rating-table.
         05 ws-song-rating occurs 9000 times.
           10 ws-sr-entry           pic 9(2).
           10 ws-sr-seq             pic 9(3).
           10 ws-sr-song-score      pic 9(2).
           10 ws-sr-album-score     pic 9(2).
           10 ws-sr-date            pic 9(8).
       01 ws-sr-idx                 pic 9(4).
       01 ws-sr-slot                pic 9(4).
       01 ws-slot-song-count        pic 9(3).
       01 ws-slot-song-sum          pic 9(5).
       01 ws-slot-album-sum         pic 9(5).
       01 ws-subgenre-level-text    pic X(17).
       01 genre-average-rating-table.
         05 genre-average-rating occurs 3 times pic 9(2)V9(1).


           display sname of prog-rock
           perform report-genre-average-ratings
           if ws-song-rating-overflow > 0
               display "song rating table full, "
                   ws-song-rating-overflow " rating(s) not loaded"
               move 4 to return-code
           end-if

           stop run
           .
               move 0 to ws-song-score (ws-entry-idx)
               move 0 to ws-album-score (ws-entry-idx)
               move 0 to ws-rating-date (ws-entry-idx)
               move 0 to ws-sub-song-score (ws-entry-idx)
               move 0 to ws-sub-album-score (ws-entry-idx)
               move 'N' to ws-sub-level-flag (ws-entry-idx)
           end-perform
           move 0 to ws-song-rating-count

           move 'N' to ws-rate-eof-flag
           open input ratings-history

           perform varying ws-entry-idx from 1 by 1
                   until ws-entry-idx > 9
               perform average-entry-ratings
               compute entry-rating (ws-entry-idx) =
                   ws-song-score (ws-entry-idx) * 100 + 10
               compute entry-album-rating (ws-entry-idx) =
                   if rat-genre = genre-label (ws-genre-idx)
                           and rat-subgenre =
                               entry-subname (ws-entry-idx)
                       if rat-song-level
                           perform keep-song-rating
                       else
                           if rat-date >= ws-rating-date (ws-entry-idx)
                               move rat-song-score
                                   to ws-sub-song-score (ws-entry-idx)
                               move rat-album-score
                                   to ws-sub-album-score (ws-entry-idx)
                               move rat-date
                                   to ws-rating-date (ws-entry-idx)
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           .

       keep-song-rating.
           move 0 to ws-sr-slot
           perform varying ws-sr-idx from 1 by 1
                   until ws-sr-idx > ws-song-rating-count
               if ws-sr-entry (ws-sr-idx) = ws-entry-idx
                       and ws-sr-seq (ws-sr-idx) = rat-seq
                   move ws-sr-idx to ws-sr-slot
               end-if
           end-perform
           if ws-sr-slot = 0
               if ws-song-rating-count < 9000
                   add 1 to ws-song-rating-count
                   move ws-song-rating-count to ws-sr-slot
                   move ws-entry-idx to ws-sr-entry (ws-sr-slot)
                   move rat-seq to ws-sr-seq (ws-sr-slot)
                   move 0 to ws-sr-date (ws-sr-slot)
               else
                   add 1 to ws-song-rating-overflow
               end-if
           end-if
           if ws-sr-slot > 0
               if rat-date >= ws-sr-date (ws-sr-slot)
                   move rat-song-score to ws-sr-song-score (ws-sr-slot)
                   move rat-album-score
                       to ws-sr-album-score (ws-sr-slot)
                   move rat-date to ws-sr-date (ws-sr-slot)
               end-if
           end-if
           .

       average-entry-ratings.
           move 0 to ws-slot-song-count
           move 0 to ws-slot-song-sum
           move 0 to ws-slot-album-sum
           perform varying ws-sr-idx from 1 by 1
                   until ws-sr-idx > ws-song-rating-count
               if ws-sr-entry (ws-sr-idx) = ws-entry-idx
                   add 1 to ws-slot-song-count
                   add ws-sr-song-score (ws-sr-idx) to ws-slot-song-sum
                   add ws-sr-album-score (ws-sr-idx)
                       to ws-slot-album-sum
               end-if
           end-perform
           if ws-slot-song-count > 0
               compute ws-song-score (ws-entry-idx) rounded =
                   ws-slot-song-sum / ws-slot-song-count
               compute ws-album-score (ws-entry-idx) rounded =
                   ws-slot-album-sum / ws-slot-song-count
           else
               if ws-rating-date (ws-entry-idx) > 0
                   move ws-sub-song-score (ws-entry-idx)
                       to ws-song-score (ws-entry-idx)
                   move ws-sub-album-score (ws-entry-idx)
                       to ws-album-score (ws-entry-idx)
                   move 'Y' to ws-sub-level-flag (ws-entry-idx)
               end-if
           end-if
           .

       compute-genre-average-rating.
           perform varying ws-genre-idx from 1 by 1
                   until ws-genre-idx > 3
               move 0 to ws-genre-sum
               move 'N' to ws-genre-sub-flag (ws-genre-idx)
               perform varying ws-sub-idx from 1 by 1
                       until ws-sub-idx > 3
                   compute ws-entry-idx =
                       (ws-genre-idx - 1) * 3 + ws-sub-idx
                   if ws-sub-level-flag (ws-entry-idx) = 'Y'
                       move 'Y' to ws-genre-sub-flag (ws-genre-idx)
                   end-if
                   add ws-song-score (ws-entry-idx) to ws-genre-sum
                   add ws-album-score (ws-entry-idx) to ws-genre-sum
               end-perform
       report-genre-average-ratings.
           perform varying ws-genre-idx from 1 by 1
                   until ws-genre-idx > 3
               if ws-genre-sub-flag (ws-genre-idx) = 'Y'
                   move " (SUBGENRE-LEVEL)" to ws-subgenre-level-text
               else
                   move spaces to ws-subgenre-level-text
               end-if
               display "genre average rating for "
                   genre-label (ws-genre-idx) " "
                   genre-average-rating (ws-genre-idx)
                   ws-subgenre-level-text
           end-perform
           .

