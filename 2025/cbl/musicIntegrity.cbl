           88 sort-eof             value 'Y'.
       01  ws-art-open-flag        pic X(1) value 'N'.
           88 artist-file-open     value 'Y'.
       01  ws-song-open-flag       pic X(1) value 'N'.
           88 song-file-open       value 'Y'.

       01  ws-song-count           pic 9(9) value 0.
       01  ws-exception-count      pic 9(9) value 0.
           05 ws-reported-entry occurs 100 times.
               10 ws-rpted-genre   pic X(10).
               10 ws-rpted-subgenre pic X(15).
               10 ws-rpted-seq     pic 9(3).
               10 ws-rpted-level   pic X(1).

       01  ws-combo-idx            pic 9(3).
       01  ws-combo-slot           pic 9(3).
           end-read
           if not song-eof
               add 1 to ws-song-count
               if song-active
                   perform check-song-artist
               end-if
               perform note-song-combo
               move song-sname to srt-sname
               move song-key to srt-key
           if not ws-rate-ok
               move 'Y' to ws-rate-eof-flag
           end-if
           open input song-master
           if ws-song-ok
               move 'Y' to ws-song-open-flag
           end-if
           perform sweep-one-rating until rating-eof
           if song-file-open
               close song-master
           end-if
           close ratings-history
           .

               at end move 'Y' to ws-rate-eof-flag
           end-read
           if not rating-eof
               if rat-subgenre-level
                   perform check-subgenre-rating
               else
                   perform check-song-rating
               end-if
           end-if
           .

       check-subgenre-rating.
           move 0 to ws-combo-slot
           perform varying ws-combo-idx from 1 by 1
                   until ws-combo-idx > ws-combo-count
               if ws-combo-genre (ws-combo-idx) = rat-genre
                       and ws-combo-subgenre (ws-combo-idx)
                           = rat-subgenre
                   move ws-combo-idx to ws-combo-slot
               end-if
           end-perform
           if ws-combo-slot = 0
               perform report-orphan-rating
           end-if
           .

       check-song-rating.
           if song-file-open
               move rat-genre to song-genre
               move rat-subgenre to song-subgenre
               move rat-seq to song-seq
               read song-master
                   invalid key
                       perform report-orphan-rating
               end-read
           else
               perform report-orphan-rating
           end-if
           .

               if ws-rpted-genre (ws-combo-idx) = rat-genre
                       and ws-rpted-subgenre (ws-combo-idx)
                           = rat-subgenre
                       and ws-rpted-seq (ws-combo-idx) = rat-seq
                       and ws-rpted-level (ws-combo-idx) = rat-level
                   move ws-combo-idx to ws-combo-slot
               end-if
           end-perform
                       to ws-rpted-genre (ws-reported-count)
                   move rat-subgenre
                       to ws-rpted-subgenre (ws-reported-count)
                   move rat-seq
                       to ws-rpted-seq (ws-reported-count)
                   move rat-level
                       to ws-rpted-level (ws-reported-count)
               end-if
               move spaces to integrity-report-line
               if rat-subgenre-level
                   string
                       "SUBGENRE-LEVEL RATINGS FOR " delimited by size
                       rat-genre delimited by size
                       " / " delimited by size
                       rat-subgenre delimited by size
                       " HAVE NO SONGS ON THE SONG MASTER"
                           delimited by size
                       into integrity-report-line
                   end-string
               else
                   string
                       "RATINGS FOR " delimited by size
                       rat-genre delimited by size
                       " / " delimited by size
                       rat-subgenre delimited by size
                       " SEQ " delimited by size
                       rat-seq delimited by size
                       " HAVE NO SONG ON THE SONG MASTER"
                           delimited by size
                       into integrity-report-line
                   end-string
               end-if
               write integrity-report-line
           end-if
           .
