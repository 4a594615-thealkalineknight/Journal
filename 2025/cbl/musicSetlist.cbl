           read song-master next record
               at end move 'Y' to ws-song-eof-flag
           end-read
           if not song-eof and song-active
               if song-bpm < 100
                   move 1 to srt-band
               else
