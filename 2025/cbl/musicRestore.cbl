       data division.
       file section.
       fd  backup-file.
       01  backup-record           pic X(122).

       fd  song-master.
       copy MUSICSFD.
           05 bkp-bpm              pic 9(3).
           05 bkp-artist           pic X(30).
           05 bkp-album-title      pic X(30).
           05 bkp-status           pic X(1).

       01  ws-audit-line.
           05 filler               pic X(45).
               move bkp-bpm to song-bpm
               move bkp-artist to song-artist
               move bkp-album-title to song-album-title
               if bkp-status = space
                   move 'A' to song-status
               else
                   move bkp-status to song-status
               end-if
               write song-record
                   invalid key
                       display "restore skipped duplicate key "
                   perform replay-song-add
               when "CHANGED"
                   perform replay-song-change
               when "MERGE SONG MOVED"
                   perform replay-song-change
               when "DELETED"
                   perform replay-song-delete
               when "CASCADE DELETED"
                   perform replay-song-delete
               when "CASCADE INACTIVATED"
                   perform replay-song-inactivate
               when "CASCADE REACTIVATED"
                   perform replay-song-reactivate
               when other
                   continue
               end-evaluate
       replay-song-add.
           perform move-replay-key
           perform move-replay-data
           move 'A' to song-status
           write song-record
               invalid key
                   rewrite song-record
           read song-master
               invalid key
                   perform move-replay-data
                   move 'A' to song-status
                   write song-record
               not invalid key
                   perform move-replay-data
           add 1 to ws-replayed-count
           .

       replay-song-inactivate.
           perform move-replay-key
           read song-master
               invalid key
                   continue
               not invalid key
                   move 'I' to song-status
                   rewrite song-record
           end-read
           add 1 to ws-replayed-count
           .

       replay-song-reactivate.
           perform move-replay-key
           read song-master
               invalid key
                   continue
               not invalid key
                   move 'A' to song-status
                   rewrite song-record
           end-read
           add 1 to ws-replayed-count
           .

       move-replay-key.
           move aud-genre to song-genre
           move aud-subgenre to song-subgenre
