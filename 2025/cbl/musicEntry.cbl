       identification division.
       program-id. MUSICENT.

       environment division.
       input-output section.
       file-control.
           select entry-file assign to "ENTRYOUT"
               organization is line sequential
               file status is ws-entry-status.

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

           select venue-master assign to "VENMST"
               organization is indexed
               access mode is dynamic
               record key is ven-key
               file status is ws-ven-status.

           select genre-ref-file assign to "GENREREF"
               organization is indexed
               access mode is dynamic
               record key is gnr-key
               file status is ws-gref-status.

       data division.
       file section.
       fd  entry-file.
       01  entry-record            pic X(123).

       fd  song-master.
       copy MUSICSFD.

       fd  artist-master.
       copy ARTISTFD.

       fd  album-master.
       copy ALBUMFD.

       fd  venue-master.
       copy VENUEFD.

       fd  genre-ref-file.
       copy GENREFD.

       working-storage section.
       01  ws-entry-status        pic XX.
           88 ws-entry-ok         value "00".

       01  ws-song-status         pic XX.
           88 ws-song-ok          value "00".

       01  ws-art-status          pic XX.
           88 ws-art-ok           value "00".

       01  ws-alb-status          pic XX.
           88 ws-alb-ok           value "00".

       01  ws-gref-status         pic XX.
           88 ws-gref-ok          value "00".

       01  ws-ven-status          pic XX.
           88 ws-ven-ok           value "00".

       copy MUSICTXR.

       01  ws-song-open-flag       pic X(1) value 'N'.
           88 song-file-open       value 'Y'.
       01  ws-art-open-flag        pic X(1) value 'N'.
           88 artist-file-open     value 'Y'.
       01  ws-alb-open-flag        pic X(1) value 'N'.
           88 album-file-open      value 'Y'.
       01  ws-gref-open-flag       pic X(1) value 'N'.
           88 genre-ref-open       value 'Y'.
       01  ws-ven-open-flag        pic X(1) value 'N'.
           88 venue-file-open      value 'Y'.
       01  ws-current-flag         pic X(1).
           88 current-on-file      value 'Y'.

       01  ws-type-choice          pic X(1) value space.
           88 song-entry           value 'S' 's'.
           88 artist-entry         value 'T' 't'.
           88 rating-entry         value 'R' 'r'.
           88 album-entry          value 'B' 'b'.
           88 genre-entry          value 'G' 'g'.
           88 merge-entry          value 'M' 'm'.
           88 venue-entry          value 'V' 'v'.
           88 operator-change      value 'O' 'o'.
           88 entry-done           value 'X' 'x'.

       01  ws-action-choice        pic X(1).
           88 add-action           value 'A' 'a'.
           88 change-action        value 'C' 'c'.
           88 delete-action        value 'D' 'd'.

       01  ws-confirm-reply        pic X(1).
           88 card-confirmed       value 'Y' 'y'.

       01  ws-entry-reply          pic X(30).
       01  ws-operator-id          pic X(8) value spaces.
       01  ws-session-date         pic 9(8).

       01  ws-reason-code          pic 9(2).
           88 txn-is-clean         value 0.

       01  ws-reason-label-table.
           05 filler               pic X(24) value "INVALID ACTION".
           05 filler               pic X(24) value "UNKNOWN GENRE".
           05 filler               pic X(24) value "UNKNOWN SUBGENRE".
           05 filler               pic X(24) value "BPM INVALID".
           05 filler               pic X(24) value "SEQ NOT NUMERIC".
           05 filler               pic X(24) value "BAD RECORD TYPE".
           05 filler               pic X(24) value "BAD ARTIST STATUS".
           05 filler               pic X(24) value "BAD ART TOP FLAG".
           05 filler               pic X(24) value "BAD RATING SCORE".
           05 filler               pic X(24) value "BAD RATING DATE".
           05 filler               pic X(24) value "BAD ALBUM KEY".
           05 filler               pic X(24) value "BAD ALBUM YEAR".
           05 filler               pic X(24) value "BAD GENRE REF KEY".
           05 filler               pic X(24) value "BAD GENRE REF STAT".
           05 filler               pic X(24) value "BAD MERGE NAMES".
           05 filler               pic X(24) value "BAD VENUE KEY".
           05 filler               pic X(24) value "BAD VENUE DATA".
       01  filler redefines ws-reason-label-table.
           05 ws-reason-label occurs 17 times pic X(24).

       01  ws-subgenre-list.
           05 filler               pic X(15) value "prog-rock".
           05 filler               pic X(15) value "shoegaze".
           05 filler               pic X(15) value "post-rock".
           05 filler               pic X(15) value "neoclassical".
           05 filler               pic X(15) value "groove-metal".
           05 filler               pic X(15) value "death-metal".
           05 filler               pic X(15) value "house".
           05 filler               pic X(15) value "techno".
           05 filler               pic X(15) value "drum-and-bass".
       01  filler redefines ws-subgenre-list.
           05 ws-subgenre-entry occurs 9 times pic X(15).

       01  ws-ref-sub-count        pic 9(2) value 0.
       01  ws-ref-genre-count      pic 9(2) value 0.
       01  ws-ref-subgenre-table.
           05 ws-ref-sub-entry occurs 50 times.
               10 ws-ref-sub-genre pic X(10).
               10 ws-ref-subgenre  pic X(15).
       01  ws-ref-genre-table.
           05 ws-ref-genre occurs 10 times pic X(10).

       01  ws-gref-eof-flag        pic X(1) value 'N'.
           88 genre-ref-eof        value 'Y'.
       01  ws-genre-found-flag     pic X(1).
           88 ref-genre-known      value 'Y'.

       01  ws-check-genre          pic X(10).
       01  ws-check-subgenre       pic X(15).
       01  ws-sub-idx              pic 9(2).
       01  ws-genre-idx            pic 9(2).
       01  ws-bpm-num              pic 9(3).
       01  ws-score-num            pic 9(2).
       01  ws-date-fields.
           05 ws-date-ccyy         pic 9(4).
           05 ws-date-mm           pic 9(2).
           05 ws-date-dd           pic 9(2).

       01  ws-oper-count           pic 9(2) value 0.
       01  ws-oper-idx             pic 9(2).
       01  ws-oper-slot            pic 9(2) value 0.
       01  ws-oper-table.
           05 ws-oper-entry occurs 20 times.
               10 ws-oper-id       pic X(8).
               10 ws-oper-added    pic 9(5).
               10 ws-oper-changed  pic 9(5).
               10 ws-oper-deleted  pic 9(5).
               10 ws-oper-rejected pic 9(5).
               10 ws-oper-dropped  pic 9(5).

       01  ws-written-count        pic 9(5) value 0.

       procedure division.
       main-logic.
           move function current-date (1:8) to ws-session-date
           perform load-genre-reference
           perform open-files
           if not ws-entry-ok
               display "MUSICENT: cannot open entry dataset, status "
                   ws-entry-status
               perform close-files
               stop run
           end-if

           display "MUSICENT - keying into the entry dataset for "
               ws-session-date
           perform identify-operator

           perform entry-round until entry-done

           perform close-files
           perform show-session-counts
           display "MUSICENT ended"
           stop run
           .

       open-files.
           open extend entry-file
           if not ws-entry-ok
               open output entry-file
           end-if

           open input song-master
           if ws-song-ok
               move 'Y' to ws-song-open-flag
           end-if
           open input artist-master
           if ws-art-ok
               move 'Y' to ws-art-open-flag
           end-if
           open input album-master
           if ws-alb-ok
               move 'Y' to ws-alb-open-flag
           end-if
           open input genre-ref-file
           if ws-gref-ok
               move 'Y' to ws-gref-open-flag
           end-if
           open input venue-master
           if ws-ven-ok
               move 'Y' to ws-ven-open-flag
           end-if
           .

       load-genre-reference.
           open input genre-ref-file
           if ws-gref-ok
               move low-values to gnr-key
               start genre-ref-file key >= gnr-key
                   invalid key move 'Y' to ws-gref-eof-flag
               end-start
               perform load-one-genre-ref until genre-ref-eof
               close genre-ref-file
           end-if
           if ws-ref-sub-count = 0
               perform load-default-reference
           end-if
           .

       load-one-genre-ref.
           read genre-ref-file next record
               at end move 'Y' to ws-gref-eof-flag
           end-read
           if not genre-ref-eof
               if gnr-open and ws-ref-sub-count < 50
                   add 1 to ws-ref-sub-count
                   move gnr-genre
                       to ws-ref-sub-genre (ws-ref-sub-count)
                   move gnr-subgenre
                       to ws-ref-subgenre (ws-ref-sub-count)
                   perform note-ref-genre
               end-if
           end-if
           .

       note-ref-genre.
           move 'N' to ws-genre-found-flag
           perform varying ws-genre-idx from 1 by 1
                   until ws-genre-idx > ws-ref-genre-count
               if ws-ref-genre (ws-genre-idx) = gnr-genre
                   move 'Y' to ws-genre-found-flag
               end-if
           end-perform
           if not ref-genre-known and ws-ref-genre-count < 10
               add 1 to ws-ref-genre-count
               move gnr-genre to ws-ref-genre (ws-ref-genre-count)
           end-if
           .

       load-default-reference.
           move 3 to ws-ref-genre-count
           move "rock" to ws-ref-genre (1)
           move "metal" to ws-ref-genre (2)
           move "electronic" to ws-ref-genre (3)
           move 9 to ws-ref-sub-count
           perform varying ws-sub-idx from 1 by 1
                   until ws-sub-idx > 9
               compute ws-genre-idx = (ws-sub-idx - 1) / 3 + 1
               move ws-ref-genre (ws-genre-idx)
                   to ws-ref-sub-genre (ws-sub-idx)
               move ws-subgenre-entry (ws-sub-idx)
                   to ws-ref-subgenre (ws-sub-idx)
           end-perform
           .

       identify-operator.
           move spaces to ws-operator-id
           perform until ws-operator-id not = spaces
               display "operator id (up to 8 characters):"
               accept ws-operator-id
           end-perform

           move 0 to ws-oper-slot
           perform varying ws-oper-idx from 1 by 1
                   until ws-oper-idx > ws-oper-count
               if ws-oper-id (ws-oper-idx) = ws-operator-id
                   move ws-oper-idx to ws-oper-slot
               end-if
           end-perform
           if ws-oper-slot = 0
               if ws-oper-count < 20
                   add 1 to ws-oper-count
                   move ws-oper-count to ws-oper-slot
                   move ws-operator-id to ws-oper-id (ws-oper-slot)
                   move 0 to ws-oper-added (ws-oper-slot)
                   move 0 to ws-oper-changed (ws-oper-slot)
                   move 0 to ws-oper-deleted (ws-oper-slot)
                   move 0 to ws-oper-rejected (ws-oper-slot)
                   move 0 to ws-oper-dropped (ws-oper-slot)
               else
                   move 20 to ws-oper-slot
                   display "operator table full, counting under "
                       ws-oper-id (ws-oper-slot)
               end-if
           end-if
           .

       entry-round.
           display " "
           display "MUSICENT - S = song, T = artist, R = rating, "
               "B = album, G = genre ref"
           display "           M = artist rename/merge, "
               "V = venue, O = change operator, X = exit"
           accept ws-type-choice
           evaluate true
           when song-entry
               perform key-song-card
           when artist-entry
               perform key-artist-card
           when rating-entry
               perform key-rating-card
           when album-entry
               perform key-album-card
           when genre-entry
               perform key-genre-card
           when merge-entry
               perform key-merge-card
           when venue-entry
               perform key-venue-card
           when operator-change
               perform identify-operator
           when entry-done
               continue
           when other
               display "please enter S, T, R, B, G, M, V, O or X"
           end-evaluate
           .

       accept-action.
           display "action (A = add, C = change, D = delete):"
           accept ws-action-choice
           evaluate true
           when add-action
               move "A" to txn-action
           when change-action
               move "C" to txn-action
           when delete-action
               move "D" to txn-action
           when other
               move ws-action-choice to txn-action
           end-evaluate
           .

       key-song-card.
           move spaces to transaction-record
           move "S" to txn-rec-type
           perform accept-action
           display "genre:"
           accept txn-genre
           display "subgenre:"
           accept txn-subgenre
           display "seq (3 digits, e.g. 001):"
           accept ws-entry-reply
           if ws-entry-reply (1:3) is numeric
               move ws-entry-reply (1:3) to txn-seq
           end-if

           if txn-action = "C" or txn-action = "D"
               perform show-current-song
           end-if

           if txn-action = "A" or txn-action = "C"
               display "song name:"
               accept ws-entry-reply
               if ws-entry-reply not = spaces
                   move ws-entry-reply to txn-sname
               end-if
               display "bpm (3 digits, 40-250):"
               accept ws-entry-reply
               if ws-entry-reply (1:3) is numeric
                   move ws-entry-reply (1:3) to txn-bpm
               else
                   if ws-entry-reply not = spaces
                       move ws-entry-reply (1:3) to txn-detail (59:3)
                   end-if
               end-if
               display "artist:"
               accept ws-entry-reply
               if ws-entry-reply not = spaces
                   move ws-entry-reply to txn-artist
               end-if
               display "album title:"
               accept ws-entry-reply
               if ws-entry-reply not = spaces
                   move ws-entry-reply to txn-album-title
               end-if
           end-if

           perform edit-and-write-card
           .

       show-current-song.
           move 'N' to ws-current-flag
           if song-file-open and txn-seq is numeric
               move txn-genre to song-genre
               move txn-subgenre to song-subgenre
               move txn-seq to song-seq
               read song-master
                   invalid key continue
                   not invalid key move 'Y' to ws-current-flag
               end-read
           end-if
           if current-on-file
               display "current: " song-sname " by " song-artist
               display "         bpm " song-bpm " album "
                   song-album-title " status " song-status
               move song-sname to txn-sname
               move song-bpm to txn-bpm
               move song-artist to txn-artist
               move song-album-title to txn-album-title
               if txn-action = "C"
                   display "press enter on a field to keep it"
               end-if
           else
               display "no current song on the song master for "
                   "that key"
           end-if
           .

       key-artist-card.
           move spaces to transaction-record
           move "T" to txn-rec-type
           perform accept-action
           display "artist name:"
           accept txa-name

           if txn-action = "C" or txn-action = "D"
               perform show-current-artist
           end-if

           if txn-action = "A" or txn-action = "C"
               display "country:"
               accept ws-entry-reply
               if ws-entry-reply not = spaces
                   move ws-entry-reply to txa-country
               end-if
               display "status (A = active, I = inactive):"
               accept ws-entry-reply
               if ws-entry-reply not = spaces
                   move ws-entry-reply to txa-status
               end-if
               display "genre:"
               accept ws-entry-reply
               if ws-entry-reply not = spaces
                   move ws-entry-reply to txa-genre
               end-if
               display "subgenre:"
               accept ws-entry-reply
               if ws-entry-reply not = spaces
                   move ws-entry-reply to txa-subgenre
               end-if
               display "top billed (Y/N):"
               accept ws-entry-reply
               if ws-entry-reply not = spaces
                   move ws-entry-reply to txa-top-flag
               end-if
           end-if

           perform edit-and-write-card
           .

       show-current-artist.
           move 'N' to ws-current-flag
           if artist-file-open
               move txa-name to art-name
               read artist-master
                   invalid key continue
                   not invalid key move 'Y' to ws-current-flag
               end-read
           end-if
           if current-on-file
               display "current: " art-name " " art-country
               display "         status " art-status " genre "
                   art-genre " / " art-subgenre " top " art-top-flag
               move art-country to txa-country
               move art-status to txa-status
               move art-genre to txa-genre
               move art-subgenre to txa-subgenre
               move art-top-flag to txa-top-flag
               if txn-action = "C"
                   display "press enter on a field to keep it"
               end-if
           else
               display "no current artist on the artist master for "
                   "that name"
           end-if
           .

       key-rating-card.
           move spaces to transaction-record
           move "R" to txn-rec-type
           move "A" to txn-action
           display "genre:"
           accept txr-genre
           display "subgenre:"
           accept txr-subgenre
           display "seq of the song rated (3 digits, e.g. 001):"
           accept ws-entry-reply
           if ws-entry-reply (1:3) is numeric
               move ws-entry-reply (1:3) to txr-seq
           end-if

           perform show-rated-song

           display "song score (2 digits, 00-10):"
           accept ws-entry-reply
           if ws-entry-reply (1:2) is numeric
               move ws-entry-reply (1:2) to txr-song-score
           end-if
           display "album score (2 digits, 00-10):"
           accept ws-entry-reply
           if ws-entry-reply (1:2) is numeric
               move ws-entry-reply (1:2) to txr-album-score
           end-if
           display "rating date (CCYYMMDD):"
           accept ws-entry-reply
           if ws-entry-reply (1:8) is numeric
               move ws-entry-reply (1:8) to txr-date
           end-if

           perform edit-and-write-card
           .

       show-rated-song.
           move 'N' to ws-current-flag
           if song-file-open and txr-seq is numeric
               move txr-genre to song-genre
               move txr-subgenre to song-subgenre
               move txr-seq to song-seq
               read song-master
                   invalid key continue
                   not invalid key move 'Y' to ws-current-flag
               end-read
           end-if
           if current-on-file
               display "rating: " song-sname " by " song-artist
           else
               display "no song on the song master for that key"
           end-if
           .

       key-album-card.
           move spaces to transaction-record
           move "B" to txn-rec-type
           perform accept-action
           display "artist:"
           accept txb-artist
           display "album title:"
           accept txb-title

           if txn-action = "C" or txn-action = "D"
               perform show-current-album
           end-if

           if txn-action = "A" or txn-action = "C"
               display "year (CCYY):"
               accept ws-entry-reply
               if ws-entry-reply (1:4) is numeric
                   move ws-entry-reply (1:4) to txb-year
               else
                   if ws-entry-reply not = spaces
                       move ws-entry-reply (1:4) to txn-detail (61:4)
                   end-if
               end-if
               display "label:"
               accept ws-entry-reply
               if ws-entry-reply not = spaces
                   move ws-entry-reply to txb-label
               end-if
           end-if

           perform edit-and-write-card
           .

       show-current-album.
           move 'N' to ws-current-flag
           if album-file-open
               move txb-artist to alb-artist
               move txb-title to alb-title
               read album-master
                   invalid key continue
                   not invalid key move 'Y' to ws-current-flag
               end-read
           end-if
           if current-on-file
               display "current: " alb-title " by " alb-artist
               display "         year " alb-year " label " alb-label
               move alb-year to txb-year
               move alb-label to txb-label
               if txn-action = "C"
                   display "press enter on a field to keep it"
               end-if
           else
               display "no current album on the album master for "
                   "that artist and title"
           end-if
           .

       key-genre-card.
           move spaces to transaction-record
           move "G" to txn-rec-type
           perform accept-action
           display "genre:"
           accept txg-genre
           display "subgenre:"
           accept txg-subgenre

           if txn-action = "C" or txn-action = "D"
               perform show-current-genre-ref
           end-if

           if txn-action = "A" or txn-action = "C"
               display "status (A = open, I = closed):"
               accept ws-entry-reply
               if ws-entry-reply not = spaces
                   move ws-entry-reply to txg-status
               end-if
           end-if

           perform edit-and-write-card
           .

       show-current-genre-ref.
           move 'N' to ws-current-flag
           if genre-ref-open
               move txg-genre to gnr-genre
               move txg-subgenre to gnr-subgenre
               read genre-ref-file
                   invalid key continue
                   not invalid key move 'Y' to ws-current-flag
               end-read
           end-if
           if current-on-file
               display "current: " gnr-genre " / " gnr-subgenre
                   " status " gnr-status
               move gnr-status to txg-status
               if txn-action = "C"
                   display "press enter on a field to keep it"
               end-if
           else
               display "no current entry on the genre reference for "
                   "that key"
           end-if
           .

       key-venue-card.
           move spaces to transaction-record
           move "V" to txn-rec-type
           perform accept-action
           display "venue name:"
           accept txv-name

           if txn-action = "C" or txn-action = "D"
               perform show-current-venue
           end-if

           if txn-action = "A" or txn-action = "C"
               display "city:"
               accept ws-entry-reply
               if ws-entry-reply not = spaces
                   move ws-entry-reply to txv-city
               end-if
               display "capacity (6 digits, e.g. 001200):"
               accept ws-entry-reply
               if ws-entry-reply (1:6) is numeric
                   move ws-entry-reply (1:6) to txv-capacity
               else
                   if ws-entry-reply not = spaces
                       move ws-entry-reply (1:6) to txn-detail (51:6)
                   end-if
               end-if
               display "status (A = active, I = inactive):"
               accept ws-entry-reply
               if ws-entry-reply not = spaces
                   move ws-entry-reply to txv-status
               end-if
           end-if

           perform edit-and-write-card
           .

       show-current-venue.
           move 'N' to ws-current-flag
           if venue-file-open
               move txv-name to ven-name
               read venue-master
                   invalid key continue
                   not invalid key move 'Y' to ws-current-flag
               end-read
           end-if
           if current-on-file
               display "current: " ven-name " " ven-city
               display "         capacity " ven-capacity
                   " status " ven-status
               move ven-city to txv-city
               move ven-capacity to txv-capacity
               move ven-status to txv-status
               if txn-action = "C"
                   display "press enter on a field to keep it"
               end-if
           else
               display "no current venue on the venue master for "
                   "that name"
           end-if
           .

       key-merge-card.
           move spaces to transaction-record
           move "M" to txn-rec-type
           display "action (R = rename to a new name, "
               "M = merge into an existing artist):"
           accept ws-action-choice
           evaluate ws-action-choice
           when "R"
           when "r"
               move "R" to txn-action
           when "M"
           when "m"
               move "M" to txn-action
           when other
               move ws-action-choice to txn-action
           end-evaluate
           display "old artist name:"
           accept txm-old-name
           move txm-old-name to art-name
           perform show-merge-artist
           display "new artist name:"
           accept txm-new-name
           move txm-new-name to art-name
           perform show-merge-artist
           if txn-action = "R" and current-on-file
               display "new name is already on the artist master - "
                   "use M to merge"
           end-if
           if txn-action = "M" and not current-on-file
               display "new name is not on the artist master - "
                   "use R to rename"
           end-if

           perform edit-and-write-card
           .

       show-merge-artist.
           move 'N' to ws-current-flag
           if artist-file-open
               read artist-master
                   invalid key continue
                   not invalid key move 'Y' to ws-current-flag
               end-read
           end-if
           if current-on-file
               display "current: " art-name " " art-country
                   " status " art-status
           else
               display "not on the artist master"
           end-if
           .

       edit-and-write-card.
           perform validate-transaction
           if txn-is-clean
               display "card: " transaction-record (1:72)
               display "      " transaction-record (73:51)
               display "write this card (Y/N)?"
               accept ws-confirm-reply
               if card-confirmed
                   move transaction-record to entry-record
                   write entry-record
                   add 1 to ws-written-count
                   evaluate txn-action
                   when "A"
                       add 1 to ws-oper-added (ws-oper-slot)
                   when "D"
                       add 1 to ws-oper-deleted (ws-oper-slot)
                   when other
                       add 1 to ws-oper-changed (ws-oper-slot)
                   end-evaluate
                   display "card written"
               else
                   add 1 to ws-oper-dropped (ws-oper-slot)
                   display "card not written"
               end-if
           else
               add 1 to ws-oper-rejected (ws-oper-slot)
               display "card not written - reason " ws-reason-code
                   " " ws-reason-label (ws-reason-code)
           end-if
           .

       validate-transaction.
           move 0 to ws-reason-code

           evaluate true
           when txn-song-type
               perform validate-song-txn
           when txn-artist-type
               perform validate-artist-txn
           when txn-rating-type
               perform validate-rating-txn
           when txn-album-type
               perform validate-album-txn
           when txn-genre-type
               perform validate-genre-txn
           when txn-merge-type
               perform validate-merge-txn
           when txn-venue-type
               perform validate-venue-txn
           when other
               move 6 to ws-reason-code
           end-evaluate
           .

       validate-song-txn.
           perform check-action

           if txn-is-clean
               move txn-genre to ws-check-genre
               perform check-genre
           end-if

           if txn-is-clean
               move txn-subgenre to ws-check-subgenre
               perform check-subgenre
           end-if

           if txn-is-clean
               if txn-seq not numeric
                   move 5 to ws-reason-code
               end-if
           end-if

           if txn-is-clean
                   and (txn-action = "A" or txn-action = "C")
               perform check-bpm
           end-if
           .

       validate-artist-txn.
           perform check-action

           if txn-is-clean
                   and (txn-action = "A" or txn-action = "C")
               perform check-artist-data
           end-if
           .

       check-artist-data.
           move txa-genre to ws-check-genre
           perform check-genre

           if txn-is-clean
               move txa-subgenre to ws-check-subgenre
               perform check-subgenre
           end-if

           if txn-is-clean
               if txa-status not = "A" and txa-status not = "I"
                   move 7 to ws-reason-code
               end-if
           end-if

           if txn-is-clean
               if txa-top-flag not = "Y" and txa-top-flag not = "N"
                   move 8 to ws-reason-code
               end-if
           end-if
           .

       validate-genre-txn.
           perform check-action

           if txn-is-clean
               if txg-genre = spaces or txg-subgenre = spaces
                   move 13 to ws-reason-code
               end-if
           end-if

           if txn-is-clean
                   and (txn-action = "A" or txn-action = "C")
               if txg-status not = "A" and txg-status not = "I"
                   move 14 to ws-reason-code
               end-if
           end-if
           .

       validate-merge-txn.
           if txn-action not = "R" and txn-action not = "M"
               move 1 to ws-reason-code
           end-if

           if txn-is-clean
               if txm-old-name = spaces or txm-new-name = spaces
                       or txm-old-name = txm-new-name
                   move 15 to ws-reason-code
               end-if
           end-if
           .

       validate-venue-txn.
           perform check-action

           if txn-is-clean
               if txv-name = spaces
                   move 16 to ws-reason-code
               end-if
           end-if

           if txn-is-clean
                   and (txn-action = "A" or txn-action = "C")
               if txv-city = spaces
                       or txv-capacity not numeric
                       or (txv-status not = "A"
                           and txv-status not = "I")
                   move 17 to ws-reason-code
               end-if
           end-if
           .

       validate-album-txn.
           perform check-action

           if txn-is-clean
               if txb-artist = spaces or txb-title = spaces
                   move 11 to ws-reason-code
               end-if
           end-if

           if txn-is-clean
                   and (txn-action = "A" or txn-action = "C")
               if txb-year not numeric
                   move 12 to ws-reason-code
               end-if
           end-if
           .

       validate-rating-txn.
           if txn-action not = "A"
               move 1 to ws-reason-code
           end-if

           if txn-is-clean
               move txr-genre to ws-check-genre
               perform check-genre
           end-if

           if txn-is-clean
               move txr-subgenre to ws-check-subgenre
               perform check-subgenre
           end-if

           if txn-is-clean
               if txr-seq not numeric
                   move 5 to ws-reason-code
               end-if
           end-if

           if txn-is-clean
               if txr-song-score not numeric
                       or txr-album-score not numeric
                   move 9 to ws-reason-code
               else
                   move txr-song-score to ws-score-num
                   if ws-score-num > 10
                       move 9 to ws-reason-code
                   end-if
                   move txr-album-score to ws-score-num
                   if ws-score-num > 10
                       move 9 to ws-reason-code
                   end-if
               end-if
           end-if

           if txn-is-clean
               perform check-rating-date
           end-if
           .

       check-rating-date.
           if txr-date not numeric
               move 10 to ws-reason-code
           else
               move txr-date to ws-date-fields
               if ws-date-mm < 1 or ws-date-mm > 12
                       or ws-date-dd < 1 or ws-date-dd > 31
                   move 10 to ws-reason-code
               end-if
           end-if
           .

       check-action.
           if txn-action not = "A" and txn-action not = "C"
                   and txn-action not = "D"
               move 1 to ws-reason-code
           end-if
           .

       check-genre.
           move 2 to ws-reason-code
           perform varying ws-genre-idx from 1 by 1
                   until ws-genre-idx > ws-ref-genre-count
               if ws-check-genre = ws-ref-genre (ws-genre-idx)
                   move 0 to ws-reason-code
               end-if
           end-perform
           .

       check-subgenre.
           move 3 to ws-reason-code
           perform varying ws-sub-idx from 1 by 1
                   until ws-sub-idx > ws-ref-sub-count
               if ws-check-genre = ws-ref-sub-genre (ws-sub-idx)
                       and ws-check-subgenre
                           = ws-ref-subgenre (ws-sub-idx)
                   move 0 to ws-reason-code
               end-if
           end-perform
           .

       check-bpm.
           if txn-bpm is numeric
               move txn-bpm to ws-bpm-num
               if ws-bpm-num < 40 or ws-bpm-num > 250
                   move 4 to ws-reason-code
               end-if
           else
               move 4 to ws-reason-code
           end-if
           .

       show-session-counts.
           display " "
           display "MUSICENT session counts for " ws-session-date
           display "operator  added changed deleted rejected "
               "not-written"
           perform varying ws-oper-idx from 1 by 1
                   until ws-oper-idx > ws-oper-count
               display ws-oper-id (ws-oper-idx) "  "
                   ws-oper-added (ws-oper-idx) "   "
                   ws-oper-changed (ws-oper-idx) "   "
                   ws-oper-deleted (ws-oper-idx) "    "
                   ws-oper-rejected (ws-oper-idx) "       "
                   ws-oper-dropped (ws-oper-idx)
           end-perform
           display ws-written-count " card(s) written to the entry "
               "dataset"
           .

       close-files.
           close entry-file
           if song-file-open
               close song-master
           end-if
           if artist-file-open
               close artist-master
           end-if
           if album-file-open
               close album-master
           end-if
           if genre-ref-open
               close genre-ref-file
           end-if
           if venue-file-open
               close venue-master
           end-if
           .
