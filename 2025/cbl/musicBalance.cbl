           88 run-control-eof      value 'Y'.

       01  ws-step-table.
           05 ws-step-entry occurs 6 times.
               10 ws-step-name     pic X(8).
               10 ws-step-seen-flag pic X(1).
                   88 step-seen    value 'Y'.
               10 ws-step-count-1  pic 9(9).
               10 ws-step-count-2  pic 9(9).
               10 ws-step-count-3  pic 9(9).
               10 ws-step-count-4  pic 9(9).
               10 ws-step-comp     pic 9(2).

       01  ws-step-idx             pic 9(2).
       01  ws-break-count          pic 9(3) value 0.
       01  ws-delta-net            pic S9(10) value 0.
       01  ws-recon-net            pic S9(10) value 0.
       01  ws-delta-expected       pic S9(10) value 0.
       01  ws-net-edit             pic +9(10).
       01  ws-recon-net-edit       pic +9(10).

       procedure division.
       main-logic.
           move "MUSICBAT" to ws-step-name (2)
           move "MUSICRCN" to ws-step-name (3)
           move "MUSICEXT" to ws-step-name (4)
           move "MUSICDLT" to ws-step-name (5)
           move "MUSICPLY" to ws-step-name (6)
           perform varying ws-step-idx from 1 by 1
                   until ws-step-idx > 6
               move 'N' to ws-step-seen-flag (ws-step-idx)
               move spaces to ws-step-start (ws-step-idx)
               move spaces to ws-step-end (ws-step-idx)
               move 0 to ws-step-count-1 (ws-step-idx)
               move 0 to ws-step-count-2 (ws-step-idx)
               move 0 to ws-step-count-3 (ws-step-idx)
               move 0 to ws-step-count-4 (ws-step-idx)
               move 0 to ws-step-comp (ws-step-idx)
           end-perform
           .
           end-read
           if not run-control-eof
               perform varying ws-step-idx from 1 by 1
                       until ws-step-idx > 6
                   if run-step-name = ws-step-name (ws-step-idx)
                       move 'Y' to ws-step-seen-flag (ws-step-idx)
                       move run-start-stamp
                           to ws-step-count-2 (ws-step-idx)
                       move run-count-3
                           to ws-step-count-3 (ws-step-idx)
                       move run-count-4
                           to ws-step-count-4 (ws-step-idx)
                       move run-comp-code
                           to ws-step-comp (ws-step-idx)
                   end-if

       report-step-lines.
           perform varying ws-step-idx from 1 by 1
                   until ws-step-idx > 6
               move spaces to balance-report-line
               if step-seen (ws-step-idx)
                   string
                       " " delimited by size
                       ws-step-count-3 (ws-step-idx)
                           delimited by size
                       " " delimited by size
                       ws-step-count-4 (ws-step-idx)
                           delimited by size
                       into balance-report-line
                   end-string
               else

       check-missing-steps.
           perform varying ws-step-idx from 1 by 1
                   until ws-step-idx > 6
               if not step-seen (ws-step-idx)
                   add 1 to ws-break-count
                   move spaces to balance-report-line

       check-comp-codes.
           perform varying ws-step-idx from 1 by 1
                   until ws-step-idx > 6
               if step-seen (ws-step-idx)
                       and ws-step-comp (ws-step-idx) not = 0
                   add 1 to ws-break-count
                   write balance-report-line
               end-if
               if ws-step-count-2 (2) + ws-step-count-3 (2)
                       + ws-step-count-4 (2)
                       not = ws-step-count-2 (1)
                   add 1 to ws-break-count
                   move spaces to balance-report-line
                   string
                       "BREAK: BATCH APPLIED PLUS SKIPS PLUS HELD "
                           delimited by size
                       ws-step-count-2 (2) delimited by size
                       "+" delimited by size
                       ws-step-count-3 (2) delimited by size
                       "+" delimited by size
                       ws-step-count-4 (2) delimited by size
                       " NOT = EDIT ACCEPTED " delimited by size
                       ws-step-count-2 (1) delimited by size
                       into balance-report-line
           end-if

           if step-seen (3) and step-seen (4)
               if ws-step-count-1 (4) + ws-step-count-2 (4)
                       not = ws-step-count-1 (3)
                   add 1 to ws-break-count
                   move spaces to balance-report-line
                   string
                       "BREAK: EXTRACT COUNT PLUS INACTIVE "
                           delimited by size
                       ws-step-count-1 (4) delimited by size
                       "+" delimited by size
                       ws-step-count-2 (4) delimited by size
                       " NOT = RECON ACTUAL " delimited by size
                       ws-step-count-1 (3) delimited by size
                       into balance-report-line
                   end-string
                   write balance-report-line
               end-if
           end-if

           if step-seen (3) and step-seen (5)
               compute ws-delta-net =
                   ws-step-count-1 (5) - ws-step-count-3 (5)
               compute ws-recon-net =
                   ws-step-count-3 (3) - ws-step-count-4 (3)
               if ws-delta-net not = ws-recon-net
                   add 1 to ws-break-count
                   move spaces to balance-report-line
                   move ws-delta-net to ws-net-edit
                   move ws-recon-net to ws-recon-net-edit
                   string
                       "BREAK: DELTA ADDS LESS DELETES "
                           delimited by size
                       ws-net-edit delimited by size
                       " NOT = RECON ADDED LESS DELETED "
                           delimited by size
                       ws-recon-net-edit delimited by size
                       into balance-report-line
                   end-string
                   write balance-report-line
               end-if
               if ws-step-count-1 (5) > ws-step-count-3 (3)
                       or ws-step-count-3 (5) > ws-step-count-4 (3)
                   add 1 to ws-break-count
                   move spaces to balance-report-line
                   string
                       "BREAK: DELTA ADDS/DELETES " delimited by size
                       ws-step-count-1 (5) delimited by size
                       "/" delimited by size
                       ws-step-count-3 (5) delimited by size
                       " EXCEED RECON ADDED/DELETED " delimited by size
                       ws-step-count-3 (3) delimited by size
                       "/" delimited by size
                       ws-step-count-4 (3) delimited by size
                       into balance-report-line
                   end-string
                   write balance-report-line
               end-if
               compute ws-delta-expected =
                   ws-step-count-4 (5) + ws-step-count-1 (5)
                       - ws-step-count-3 (5)
               if ws-delta-expected not = ws-step-count-1 (3)
                   add 1 to ws-break-count
                   move spaces to balance-report-line
                   move ws-delta-expected to ws-net-edit
                   string
                       "BREAK: BACKUP PLUS ADDS LESS DELETES "
                           delimited by size
                       ws-net-edit delimited by size
                       " NOT = RECON ACTUAL " delimited by size
                       ws-step-count-1 (3) delimited by size
                       into balance-report-line
                   write balance-report-line
               end-if
           end-if

           if step-seen (6)
               if ws-step-count-2 (6) + ws-step-count-3 (6)
                       not = ws-step-count-1 (6)
                   add 1 to ws-break-count
                   move spaces to balance-report-line
                   string
                       "BREAK: PLAYS APPLIED PLUS REJECTED "
                           delimited by size
                       ws-step-count-2 (6) delimited by size
                       "+" delimited by size
                       ws-step-count-3 (6) delimited by size
                       " NOT = PLAYS READ " delimited by size
                       ws-step-count-1 (6) delimited by size
                       into balance-report-line
                   end-string
                   write balance-report-line
               end-if
           end-if
           .

       write-balance-status.
