               10 ws-trend-month occurs 6 times.
                   15 ws-trend-sum    pic 9(9) comp.
                   15 ws-trend-count  pic 9(9) comp.
                   15 ws-trend-sub-count pic 9(9) comp.

       01  ws-month-label-table.
           05 ws-month-label occurs 6 times pic 9(6).
       01  ws-work-mm              pic 9(2).
       01  ws-average              pic 9(2)v9(1).
       01  ws-average-edit         pic Z9.9.
       01  ws-sub-count-edit       pic Z(8)9.

       procedure division.
       main-logic.
                               (ws-genre-idx, ws-slot-idx)
                           add 2 to ws-trend-count
                               (ws-genre-idx, ws-slot-idx)
                           if rat-subgenre-level
                               add 1 to ws-trend-sub-count
                                   (ws-genre-idx, ws-slot-idx)
                           end-if
                       end-if
                   end-perform
               end-if
                       ws-average-edit delimited by size
                       into trend-report-line
                   end-string
                   if ws-trend-sub-count
                           (ws-genre-idx, ws-month-idx) > 0
                       move ws-trend-sub-count
                           (ws-genre-idx, ws-month-idx)
                           to ws-sub-count-edit
                       string
                           " INCLUDES " delimited by size
                           ws-sub-count-edit delimited by size
                           " SUBGENRE-LEVEL RATING(S)"
                               delimited by size
                           into trend-report-line (24:80)
                       end-string
                   end-if
               else
                   string
                       "  " delimited by size
