      * shared MUSICRUN cycle run-control record layout, one record
      * appended per nightly step and cross-footed by
      * musicBalance.cbl at end of cycle
      * the four counts are per step:
      *   MUSICEDT  read / accepted / rejected / zero
      *   MUSICBAT  read / applied / resumed-skips / held
      *   MUSICRCN  actual master count / expected count / added /
      *             deleted
      *   MUSICEXT  extract record count / inactive songs skipped /
      *             zero / zero
      *   MUSICDLT  adds / changes / deletes / backup record count
      *   MUSICPLY  read / applied / rejected / resumed after
       01  run-control-record.
           05 run-step-name        pic X(8).
           05 run-start-stamp      pic X(21).
           05 run-count-1          pic 9(9).
           05 run-count-2          pic 9(9).
           05 run-count-3          pic 9(9).
           05 run-count-4          pic 9(9).
           05 run-comp-code        pic 9(2).
