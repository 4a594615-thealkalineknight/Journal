      * shared VENMST venue-master record layout, keyed by venue
      * name as it appears in log-venue on the events play log,
      * maintained by type-V transactions through musicLibBatch.cbl
      * (keyed by musicEntry.cbl) and used by musicPlays.cbl to
      * validate each play and by musicVenue.cbl for the monthly
      * venue report
       01  venue-record.
           05 ven-key.
               10 ven-name         pic X(30).
           05 ven-city             pic X(20).
           05 ven-capacity         pic 9(6).
           05 ven-status           pic X(1).
               88 ven-active       value 'A'.
               88 ven-inactive     value 'I'.
