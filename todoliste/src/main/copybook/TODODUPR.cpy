      *
      * TODODUPR - one pair of to-do items a user has looked at and
      * confirmed are not duplicates of each other, however alike
      * they read.  Rows live in TODODUPN.DAT keyed by the two ids,
      * the lower id first, so a pair has one row whichever way
      * round it was named.  The TODOMERG transaction writes them
      * (ACTION=DISTINCT, audited as a DISTINCT row); the nightly
      * TODODUPL duplicate check reads them and leaves a pair on
      * file out of its report, so a pair once answered stops
      * coming back every morning.
      *
      *   DUP-USER-ID, DUP-TIMESTAMP - who confirmed the pair, and
      *                                when
      *
       01  DUP-RECORD.
           05  DUP-KEY.
               10  DUP-LOW-ID          PIC 9(8).
               10  DUP-HIGH-ID         PIC 9(8).
           05  DUP-USER-ID             PIC X(20).
           05  DUP-TIMESTAMP           PIC X(21).
