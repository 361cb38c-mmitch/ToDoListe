      *
      * TODOPRMR - one value of a batch parameter, in TODOPARM.DAT
      * keyed by parameter name and the first day it applies.
      * Maintained through the TODOPSET transaction (every change
      * audited as a PARAM row); read through TODOPARM by the batch
      * jobs.  A parameter's value in force on a day is its row
      * with the latest PRM-EFFECTIVE-DATE not after that day, so
      * the file keeps the history of a setting and a change can be
      * entered ahead of the night it should start.  A parameter
      * with no row in force runs on the default TODOPARM carries
      * for it.
      *
      *   PRM-VALUE                 - the setting (days, generations
      *                               or a CCYYMM month, see the
      *                               catalogue in TODOPARM)
      *   PRM-USER-ID, PRM-TIMESTAMP - who last changed the row, and
      *                               when
      *
       01  PRM-RECORD.
           05  PRM-KEY.
               10  PRM-NAME            PIC X(20).
               10  PRM-EFFECTIVE-DATE  PIC 9(8).
           05  PRM-VALUE               PIC 9(8).
           05  PRM-USER-ID             PIC X(20).
           05  PRM-TIMESTAMP           PIC X(21).
