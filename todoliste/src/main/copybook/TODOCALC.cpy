      *
      * TODOCALC - request/answer area for TODOCAL, the shared
      * working-day arithmetic over the shop calendar.  The caller
      * sets CALQ-FUNCTION and the inputs it names, and every date
      * passed must be a plausible CCYYMMDD value (the callers'
      * usual guard in front of INTEGER-OF-DATE):
      *
      *   CHECK    - CALQ-DATE in; CALQ-WORKING-SW back 'Y' when the
      *              day is a working day, 'N' when it is a weekly
      *              rest day or a holiday on the calendar
      *   NEXTWORK - CALQ-DATE in; CALQ-RESULT-DATE back as the
      *              first working day on or after it
      *   ADDWORK  - CALQ-DATE and CALQ-DAYS in; CALQ-RESULT-DATE
      *              back as the day CALQ-DAYS working days after it
      *              (CALQ-DAYS zero gives CALQ-DATE itself)
      *   COUNT    - CALQ-DATE and CALQ-TO-DATE in; CALQ-DAYS back
      *              as the number of working days after CALQ-DATE
      *              up to and including CALQ-TO-DATE (zero when
      *              CALQ-TO-DATE is not later)
      *
       01  TODO-CAL-REQUEST.
           05  CALQ-FUNCTION           PIC X(8).
               88  CALQ-CHECK-DAY      VALUE 'CHECK'.
               88  CALQ-NEXT-WORKDAY   VALUE 'NEXTWORK'.
               88  CALQ-ADD-WORKDAYS   VALUE 'ADDWORK'.
               88  CALQ-COUNT-WORKDAYS VALUE 'COUNT'.
           05  CALQ-DATE               PIC 9(8).
           05  CALQ-TO-DATE            PIC 9(8).
           05  CALQ-DAYS               PIC 9(5).
           05  CALQ-RESULT-DATE        PIC 9(8).
           05  CALQ-WORKING-SW         PIC X(1).
               88  CALQ-IS-WORKING-DAY VALUE 'Y'.
