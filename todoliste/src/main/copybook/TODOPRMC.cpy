      *
      * TODOPRMC - request/answer area for TODOPARM, the shared
      * batch parameter lookup.  The caller sets PRMQ-FUNCTION and
      * the inputs it names:
      *
      *   GET   - PRMQ-NAME in; the parameter's catalogue entry and
      *           its value in force come back
      *   ENTRY - PRMQ-ENTRY-NO in (1 thru PRMQ-ENTRY-COUNT); the
      *           same answer for that catalogue entry, PRMQ-NAME
      *           included, for a caller listing every parameter
      *
      * PRMQ-DATE is the day the value must be in force on, zero
      * meaning today; only today or a later day can be asked
      * about.  PRMQ-RESULT comes back FOUND, or UNKNOWN for a name
      * or entry number not in the catalogue.  PRMQ-SOURCE says
      * whether the value came off TODOPARM.DAT (FILE, with the
      * row's effective date and who changed it) or is the
      * catalogue default (DEFAULT, effective date zero).
      *
      *   PRMQ-KIND - DAYS or COUNT (PRMQ-MIN-VALUE thru
      *               PRMQ-MAX-VALUE apply), or MONTH (a CCYYMM
      *               month, zero meaning the job's own choice)
      *
       01  TODO-PARM-REQUEST.
           05  PRMQ-FUNCTION           PIC X(8).
               88  PRMQ-GET-BY-NAME    VALUE 'GET'.
               88  PRMQ-GET-BY-ENTRY   VALUE 'ENTRY'.
           05  PRMQ-NAME               PIC X(20).
           05  PRMQ-ENTRY-NO           PIC 9(4).
           05  PRMQ-DATE               PIC 9(8).
           05  PRMQ-RESULT             PIC X(8).
               88  PRMQ-FOUND          VALUE 'FOUND'.
               88  PRMQ-UNKNOWN        VALUE 'UNKNOWN'.
           05  PRMQ-ENTRY-COUNT        PIC 9(4).
           05  PRMQ-PROGRAM            PIC X(8).
           05  PRMQ-KIND               PIC X(8).
               88  PRMQ-IS-MONTH       VALUE 'MONTH'.
           05  PRMQ-DEFAULT-VALUE      PIC 9(8).
           05  PRMQ-MIN-VALUE          PIC 9(8).
           05  PRMQ-MAX-VALUE          PIC 9(8).
           05  PRMQ-DESCRIPTION        PIC X(40).
           05  PRMQ-VALUE              PIC 9(8).
           05  PRMQ-SOURCE             PIC X(8).
               88  PRMQ-FROM-FILE      VALUE 'FILE'.
               88  PRMQ-FROM-DEFAULT   VALUE 'DEFAULT'.
           05  PRMQ-EFFECTIVE-DATE     PIC 9(8).
           05  PRMQ-CHANGED-BY         PIC X(20).
           05  PRMQ-CHANGED-TS         PIC X(21).
