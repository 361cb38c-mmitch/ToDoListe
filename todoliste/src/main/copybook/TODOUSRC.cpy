      *
      * TODOUSRC - result of a TODOUSER lookup of the USER a
      * transaction was posted as.  The caller moves the submitted
      * id to UCHK-USER-ID and calls TODOUSER; UCHK-RESULT comes
      * back as one of the conditions below and, for a user on
      * file, UCHK-NAME and UCHK-ROLE carry the master file row.
      *
       01  TODO-USER-CHECK.
           05  UCHK-USER-ID            PIC X(20).
           05  UCHK-RESULT             PIC X(8).
               88  UCHK-USER-OK        VALUE 'OK'.
               88  UCHK-USER-UNKNOWN   VALUE 'UNKNOWN'.
               88  UCHK-USER-INACTIVE  VALUE 'INACTIVE'.
           05  UCHK-NAME               PIC X(40).
           05  UCHK-ROLE               PIC X(10).
               88  UCHK-IS-SUPERVISOR  VALUE 'SUPERVISOR' 'ADMIN'.
               88  UCHK-IS-ADMIN       VALUE 'ADMIN'.
