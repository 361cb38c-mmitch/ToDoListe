      *
      * TODOABSC - request/answer area for TODOABS, the shared
      * out-of-office lookup.  The caller moves the owner and the
      * day in question to ABSQ-OWNER and ABSQ-DATE and calls
      * TODOABS; ABSQ-RESULT comes back AWAY when an absence on
      * TODOABS.DAT covers that day, with the absence's first and
      * last day and the delegate standing in, or IN otherwise.
      *
       01  TODO-ABSENCE-CHECK.
           05  ABSQ-OWNER              PIC X(20).
           05  ABSQ-DATE               PIC 9(8).
           05  ABSQ-RESULT             PIC X(8).
               88  ABSQ-OWNER-AWAY     VALUE 'AWAY'.
               88  ABSQ-OWNER-IN       VALUE 'IN'.
           05  ABSQ-FROM-DATE          PIC 9(8).
           05  ABSQ-TO-DATE            PIC 9(8).
           05  ABSQ-DELEGATE           PIC X(20).
