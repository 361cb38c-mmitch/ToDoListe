      *
      * TODOAPRR - one close waiting for supervisor approval.
      * Written by TODOSAVE and TODOBULK when a status change to
      * DONE or CLOSED hits a close-approval rule (see TODOCAPR):
      * the item goes to status PENDING instead and this row (in
      * TODOAPRV.DAT, keyed by item id) remembers the status asked
      * for, the status the item had before and who asked.
      * APR-SUPERVISOR is the owner's supervisor off TODOSUPV.DAT,
      * spaces when the owner has none on file - any supervisor may
      * then answer.  TODOAPRV lets the supervisor approve (the
      * item takes APR-CLOSE-STATUS and the row is deleted) or
      * reject (the item goes back to APR-PRIOR-STATUS with the
      * reason as a note); TODONTFY lists the rows waiting on a
      * supervisor at the top of that supervisor's digest, off the
      * APR-SUPERVISOR alternate key.
      *
       01  APR-RECORD.
           05  APR-ITEM-ID             PIC 9(8).
           05  APR-SUPERVISOR          PIC X(20).
           05  APR-OWNER               PIC X(20).
           05  APR-CLOSE-STATUS        PIC X(8).
           05  APR-PRIOR-STATUS        PIC X(8).
           05  APR-USER-ID             PIC X(20).
           05  APR-TIMESTAMP           PIC X(21).
