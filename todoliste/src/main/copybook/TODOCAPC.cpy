      *
      * TODOCAPC - request/answer area for TODOCAPV, the shared
      * close-approval rule check.  The caller moves the item's
      * owner, priority and project and the user asking to close it
      * to CAPQ-OWNER, CAPQ-PRIORITY, CAPQ-PROJECT and CAPQ-USER-ID
      * and calls TODOCAPV; CAPQ-RESULT comes back NEEDED when a
      * rule on TODOCAPR.DAT covers the item and the close has to
      * wait for the owner's supervisor, or FREE otherwise.
      * CAPQ-SUPERVISOR carries the owner's supervisor off
      * TODOSUPV.DAT either way (spaces when the owner has none on
      * file).  A close asked for by that supervisor needs nobody
      * else's word and comes back FREE.
      *
       01  TODO-CLOSE-APPROVAL-CHECK.
           05  CAPQ-OWNER              PIC X(20).
           05  CAPQ-PRIORITY           PIC 9(1).
           05  CAPQ-PROJECT            PIC X(12).
           05  CAPQ-USER-ID            PIC X(20).
           05  CAPQ-RESULT             PIC X(8).
               88  CAPQ-APPROVAL-NEEDED VALUE 'NEEDED'.
               88  CAPQ-APPROVAL-FREE   VALUE 'FREE'.
           05  CAPQ-SUPERVISOR         PIC X(20).
