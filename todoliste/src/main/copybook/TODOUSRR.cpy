      *
      * TODOUSRR - one row of the user master file TODOUSER.DAT, the
      * list of people allowed to post to the to-do transactions.
      * A line-sequential reference file in the TODOPROJ.DAT and
      * TODOSUPV.DAT manner, maintained by the administrators: user
      * id in columns 1-20 (the value the forms send as USER and
      * that lands on AUD-USER-ID), name in 21-60, role in 61-70
      * and the active flag in column 71.
      *
      *   USR-ROLE    - CLERK, SUPERVISOR or ADMIN.  ADMIN carries
      *                 every SUPERVISOR right.
      *   USR-ACTIVE  - 'Y' while the user may post; a leaver is set
      *                 to 'N' rather than removed, so the audit
      *                 trail's user ids stay explained.
      *
       01  USR-RECORD.
           05  USR-USER-ID             PIC X(20).
           05  USR-NAME                PIC X(40).
           05  USR-ROLE                PIC X(10).
           05  USR-ACTIVE              PIC X(1).
