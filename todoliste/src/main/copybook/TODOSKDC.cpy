      *
      * TODOSKDC - request/answer area for TODOSKED, the shared
      * projection of a repeating item's occurrences.  The caller
      * moves the item's due date, repeat rule and interval in, with
      * the window to project over and whether occurrences landing
      * on a non-working day move on to the next working day (the
      * TODORGEN default; its NOROLL switch turns it off):
      *
      *   SKDQ-FROM-DATE - a due date before it is caught up to its
      *                    first occurrence on or after it (today,
      *                    for the callers so far)
      *   SKDQ-THRU-DATE - last day of the window
      *   SKDQ-SCHED-DATE - the date the repeat rule scheduled
      *                     the item for when the shop calendar
      *                     moved it off a non-working day (its
      *                     TODOANCH.DAT row, see TODOANCR), zero
      *                     otherwise; the steps run from it, the
      *                     way TODORGEN's do
      *
      * SKDQ-OCC-COUNT comes back with the number of occurrences
      * and SKDQ-OCC-DATE holds them in date order.  A rule other
      * than DAILY, WEEKLY or MONTHLY gives no occurrences.  The due
      * date must be a plausible CCYYMMDD value - the callers' usual
      * guard in front of INTEGER-OF-DATE.
      *
       01  TODO-SCHEDULE-REQUEST.
           05  SKDQ-DUE-DATE           PIC 9(8).
           05  SKDQ-REPEAT-RULE        PIC X(8).
           05  SKDQ-REPEAT-INTERVAL    PIC 9(3).
           05  SKDQ-FROM-DATE          PIC 9(8).
           05  SKDQ-THRU-DATE          PIC 9(8).
           05  SKDQ-SCHED-DATE         PIC 9(8).
           05  SKDQ-ROLL-SW            PIC X(1).
               88  SKDQ-ROLL-TO-WORKDAY VALUE 'Y'.
           05  SKDQ-OCC-COUNT          PIC 9(4) COMP-5.
           05  SKDQ-OCC-DATE OCCURS 400 TIMES PIC 9(8).
