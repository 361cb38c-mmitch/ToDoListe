      *
      * TODOANCR - the date a repeating item's repeat rule scheduled
      * it for, kept when the shop calendar moved the item off a
      * non-working day.  TODORGEN writes the row when the
      * occurrence it writes had to move (TODOANCH.DAT, keyed by
      * item id) and steps the next occurrence from ANC-SCHED-DATE
      * rather than from the moved due date, so a weekly Monday item
      * pushed to Tuesday by a holiday is back on Monday the week
      * after instead of staying on Tuesday for good.  TODOSKED's
      * callers (TODOFWD, TODOICAL) hand the same date in, so the
      * projection keeps stepping the way TODORGEN will.
      *
      *   ANC-SCHED-DATE - the date the repeat rule gave, before the
      *                    move
      *   ANC-DUE-DATE   - the working day the item was written with;
      *                    the row only counts while TODO-DUE-DATE
      *                    still equals it, so a due date someone has
      *                    since changed by hand becomes the new
      *                    anchor of the series
      *
      * TODORGEN deletes the row once it has written the next
      * occurrence from it.
      *
       01  ANC-RECORD.
           05  ANC-ITEM-ID             PIC 9(8).
           05  ANC-SCHED-DATE          PIC 9(8).
           05  ANC-DUE-DATE            PIC 9(8).
           05  ANC-TIMESTAMP           PIC X(21).
