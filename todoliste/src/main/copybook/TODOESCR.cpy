      * item was already flagged to ESC-SUPERVISOR (looked up from
      * the owner-to-supervisor reference file TODOSUPV.DAT).
      * TODONTFY reads the flagged rows to carry the item into the
      * supervisor's digest as well as the owner's, and TODOICAL
      * to publish it flagged in the owner's calendar.  The row is
      * cleared when the item stops being overdue (re-dated, closed
      * or reopened later), so a future overdue spell escalates
      * afresh.
