      * week-over-week view of whether the backlog is growing or
      * shrinking that TODORPT's point-in-time lists cannot give.
      *
      * PENDING - a close waiting for supervisor approval - is
      * counted as a status of its own and always has its STATUS
      * row, zero or not, so the approval backlog can be followed
      * week over week.  Such an item is not counted as completed
      * until the STATUS row of its approval is written.
      *
      * One snapshot row carries one measure: the snapshot date, a
      * class (TOTAL, STATUS, PRIORITY, OWNER, PROJECT or DONE), the
      * measure
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-WEEK-AGO =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 7)
           PERFORM SEED-STATUS-TABLE
           PERFORM COUNT-LIVE-ITEMS
           PERFORM COUNT-COMPLETED-TODAY
           PERFORM LOAD-PRIOR-SNAPSHOTS
           GOBACK
           .

       SEED-STATUS-TABLE.
      *    PENDING is entered up front so a night with no close
      *    waiting reports a zero rather than leaving the measure
      *    out and showing it as NEW the next time one waits.
           MOVE 1 TO WS-STATUS-COUNT-USED
           MOVE 'PENDING' TO WS-STATUS-KEY(1)
           MOVE 0 TO WS-STATUS-TALLY(1)
           .

       COUNT-LIVE-ITEMS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TODO-FILE
