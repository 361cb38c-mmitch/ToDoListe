      *     usage numbers management keeps asking for.
      *
      * The month being closed defaults to the previous calendar
      * month (the job runs early in the new month).  A non-zero
      * AUDG-MONTH batch parameter (TODOPARM.DAT, asked through
      * TODOPARM) names the month instead, and CCYYMM passed as the
      * first command-line argument overrides both, the way
      * TODOARCH takes its purge days.  The
      * month only names the generation; the whole live file is
      * closed out regardless, since it holds exactly the rows
      * appended since the last cutover.
       01  WS-MONTH-ON-FILE            PIC X(1) VALUE 'N'.
       01  WS-IDX                      PIC 9(4) COMP-5 VALUE 0.
       COPY TODOAUDR.
       COPY TODOPRMC.

      *    One entry per distinct item id the closed rows touched
      *    with an ADD/RESTORE/DELETE, replayed in row order the
           IF WS-ARG-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG-TEXT) TO WS-CUT-MONTH
           ELSE
               MOVE 'GET' TO PRMQ-FUNCTION
               MOVE 'AUDG-MONTH' TO PRMQ-NAME
               MOVE 0 TO PRMQ-DATE
               CALL 'TODOPARM' USING TODO-PARM-REQUEST
               IF PRMQ-FOUND AND PRMQ-VALUE > 0
                   MOVE PRMQ-VALUE TO WS-CUT-MONTH
               ELSE
                   PERFORM DEFAULT-CUTOVER-MONTH
               END-IF
           END-IF
           .

       DEFAULT-CUTOVER-MONTH.
      *    The job runs early in the new month, so the rows
      *    being closed out are the previous month's.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CUT-MONTH
           IF WS-CUT-MM = 1
               SUBTRACT 1 FROM WS-CUT-YYYY
               MOVE 12 TO WS-CUT-MM
           ELSE
               SUBTRACT 1 FROM WS-CUT-MM
           END-IF
           .

       BUILD-GEN-FILE-NAME.
           MOVE SPACES TO WS-GEN-FILE-NAME
           STRING "TODOAUD."   DELIMITED BY SIZE
