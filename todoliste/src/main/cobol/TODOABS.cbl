       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOABS.
      *
      * Shared out-of-office lookup.  An owner on leave used to have
      * digests land in an unread mailbox, overdue items flagged to
      * the supervisor as if ignored and handoffs left unanswered;
      * TODONTFY, TODOESCL and TODOHAND now ask here whether an owner
      * is away on a given day and who stands in.  The request and
      * answer are described in the TODOABSC copybook.
      *
      * The absences are TODOABS.DAT (see the TODOABSR copybook),
      * kept by the TODOAWAY transaction.  The file is read once, on
      * the first call of the run unit, into a table - the night
      * jobs ask once per item.  A missing file means nobody is
      * away, which is exactly the behaviour before absences were
      * recorded.  Absences already over when the table is loaded
      * are never asked about again and are left out of it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABS-FILE ASSIGN TO "TODOABS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ABS-KEY
               FILE STATUS IS WS-ABS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ABS-FILE.
       COPY TODOABSR.

       WORKING-STORAGE SECTION.
       01  WS-ABS-FILE-STATUS          PIC X(2).
       01  WS-ABS-EOF-SWITCH           PIC X(1) VALUE 'N'.
       01  WS-ABS-LOADED               PIC X(1) VALUE 'N'.
       01  WS-LOAD-DATE                PIC 9(8).
       01  WS-ABS-TABLE.
           05  WS-ABS-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05  WS-ABS-ENTRY OCCURS 1000 TIMES.
               10  WS-ABS-OWNER        PIC X(20).
               10  WS-ABS-FROM         PIC 9(8).
               10  WS-ABS-TO           PIC 9(8).
               10  WS-ABS-DELEGATE     PIC X(20).
       01  WS-ABS-IDX                  PIC 9(4) COMP-5 VALUE 0.

       LINKAGE SECTION.
       COPY TODOABSC.

       PROCEDURE DIVISION USING TODO-ABSENCE-CHECK.
       MAIN-PARA.
           IF WS-ABS-LOADED = 'N'
               PERFORM LOAD-ABSENCES
           END-IF
           MOVE 'IN' TO ABSQ-RESULT
           MOVE 0 TO ABSQ-FROM-DATE
           MOVE 0 TO ABSQ-TO-DATE
           MOVE SPACES TO ABSQ-DELEGATE
           PERFORM VARYING WS-ABS-IDX FROM 1 BY 1
                   UNTIL WS-ABS-IDX > WS-ABS-COUNT
                      OR ABSQ-OWNER-AWAY
               IF WS-ABS-OWNER(WS-ABS-IDX) = ABSQ-OWNER
                  AND WS-ABS-FROM(WS-ABS-IDX) <= ABSQ-DATE
                  AND WS-ABS-TO(WS-ABS-IDX) >= ABSQ-DATE
                   MOVE 'AWAY' TO ABSQ-RESULT
                   MOVE WS-ABS-FROM(WS-ABS-IDX) TO ABSQ-FROM-DATE
                   MOVE WS-ABS-TO(WS-ABS-IDX) TO ABSQ-TO-DATE
                   MOVE WS-ABS-DELEGATE(WS-ABS-IDX) TO ABSQ-DELEGATE
               END-IF
           END-PERFORM
           GOBACK
           .

       LOAD-ABSENCES.
      *    The cap is far beyond the absences that are ever current
      *    or ahead at once; past ones do not take a slot.
           MOVE 'Y' TO WS-ABS-LOADED
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOAD-DATE
           MOVE 0 TO WS-ABS-COUNT
           MOVE 'N' TO WS-ABS-EOF-SWITCH
           OPEN INPUT ABS-FILE
           IF WS-ABS-FILE-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-ABS-EOF-SWITCH = 'Y'
                   READ ABS-FILE
                       AT END MOVE 'Y' TO WS-ABS-EOF-SWITCH
                       NOT AT END
                           IF ABS-TO-DATE >= WS-LOAD-DATE
                              AND WS-ABS-COUNT < 1000
                               ADD 1 TO WS-ABS-COUNT
                               MOVE ABS-OWNER
                                   TO WS-ABS-OWNER(WS-ABS-COUNT)
                               MOVE ABS-FROM-DATE
                                   TO WS-ABS-FROM(WS-ABS-COUNT)
                               MOVE ABS-TO-DATE
                                   TO WS-ABS-TO(WS-ABS-COUNT)
                               MOVE ABS-DELEGATE
                                   TO WS-ABS-DELEGATE(WS-ABS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABS-FILE
           END-IF
           .
