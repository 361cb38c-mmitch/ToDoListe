      *                 conflict check
      *   STATUS=x or OWNER=x or PRIORITY=n - exactly one of the
      *                 three, the change to apply to every item
      *   USER        - who is submitting; must be an active id on
      *                 the user master file (checked through
      *                 TODOUSER) or nothing is applied
      *
      * The action value goes through the same TODOVAL checks a
      * single-item save gets, once, up front.  Every item is then
      * a single save does: each item keeps its owner and gets a
      * pending HOFF-FILE row for the receiving clerk to accept or
      * decline through TODOHAND - a bulk reassignment is thirty
      * handoffs, not thirty silent swaps.  Only a SUPERVISOR or
      * ADMIN may send a bulk OWNER.
      *
      * A bulk STATUS of DONE or CLOSED goes through the close
      * approval a single save gets (TODOCAPV): an item a
      * close-approval rule covers is set to PENDING instead, with
      * a pending APR-FILE row for the owner's supervisor to answer
      * through TODOAPRV, and is answered APPROVAL=PENDING and
      * APPROVER after its RESULT.  An item already waiting on
      * approval keeps its status and is answered PENDING with a
      * reason; PENDING itself cannot be sent as the new status.
      * FORMAT=MACHINE selects the portal's NAME=VALUE body instead
      * of the HTML page.
      *
               RECORD KEY IS HOF-ITEM-ID
               ALTERNATE RECORD KEY IS HOF-TO-OWNER WITH DUPLICATES
               FILE STATUS IS WS-HOFF-FILE-STATUS.
           SELECT APR-FILE ASSIGN TO "TODOAPRV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-ITEM-ID
               ALTERNATE RECORD KEY IS APR-SUPERVISOR WITH DUPLICATES
               FILE STATUS IS WS-APR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOFF-FILE.
       COPY TODOHOFR.

       FD  APR-FILE.
       COPY TODOAPRR.

       WORKING-STORAGE SECTION.
       01  WS-TODO-FILE-STATUS         PIC X(2).
       01  WS-HOFF-FILE-STATUS         PIC X(2).
       01  WS-APR-FILE-STATUS          PIC X(2).
       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-CURRENT-CHUNK            PIC X(300).
       COPY CGIPARM.
       COPY TODOVERR.
       COPY TODOAUDR.
       COPY TODOUSRC.
       COPY TODOCAPC.

       01  WS-USER-ID                  PIC X(20) VALUE SPACES.
       01  WS-ACTION-FIELD             PIC X(8) VALUE SPACES.
       01  WS-OLD-OWNER                PIC X(20) VALUE SPACES.
       01  WS-OLD-PRIORITY             PIC 9(1) VALUE 0.
       01  WS-HOFF-ROW-EXISTS          PIC X(1) VALUE 'N'.
       01  WS-APR-ROW-EXISTS           PIC X(1) VALUE 'N'.
       01  WS-APPROVAL-REQUESTED       PIC X(1) VALUE 'N'.
       01  WS-UPDATED-COUNT            PIC 9(4) COMP-5 VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(4) COMP-5 VALUE 0.

           PERFORM READ-CGI-INPUT
           PERFORM PARSE-BULK-PARMS
           CALL 'TODORESP' USING WS-RESP-FORMAT-VALUE
           MOVE WS-USER-ID TO UCHK-USER-ID
           CALL 'TODOUSER' USING TODO-USER-CHECK
           EVALUATE TRUE
               WHEN NOT UCHK-USER-OK
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "USER" TO WS-RESP-FIELD-NAME
                   IF UCHK-USER-INACTIVE
                       MOVE "USER IS NOT ACTIVE" TO WS-RESP-FIELD-VALUE
                   ELSE
                       MOVE "USER IS NOT ON THE USER MASTER FILE"
                           TO WS-RESP-FIELD-VALUE
                   END-IF
                   PERFORM WRITE-RESPONSE-FIELD
      *        A parm table at its cap means CGIUTIL may have
      *        dropped pairs silently - an item arriving without
      *        its VERSION would skip the conflict check, and a
                   MOVE "EXACTLY ONE OF STATUS, OWNER OR PRIORITY IS RE
      -                 "QUIRED" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN WS-ACTION-FIELD = 'OWNER'
                    AND NOT UCHK-IS-SUPERVISOR
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "OWNER" TO WS-RESP-FIELD-NAME
                   MOVE "ONLY A SUPERVISOR MAY REASSIGN ITEMS IN BULK"
                       TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN WS-ACTION-FIELD = 'STATUS'
                    AND WS-ACTION-VALUE = 'PENDING'
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "PENDING IS SET ONLY BY A CLOSE AWAITING APPROV
      -                 "AL" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN WS-ITEM-COUNT = 0
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
                   MOVE "VERSION" TO WS-RESP-FIELD-NAME
                   MOVE TODO-VERSION TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN WS-ACTION-FIELD = 'STATUS'
                    AND TODO-STATUS = 'PENDING'
      *            The status of an item waiting on its supervisor
      *            moves only through TODOAPRV.
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "RESULT" TO WS-RESP-FIELD-NAME
                   MOVE "PENDING" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "REASON" TO WS-RESP-FIELD-NAME
                   MOVE "CLOSE IS WAITING FOR SUPERVISOR APPROVAL"
                       TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN OTHER
                   PERFORM APPLY-ACTION-TO-RECORD
           END-EVALUATE
           EVALUATE WS-ACTION-FIELD
               WHEN 'STATUS'
                   MOVE WS-ACTION-VALUE TO TODO-STATUS
                   PERFORM CHECK-CLOSE-APPROVAL
                   ADD 1 TO TODO-VERSION
                   REWRITE TODO-RECORD
                   IF WS-OLD-STATUS NOT = TODO-STATUS
                       PERFORM WRITE-AUDIT-ROW
                   END-IF
                   PERFORM REPORT-ITEM-UPDATED
                   IF WS-APPROVAL-REQUESTED = 'Y'
                       PERFORM RECORD-BULK-APPROVAL
                   END-IF
               WHEN 'PRIORITY'
                   MOVE FUNCTION NUMVAL(WS-ACTION-VALUE)
                       TO TODO-PRIORITY
           PERFORM WRITE-AUDIT-ROW
           .

       CHECK-CLOSE-APPROVAL.
      *    Same check TODOSAVE makes before it writes a close: a
      *    close a rule covers is written as PENDING, so the STATUS
      *    row records the move to PENDING and the close itself is
      *    audited once it is approved.  An ADMIN's close needs no
      *    one else's word.
           MOVE 'N' TO WS-APPROVAL-REQUESTED
           IF WS-OLD-STATUS NOT = TODO-STATUS
              AND (TODO-STATUS = 'DONE' OR TODO-STATUS = 'CLOSED')
              AND NOT UCHK-IS-ADMIN
               MOVE TODO-OWNER TO CAPQ-OWNER
               MOVE TODO-PRIORITY TO CAPQ-PRIORITY
               MOVE TODO-PROJECT TO CAPQ-PROJECT
               MOVE WS-USER-ID TO CAPQ-USER-ID
               CALL 'TODOCAPV' USING TODO-CLOSE-APPROVAL-CHECK
               IF CAPQ-APPROVAL-NEEDED
                   MOVE 'PENDING' TO TODO-STATUS
                   MOVE 'Y' TO WS-APPROVAL-REQUESTED
               END-IF
           END-IF
           .

       RECORD-BULK-APPROVAL.
      *    One pending row per item, replaced when a stale one is
      *    still on file - the same rule TODOSAVE applies.
           OPEN I-O APR-FILE
           IF WS-APR-FILE-STATUS = '35'
               CLOSE APR-FILE
               OPEN OUTPUT APR-FILE
               CLOSE APR-FILE
               OPEN I-O APR-FILE
           END-IF
           MOVE 'N' TO WS-APR-ROW-EXISTS
           MOVE WS-ITM-ID(WS-ITM-IDX) TO APR-ITEM-ID
           READ APR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-APR-ROW-EXISTS
           END-READ
      *    The record area is undefined after an unsuccessful keyed
      *    READ, so the key is set again before the WRITE/REWRITE.
           MOVE WS-ITM-ID(WS-ITM-IDX) TO APR-ITEM-ID
           MOVE CAPQ-SUPERVISOR TO APR-SUPERVISOR
           MOVE TODO-OWNER TO APR-OWNER
           MOVE WS-ACTION-VALUE TO APR-CLOSE-STATUS
           MOVE WS-OLD-STATUS TO APR-PRIOR-STATUS
           MOVE WS-USER-ID TO APR-USER-ID
           MOVE FUNCTION CURRENT-DATE TO APR-TIMESTAMP
           IF WS-APR-ROW-EXISTS = 'Y'
               REWRITE APR-RECORD
           ELSE
               WRITE APR-RECORD
           END-IF
           CLOSE APR-FILE
           MOVE WS-ACTION-VALUE TO AUD-OLD-VALUE
           MOVE CAPQ-SUPERVISOR TO AUD-NEW-VALUE
           MOVE "REQUESTED" TO AUD-FIELD-NAME
           MOVE "APPROVAL" TO AUD-ACTION
           PERFORM WRITE-AUDIT-ROW
           MOVE "APPROVAL" TO WS-RESP-FIELD-NAME
           MOVE "PENDING" TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "APPROVER" TO WS-RESP-FIELD-NAME
           MOVE CAPQ-SUPERVISOR TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           .

       WRITE-AUDIT-ROW.
           MOVE WS-ITM-ID(WS-ITM-IDX) TO AUD-ITEM-ID
           MOVE WS-USER-ID TO AUD-USER-ID
