       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOAPRV.
      *
      * CGI transaction that answers a close waiting for supervisor
      * approval.  When a save or a bulk status change closes an
      * item a close-approval rule covers (TODOCAPR.DAT, checked
      * through TODOCAPV), TODOSAVE and TODOBULK park the item at
      * status PENDING with a row in APR-FILE instead of closing it;
      * this transaction is how the supervisor answers.  Reads a
      * chunked POST body (via CGIUTIL-PARMS) carrying:
      *
      *   ID     - the item whose close is pending
      *   ACTION - APPROVE (the item takes the status that was asked
      *            for, DONE or CLOSED, and the row is cleared) or
      *            REJECT (the item goes back to the status it had
      *            before and the row is cleared)
      *   REASON - why the close is rejected; required on REJECT and
      *            appended to the item as a note, the way TODONOTE
      *            appends one, so the owner sees it under the item
      *   USER   - who is answering; must be an active SUPERVISOR or
      *            ADMIN on the user master file (checked through
      *            TODOUSER), and only the supervisor the row names
      *            may answer it - or an ADMIN.  A row naming no
      *            supervisor (the owner has none on TODOSUPV.DAT)
      *            may be answered by any supervisor.
      *
      * The status change is appended to the audit trail via
      * TODOAUD as an ordinary STATUS row, so the nightly jobs and
      * the change feed see the close only once it is approved, and
      * the answer itself as an APPROVAL row (APPROVED or REJECTED,
      * the reason as the new value).  An item the row points at
      * that is gone, or no longer PENDING, has the stale row
      * cleared and is answered NOT FOUND.  An item found PENDING
      * with no row on file (the row was lost) is answered as if
      * the row had asked for CLOSED from OPEN.  The response goes
      * out through TODORESP; FORMAT=MACHINE selects the portal's
      * NAME=VALUE body instead of the HTML page.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-INPUT ASSIGN TO "POSTDATA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TODO-FILE ASSIGN TO "TODO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TODO-ID
               ALTERNATE RECORD KEY IS TODO-OWNER WITH DUPLICATES
               FILE STATUS IS WS-TODO-FILE-STATUS.
           SELECT APR-FILE ASSIGN TO "TODOAPRV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-ITEM-ID
               ALTERNATE RECORD KEY IS APR-SUPERVISOR WITH DUPLICATES
               FILE STATUS IS WS-APR-FILE-STATUS.
           SELECT NOTE-FILE ASSIGN TO "TODONOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY
               FILE STATUS IS WS-NOTE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POST-INPUT.
       01  FD-CHUNK-OF-POST            PIC X(300).

       FD  TODO-FILE.
       COPY TODOREC.

       FD  APR-FILE.
       COPY TODOAPRR.

       FD  NOTE-FILE.
       COPY TODONOTR.

       WORKING-STORAGE SECTION.
       01  WS-TODO-FILE-STATUS         PIC X(2).
       01  WS-APR-FILE-STATUS          PIC X(2).
       01  WS-NOTE-FILE-STATUS         PIC X(2).
       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-CURRENT-CHUNK            PIC X(300).
       01  CHUNK-OF-POST               PIC X(300).
       01  MORE-CHUNKS-FLAG            PIC X(1).
       01  WS-IDX                      PIC 9(4) COMP-5.
       COPY CGIPARM.
       COPY TODOAUDR.
       COPY TODOUSRC.

       01  WS-ACTION                   PIC X(8) VALUE SPACES.
       01  WS-USER-ID                  PIC X(20) VALUE SPACES.
       01  WS-APRV-ITEM-ID             PIC 9(8) VALUE 0.
       01  WS-REASON                   PIC X(200) VALUE SPACES.
       01  WS-APR-ROW-EXISTS           PIC X(1) VALUE 'N'.
       01  WS-ITEM-EXISTS              PIC X(1) VALUE 'N'.
           88  WS-ITEM-FOUND           VALUE 'Y'.
       01  WS-APPROVER                 PIC X(20) VALUE SPACES.
       01  WS-CLOSE-STATUS             PIC X(8) VALUE SPACES.
       01  WS-PRIOR-STATUS             PIC X(8) VALUE SPACES.
       01  WS-NEW-STATUS               PIC X(8) VALUE SPACES.
       01  WS-NEXT-SEQ                 PIC 9(4) VALUE 0.
       01  WS-NOTE-TEXT                PIC X(200) VALUE SPACES.
       01  WS-RESP-FORMAT-VALUE        PIC X(8) VALUE SPACES.
       01  WS-RESP-FIELD-NAME          PIC X(20) VALUE SPACES.
       01  WS-RESP-FIELD-VALUE         PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CGI-INPUT
           PERFORM PARSE-APPROVAL-PARMS
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
               WHEN NOT UCHK-IS-SUPERVISOR
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "USER" TO WS-RESP-FIELD-NAME
                   MOVE "ONLY A SUPERVISOR MAY ANSWER A CLOSE APPROVAL"
                       TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN WS-APRV-ITEM-ID = 0
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "ID" TO WS-RESP-FIELD-NAME
                   MOVE "ITEM ID IS REQUIRED" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN WS-ACTION NOT = 'APPROVE'
                    AND WS-ACTION NOT = 'REJECT'
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "ACTION" TO WS-RESP-FIELD-NAME
                   MOVE "ACTION MUST BE APPROVE OR REJECT"
                       TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN WS-ACTION = 'REJECT' AND WS-REASON = SPACES
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "REASON" TO WS-RESP-FIELD-NAME
                   MOVE "A REASON IS REQUIRED TO REJECT A CLOSE"
                       TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN OTHER
                   PERFORM SETTLE-APPROVAL
           END-EVALUATE
           CALL 'TODORESP-END'
           GOBACK
           .

       READ-CGI-INPUT.
           OPEN INPUT POST-INPUT
           PERFORM READ-NEXT-CHUNK
           PERFORM UNTIL WS-EOF
               MOVE WS-CURRENT-CHUNK TO CHUNK-OF-POST
               PERFORM READ-NEXT-CHUNK
               IF WS-EOF
                   MOVE 'N' TO MORE-CHUNKS-FLAG
               ELSE
                   MOVE 'Y' TO MORE-CHUNKS-FLAG
               END-IF
               CALL 'CGIUTIL-PARMS' USING CHUNK-OF-POST
                                          CGI-PARM-TABLE
                                          MORE-CHUNKS-FLAG
           END-PERFORM
           CLOSE POST-INPUT
           .

       READ-NEXT-CHUNK.
           READ POST-INPUT INTO WS-CURRENT-CHUNK
               AT END MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END MOVE 'N' TO WS-EOF-SWITCH
           END-READ
           .

       PARSE-APPROVAL-PARMS.
           MOVE 0 TO WS-APRV-ITEM-ID
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-REASON
           MOVE "UNKNOWN" TO WS-USER-ID
           MOVE SPACES TO WS-RESP-FORMAT-VALUE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > CGI-PARM-COUNT
               EVALUATE FUNCTION TRIM(CGI-PARM-NAME(WS-IDX))
                   WHEN 'ID'
                       IF CGI-PARM-VALUE(WS-IDX) NOT = SPACES
                           MOVE FUNCTION NUMVAL(CGI-PARM-VALUE(WS-IDX))
                               TO WS-APRV-ITEM-ID
                       END-IF
                   WHEN 'ACTION'
                       MOVE CGI-PARM-VALUE(WS-IDX) TO WS-ACTION
                   WHEN 'REASON'
                       MOVE CGI-PARM-VALUE(WS-IDX) TO WS-REASON
                   WHEN 'USER'
                       IF CGI-PARM-VALUE(WS-IDX) NOT = SPACES
                           MOVE CGI-PARM-VALUE(WS-IDX) TO WS-USER-ID
                       END-IF
                   WHEN 'FORMAT'
                       MOVE CGI-PARM-VALUE(WS-IDX)
                           TO WS-RESP-FORMAT-VALUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .

       SETTLE-APPROVAL.
      *    Both files stay open (I-O) from the lookups to the end,
      *    so the item is rewritten and the row deleted under the
      *    same opens that found them.
           PERFORM LOOKUP-PENDING-APPROVAL
           PERFORM LOOKUP-PENDING-ITEM
           EVALUATE TRUE
               WHEN NOT WS-ITEM-FOUND
                   PERFORM CLEAR-STALE-ROW
                   MOVE "REASON" TO WS-RESP-FIELD-NAME
                   MOVE "ITEM IS NO LONGER ON FILE"
                       TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN TODO-STATUS NOT = 'PENDING'
                   PERFORM CLEAR-STALE-ROW
                   MOVE "REASON" TO WS-RESP-FIELD-NAME
                   MOVE "NO CLOSE IS PENDING FOR THIS ITEM"
                       TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN WS-APPROVER NOT = SPACES
                    AND WS-APPROVER NOT = WS-USER-ID
                    AND NOT UCHK-IS-ADMIN
      *            The row stays pending for the supervisor it
      *            names.
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "USER" TO WS-RESP-FIELD-NAME
                   MOVE "APPROVAL IS ADDRESSED TO ANOTHER SUPERVISOR"
                       TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "APPROVER" TO WS-RESP-FIELD-NAME
                   MOVE WS-APPROVER TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN WS-ACTION = 'APPROVE'
                   PERFORM APPROVE-CLOSE
               WHEN OTHER
                   PERFORM REJECT-CLOSE
           END-EVALUATE
           CLOSE TODO-FILE
           CLOSE APR-FILE
           .

       LOOKUP-PENDING-APPROVAL.
      *    A missing row falls back to the usual close - CLOSED,
      *    back to OPEN on rejection - and no named supervisor.
           MOVE 'N' TO WS-APR-ROW-EXISTS
           MOVE SPACES TO WS-APPROVER
           MOVE 'CLOSED' TO WS-CLOSE-STATUS
           MOVE 'OPEN' TO WS-PRIOR-STATUS
           OPEN I-O APR-FILE
           IF WS-APR-FILE-STATUS = '35'
               CLOSE APR-FILE
               OPEN OUTPUT APR-FILE
               CLOSE APR-FILE
               OPEN I-O APR-FILE
           END-IF
           MOVE WS-APRV-ITEM-ID TO APR-ITEM-ID
           READ APR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-APR-ROW-EXISTS
                   MOVE APR-SUPERVISOR TO WS-APPROVER
                   MOVE APR-CLOSE-STATUS TO WS-CLOSE-STATUS
                   MOVE APR-PRIOR-STATUS TO WS-PRIOR-STATUS
           END-READ
      *    A prior status that was itself a close, or is missing,
      *    would leave the item closed after a rejection.
           IF WS-PRIOR-STATUS = SPACES
              OR WS-PRIOR-STATUS = 'DONE'
              OR WS-PRIOR-STATUS = 'CLOSED'
              OR WS-PRIOR-STATUS = 'PENDING'
               MOVE 'OPEN' TO WS-PRIOR-STATUS
           END-IF
           .

       LOOKUP-PENDING-ITEM.
           MOVE 'N' TO WS-ITEM-EXISTS
           OPEN I-O TODO-FILE
           IF WS-TODO-FILE-STATUS = '35'
               CLOSE TODO-FILE
               OPEN OUTPUT TODO-FILE
               CLOSE TODO-FILE
               OPEN I-O TODO-FILE
           END-IF
           MOVE WS-APRV-ITEM-ID TO TODO-ID
           READ TODO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-ITEM-EXISTS
           END-READ
           .

       CLEAR-STALE-ROW.
      *    The item went away, or was moved on outside the approval
      *    flow, while the row sat pending.  The orphaned row is
      *    cleared so it stops showing in digests.
           IF WS-APR-ROW-EXISTS = 'Y'
               DELETE APR-FILE RECORD
           END-IF
           MOVE "STATUS" TO WS-RESP-FIELD-NAME
           MOVE "NOT FOUND" TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           .

       APPROVE-CLOSE.
           MOVE WS-CLOSE-STATUS TO WS-NEW-STATUS
           PERFORM APPLY-NEW-STATUS
           MOVE "APPROVED" TO AUD-FIELD-NAME
           MOVE "PENDING" TO AUD-OLD-VALUE
           MOVE WS-CLOSE-STATUS TO AUD-NEW-VALUE
           PERFORM WRITE-APPROVAL-AUDIT-ROW
           MOVE "STATUS" TO WS-RESP-FIELD-NAME
           MOVE "APPROVED" TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           PERFORM WRITE-ITEM-FIELDS
           .

       REJECT-CLOSE.
           MOVE WS-PRIOR-STATUS TO WS-NEW-STATUS
           PERFORM APPLY-NEW-STATUS
           PERFORM APPEND-REJECTION-NOTE
           MOVE "REJECTED" TO AUD-FIELD-NAME
           MOVE WS-CLOSE-STATUS TO AUD-OLD-VALUE
           MOVE WS-REASON TO AUD-NEW-VALUE
           PERFORM WRITE-APPROVAL-AUDIT-ROW
           MOVE "STATUS" TO WS-RESP-FIELD-NAME
           MOVE "REJECTED CLOSE" TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           PERFORM WRITE-ITEM-FIELDS
           .

       APPLY-NEW-STATUS.
      *    The STATUS row is the one every other status change
      *    writes, so recovery, the statistics and the change feed
      *    treat the answer like any other status change.
           MOVE WS-NEW-STATUS TO TODO-STATUS
           ADD 1 TO TODO-VERSION
           REWRITE TODO-RECORD
           IF WS-APR-ROW-EXISTS = 'Y'
               DELETE APR-FILE RECORD
           END-IF
           MOVE WS-APRV-ITEM-ID TO AUD-ITEM-ID
           MOVE "STATUS" TO AUD-ACTION
           MOVE "STATUS" TO AUD-FIELD-NAME
           MOVE "PENDING" TO AUD-OLD-VALUE
           MOVE WS-NEW-STATUS TO AUD-NEW-VALUE
           MOVE WS-USER-ID TO AUD-USER-ID
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           .

       APPEND-REJECTION-NOTE.
      *    Written the way TODONOTE appends a note - the next free
      *    sequence for the item, stamped with the user - and
      *    audited as a NOTE row like one, so the owner finds the
      *    reason under the item and recovery puts it back.
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "CLOSE REJECTED BY "        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-USER-ID)  DELIMITED BY SIZE
                  ": "                       DELIMITED BY SIZE
                  WS-REASON                  DELIMITED BY SIZE
               INTO WS-NOTE-TEXT
           OPEN I-O NOTE-FILE
           IF WS-NOTE-FILE-STATUS = '35'
               CLOSE NOTE-FILE
               OPEN OUTPUT NOTE-FILE
               CLOSE NOTE-FILE
               OPEN I-O NOTE-FILE
           END-IF
           PERFORM FIND-NEXT-NOTE-SEQ
           MOVE WS-APRV-ITEM-ID TO NOTE-ITEM-ID
           MOVE WS-NEXT-SEQ TO NOTE-SEQ
           MOVE WS-USER-ID TO NOTE-USER-ID
           MOVE FUNCTION CURRENT-DATE TO NOTE-TIMESTAMP
           MOVE WS-NOTE-TEXT TO NOTE-TEXT
           WRITE NOTE-RECORD
           CLOSE NOTE-FILE
           MOVE WS-APRV-ITEM-ID TO AUD-ITEM-ID
           MOVE "NOTE" TO AUD-ACTION
           MOVE "NOTE" TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE WS-NOTE-TEXT TO AUD-NEW-VALUE
           MOVE WS-USER-ID TO AUD-USER-ID
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           .

       FIND-NEXT-NOTE-SEQ.
      *    One past the highest sequence the item already has, found
      *    the way TODONOTE finds it.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE WS-APRV-ITEM-ID TO NOTE-ITEM-ID
           MOVE 0 TO NOTE-SEQ
           MOVE 'N' TO WS-EOF-SWITCH
           START NOTE-FILE KEY >= NOTE-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-EOF
               READ NOTE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF NOTE-ITEM-ID = WS-APRV-ITEM-ID
                           COMPUTE WS-NEXT-SEQ = NOTE-SEQ + 1
                       ELSE
                           MOVE 'Y' TO WS-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           .

       WRITE-APPROVAL-AUDIT-ROW.
           MOVE WS-APRV-ITEM-ID TO AUD-ITEM-ID
           MOVE "APPROVAL" TO AUD-ACTION
           MOVE WS-USER-ID TO AUD-USER-ID
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           .

       WRITE-ITEM-FIELDS.
           MOVE "ID" TO WS-RESP-FIELD-NAME
           MOVE WS-APRV-ITEM-ID TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "ITEMSTATUS" TO WS-RESP-FIELD-NAME
           MOVE WS-NEW-STATUS TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "VERSION" TO WS-RESP-FIELD-NAME
           MOVE TODO-VERSION TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           .

       WRITE-RESPONSE-FIELD.
           CALL 'TODORESP-FIELD' USING WS-RESP-FIELD-NAME
                                       WS-RESP-FIELD-VALUE
           .
