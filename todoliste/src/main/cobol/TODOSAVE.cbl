      * the form was loaded with - a mismatch against the record on
      * file rejects the submission as a concurrent-update conflict),
      * USER (who is submitting), and optionally ACTION=DELETE to
      * remove an item instead of saving it.  USER must be an active
      * id on the user master file (checked through TODOUSER) or the
      * submission is rejected with nothing saved, and only a
      * SUPERVISOR or ADMIN may delete.  The response goes out
      * through TODORESP; FORMAT=MACHINE selects the portal's
      * NAME=VALUE body instead of the HTML page.
      *
      * HANDOFFTO so the form can say what happened.  A later save
      * naming yet another owner re-points the same pending row.
      * Deleting the item drops its pending handoff with it.
      *
      * Close approval: an edit that moves STATUS to DONE or CLOSED
      * is checked against the close-approval rules through
      * TODOCAPV.  When a rule covers the item the close waits for
      * the owner's supervisor - the item is saved with status
      * PENDING instead, a pending-approval row (APR-FILE, keyed by
      * item id) remembers the status asked for and the status it
      * had, and the response carries APPROVAL=PENDING and APPROVER.
      * The supervisor answers through TODOAPRV.  A close asked for
      * by the owner's supervisor, or by an ADMIN, needs no one
      * else's word and is saved as usual.  While a close is
      * pending the status is held: a save carrying another status
      * keeps PENDING (the rest of its fields still apply), and a
      * save cannot set PENDING by hand.  Deleting the item drops
      * its pending approval with it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
       01  WS-DEP-FILE-STATUS          PIC X(2).
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

       01  WS-ACTION                   PIC X(8) VALUE SPACES.
       01  WS-USER-ID                  PIC X(20) VALUE SPACES.
       01  WS-HANDOFF-REQUESTED        PIC X(1) VALUE 'N'.
       01  WS-HANDOFF-TO-OWNER         PIC X(20) VALUE SPACES.
       01  WS-HOFF-ROW-EXISTS          PIC X(1) VALUE 'N'.
       01  WS-APPROVAL-REQUESTED       PIC X(1) VALUE 'N'.
       01  WS-APPROVAL-HELD            PIC X(1) VALUE 'N'.
       01  WS-CLOSE-STATUS             PIC X(8) VALUE SPACES.
       01  WS-APPROVER                 PIC X(20) VALUE SPACES.
       01  WS-APR-ROW-EXISTS           PIC X(1) VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CGI-INPUT
           PERFORM DETERMINE-ACTION-AND-USER
           CALL 'TODORESP' USING WS-RESP-FORMAT-VALUE
           MOVE WS-USER-ID TO UCHK-USER-ID
           CALL 'TODOUSER' USING TODO-USER-CHECK
           EVALUATE TRUE
               WHEN NOT UCHK-USER-OK
                   PERFORM WRITE-USER-REJECTED-RESPONSE
               WHEN WS-ACTION = 'DELETE' AND NOT UCHK-IS-SUPERVISOR
                   PERFORM WRITE-ROLE-REJECTED-RESPONSE
               WHEN WS-ACTION = 'DELETE'
                   PERFORM DELETE-TODO-ITEM
               WHEN OTHER
                   PERFORM BUILD-TODO-ID-FROM-PARMS
      *            Whether this is an edit has to be based on whether
      *            the id actually exists on file, not just on whether
      *            the caller sent a non-zero id - otherwise an id for
      *            a record that isn't on file would skip the add-path
      *            required-field checks and WRITE a garbage record.
                   PERFORM LOOKUP-EXISTING-ITEM
                   CLOSE TODO-FILE
                   IF WS-ITEM-FOUND
                       MOVE 'Y' TO WS-IS-EDIT-FLAG
                   ELSE
                       MOVE 'N' TO WS-IS-EDIT-FLAG
                   END-IF
                   PERFORM GET-SUBMITTED-VERSION
                   CALL 'TODOVAL' USING CGI-PARM-TABLE
                                        WS-IS-EDIT-FLAG
                                        TODO-VALIDATION-RESULT
                   IF VAL-ERROR-COUNT > 0
                       PERFORM WRITE-ERROR-RESPONSE
                   ELSE
                       PERFORM SAVE-TODO-ITEM
                   END-IF
           END-EVALUATE
           CALL 'TODORESP-END'
           GOBACK
           .
               WHEN OTHER
                   PERFORM BUILD-TODO-RECORD-FROM-PARMS
                   PERFORM CHECK-OWNER-HANDOFF
                   PERFORM CHECK-CLOSE-APPROVAL
                   IF WS-ITEM-FOUND
                       REWRITE TODO-RECORD
                   ELSE
                   IF WS-HANDOFF-REQUESTED = 'Y'
                       PERFORM RECORD-HANDOFF-REQUEST
                   END-IF
                   IF WS-APPROVAL-REQUESTED = 'Y'
                       PERFORM RECORD-APPROVAL-REQUEST
                   END-IF
                   IF WS-APPROVAL-HELD = 'Y'
                       PERFORM WRITE-APPROVAL-HELD-FIELDS
                   END-IF
      *            The closed check runs on the record as saved,
      *            before the blocker apply overwrites the record
      *            area with its existence lookups.
                   MOVE "ADD" TO AUD-ACTION
                   PERFORM WRITE-AUDIT-ROW
               END-IF
               IF TODO-REPEAT-INTERVAL NOT = 0
                   MOVE SPACES TO AUD-OLD-VALUE
                   MOVE TODO-REPEAT-INTERVAL TO AUD-NEW-VALUE
                   MOVE "INTERVAL" TO AUD-FIELD-NAME
                   MOVE "ADD" TO AUD-ACTION
                   PERFORM WRITE-AUDIT-ROW
               END-IF
               IF TODO-PROJECT NOT = SPACES
                   MOVE SPACES TO AUD-OLD-VALUE
                   MOVE TODO-PROJECT TO AUD-NEW-VALUE
                   MOVE OLD-ID TO WS-SAVED-ITEM-ID
                   PERFORM REMOVE-ITEM-LINKS
                   PERFORM REMOVE-PENDING-HANDOFF
                   PERFORM REMOVE-PENDING-APPROVAL
               WHEN OTHER
                   CLOSE TODO-FILE
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
           END-PERFORM
           .

       WRITE-USER-REJECTED-RESPONSE.
      *    Nothing is saved for a USER that is not on the user master
      *    file or no longer active - the audit trail must only ever
      *    name people who really exist.
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
           .

       WRITE-ROLE-REJECTED-RESPONSE.
           MOVE "STATUS" TO WS-RESP-FIELD-NAME
           MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "ACTION" TO WS-RESP-FIELD-NAME
           MOVE "ONLY A SUPERVISOR MAY DELETE AN ITEM"
               TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           .

       WRITE-SUCCESS-RESPONSE.
           MOVE "STATUS" TO WS-RESP-FIELD-NAME
           MOVE "SAVED" TO WS-RESP-FIELD-VALUE
           END-IF
           .

       CHECK-CLOSE-APPROVAL.
      *    Runs on the built record before it is written, the way
      *    CHECK-OWNER-HANDOFF does: a close a rule covers is saved
      *    as PENDING, so AUDIT-SAVE-CHANGES writes the STATUS row
      *    for the move to PENDING and the close itself is only
      *    audited - and fed downstream - once it is approved.
           MOVE 'N' TO WS-APPROVAL-REQUESTED
           MOVE 'N' TO WS-APPROVAL-HELD
           MOVE SPACES TO WS-CLOSE-STATUS
           MOVE SPACES TO WS-APPROVER
           EVALUATE TRUE
               WHEN NOT WS-ITEM-FOUND
                   IF TODO-STATUS = 'PENDING'
                       MOVE 'OPEN' TO TODO-STATUS
                   END-IF
               WHEN OLD-STATUS = 'PENDING'
                   MOVE 'PENDING' TO TODO-STATUS
                   MOVE 'Y' TO WS-APPROVAL-HELD
               WHEN TODO-STATUS = 'PENDING'
                   MOVE OLD-STATUS TO TODO-STATUS
               WHEN OLD-STATUS NOT = TODO-STATUS
                    AND (TODO-STATUS = 'DONE'
                         OR TODO-STATUS = 'CLOSED')
                    AND NOT UCHK-IS-ADMIN
                   MOVE TODO-OWNER TO CAPQ-OWNER
                   MOVE TODO-PRIORITY TO CAPQ-PRIORITY
                   MOVE TODO-PROJECT TO CAPQ-PROJECT
                   MOVE WS-USER-ID TO CAPQ-USER-ID
                   CALL 'TODOCAPV' USING TODO-CLOSE-APPROVAL-CHECK
                   IF CAPQ-APPROVAL-NEEDED
                       MOVE TODO-STATUS TO WS-CLOSE-STATUS
                       MOVE CAPQ-SUPERVISOR TO WS-APPROVER
                       MOVE 'PENDING' TO TODO-STATUS
                       MOVE 'Y' TO WS-APPROVAL-REQUESTED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       OPEN-APR-FILE-IO.
           OPEN I-O APR-FILE
           IF WS-APR-FILE-STATUS = '35'
               CLOSE APR-FILE
               OPEN OUTPUT APR-FILE
               CLOSE APR-FILE
               OPEN I-O APR-FILE
           END-IF
           .

       RECORD-APPROVAL-REQUEST.
      *    A row left over from an earlier request (the item was
      *    reopened outside the approval flow) is simply replaced.
           PERFORM OPEN-APR-FILE-IO
           MOVE 'N' TO WS-APR-ROW-EXISTS
           MOVE WS-SAVED-ITEM-ID TO APR-ITEM-ID
           READ APR-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-APR-ROW-EXISTS
           END-READ
      *    The record area is undefined after an unsuccessful keyed
      *    READ, so the key is set again before the WRITE/REWRITE.
           MOVE WS-SAVED-ITEM-ID TO APR-ITEM-ID
           MOVE WS-APPROVER TO APR-SUPERVISOR
           MOVE TODO-OWNER TO APR-OWNER
           MOVE WS-CLOSE-STATUS TO APR-CLOSE-STATUS
           MOVE OLD-STATUS TO APR-PRIOR-STATUS
           MOVE WS-USER-ID TO APR-USER-ID
           MOVE FUNCTION CURRENT-DATE TO APR-TIMESTAMP
           IF WS-APR-ROW-EXISTS = 'Y'
               REWRITE APR-RECORD
           ELSE
               WRITE APR-RECORD
           END-IF
           CLOSE APR-FILE
           MOVE WS-SAVED-ITEM-ID TO AUD-ITEM-ID
           MOVE "APPROVAL" TO AUD-ACTION
           MOVE "REQUESTED" TO AUD-FIELD-NAME
           MOVE WS-CLOSE-STATUS TO AUD-OLD-VALUE
           MOVE WS-APPROVER TO AUD-NEW-VALUE
           MOVE WS-USER-ID TO AUD-USER-ID
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           MOVE "APPROVAL" TO WS-RESP-FIELD-NAME
           MOVE "PENDING" TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "APPROVER" TO WS-RESP-FIELD-NAME
           MOVE WS-APPROVER TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           .

       WRITE-APPROVAL-HELD-FIELDS.
      *    The form is told the status did not move, and who it is
      *    waiting on, so the clerk is not left thinking it did.
           MOVE "APPROVAL" TO WS-RESP-FIELD-NAME
           MOVE "PENDING" TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           OPEN INPUT APR-FILE
           IF WS-APR-FILE-STATUS NOT = '35'
               MOVE WS-SAVED-ITEM-ID TO APR-ITEM-ID
               READ APR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "APPROVER" TO WS-RESP-FIELD-NAME
                       MOVE APR-SUPERVISOR TO WS-RESP-FIELD-VALUE
                       PERFORM WRITE-RESPONSE-FIELD
               END-READ
               CLOSE APR-FILE
           END-IF
           .

       REMOVE-PENDING-APPROVAL.
      *    A deleted item takes any close still waiting on it along;
      *    there is nothing left to approve.
           OPEN I-O APR-FILE
           IF WS-APR-FILE-STATUS = '35'
               CLOSE APR-FILE
           ELSE
               MOVE WS-SAVED-ITEM-ID TO APR-ITEM-ID
               READ APR-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY DELETE APR-FILE RECORD
               END-READ
               CLOSE APR-FILE
           END-IF
           .

       WRITE-RESPONSE-FIELD.
           CALL 'TODORESP-FIELD' USING WS-RESP-FIELD-NAME
                                       WS-RESP-FIELD-VALUE
