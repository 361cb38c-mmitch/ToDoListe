       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOMERG.
      *
      * CGI transaction that answers a pair of items the nightly
      * TODODUPL duplicate check listed - or any two items a user
      * has found to be the same work.  Reads a chunked POST body
      * (via CGIUTIL-PARMS) carrying:
      *
      *   ID1, ID2 - the two items, in either order
      *   ACTION   - MERGE (the two are one piece of work) or
      *              DISTINCT (they only look alike)
      *   USER     - who is answering; must be active on the user
      *              master file (checked through TODOUSER) and own
      *              one of the two items, or be a SUPERVISOR or
      *              ADMIN
      *
      * DISTINCT records the pair on TODODUPN.DAT (see the TODODUPR
      * copybook) so TODODUPL stops listing it, audited as a
      * DISTINCT row on the lower id (field NOT DUPLICATE OF, the
      * higher id as the new value).  A pair already on file is
      * answered with who recorded it and nothing is written.
      *
      * MERGE needs both items OPEN.  The older item (earlier
      * created timestamp, the lower id on a tie) is kept; the
      * younger one is closed as the duplicate:
      *   - its notes move to the kept item, appended after the kept
      *     item's own notes in their order, each keeping its
      *     author and time - one MERGE row (field MERGED INTO on
      *     the closed item, the kept id as the new value) stands
      *     for the move, with a MERGE row (MERGED FROM) on the
      *     kept item beside it;
      *   - its blocked-by links move to the kept item in both
      *     directions - what it waited on, the kept item now waits
      *     on; what waited on it, now waits on the kept item - each
      *     change audited as the usual EDIT/BLOCKEDBY row.  A link
      *     that would tie the kept item to itself, or is already
      *     there, is dropped;
      *   - a note "CLOSED AS A DUPLICATE OF ..." goes on it, the
      *     way TODONOTE appends one, audited as a NOTE row;
      *   - it is set CLOSED with the ordinary STATUS row, so the
      *     nightly jobs and the change feed see a plain close.
      * The close is a close like any other: when a close-approval
      * rule (TODOCAPR.DAT, checked through TODOCAPV) covers the
      * younger item, only its owner's supervisor or an ADMIN may
      * merge the pair - there is no pending state for a merge -
      * and anyone else is answered REJECTED with the supervisor
      * to ask.
      *
      * The response goes out through TODORESP; FORMAT=MACHINE
      * selects the portal's NAME=VALUE body instead of the HTML
      * page.
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
           SELECT NOTE-FILE ASSIGN TO "TODONOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY
               FILE STATUS IS WS-NOTE-FILE-STATUS.
           SELECT DEP-FILE ASSIGN TO "TODODEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-KEY
               ALTERNATE RECORD KEY IS DEP-BLOCKER-ID WITH DUPLICATES
               FILE STATUS IS WS-DEP-FILE-STATUS.
           SELECT DUPN-FILE ASSIGN TO "TODODUPN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUP-KEY
               FILE STATUS IS WS-DUPN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POST-INPUT.
       01  FD-CHUNK-OF-POST            PIC X(300).

       FD  TODO-FILE.
       COPY TODOREC.

       FD  NOTE-FILE.
       COPY TODONOTR.

       FD  DEP-FILE.
       COPY TODODEPR.

       FD  DUPN-FILE.
       COPY TODODUPR.

       WORKING-STORAGE SECTION.
       01  WS-TODO-FILE-STATUS         PIC X(2).
       01  WS-NOTE-FILE-STATUS         PIC X(2).
       01  WS-DEP-FILE-STATUS          PIC X(2).
       01  WS-DUPN-FILE-STATUS         PIC X(2).
       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-CURRENT-CHUNK            PIC X(300).
       01  CHUNK-OF-POST               PIC X(300).
       01  MORE-CHUNKS-FLAG            PIC X(1).
       01  WS-IDX                      PIC 9(4) COMP-5.
       COPY CGIPARM.
       COPY TODOAUDR.
       COPY TODOUSRC.
       COPY TODOCAPC.

       01  WS-ACTION                   PIC X(8) VALUE SPACES.
       01  WS-USER-ID                  PIC X(20) VALUE SPACES.
       01  WS-NOW-TS                   PIC X(21).

      *    The two items as named on the request, and what the
      *    checks need of each.
       01  WS-PAIR-ITEMS.
           05  WS-PAIR-ITEM OCCURS 2 TIMES.
               10  WS-PI-ID            PIC 9(8).
               10  WS-PI-FOUND         PIC X(1).
               10  WS-PI-STATUS        PIC X(8).
               10  WS-PI-OWNER         PIC X(20).
               10  WS-PI-PRIORITY      PIC 9(1).
               10  WS-PI-PROJECT       PIC X(12).
               10  WS-PI-CREATED-TS    PIC X(21).
       01  WS-SIDE                     PIC 9(4) COMP-5 VALUE 0.
       01  WS-KEEP-SIDE                PIC 9(4) COMP-5 VALUE 1.
       01  WS-CLOSE-SIDE               PIC 9(4) COMP-5 VALUE 2.
       01  WS-KEEP-ID                  PIC 9(8) VALUE 0.
       01  WS-CLOSE-ID                 PIC 9(8) VALUE 0.
       01  WS-MISSING-ID               PIC 9(8) VALUE 0.
       01  WS-IS-OWNER                 PIC X(1) VALUE 'N'.

       01  WS-SEQ-ITEM-ID              PIC 9(8) VALUE 0.
       01  WS-NEXT-SEQ                 PIC 9(4) VALUE 0.
       01  WS-NOTES-DONE               PIC X(1) VALUE 'N'.
       01  WS-NOTES-MOVED              PIC 9(4) VALUE 0.
       01  WS-LINKS-MOVED              PIC 9(4) VALUE 0.
       01  WS-NOTE-TEXT                PIC X(200) VALUE SPACES.
       01  WS-HOLD-NOTE.
           05  WS-HOLD-USER-ID         PIC X(20).
           05  WS-HOLD-TIMESTAMP       PIC X(21).
           05  WS-HOLD-TEXT            PIC X(200).

      *    Links still to move, gathered a table at a time; the
      *    gathering repeats until none are left, since each pass
      *    deletes what it moved.
       01  WS-LINK-TABLE.
           05  WS-LINK-COUNT           PIC 9(4) COMP-5 VALUE 0.
           05  WS-LINK-ID OCCURS 50 TIMES PIC 9(8).
       01  WS-LINK-IDX                 PIC 9(4) COMP-5 VALUE 0.
       01  WS-DEP-EOF                  PIC X(1) VALUE 'N'.

       01  WS-RESP-FORMAT-VALUE        PIC X(8) VALUE SPACES.
       01  WS-RESP-FIELD-NAME          PIC X(20) VALUE SPACES.
       01  WS-RESP-FIELD-VALUE         PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CGI-INPUT
           PERFORM PARSE-MERGE-PARMS
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
               WHEN WS-PI-ID(1) = 0 OR WS-PI-ID(2) = 0
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "ID" TO WS-RESP-FIELD-NAME
                   MOVE "BOTH ITEM IDS ARE REQUIRED"
                       TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN WS-PI-ID(1) = WS-PI-ID(2)
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "ID" TO WS-RESP-FIELD-NAME
                   MOVE "THE TWO ITEM IDS MUST DIFFER"
                       TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN WS-ACTION NOT = 'MERGE'
                    AND WS-ACTION NOT = 'DISTINCT'
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "ACTION" TO WS-RESP-FIELD-NAME
                   MOVE "ACTION MUST BE MERGE OR DISTINCT"
                       TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN OTHER
                   PERFORM SETTLE-PAIR
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

       PARSE-MERGE-PARMS.
           MOVE 0 TO WS-PI-ID(1)
           MOVE 0 TO WS-PI-ID(2)
           MOVE SPACES TO WS-ACTION
           MOVE "UNKNOWN" TO WS-USER-ID
           MOVE SPACES TO WS-RESP-FORMAT-VALUE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > CGI-PARM-COUNT
               EVALUATE FUNCTION TRIM(CGI-PARM-NAME(WS-IDX))
                   WHEN 'ID1'
                       IF CGI-PARM-VALUE(WS-IDX) NOT = SPACES
                           MOVE FUNCTION NUMVAL(CGI-PARM-VALUE(WS-IDX))
                               TO WS-PI-ID(1)
                       END-IF
                   WHEN 'ID2'
                       IF CGI-PARM-VALUE(WS-IDX) NOT = SPACES
                           MOVE FUNCTION NUMVAL(CGI-PARM-VALUE(WS-IDX))
                               TO WS-PI-ID(2)
                       END-IF
                   WHEN 'ACTION'
                       MOVE CGI-PARM-VALUE(WS-IDX) TO WS-ACTION
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

       SETTLE-PAIR.
      *    TODO-FILE stays open (I-O) from the lookups to the end,
      *    so the duplicate is closed under the same open that
      *    found it.
           PERFORM LOOKUP-PAIR-ITEMS
           EVALUATE TRUE
               WHEN WS-PI-FOUND(1) = 'N' OR WS-PI-FOUND(2) = 'N'
                   IF WS-PI-FOUND(1) = 'N'
                       MOVE WS-PI-ID(1) TO WS-MISSING-ID
                   ELSE
                       MOVE WS-PI-ID(2) TO WS-MISSING-ID
                   END-IF
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "NOT FOUND" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "REASON" TO WS-RESP-FIELD-NAME
                   MOVE SPACES TO WS-RESP-FIELD-VALUE
                   STRING "ITEM "          DELIMITED BY SIZE
                          WS-MISSING-ID    DELIMITED BY SIZE
                          " IS NOT ON FILE" DELIMITED BY SIZE
                       INTO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN WS-IS-OWNER = 'N' AND NOT UCHK-IS-SUPERVISOR
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "USER" TO WS-RESP-FIELD-NAME
                   MOVE "ONLY AN OWNER OF ONE OF THE ITEMS OR A SUPERVIS
      -                 "OR MAY ANSWER A PAIR" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN WS-ACTION = 'DISTINCT'
                   PERFORM RECORD-NOT-DUPLICATE
               WHEN WS-PI-STATUS(1) NOT = 'OPEN'
                 OR WS-PI-STATUS(2) NOT = 'OPEN'
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "ID" TO WS-RESP-FIELD-NAME
                   MOVE "BOTH ITEMS MUST BE OPEN TO BE MERGED"
                       TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN OTHER
                   PERFORM CHECK-MERGE-APPROVAL
                   IF CAPQ-APPROVAL-NEEDED
                       PERFORM REJECT-UNAPPROVED-MERGE
                   ELSE
                       PERFORM MERGE-PAIR
                   END-IF
           END-EVALUATE
           CLOSE TODO-FILE
           .

       LOOKUP-PAIR-ITEMS.
           OPEN I-O TODO-FILE
           IF WS-TODO-FILE-STATUS = '35'
               CLOSE TODO-FILE
               OPEN OUTPUT TODO-FILE
               CLOSE TODO-FILE
               OPEN I-O TODO-FILE
           END-IF
           MOVE 'N' TO WS-IS-OWNER
           PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
               PERFORM LOOKUP-ONE-ITEM
           END-PERFORM
      *    The younger of the two is the duplicate; a tie on the
      *    created timestamp goes to the higher id.
           IF WS-PI-CREATED-TS(2) > WS-PI-CREATED-TS(1)
              OR (WS-PI-CREATED-TS(2) = WS-PI-CREATED-TS(1)
                  AND WS-PI-ID(2) > WS-PI-ID(1))
               MOVE 1 TO WS-KEEP-SIDE
               MOVE 2 TO WS-CLOSE-SIDE
           ELSE
               MOVE 2 TO WS-KEEP-SIDE
               MOVE 1 TO WS-CLOSE-SIDE
           END-IF
           MOVE WS-PI-ID(WS-KEEP-SIDE) TO WS-KEEP-ID
           MOVE WS-PI-ID(WS-CLOSE-SIDE) TO WS-CLOSE-ID
           .

       LOOKUP-ONE-ITEM.
           MOVE 'N' TO WS-PI-FOUND(WS-SIDE)
           MOVE SPACES TO WS-PI-STATUS(WS-SIDE)
           MOVE SPACES TO WS-PI-OWNER(WS-SIDE)
           MOVE 0 TO WS-PI-PRIORITY(WS-SIDE)
           MOVE SPACES TO WS-PI-PROJECT(WS-SIDE)
           MOVE SPACES TO WS-PI-CREATED-TS(WS-SIDE)
           MOVE WS-PI-ID(WS-SIDE) TO TODO-ID
           READ TODO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PI-FOUND(WS-SIDE)
                   MOVE TODO-STATUS TO WS-PI-STATUS(WS-SIDE)
                   MOVE TODO-OWNER TO WS-PI-OWNER(WS-SIDE)
                   MOVE TODO-PRIORITY TO WS-PI-PRIORITY(WS-SIDE)
                   MOVE TODO-PROJECT TO WS-PI-PROJECT(WS-SIDE)
                   MOVE TODO-CREATED-TS TO WS-PI-CREATED-TS(WS-SIDE)
                   IF TODO-OWNER = WS-USER-ID
                       MOVE 'Y' TO WS-IS-OWNER
                   END-IF
           END-READ
           .

       RECORD-NOT-DUPLICATE.
      *    One row per pair, lower id first, whichever way round the
      *    pair was named.
           OPEN I-O DUPN-FILE
           IF WS-DUPN-FILE-STATUS = '35'
               CLOSE DUPN-FILE
               OPEN OUTPUT DUPN-FILE
               CLOSE DUPN-FILE
               OPEN I-O DUPN-FILE
           END-IF
           IF WS-PI-ID(1) < WS-PI-ID(2)
               MOVE WS-PI-ID(1) TO DUP-LOW-ID
               MOVE WS-PI-ID(2) TO DUP-HIGH-ID
           ELSE
               MOVE WS-PI-ID(2) TO DUP-LOW-ID
               MOVE WS-PI-ID(1) TO DUP-HIGH-ID
           END-IF
           READ DUPN-FILE
               INVALID KEY
                   PERFORM WRITE-NOT-DUPLICATE-ROW
               NOT INVALID KEY
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "ALREADY NOTED" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "NOTEDBY" TO WS-RESP-FIELD-NAME
                   MOVE DUP-USER-ID TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "NOTEDAT" TO WS-RESP-FIELD-NAME
                   MOVE DUP-TIMESTAMP TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
           END-READ
           CLOSE DUPN-FILE
           .

       WRITE-NOT-DUPLICATE-ROW.
      *    The key is set again - the unsuccessful READ leaves the
      *    record area undefined.
           IF WS-PI-ID(1) < WS-PI-ID(2)
               MOVE WS-PI-ID(1) TO DUP-LOW-ID
               MOVE WS-PI-ID(2) TO DUP-HIGH-ID
           ELSE
               MOVE WS-PI-ID(2) TO DUP-LOW-ID
               MOVE WS-PI-ID(1) TO DUP-HIGH-ID
           END-IF
           MOVE WS-USER-ID TO DUP-USER-ID
           MOVE FUNCTION CURRENT-DATE TO DUP-TIMESTAMP
           WRITE DUP-RECORD
           MOVE DUP-LOW-ID TO AUD-ITEM-ID
           MOVE "DISTINCT" TO AUD-ACTION
           MOVE "NOT DUPLICATE OF" TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE DUP-HIGH-ID TO AUD-NEW-VALUE
           MOVE WS-USER-ID TO AUD-USER-ID
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           MOVE "STATUS" TO WS-RESP-FIELD-NAME
           MOVE "NOTED" TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "ID1" TO WS-RESP-FIELD-NAME
           MOVE DUP-LOW-ID TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "ID2" TO WS-RESP-FIELD-NAME
           MOVE DUP-HIGH-ID TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           .

       CHECK-MERGE-APPROVAL.
      *    The same question TODOSAVE asks before a close; an ADMIN
      *    is not asked, as there.
           MOVE 'FREE' TO CAPQ-RESULT
           IF NOT UCHK-IS-ADMIN
               MOVE WS-PI-OWNER(WS-CLOSE-SIDE) TO CAPQ-OWNER
               MOVE WS-PI-PRIORITY(WS-CLOSE-SIDE) TO CAPQ-PRIORITY
               MOVE WS-PI-PROJECT(WS-CLOSE-SIDE) TO CAPQ-PROJECT
               MOVE WS-USER-ID TO CAPQ-USER-ID
               CALL 'TODOCAPV' USING TODO-CLOSE-APPROVAL-CHECK
           END-IF
           .

       REJECT-UNAPPROVED-MERGE.
           MOVE "STATUS" TO WS-RESP-FIELD-NAME
           MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "USER" TO WS-RESP-FIELD-NAME
           MOVE SPACES TO WS-RESP-FIELD-VALUE
           STRING "CLOSING ITEM "            DELIMITED BY SIZE
                  WS-CLOSE-ID                DELIMITED BY SIZE
                  " NEEDS SUPERVISOR APPROVAL - ONLY ITS OWNER'S SUPE"
                                             DELIMITED BY SIZE
                  "RVISOR MAY MERGE THIS PAIR" DELIMITED BY SIZE
               INTO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "APPROVER" TO WS-RESP-FIELD-NAME
           MOVE CAPQ-SUPERVISOR TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           .

       MERGE-PAIR.
      *    The MERGED INTO row follows the note move and comes before
      *    the closing note, so a replay of the trail moves exactly
      *    the notes moved here.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           PERFORM MOVE-NOTES-TO-KEPT-ITEM
           MOVE WS-CLOSE-ID TO AUD-ITEM-ID
           MOVE "MERGE" TO AUD-ACTION
           MOVE "MERGED INTO" TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE
           STRING "NOTES MOVED " DELIMITED BY SIZE
                  WS-NOTES-MOVED DELIMITED BY SIZE
               INTO AUD-OLD-VALUE
           MOVE WS-KEEP-ID TO AUD-NEW-VALUE
           MOVE WS-USER-ID TO AUD-USER-ID
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           MOVE WS-KEEP-ID TO AUD-ITEM-ID
           MOVE "MERGE" TO AUD-ACTION
           MOVE "MERGED FROM" TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE WS-CLOSE-ID TO AUD-NEW-VALUE
           MOVE WS-USER-ID TO AUD-USER-ID
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           PERFORM MOVE-LINKS-TO-KEPT-ITEM
           PERFORM APPEND-DUPLICATE-NOTE
           PERFORM CLOSE-DUPLICATE-ITEM
           MOVE "STATUS" TO WS-RESP-FIELD-NAME
           MOVE "MERGED" TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "KEPT" TO WS-RESP-FIELD-NAME
           MOVE WS-KEEP-ID TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "CLOSED" TO WS-RESP-FIELD-NAME
           MOVE WS-CLOSE-ID TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "NOTESMOVED" TO WS-RESP-FIELD-NAME
           MOVE WS-NOTES-MOVED TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "LINKSMOVED" TO WS-RESP-FIELD-NAME
           MOVE WS-LINKS-MOVED TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "VERSION" TO WS-RESP-FIELD-NAME
           MOVE TODO-VERSION TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           .

       OPEN-NOTE-FILE-IO.
           OPEN I-O NOTE-FILE
           IF WS-NOTE-FILE-STATUS = '35'
               CLOSE NOTE-FILE
               OPEN OUTPUT NOTE-FILE
               CLOSE NOTE-FILE
               OPEN I-O NOTE-FILE
           END-IF
           .

       MOVE-NOTES-TO-KEPT-ITEM.
      *    The duplicate's notes are taken from the front one at a
      *    time - read, deleted, written back under the kept item's
      *    next sequence - until it has none left.
           MOVE 0 TO WS-NOTES-MOVED
           PERFORM OPEN-NOTE-FILE-IO
           MOVE WS-KEEP-ID TO WS-SEQ-ITEM-ID
           PERFORM FIND-NEXT-NOTE-SEQ
           MOVE 'N' TO WS-NOTES-DONE
           PERFORM MOVE-ONE-NOTE
               UNTIL WS-NOTES-DONE = 'Y'
           CLOSE NOTE-FILE
           .

       MOVE-ONE-NOTE.
           MOVE WS-CLOSE-ID TO NOTE-ITEM-ID
           MOVE 0 TO NOTE-SEQ
           START NOTE-FILE KEY >= NOTE-KEY
               INVALID KEY MOVE 'Y' TO WS-NOTES-DONE
           END-START
           IF WS-NOTES-DONE = 'N'
               READ NOTE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-NOTES-DONE
                   NOT AT END
                       IF NOTE-ITEM-ID = WS-CLOSE-ID
                           PERFORM TRANSFER-ONE-NOTE
                       ELSE
                           MOVE 'Y' TO WS-NOTES-DONE
                       END-IF
               END-READ
           END-IF
           .

       TRANSFER-ONE-NOTE.
           MOVE NOTE-USER-ID TO WS-HOLD-USER-ID
           MOVE NOTE-TIMESTAMP TO WS-HOLD-TIMESTAMP
           MOVE NOTE-TEXT TO WS-HOLD-TEXT
           DELETE NOTE-FILE RECORD
               INVALID KEY MOVE 'Y' TO WS-NOTES-DONE
           END-DELETE
           IF WS-NOTES-DONE = 'N'
               MOVE WS-KEEP-ID TO NOTE-ITEM-ID
               MOVE WS-NEXT-SEQ TO NOTE-SEQ
               MOVE WS-HOLD-USER-ID TO NOTE-USER-ID
               MOVE WS-HOLD-TIMESTAMP TO NOTE-TIMESTAMP
               MOVE WS-HOLD-TEXT TO NOTE-TEXT
               WRITE NOTE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO WS-NEXT-SEQ
               ADD 1 TO WS-NOTES-MOVED
           END-IF
           .

       FIND-NEXT-NOTE-SEQ.
      *    One past the highest sequence WS-SEQ-ITEM-ID already has,
      *    found the way TODONOTE finds it.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE WS-SEQ-ITEM-ID TO NOTE-ITEM-ID
           MOVE 0 TO NOTE-SEQ
           MOVE 'N' TO WS-EOF-SWITCH
           START NOTE-FILE KEY >= NOTE-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           PERFORM UNTIL WS-EOF
               READ NOTE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF NOTE-ITEM-ID = WS-SEQ-ITEM-ID
                           COMPUTE WS-NEXT-SEQ = NOTE-SEQ + 1
                       ELSE
                           MOVE 'Y' TO WS-EOF-SWITCH
                       END-IF
               END-READ
           END-PERFORM
           .

       MOVE-LINKS-TO-KEPT-ITEM.
           MOVE 0 TO WS-LINKS-MOVED
           OPEN I-O DEP-FILE
           IF WS-DEP-FILE-STATUS = '35'
               CLOSE DEP-FILE
               OPEN OUTPUT DEP-FILE
               CLOSE DEP-FILE
               OPEN I-O DEP-FILE
           END-IF
      *    What the duplicate waited on.
           PERFORM GATHER-OWN-BLOCKERS
           PERFORM UNTIL WS-LINK-COUNT = 0
               PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                       UNTIL WS-LINK-IDX > WS-LINK-COUNT
                   PERFORM MOVE-OWN-BLOCKER
               END-PERFORM
               PERFORM GATHER-OWN-BLOCKERS
           END-PERFORM
      *    What waited on the duplicate.
           PERFORM GATHER-WAITING-ITEMS
           PERFORM UNTIL WS-LINK-COUNT = 0
               PERFORM VARYING WS-LINK-IDX FROM 1 BY 1
                       UNTIL WS-LINK-IDX > WS-LINK-COUNT
                   PERFORM MOVE-WAITING-ITEM
               END-PERFORM
               PERFORM GATHER-WAITING-ITEMS
           END-PERFORM
           CLOSE DEP-FILE
           .

       GATHER-OWN-BLOCKERS.
      *    Collected first and moved by full key, so no row is
      *    deleted out from under the read.
           MOVE 0 TO WS-LINK-COUNT
           MOVE WS-CLOSE-ID TO DEP-ITEM-ID
           MOVE 0 TO DEP-BLOCKER-ID
           MOVE 'N' TO WS-DEP-EOF
           START DEP-FILE KEY >= DEP-KEY
               INVALID KEY MOVE 'Y' TO WS-DEP-EOF
           END-START
           PERFORM UNTIL WS-DEP-EOF = 'Y'
               READ DEP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-DEP-EOF
                   NOT AT END
                       IF DEP-ITEM-ID = WS-CLOSE-ID
                          AND WS-LINK-COUNT < 50
                           ADD 1 TO WS-LINK-COUNT
                           MOVE DEP-BLOCKER-ID
                               TO WS-LINK-ID(WS-LINK-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-DEP-EOF
                       END-IF
               END-READ
           END-PERFORM
           .

       GATHER-WAITING-ITEMS.
      *    The reverse question comes off the DEP-BLOCKER-ID
      *    alternate key, where an item's dependents sit together.
           MOVE 0 TO WS-LINK-COUNT
           MOVE WS-CLOSE-ID TO DEP-BLOCKER-ID
           MOVE 'N' TO WS-DEP-EOF
           START DEP-FILE KEY >= DEP-BLOCKER-ID
               INVALID KEY MOVE 'Y' TO WS-DEP-EOF
           END-START
           PERFORM UNTIL WS-DEP-EOF = 'Y'
               READ DEP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-DEP-EOF
                   NOT AT END
                       IF DEP-BLOCKER-ID = WS-CLOSE-ID
                          AND WS-LINK-COUNT < 50
                           ADD 1 TO WS-LINK-COUNT
                           MOVE DEP-ITEM-ID
                               TO WS-LINK-ID(WS-LINK-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-DEP-EOF
                       END-IF
               END-READ
           END-PERFORM
           .

       MOVE-OWN-BLOCKER.
      *    The duplicate's link goes; the kept item takes it unless
      *    the blocker is the kept item itself or the link is there
      *    already.
           MOVE WS-CLOSE-ID TO DEP-ITEM-ID
           MOVE WS-LINK-ID(WS-LINK-IDX) TO DEP-BLOCKER-ID
           DELETE DEP-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           MOVE WS-CLOSE-ID TO AUD-ITEM-ID
           MOVE WS-LINK-ID(WS-LINK-IDX) TO AUD-OLD-VALUE
           MOVE SPACES TO AUD-NEW-VALUE
           PERFORM WRITE-BLOCKER-AUDIT-ROW
           IF WS-LINK-ID(WS-LINK-IDX) NOT = WS-KEEP-ID
               MOVE WS-KEEP-ID TO DEP-ITEM-ID
               MOVE WS-LINK-ID(WS-LINK-IDX) TO DEP-BLOCKER-ID
               MOVE WS-USER-ID TO DEP-USER-ID
               MOVE WS-NOW-TS TO DEP-TIMESTAMP
               WRITE DEP-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-LINKS-MOVED
                       MOVE WS-KEEP-ID TO AUD-ITEM-ID
                       MOVE SPACES TO AUD-OLD-VALUE
                       MOVE WS-LINK-ID(WS-LINK-IDX) TO AUD-NEW-VALUE
                       PERFORM WRITE-BLOCKER-AUDIT-ROW
               END-WRITE
           END-IF
           .

       MOVE-WAITING-ITEM.
      *    One row re-points the waiting item from the duplicate to
      *    the kept item; the kept item waiting on its own duplicate
      *    just loses the link.
           MOVE WS-LINK-ID(WS-LINK-IDX) TO DEP-ITEM-ID
           MOVE WS-CLOSE-ID TO DEP-BLOCKER-ID
           DELETE DEP-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           MOVE WS-LINK-ID(WS-LINK-IDX) TO AUD-ITEM-ID
           MOVE WS-CLOSE-ID TO AUD-OLD-VALUE
           MOVE SPACES TO AUD-NEW-VALUE
           IF WS-LINK-ID(WS-LINK-IDX) NOT = WS-KEEP-ID
               MOVE WS-LINK-ID(WS-LINK-IDX) TO DEP-ITEM-ID
               MOVE WS-KEEP-ID TO DEP-BLOCKER-ID
               MOVE WS-USER-ID TO DEP-USER-ID
               MOVE WS-NOW-TS TO DEP-TIMESTAMP
               WRITE DEP-RECORD
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-LINKS-MOVED
                       MOVE WS-KEEP-ID TO AUD-NEW-VALUE
               END-WRITE
           END-IF
           PERFORM WRITE-BLOCKER-AUDIT-ROW
           .

       WRITE-BLOCKER-AUDIT-ROW.
      *    Link changes go out as EDIT rows, the way TODOSAVE writes
      *    them - the old value a link removed, the new value a link
      *    added.
           MOVE "BLOCKEDBY" TO AUD-FIELD-NAME
           MOVE "EDIT" TO AUD-ACTION
           MOVE WS-USER-ID TO AUD-USER-ID
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           .

       APPEND-DUPLICATE-NOTE.
      *    Written the way TODONOTE appends a note and audited as a
      *    NOTE row like one, so whoever opens the closed item sees
      *    where its work went.
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "CLOSED AS A DUPLICATE OF " DELIMITED BY SIZE
                  WS-KEEP-ID                 DELIMITED BY SIZE
                  " BY "                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-USER-ID)  DELIMITED BY SIZE
                  " - NOTES AND LINKS MOVED THERE"
                                             DELIMITED BY SIZE
               INTO WS-NOTE-TEXT
           PERFORM OPEN-NOTE-FILE-IO
           MOVE WS-CLOSE-ID TO WS-SEQ-ITEM-ID
           PERFORM FIND-NEXT-NOTE-SEQ
           MOVE WS-CLOSE-ID TO NOTE-ITEM-ID
           MOVE WS-NEXT-SEQ TO NOTE-SEQ
           MOVE WS-USER-ID TO NOTE-USER-ID
           MOVE FUNCTION CURRENT-DATE TO NOTE-TIMESTAMP
           MOVE WS-NOTE-TEXT TO NOTE-TEXT
           WRITE NOTE-RECORD
           CLOSE NOTE-FILE
           MOVE WS-CLOSE-ID TO AUD-ITEM-ID
           MOVE "NOTE" TO AUD-ACTION
           MOVE "NOTE" TO AUD-FIELD-NAME
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE WS-NOTE-TEXT TO AUD-NEW-VALUE
           MOVE WS-USER-ID TO AUD-USER-ID
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           .

       CLOSE-DUPLICATE-ITEM.
      *    The STATUS row is the one every other close writes, so
      *    recovery, the statistics and the change feed treat the
      *    merge's close like any other.
           MOVE WS-CLOSE-ID TO TODO-ID
           READ TODO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'CLOSED' TO TODO-STATUS
                   ADD 1 TO TODO-VERSION
                   REWRITE TODO-RECORD
           END-READ
           MOVE WS-CLOSE-ID TO AUD-ITEM-ID
           MOVE "STATUS" TO AUD-ACTION
           MOVE "STATUS" TO AUD-FIELD-NAME
           MOVE "OPEN" TO AUD-OLD-VALUE
           MOVE "CLOSED" TO AUD-NEW-VALUE
           MOVE WS-USER-ID TO AUD-USER-ID
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           .

       WRITE-RESPONSE-FIELD.
           CALL 'TODORESP-FIELD' USING WS-RESP-FIELD-NAME
                                       WS-RESP-FIELD-VALUE
           .
