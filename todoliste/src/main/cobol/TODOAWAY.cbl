       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOAWAY.
      *
      * CGI transaction that records an owner's absence and who
      * stands in for them, so the night jobs and handoffs stop
      * treating an owner on leave as one ignoring their queue.
      * Reads a chunked POST body (via CGIUTIL-PARMS) carrying:
      *
      *   ACTION   - SET (record or change an absence) or CANCEL
      *              (remove it)
      *   OWNER    - whose absence; defaults to USER
      *   FROMDATE - CCYYMMDD first day away; with OWNER it names
      *              the absence, so CANCEL and a change to the
      *              dates or delegate both quote it
      *   TODATE   - CCYYMMDD last day away (SET only); not before
      *              FROMDATE and not already past
      *   DELEGATE - who stands in (SET only): an active id on the
      *              user master file, not the owner
      *   USER     - who is submitting; must be an active id on the
      *              user master file (checked through TODOUSER),
      *              and only the owner or a supervisor may record
      *              or cancel the owner's absence
      *
      * Absences live in TODOABS.DAT (see the TODOABSR copybook);
      * one owner's absences may not overlap, so on any day there
      * is at most one delegate.  Every change is appended to the
      * audit trail via TODOAUD as an ABSENCE row (item id zero -
      * it belongs to an owner, not an item): SET when a new
      * absence is recorded, CHANGED when an existing one is
      * re-dated or given another delegate, CANCELLED when it is
      * removed, the old and new values spelling out owner, dates
      * and delegate.  The answer goes out through TODORESP;
      * FORMAT=MACHINE selects the portal's NAME=VALUE body instead
      * of the HTML page.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-INPUT ASSIGN TO "POSTDATA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ABS-FILE ASSIGN TO "TODOABS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABS-KEY
               FILE STATUS IS WS-ABS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POST-INPUT.
       01  FD-CHUNK-OF-POST            PIC X(300).

       FD  ABS-FILE.
       COPY TODOABSR.

       WORKING-STORAGE SECTION.
       01  WS-ABS-FILE-STATUS          PIC X(2).
       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-SCAN-EOF                 PIC X(1) VALUE 'N'.
       01  WS-CURRENT-CHUNK            PIC X(300).
       01  CHUNK-OF-POST               PIC X(300).
       01  MORE-CHUNKS-FLAG            PIC X(1).
       01  WS-IDX                      PIC 9(4) COMP-5.
       COPY CGIPARM.
       COPY TODOAUDR.
       COPY TODOUSRC.

       01  WS-ACTION                   PIC X(8) VALUE SPACES.
       01  WS-USER-ID                  PIC X(20) VALUE SPACES.
       01  WS-USER-IS-SUPERVISOR       PIC X(1) VALUE 'N'.
       01  WS-OWNER                    PIC X(20) VALUE SPACES.
       01  WS-DELEGATE                 PIC X(20) VALUE SPACES.
       01  WS-FROM-TEXT                PIC X(20) VALUE SPACES.
       01  WS-TO-TEXT                  PIC X(20) VALUE SPACES.
       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  WS-TO-DATE                  PIC 9(8) VALUE 0.
       01  WS-TODAY                    PIC 9(8).
       01  WS-CHECK-TEXT               PIC X(20).
       01  WS-CHECK-MM                 PIC 99.
       01  WS-CHECK-DD                 PIC 99.
       01  WS-DATE-OK                  PIC X(1) VALUE 'N'.
       01  WS-ABS-ROW-EXISTS           PIC X(1) VALUE 'N'.
       01  WS-OLD-FROM-DATE            PIC 9(8) VALUE 0.
       01  WS-OLD-TO-DATE              PIC 9(8) VALUE 0.
       01  WS-OLD-DELEGATE             PIC X(20) VALUE SPACES.
       01  WS-OVERLAP-FOUND            PIC X(1) VALUE 'N'.
       01  WS-OVERLAP-FROM             PIC 9(8) VALUE 0.
       01  WS-OVERLAP-TO               PIC 9(8) VALUE 0.
       01  WS-REJECT-FIELD             PIC X(20) VALUE SPACES.
       01  WS-REJECT-MESSAGE           PIC X(200) VALUE SPACES.
       01  WS-RESP-FORMAT-VALUE        PIC X(8) VALUE SPACES.
       01  WS-RESP-FIELD-NAME          PIC X(20) VALUE SPACES.
       01  WS-RESP-FIELD-VALUE         PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM READ-CGI-INPUT
           PERFORM PARSE-ABSENCE-PARMS
           CALL 'TODORESP' USING WS-RESP-FORMAT-VALUE
           MOVE WS-USER-ID TO UCHK-USER-ID
           CALL 'TODOUSER' USING TODO-USER-CHECK
           IF UCHK-IS-SUPERVISOR
               MOVE 'Y' TO WS-USER-IS-SUPERVISOR
           END-IF
           MOVE WS-FROM-TEXT TO WS-CHECK-TEXT
           PERFORM CHECK-DATE-TEXT
           EVALUATE TRUE
               WHEN NOT UCHK-USER-OK
                   MOVE "USER" TO WS-REJECT-FIELD
                   IF UCHK-USER-INACTIVE
                       MOVE "USER IS NOT ACTIVE" TO WS-REJECT-MESSAGE
                   ELSE
                       MOVE "USER IS NOT ON THE USER MASTER FILE"
                           TO WS-REJECT-MESSAGE
                   END-IF
                   PERFORM WRITE-REJECTED-RESPONSE
               WHEN WS-ACTION NOT = 'SET'
                    AND WS-ACTION NOT = 'CANCEL'
                   MOVE "ACTION" TO WS-REJECT-FIELD
                   MOVE "ACTION MUST BE SET OR CANCEL"
                       TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECTED-RESPONSE
               WHEN WS-OWNER NOT = WS-USER-ID
                    AND WS-USER-IS-SUPERVISOR = 'N'
                   MOVE "OWNER" TO WS-REJECT-FIELD
                   MOVE "ONLY THE OWNER OR A SUPERVISOR MAY RECORD THIS
      -                 " ABSENCE" TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECTED-RESPONSE
               WHEN WS-DATE-OK = 'N'
                   MOVE "FROMDATE" TO WS-REJECT-FIELD
                   MOVE "FROMDATE must be a valid CCYYMMDD date"
                       TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECTED-RESPONSE
               WHEN WS-ACTION = 'SET'
                   MOVE WS-CHECK-TEXT(1:8) TO WS-FROM-DATE
                   PERFORM RECORD-ABSENCE
               WHEN OTHER
                   MOVE WS-CHECK-TEXT(1:8) TO WS-FROM-DATE
                   PERFORM CANCEL-ABSENCE
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

       PARSE-ABSENCE-PARMS.
           MOVE SPACES TO WS-ACTION
           MOVE "UNKNOWN" TO WS-USER-ID
           MOVE SPACES TO WS-OWNER
           MOVE SPACES TO WS-DELEGATE
           MOVE SPACES TO WS-FROM-TEXT
           MOVE SPACES TO WS-TO-TEXT
           MOVE SPACES TO WS-RESP-FORMAT-VALUE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > CGI-PARM-COUNT
               EVALUATE FUNCTION TRIM(CGI-PARM-NAME(WS-IDX))
                   WHEN 'ACTION'
                       MOVE CGI-PARM-VALUE(WS-IDX) TO WS-ACTION
                   WHEN 'OWNER'
                       MOVE CGI-PARM-VALUE(WS-IDX) TO WS-OWNER
                   WHEN 'FROMDATE'
                       MOVE CGI-PARM-VALUE(WS-IDX) TO WS-FROM-TEXT
                   WHEN 'TODATE'
                       MOVE CGI-PARM-VALUE(WS-IDX) TO WS-TO-TEXT
                   WHEN 'DELEGATE'
                       MOVE CGI-PARM-VALUE(WS-IDX) TO WS-DELEGATE
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
           IF WS-OWNER = SPACES
               MOVE WS-USER-ID TO WS-OWNER
           END-IF
           .

       CHECK-DATE-TEXT.
      *    The same plausibility rule TODOVAL applies to DUEDATE:
      *    eight digits with a real month and day.
           MOVE 'N' TO WS-DATE-OK
           IF WS-CHECK-TEXT(1:8) IS NUMERIC
              AND WS-CHECK-TEXT(9:12) = SPACES
              AND WS-CHECK-TEXT(1:4) > '1600'
               MOVE WS-CHECK-TEXT(5:2) TO WS-CHECK-MM
               MOVE WS-CHECK-TEXT(7:2) TO WS-CHECK-DD
               IF WS-CHECK-MM >= 1 AND WS-CHECK-MM <= 12
                  AND WS-CHECK-DD >= 1 AND WS-CHECK-DD <= 31
                   MOVE 'Y' TO WS-DATE-OK
               END-IF
           END-IF
           .

       RECORD-ABSENCE.
      *    The checks that only matter for SET.  The delegate is
      *    looked up last: TODOUSER answers into the same area the
      *    submitter's check used.
           MOVE WS-TO-TEXT TO WS-CHECK-TEXT
           PERFORM CHECK-DATE-TEXT
           IF WS-DATE-OK = 'Y'
               MOVE WS-CHECK-TEXT(1:8) TO WS-TO-DATE
           END-IF
           MOVE WS-DELEGATE TO UCHK-USER-ID
           CALL 'TODOUSER' USING TODO-USER-CHECK
           EVALUATE TRUE
               WHEN WS-DATE-OK = 'N'
                   MOVE "TODATE" TO WS-REJECT-FIELD
                   MOVE "TODATE must be a valid CCYYMMDD date"
                       TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECTED-RESPONSE
               WHEN WS-TO-DATE < WS-FROM-DATE
                   MOVE "TODATE" TO WS-REJECT-FIELD
                   MOVE "TODATE MAY NOT BE BEFORE FROMDATE"
                       TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECTED-RESPONSE
               WHEN WS-TO-DATE < WS-TODAY
                   MOVE "TODATE" TO WS-REJECT-FIELD
                   MOVE "ABSENCE IS ALREADY OVER" TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECTED-RESPONSE
               WHEN WS-DELEGATE = SPACES
                   MOVE "DELEGATE" TO WS-REJECT-FIELD
                   MOVE "DELEGATE IS REQUIRED" TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECTED-RESPONSE
               WHEN WS-DELEGATE = WS-OWNER
                   MOVE "DELEGATE" TO WS-REJECT-FIELD
                   MOVE "DELEGATE MUST BE SOMEONE OTHER THAN THE OWNER"
                       TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECTED-RESPONSE
               WHEN NOT UCHK-USER-OK
                   MOVE "DELEGATE" TO WS-REJECT-FIELD
                   MOVE "DELEGATE IS NOT AN ACTIVE USER"
                       TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECTED-RESPONSE
               WHEN OTHER
                   PERFORM OPEN-ABS-FILE
                   PERFORM FIND-OVERLAPPING-ABSENCE
                   IF WS-OVERLAP-FOUND = 'Y'
                       PERFORM REJECT-OVERLAP
                   ELSE
                       PERFORM SAVE-ABSENCE
                   END-IF
                   CLOSE ABS-FILE
           END-EVALUATE
           .

       OPEN-ABS-FILE.
           OPEN I-O ABS-FILE
           IF WS-ABS-FILE-STATUS = '35'
               CLOSE ABS-FILE
               OPEN OUTPUT ABS-FILE
               CLOSE ABS-FILE
               OPEN I-O ABS-FILE
           END-IF
           .

       FIND-OVERLAPPING-ABSENCE.
      *    The owner's rows sit together under the key; any other
      *    than the one being changed that shares a day with the
      *    new dates is a clash.
           MOVE 'N' TO WS-OVERLAP-FOUND
           MOVE WS-OWNER TO ABS-OWNER
           MOVE 0 TO ABS-FROM-DATE
           MOVE 'N' TO WS-SCAN-EOF
           START ABS-FILE KEY >= ABS-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
                      OR WS-OVERLAP-FOUND = 'Y'
               READ ABS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN ABS-OWNER NOT = WS-OWNER
                               MOVE 'Y' TO WS-SCAN-EOF
                           WHEN ABS-FROM-DATE = WS-FROM-DATE
                               CONTINUE
                           WHEN ABS-FROM-DATE <= WS-TO-DATE
                                AND ABS-TO-DATE >= WS-FROM-DATE
                               MOVE 'Y' TO WS-OVERLAP-FOUND
                               MOVE ABS-FROM-DATE TO WS-OVERLAP-FROM
                               MOVE ABS-TO-DATE TO WS-OVERLAP-TO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           .

       REJECT-OVERLAP.
           MOVE "FROMDATE" TO WS-REJECT-FIELD
           MOVE SPACES TO WS-REJECT-MESSAGE
           STRING "OVERLAPS THE ABSENCE FROM " DELIMITED BY SIZE
                  WS-OVERLAP-FROM              DELIMITED BY SIZE
                  " TO "                       DELIMITED BY SIZE
                  WS-OVERLAP-TO                DELIMITED BY SIZE
               INTO WS-REJECT-MESSAGE
           PERFORM WRITE-REJECTED-RESPONSE
           .

       SAVE-ABSENCE.
           MOVE 'N' TO WS-ABS-ROW-EXISTS
           MOVE WS-OWNER TO ABS-OWNER
           MOVE WS-FROM-DATE TO ABS-FROM-DATE
           READ ABS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ABS-ROW-EXISTS
                   MOVE ABS-FROM-DATE TO WS-OLD-FROM-DATE
                   MOVE ABS-TO-DATE TO WS-OLD-TO-DATE
                   MOVE ABS-DELEGATE TO WS-OLD-DELEGATE
           END-READ
      *    The record area is undefined after an unsuccessful keyed
      *    READ, so the key is set again before the WRITE/REWRITE.
           MOVE WS-OWNER TO ABS-OWNER
           MOVE WS-FROM-DATE TO ABS-FROM-DATE
           MOVE WS-TO-DATE TO ABS-TO-DATE
           MOVE WS-DELEGATE TO ABS-DELEGATE
           MOVE WS-USER-ID TO ABS-USER-ID
           MOVE FUNCTION CURRENT-DATE TO ABS-TIMESTAMP
           MOVE SPACES TO AUD-OLD-VALUE
           IF WS-ABS-ROW-EXISTS = 'Y'
               REWRITE ABS-RECORD
               MOVE "CHANGED" TO AUD-FIELD-NAME
               STRING "OWNER "                  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OWNER)   DELIMITED BY SIZE
                      " FROM "                  DELIMITED BY SIZE
                      WS-OLD-FROM-DATE          DELIMITED BY SIZE
                      " TO "                    DELIMITED BY SIZE
                      WS-OLD-TO-DATE            DELIMITED BY SIZE
                      " DELEGATE "              DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OLD-DELEGATE)
                                                DELIMITED BY SIZE
                   INTO AUD-OLD-VALUE
           ELSE
               WRITE ABS-RECORD
               MOVE "SET" TO AUD-FIELD-NAME
           END-IF
           MOVE SPACES TO AUD-NEW-VALUE
           STRING "OWNER "                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OWNER)   DELIMITED BY SIZE
                  " FROM "                  DELIMITED BY SIZE
                  WS-FROM-DATE              DELIMITED BY SIZE
                  " TO "                    DELIMITED BY SIZE
                  WS-TO-DATE                DELIMITED BY SIZE
                  " DELEGATE "              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DELEGATE) DELIMITED BY SIZE
               INTO AUD-NEW-VALUE
           PERFORM WRITE-ABSENCE-AUDIT-ROW
           MOVE "STATUS" TO WS-RESP-FIELD-NAME
           MOVE "SAVED" TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           PERFORM WRITE-ABSENCE-FIELDS
           .

       CANCEL-ABSENCE.
           PERFORM OPEN-ABS-FILE
           MOVE WS-OWNER TO ABS-OWNER
           MOVE WS-FROM-DATE TO ABS-FROM-DATE
           READ ABS-FILE
               INVALID KEY
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "NOT FOUND" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "REASON" TO WS-RESP-FIELD-NAME
                   MOVE "NO ABSENCE STARTS ON FROMDATE FOR THIS OWNER"
                       TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               NOT INVALID KEY
                   MOVE ABS-TO-DATE TO WS-TO-DATE
                   MOVE ABS-DELEGATE TO WS-DELEGATE
                   DELETE ABS-FILE RECORD
                   MOVE "CANCELLED" TO AUD-FIELD-NAME
                   MOVE SPACES TO AUD-OLD-VALUE
                   STRING "OWNER "                  DELIMITED BY SIZE
                          FUNCTION TRIM(WS-OWNER)   DELIMITED BY SIZE
                          " FROM "                  DELIMITED BY SIZE
                          WS-FROM-DATE              DELIMITED BY SIZE
                          " TO "                    DELIMITED BY SIZE
                          WS-TO-DATE                DELIMITED BY SIZE
                          " DELEGATE "              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DELEGATE)
                                                    DELIMITED BY SIZE
                       INTO AUD-OLD-VALUE
                   MOVE SPACES TO AUD-NEW-VALUE
                   PERFORM WRITE-ABSENCE-AUDIT-ROW
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "CANCELLED" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   PERFORM WRITE-ABSENCE-FIELDS
           END-READ
           CLOSE ABS-FILE
           .

       WRITE-ABSENCE-FIELDS.
           MOVE "OWNER" TO WS-RESP-FIELD-NAME
           MOVE WS-OWNER TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "FROMDATE" TO WS-RESP-FIELD-NAME
           MOVE WS-FROM-DATE TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "TODATE" TO WS-RESP-FIELD-NAME
           MOVE WS-TO-DATE TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "DELEGATE" TO WS-RESP-FIELD-NAME
           MOVE WS-DELEGATE TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           .

       WRITE-REJECTED-RESPONSE.
           MOVE "STATUS" TO WS-RESP-FIELD-NAME
           MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE WS-REJECT-FIELD TO WS-RESP-FIELD-NAME
           MOVE WS-REJECT-MESSAGE TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           .

       WRITE-ABSENCE-AUDIT-ROW.
           MOVE 0 TO AUD-ITEM-ID
           MOVE "ABSENCE" TO AUD-ACTION
           MOVE WS-USER-ID TO AUD-USER-ID
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           .

       WRITE-RESPONSE-FIELD.
           CALL 'TODORESP-FIELD' USING WS-RESP-FIELD-NAME
                                       WS-RESP-FIELD-VALUE
           .
