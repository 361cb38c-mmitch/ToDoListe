       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOPSET.
      *
      * CGI transaction that maintains the batch parameters - the
      * purge window, warning period, escalation thresholds and the
      * other settings the night jobs read through TODOPARM - so a
      * change no longer means a changed job stream, and the audit
      * trail shows who changed a setting and when.  Reads a chunked
      * POST body (via CGIUTIL-PARMS) carrying:
      *
      *   ACTION  - SET (give the parameter a value from EFFDATE
      *             on), CANCEL (withdraw a change not yet in
      *             force) or SHOW (answer the value in force today)
      *   NAME    - the parameter, as listed in TODOPARM's catalogue
      *             (ARCH-PURGE-DAYS, NTFY-WARN-DAYS, ...)
      *   VALUE   - the new value (SET only): a whole number within
      *             the parameter's range, or for a month parameter
      *             0 or a CCYYMM month
      *   EFFDATE - CCYYMMDD first night the value applies; defaults
      *             to today and may not be in the past, so the
      *             values the nights already ran on stay on file
      *             as they were.  CANCEL quotes the EFFDATE of the
      *             change it withdraws, which must still be ahead.
      *   USER    - who is submitting; must be an active id on the
      *             user master file (checked through TODOUSER) with
      *             the SUPERVISOR (or ADMIN) role
      *
      * The values live in TODOPARM.DAT (see the TODOPRMR copybook),
      * one row per parameter per effective date, stamped with the
      * user and time of the last change.  Every SET and CANCEL is
      * appended to the audit trail via TODOAUD as a PARAM row (item
      * id zero - it belongs to the night, not an item) with the
      * parameter name as the field: the old value is the one that
      * was in force on EFFDATE ("90 FROM 20260101", or "90 DEFAULT"
      * for a parameter never set), the new value the one now
      * recorded ("60 FROM 20261020") or CANCELLED.  The answer goes
      * out through TODORESP; FORMAT=MACHINE selects the portal's
      * NAME=VALUE body instead of the HTML page.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-INPUT ASSIGN TO "POSTDATA.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PARM-FILE ASSIGN TO "TODOPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POST-INPUT.
       01  FD-CHUNK-OF-POST            PIC X(300).

       FD  PARM-FILE.
       COPY TODOPRMR.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(2).
       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-CURRENT-CHUNK            PIC X(300).
       01  CHUNK-OF-POST               PIC X(300).
       01  MORE-CHUNKS-FLAG            PIC X(1).
       01  WS-IDX                      PIC 9(4) COMP-5.
       COPY CGIPARM.
       COPY TODOAUDR.
       COPY TODOUSRC.
       COPY TODOPRMC.

       01  WS-ACTION                   PIC X(8) VALUE SPACES.
       01  WS-USER-ID                  PIC X(20) VALUE SPACES.
       01  WS-PARM-NAME                PIC X(20) VALUE SPACES.
       01  WS-VALUE-TEXT               PIC X(20) VALUE SPACES.
       01  WS-VALUE-CHECK              PIC X(20) VALUE SPACES.
       01  WS-VALUE-LENGTH             PIC 9(4) COMP-5 VALUE 0.
       01  WS-VALUE-OK                 PIC X(1) VALUE 'N'.
       01  WS-NEW-VALUE                PIC 9(8) VALUE 0.
       01  WS-NEW-VALUE-X REDEFINES WS-NEW-VALUE.
           05  FILLER                  PIC X(2).
           05  WS-NEW-CCYY             PIC 9(4).
           05  WS-NEW-MM               PIC 9(2).
       01  WS-RANGE-OK                 PIC X(1) VALUE 'N'.
       01  WS-EFF-TEXT                 PIC X(20) VALUE SPACES.
       01  WS-EFF-DATE                 PIC 9(8) VALUE 0.
       01  WS-TODAY                    PIC 9(8).
       01  WS-CHECK-TEXT               PIC X(20).
       01  WS-CHECK-MM                 PIC 99.
       01  WS-CHECK-DD                 PIC 99.
       01  WS-DATE-OK                  PIC X(1) VALUE 'N'.
       01  WS-PRM-ROW-EXISTS           PIC X(1) VALUE 'N'.
       01  WS-OLD-TEXT                 PIC X(40) VALUE SPACES.
       01  WS-VALUE-EDIT               PIC Z(7)9.
       01  WS-MIN-EDIT                 PIC Z(7)9.
       01  WS-MAX-EDIT                 PIC Z(7)9.
       01  WS-REJECT-FIELD             PIC X(20) VALUE SPACES.
       01  WS-REJECT-MESSAGE           PIC X(200) VALUE SPACES.
       01  WS-RESP-FORMAT-VALUE        PIC X(8) VALUE SPACES.
       01  WS-RESP-FIELD-NAME          PIC X(20) VALUE SPACES.
       01  WS-RESP-FIELD-VALUE         PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM READ-CGI-INPUT
           PERFORM PARSE-PARAMETER-PARMS
           CALL 'TODORESP' USING WS-RESP-FORMAT-VALUE
           MOVE WS-USER-ID TO UCHK-USER-ID
           CALL 'TODOUSER' USING TODO-USER-CHECK
           MOVE 'GET' TO PRMQ-FUNCTION
           MOVE WS-PARM-NAME TO PRMQ-NAME
           MOVE 0 TO PRMQ-DATE
           CALL 'TODOPARM' USING TODO-PARM-REQUEST
           MOVE 'Y' TO WS-DATE-OK
           IF WS-EFF-TEXT = SPACES
               MOVE WS-TODAY TO WS-EFF-DATE
           ELSE
               MOVE WS-EFF-TEXT TO WS-CHECK-TEXT
               PERFORM CHECK-DATE-TEXT
               IF WS-DATE-OK = 'Y'
                   MOVE WS-CHECK-TEXT(1:8) TO WS-EFF-DATE
               END-IF
           END-IF
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
               WHEN NOT UCHK-IS-SUPERVISOR
                   MOVE "USER" TO WS-REJECT-FIELD
                   MOVE "ONLY A SUPERVISOR MAY MAINTAIN BATCH PARAMETE
      -                 "RS" TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECTED-RESPONSE
               WHEN WS-ACTION NOT = 'SET'
                    AND WS-ACTION NOT = 'CANCEL'
                    AND WS-ACTION NOT = 'SHOW'
                   MOVE "ACTION" TO WS-REJECT-FIELD
                   MOVE "ACTION MUST BE SET, CANCEL OR SHOW"
                       TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECTED-RESPONSE
               WHEN NOT PRMQ-FOUND
                   MOVE "NAME" TO WS-REJECT-FIELD
                   MOVE "NAME IS NOT A BATCH PARAMETER"
                       TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECTED-RESPONSE
               WHEN WS-ACTION = 'SHOW'
                   PERFORM SHOW-PARAMETER
               WHEN WS-DATE-OK = 'N'
                   MOVE "EFFDATE" TO WS-REJECT-FIELD
                   MOVE "EFFDATE must be a valid CCYYMMDD date"
                       TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECTED-RESPONSE
               WHEN WS-ACTION = 'SET'
                   PERFORM SET-PARAMETER
               WHEN OTHER
                   PERFORM CANCEL-PARAMETER
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

       PARSE-PARAMETER-PARMS.
           MOVE SPACES TO WS-ACTION
           MOVE "UNKNOWN" TO WS-USER-ID
           MOVE SPACES TO WS-PARM-NAME
           MOVE SPACES TO WS-VALUE-TEXT
           MOVE SPACES TO WS-EFF-TEXT
           MOVE SPACES TO WS-RESP-FORMAT-VALUE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > CGI-PARM-COUNT
               EVALUATE FUNCTION TRIM(CGI-PARM-NAME(WS-IDX))
                   WHEN 'ACTION'
                       MOVE CGI-PARM-VALUE(WS-IDX) TO WS-ACTION
                   WHEN 'NAME'
                       MOVE CGI-PARM-VALUE(WS-IDX) TO WS-PARM-NAME
                   WHEN 'VALUE'
                       MOVE CGI-PARM-VALUE(WS-IDX) TO WS-VALUE-TEXT
                   WHEN 'EFFDATE'
                       MOVE CGI-PARM-VALUE(WS-IDX) TO WS-EFF-TEXT
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

       CHECK-NEW-VALUE.
      *    One to eight digits and nothing else, then the range the
      *    catalogue gives the parameter; a month parameter takes 0
      *    (the job picks its month itself) or a real CCYYMM.
           MOVE 'N' TO WS-VALUE-OK
           MOVE 'N' TO WS-RANGE-OK
           MOVE 0 TO WS-NEW-VALUE
           MOVE FUNCTION TRIM(WS-VALUE-TEXT) TO WS-VALUE-CHECK
           MOVE 0 TO WS-VALUE-LENGTH
           IF WS-VALUE-CHECK NOT = SPACES
               COMPUTE WS-VALUE-LENGTH =
                       FUNCTION LENGTH(FUNCTION TRIM(WS-VALUE-CHECK))
           END-IF
           IF WS-VALUE-LENGTH >= 1 AND WS-VALUE-LENGTH <= 8
               IF WS-VALUE-CHECK(1:WS-VALUE-LENGTH) IS NUMERIC
                   MOVE 'Y' TO WS-VALUE-OK
                   COMPUTE WS-NEW-VALUE = FUNCTION NUMVAL(
                           WS-VALUE-CHECK(1:WS-VALUE-LENGTH))
               END-IF
           END-IF
           IF WS-VALUE-OK = 'Y'
               IF PRMQ-IS-MONTH
                   IF WS-NEW-VALUE = 0
                      OR (WS-NEW-VALUE >= 160101
                          AND WS-NEW-VALUE <= 999912
                          AND WS-NEW-MM >= 1 AND WS-NEW-MM <= 12)
                       MOVE 'Y' TO WS-RANGE-OK
                   END-IF
               ELSE
                   IF WS-NEW-VALUE >= PRMQ-MIN-VALUE
                      AND WS-NEW-VALUE <= PRMQ-MAX-VALUE
                       MOVE 'Y' TO WS-RANGE-OK
                   END-IF
               END-IF
           END-IF
           .

       SET-PARAMETER.
      *    The value in force on EFFDATE before this change is what
      *    the audit row shows as the old value, so TODOPARM is
      *    asked again for that day.
           PERFORM CHECK-NEW-VALUE
           EVALUATE TRUE
               WHEN WS-EFF-DATE < WS-TODAY
                   MOVE "EFFDATE" TO WS-REJECT-FIELD
                   MOVE "EFFDATE MAY NOT BE IN THE PAST"
                       TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECTED-RESPONSE
               WHEN WS-VALUE-OK = 'N'
                   MOVE "VALUE" TO WS-REJECT-FIELD
                   MOVE "VALUE MUST BE A WHOLE NUMBER OF UP TO 8 DIGITS"
                       TO WS-REJECT-MESSAGE
                   PERFORM WRITE-REJECTED-RESPONSE
               WHEN WS-RANGE-OK = 'N'
                   PERFORM REJECT-OUT-OF-RANGE
               WHEN OTHER
                   MOVE 'GET' TO PRMQ-FUNCTION
                   MOVE WS-PARM-NAME TO PRMQ-NAME
                   MOVE WS-EFF-DATE TO PRMQ-DATE
                   CALL 'TODOPARM' USING TODO-PARM-REQUEST
                   PERFORM BUILD-OLD-VALUE-TEXT
                   PERFORM SAVE-PARAMETER
           END-EVALUATE
           .

       REJECT-OUT-OF-RANGE.
           MOVE "VALUE" TO WS-REJECT-FIELD
           IF PRMQ-IS-MONTH
               MOVE "VALUE MUST BE 0 OR A CCYYMM MONTH"
                   TO WS-REJECT-MESSAGE
           ELSE
               MOVE PRMQ-MIN-VALUE TO WS-MIN-EDIT
               MOVE PRMQ-MAX-VALUE TO WS-MAX-EDIT
               MOVE SPACES TO WS-REJECT-MESSAGE
               STRING "VALUE MUST BE FROM "     DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MIN-EDIT) DELIMITED BY SIZE
                      " TO "                    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MAX-EDIT) DELIMITED BY SIZE
                   INTO WS-REJECT-MESSAGE
           END-IF
           PERFORM WRITE-REJECTED-RESPONSE
           .

       BUILD-OLD-VALUE-TEXT.
           MOVE PRMQ-VALUE TO WS-VALUE-EDIT
           MOVE SPACES TO WS-OLD-TEXT
           IF PRMQ-FROM-FILE
               STRING FUNCTION TRIM(WS-VALUE-EDIT) DELIMITED BY SIZE
                      " FROM "                     DELIMITED BY SIZE
                      PRMQ-EFFECTIVE-DATE          DELIMITED BY SIZE
                   INTO WS-OLD-TEXT
           ELSE
               STRING FUNCTION TRIM(WS-VALUE-EDIT) DELIMITED BY SIZE
                      " DEFAULT"                   DELIMITED BY SIZE
                   INTO WS-OLD-TEXT
           END-IF
           .

       OPEN-PARM-FILE.
           OPEN I-O PARM-FILE
           IF WS-PARM-FILE-STATUS = '35'
               CLOSE PARM-FILE
               OPEN OUTPUT PARM-FILE
               CLOSE PARM-FILE
               OPEN I-O PARM-FILE
           END-IF
           .

       SAVE-PARAMETER.
           PERFORM OPEN-PARM-FILE
           MOVE 'N' TO WS-PRM-ROW-EXISTS
           MOVE WS-PARM-NAME TO PRM-NAME
           MOVE WS-EFF-DATE TO PRM-EFFECTIVE-DATE
           READ PARM-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-PRM-ROW-EXISTS
           END-READ
      *    The record area is undefined after an unsuccessful keyed
      *    READ, so the key is set again before the WRITE/REWRITE.
           MOVE WS-PARM-NAME TO PRM-NAME
           MOVE WS-EFF-DATE TO PRM-EFFECTIVE-DATE
           MOVE WS-NEW-VALUE TO PRM-VALUE
           MOVE WS-USER-ID TO PRM-USER-ID
           MOVE FUNCTION CURRENT-DATE TO PRM-TIMESTAMP
           IF WS-PRM-ROW-EXISTS = 'Y'
               REWRITE PRM-RECORD
           ELSE
               WRITE PRM-RECORD
           END-IF
           CLOSE PARM-FILE
           MOVE WS-OLD-TEXT TO AUD-OLD-VALUE
           MOVE WS-NEW-VALUE TO WS-VALUE-EDIT
           MOVE SPACES TO AUD-NEW-VALUE
           STRING FUNCTION TRIM(WS-VALUE-EDIT) DELIMITED BY SIZE
                  " FROM "                     DELIMITED BY SIZE
                  WS-EFF-DATE                  DELIMITED BY SIZE
               INTO AUD-NEW-VALUE
           PERFORM WRITE-PARAMETER-AUDIT-ROW
           MOVE "STATUS" TO WS-RESP-FIELD-NAME
           MOVE "SAVED" TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "NAME" TO WS-RESP-FIELD-NAME
           MOVE WS-PARM-NAME TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "VALUE" TO WS-RESP-FIELD-NAME
           MOVE FUNCTION TRIM(WS-VALUE-EDIT) TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "EFFDATE" TO WS-RESP-FIELD-NAME
           MOVE WS-EFF-DATE TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "PREVIOUS" TO WS-RESP-FIELD-NAME
           MOVE WS-OLD-TEXT TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           .

       CANCEL-PARAMETER.
      *    A value already in force is replaced by setting another,
      *    not cancelled - the nights that ran on it stay on file.
           IF WS-EFF-DATE NOT > WS-TODAY
               MOVE "EFFDATE" TO WS-REJECT-FIELD
               MOVE "ONLY A CHANGE NOT YET IN FORCE CAN BE CANCELLED"
                   TO WS-REJECT-MESSAGE
               PERFORM WRITE-REJECTED-RESPONSE
           ELSE
               PERFORM OPEN-PARM-FILE
               MOVE WS-PARM-NAME TO PRM-NAME
               MOVE WS-EFF-DATE TO PRM-EFFECTIVE-DATE
               READ PARM-FILE
                   INVALID KEY
                       MOVE "STATUS" TO WS-RESP-FIELD-NAME
                       MOVE "NOT FOUND" TO WS-RESP-FIELD-VALUE
                       PERFORM WRITE-RESPONSE-FIELD
                       MOVE "REASON" TO WS-RESP-FIELD-NAME
                       MOVE "NO CHANGE OF THIS PARAMETER STARTS ON EFFD
      -                     "ATE" TO WS-RESP-FIELD-VALUE
                       PERFORM WRITE-RESPONSE-FIELD
                   NOT INVALID KEY
                       MOVE PRM-VALUE TO WS-VALUE-EDIT
                       DELETE PARM-FILE RECORD
                       MOVE SPACES TO AUD-OLD-VALUE
                       STRING FUNCTION TRIM(WS-VALUE-EDIT)
                                                DELIMITED BY SIZE
                              " FROM "          DELIMITED BY SIZE
                              WS-EFF-DATE       DELIMITED BY SIZE
                           INTO AUD-OLD-VALUE
                       MOVE "CANCELLED" TO AUD-NEW-VALUE
                       PERFORM WRITE-PARAMETER-AUDIT-ROW
                       MOVE "STATUS" TO WS-RESP-FIELD-NAME
                       MOVE "CANCELLED" TO WS-RESP-FIELD-VALUE
                       PERFORM WRITE-RESPONSE-FIELD
                       MOVE "NAME" TO WS-RESP-FIELD-NAME
                       MOVE WS-PARM-NAME TO WS-RESP-FIELD-VALUE
                       PERFORM WRITE-RESPONSE-FIELD
                       MOVE "EFFDATE" TO WS-RESP-FIELD-NAME
                       MOVE WS-EFF-DATE TO WS-RESP-FIELD-VALUE
                       PERFORM WRITE-RESPONSE-FIELD
               END-READ
               CLOSE PARM-FILE
           END-IF
           .

       SHOW-PARAMETER.
           MOVE "STATUS" TO WS-RESP-FIELD-NAME
           MOVE "FOUND" TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "NAME" TO WS-RESP-FIELD-NAME
           MOVE PRMQ-NAME TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "VALUE" TO WS-RESP-FIELD-NAME
           MOVE PRMQ-VALUE TO WS-VALUE-EDIT
           MOVE FUNCTION TRIM(WS-VALUE-EDIT) TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "EFFDATE" TO WS-RESP-FIELD-NAME
           IF PRMQ-FROM-FILE
               MOVE PRMQ-EFFECTIVE-DATE TO WS-RESP-FIELD-VALUE
           ELSE
               MOVE "DEFAULT" TO WS-RESP-FIELD-VALUE
           END-IF
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "CHANGEDBY" TO WS-RESP-FIELD-NAME
           MOVE PRMQ-CHANGED-BY TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "CHANGEDAT" TO WS-RESP-FIELD-NAME
           MOVE PRMQ-CHANGED-TS TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "DEFAULT" TO WS-RESP-FIELD-NAME
           MOVE PRMQ-DEFAULT-VALUE TO WS-VALUE-EDIT
           MOVE FUNCTION TRIM(WS-VALUE-EDIT) TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "RANGE" TO WS-RESP-FIELD-NAME
           IF PRMQ-IS-MONTH
               MOVE "0 OR CCYYMM" TO WS-RESP-FIELD-VALUE
           ELSE
               MOVE PRMQ-MIN-VALUE TO WS-MIN-EDIT
               MOVE PRMQ-MAX-VALUE TO WS-MAX-EDIT
               MOVE SPACES TO WS-RESP-FIELD-VALUE
               STRING FUNCTION TRIM(WS-MIN-EDIT) DELIMITED BY SIZE
                      " TO "                    DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MAX-EDIT) DELIMITED BY SIZE
                   INTO WS-RESP-FIELD-VALUE
           END-IF
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "USEDBY" TO WS-RESP-FIELD-NAME
           MOVE PRMQ-PROGRAM TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "MEANING" TO WS-RESP-FIELD-NAME
           MOVE PRMQ-DESCRIPTION TO WS-RESP-FIELD-VALUE
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

       WRITE-PARAMETER-AUDIT-ROW.
           MOVE 0 TO AUD-ITEM-ID
           MOVE "PARAM" TO AUD-ACTION
           MOVE WS-PARM-NAME TO AUD-FIELD-NAME
           MOVE WS-USER-ID TO AUD-USER-ID
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           .

       WRITE-RESPONSE-FIELD.
           CALL 'TODORESP-FIELD' USING WS-RESP-FIELD-NAME
                                       WS-RESP-FIELD-VALUE
           .
