       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOCHKL.
      *
      * CGI transaction that creates a whole checklist from a
      * template in one POST - the month-end close or a new
      * starter's onboarding stops being a dozen TODOSAVE forms and
      * a round of BLOCKEDBY edits.  Reads a chunked POST body (via
      * CGIUTIL-PARMS) carrying:
      *
      *   TEMPLATE  - the template name on TODOTMPL.DAT
      *   STARTDATE - CCYYMMDD the lines' due-date offsets count
      *               from
      *   OWNER     - optional; every item goes to this owner
      *               instead of the template's default owners
      *   PROJECT   - optional; every item goes to this project
      *               instead of the template's default projects
      *   USER      - who is submitting; must be an active id on
      *               the user master file (checked through
      *               TODOUSER) or nothing is created
      *
      * The work is done by TODOTMPL, the same subprogram TODOLOAD's
      * TEMPLATE action calls for batch feeds: every line is checked
      * through TODOVAL first and a template with any failing line
      * creates nothing.  The answer goes out through TODORESP:
      * STATUS=CREATED with the item count and one ID line per new
      * item in template line order, or STATUS=REJECTED with a
      * field/message line for every problem (the field name
      * carries the template line, e.g. "LINE 04 PRIORITY").
      * FORMAT=MACHINE selects the portal's NAME=VALUE body instead
      * of the HTML page.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-INPUT ASSIGN TO "POSTDATA.DAT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  POST-INPUT.
       01  FD-CHUNK-OF-POST            PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-CURRENT-CHUNK            PIC X(300).
       01  CHUNK-OF-POST               PIC X(300).
       01  MORE-CHUNKS-FLAG            PIC X(1).
       01  WS-IDX                      PIC 9(4) COMP-5.
       COPY CGIPARM.
       COPY TODOVERR.
       COPY TODOUSRC.
       COPY TODOTPLC.

       01  WS-USER-ID                  PIC X(20) VALUE SPACES.
       01  WS-COUNT-EDIT               PIC Z(3)9.
       01  WS-RESP-FORMAT-VALUE        PIC X(8) VALUE SPACES.
       01  WS-RESP-FIELD-NAME          PIC X(20) VALUE SPACES.
       01  WS-RESP-FIELD-VALUE         PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CGI-INPUT
           PERFORM PARSE-TEMPLATE-PARMS
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
               WHEN OTHER
                   MOVE WS-USER-ID TO TPLQ-USER-ID
                   CALL 'TODOTMPL' USING TODO-TEMPLATE-REQUEST
                                         TODO-VALIDATION-RESULT
                   IF TPLQ-CREATED
                       PERFORM WRITE-CREATED-RESPONSE
                   ELSE
                       PERFORM WRITE-ERROR-RESPONSE
                   END-IF
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

       PARSE-TEMPLATE-PARMS.
           MOVE SPACES TO TODO-TEMPLATE-REQUEST
           MOVE "UNKNOWN" TO WS-USER-ID
           MOVE SPACES TO WS-RESP-FORMAT-VALUE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > CGI-PARM-COUNT
               EVALUATE FUNCTION TRIM(CGI-PARM-NAME(WS-IDX))
                   WHEN 'TEMPLATE'
                       MOVE CGI-PARM-VALUE(WS-IDX)
                           TO TPLQ-TEMPLATE-NAME
                   WHEN 'STARTDATE'
                       MOVE CGI-PARM-VALUE(WS-IDX) TO TPLQ-START-DATE
                   WHEN 'OWNER'
                       MOVE CGI-PARM-VALUE(WS-IDX) TO TPLQ-OWNER
                   WHEN 'PROJECT'
                       MOVE CGI-PARM-VALUE(WS-IDX) TO TPLQ-PROJECT
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

       WRITE-CREATED-RESPONSE.
           MOVE "STATUS" TO WS-RESP-FIELD-NAME
           MOVE "CREATED" TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "TEMPLATE" TO WS-RESP-FIELD-NAME
           MOVE TPLQ-TEMPLATE-NAME TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "ITEMCOUNT" TO WS-RESP-FIELD-NAME
           MOVE TPLQ-ITEM-COUNT TO WS-COUNT-EDIT
           MOVE FUNCTION TRIM(WS-COUNT-EDIT) TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > TPLQ-ITEM-COUNT
               MOVE "ID" TO WS-RESP-FIELD-NAME
               MOVE TPLQ-ITEM-ID(WS-IDX) TO WS-RESP-FIELD-VALUE
               PERFORM WRITE-RESPONSE-FIELD
           END-PERFORM
           .

       WRITE-ERROR-RESPONSE.
           MOVE "STATUS" TO WS-RESP-FIELD-NAME
           MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > VAL-ERROR-COUNT
               MOVE VAL-ERROR-FIELD(WS-IDX) TO WS-RESP-FIELD-NAME
               MOVE VAL-ERROR-MESSAGE(WS-IDX) TO WS-RESP-FIELD-VALUE
               PERFORM WRITE-RESPONSE-FIELD
           END-PERFORM
           .

       WRITE-RESPONSE-FIELD.
           CALL 'TODORESP-FIELD' USING WS-RESP-FIELD-NAME
                                       WS-RESP-FIELD-VALUE
           .
