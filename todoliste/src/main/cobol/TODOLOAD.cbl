      * Batch transaction loader for feeds from other departments.
      * Reads TODOLOAD.DAT, one fixed-layout transaction per record:
      *
      *   LOAD-ACTION       X(8)   ADD, EDIT, CLOSE or TEMPLATE
      *   LOAD-ID           X(8)   item id (blank on ADD)
      *   LOAD-DESCRIPTION  X(200)
      *   LOAD-PRIORITY     X(1)
      * input record gets one line in TODOLOAD.RPT, rejected ones
      * with the TODOVAL field/message pairs that sank them.
      *
      * TEMPLATE creates a whole checklist off TODOTMPL.DAT through
      * TODOTMPL, the subprogram behind the TODOCHKL screen: the
      * template name goes in the first 12 bytes of
      * LOAD-DESCRIPTION, the start date in LOAD-DUE-DATE, and a
      * non-blank LOAD-OWNER/LOAD-PROJECT overrides the template's
      * defaults for every item.  A template with any line failing
      * TODOVAL creates nothing and is reported with every problem;
      * a good one is reported with the id of each item created.
      *
      * Checkpoint/restart: after every input record a checkpoint
      * (job TODOLOAD) is dropped in TODOCKPT.DAT holding the input
      * record number, so a rerun after an abend resumes with the
       COPY CGIPARM.
       COPY TODOVERR.
       COPY TODOAUDR.
       COPY TODOTPLC.

       01  WS-RECORD-SEQ               PIC 9(8) VALUE 0.
       01  WS-RESUME-SEQ               PIC 9(8) VALUE 0.
           PERFORM BUILD-PARMS-FROM-TRANSACTION
           PERFORM LOOKUP-EXISTING-ITEM
           EVALUATE TRUE
               WHEN LOAD-ACTION = 'TEMPLATE'
                   PERFORM APPLY-TEMPLATE-TRANSACTION
               WHEN LOAD-ACTION NOT = 'ADD'
                    AND LOAD-ACTION NOT = 'EDIT'
                    AND LOAD-ACTION NOT = 'CLOSE'
           PERFORM REPORT-ACCEPTED-RECORD
           .

       APPLY-TEMPLATE-TRANSACTION.
      *    TODOTMPL opens TODO-FILE itself, so the load's own open is
      *    closed around the call.
           MOVE SPACES TO TODO-TEMPLATE-REQUEST
           MOVE LOAD-DESCRIPTION(1:12) TO TPLQ-TEMPLATE-NAME
           MOVE LOAD-DUE-DATE TO TPLQ-START-DATE
           MOVE LOAD-OWNER TO TPLQ-OWNER
           MOVE LOAD-PROJECT TO TPLQ-PROJECT
           IF LOAD-USER = SPACES
               MOVE "TODOLOAD" TO TPLQ-USER-ID
           ELSE
               MOVE LOAD-USER TO TPLQ-USER-ID
           END-IF
           CLOSE TODO-FILE
           CALL 'TODOTMPL' USING TODO-TEMPLATE-REQUEST
                                 TODO-VALIDATION-RESULT
           PERFORM OPEN-TODO-FILE
           IF TPLQ-CREATED
               ADD 1 TO WS-ACCEPT-COUNT
               PERFORM REPORT-ACCEPTED-TEMPLATE
           ELSE
               PERFORM REPORT-REJECTED-RECORD
           END-IF
           .

       REPORT-ACCEPTED-TEMPLATE.
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING "RECORD "          DELIMITED BY SIZE
                  WS-RECORD-SEQ      DELIMITED BY SIZE
                  "  ACCEPTED "      DELIMITED BY SIZE
                  LOAD-ACTION        DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  TPLQ-TEMPLATE-NAME DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           WRITE LOAD-REPORT-LINE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > TPLQ-ITEM-COUNT
               MOVE SPACES TO LOAD-REPORT-LINE
               STRING "    ID "             DELIMITED BY SIZE
                      TPLQ-ITEM-ID(WS-IDX)  DELIMITED BY SIZE
                   INTO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
           END-PERFORM
           .

       AUDIT-APPLIED-CHANGES.
           IF WS-ITEM-FOUND
               IF OLD-DESCRIPTION NOT = TODO-DESCRIPTION
       REJECT-BAD-ACTION.
           MOVE 1 TO VAL-ERROR-COUNT
           MOVE "ACTION" TO VAL-ERROR-FIELD(1)
           MOVE "ACTION must be ADD, EDIT, CLOSE or TEMPLATE"
               TO VAL-ERROR-MESSAGE(1)
           PERFORM REPORT-REJECTED-RECORD
           .
