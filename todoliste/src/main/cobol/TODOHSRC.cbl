      * item keeps its original id when that id is still free in
      * TODO-FILE; when it is taken, or when the caller passes
      * NEWID=Y, a fresh id comes from the TODONXID counter the way
      * TODOSAVE gets one.  USER must be an active SUPERVISOR or
      * ADMIN on the user master file (checked through TODOUSER);
      * anyone else's restore is rejected with nothing moved.
      * Every restore is appended to the audit trail via TODOAUD: a
      * RESTORE/RECORD row with the description, then one RESTORE
      * row per restored field (owner, priority, due date, repeat
      * rule and interval, project, created timestamp).
      *
      * The response goes out through TODORESP as one field group
      * per match (HISTID, OWNER, DUEDATE, STATUS, DESCRIPTION);
       01  WS-IDX                      PIC 9(4) COMP-5.
       COPY CGIPARM.
       COPY TODOAUDR.
       COPY TODOUSRC.

       01  WS-ACTION                   PIC X(8) VALUE SPACES.
       01  WS-USER-ID                  PIC X(20) VALUE SPACES.
           PERFORM PARSE-REQUEST-PARMS
           CALL 'TODORESP' USING WS-RESP-FORMAT-VALUE
           IF WS-ACTION = 'RESTORE'
               MOVE WS-USER-ID TO UCHK-USER-ID
               CALL 'TODOUSER' USING TODO-USER-CHECK
           END-IF
           EVALUATE TRUE
               WHEN WS-ACTION = 'RESTORE' AND NOT UCHK-USER-OK
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
               WHEN WS-ACTION = 'RESTORE' AND NOT UCHK-IS-SUPERVISOR
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
                   MOVE "ACTION" TO WS-RESP-FIELD-NAME
                   MOVE "ONLY A SUPERVISOR MAY RESTORE FROM HISTORY"
                       TO WS-RESP-FIELD-VALUE
                   PERFORM WRITE-RESPONSE-FIELD
               WHEN WS-ACTION = 'RESTORE'
                   PERFORM RESTORE-HISTORY-ITEM
               WHEN OTHER
                   PERFORM SEARCH-HISTORY-ITEMS
           END-EVALUATE
           CALL 'TODORESP-END'
           GOBACK
           .
           MOVE TODO-DESCRIPTION TO AUD-NEW-VALUE
           MOVE WS-USER-ID TO AUD-USER-ID
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
      *    The archived fields the item came back with follow as
      *    further RESTORE rows, so TODORCVR can put the item back
      *    from the trail alone - the archive row is gone by then.
           MOVE TODO-OWNER TO AUD-NEW-VALUE
           MOVE "OWNER" TO AUD-FIELD-NAME
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           MOVE TODO-PRIORITY TO AUD-NEW-VALUE
           MOVE "PRIORITY" TO AUD-FIELD-NAME
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           MOVE TODO-DUE-DATE TO AUD-NEW-VALUE
           MOVE "DUEDATE" TO AUD-FIELD-NAME
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           MOVE TODO-REPEAT-RULE TO AUD-NEW-VALUE
           MOVE "REPEAT" TO AUD-FIELD-NAME
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           MOVE TODO-REPEAT-INTERVAL TO AUD-NEW-VALUE
           MOVE "INTERVAL" TO AUD-FIELD-NAME
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           MOVE TODO-PROJECT TO AUD-NEW-VALUE
           MOVE "PROJECT" TO AUD-FIELD-NAME
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           MOVE TODO-CREATED-TS TO AUD-NEW-VALUE
           MOVE "CREATED" TO AUD-FIELD-NAME
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
      *    A restore under a fresh id leaves the original id on
      *    neither file, which the reconciliation job would flag as
      *    a lost item for ever after - a DELETE row retires the old
