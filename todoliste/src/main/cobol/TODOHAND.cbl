      *   ACTION - ACCEPT (apply the owner change and clear the
      *            row) or DECLINE (clear the row; the item stays
      *            with its current owner, i.e. it goes back)
      *   USER   - who is answering; must be an active id on the
      *            user master file (checked through TODOUSER), and
      *            only the clerk the handoff is addressed to may
      *            ACCEPT it - or, while that clerk is away, the
      *            delegate standing in for them (TODOABS.DAT,
      *            looked up through TODOABS)
      *
      * A delegate's ACCEPT hands the item to the absent clerk it
      * was addressed to, not to the delegate - the delegate only
      * answers for them.
      *
      * Both answers are appended to the audit trail via TODOAUD as
      * HANDOFF rows, the way every other change is audited; an
      * answer given by the addressee's delegate is recorded as
      * ACCEPTED BY DELEGATE or DECLINED BY DELEGATE instead of
      * ACCEPTED or DECLINED, under the delegate's user id.  The
      * response goes out through TODORESP; FORMAT=MACHINE selects
      * the portal's NAME=VALUE body instead of the HTML page.
      *
       01  WS-IDX                      PIC 9(4) COMP-5.
       COPY CGIPARM.
       COPY TODOAUDR.
       COPY TODOUSRC.
       COPY TODOABSC.

       01  WS-ACTION                   PIC X(8) VALUE SPACES.
       01  WS-USER-ID                  PIC X(20) VALUE SPACES.
           88  WS-ITEM-FOUND           VALUE 'Y'.
       01  WS-FROM-OWNER               PIC X(20) VALUE SPACES.
       01  WS-TO-OWNER                 PIC X(20) VALUE SPACES.
       01  WS-DELEGATED-ANSWER         PIC X(1) VALUE 'N'.
       01  WS-RESP-FORMAT-VALUE        PIC X(8) VALUE SPACES.
       01  WS-RESP-FIELD-NAME          PIC X(20) VALUE SPACES.
       01  WS-RESP-FIELD-VALUE         PIC X(200) VALUE SPACES.
           PERFORM READ-CGI-INPUT
           PERFORM PARSE-HANDOFF-PARMS
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
               WHEN WS-HAND-ITEM-ID = 0
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
       SETTLE-HANDOFF.
           PERFORM LOOKUP-PENDING-HANDOFF
           IF WS-HOFF-ROW-EXISTS = 'Y'
               PERFORM CHECK-DELEGATED-ANSWER
               EVALUATE TRUE
                   WHEN WS-ACTION = 'ACCEPT'
                        AND WS-TO-OWNER NOT = WS-USER-ID
                        AND WS-DELEGATED-ANSWER = 'N'
                       PERFORM WRITE-NOT-ADDRESSEE-RESPONSE
                   WHEN WS-ACTION = 'ACCEPT'
                       PERFORM ACCEPT-HANDOFF
                   WHEN OTHER
                       PERFORM DECLINE-HANDOFF
               END-EVALUATE
               CLOSE HOFF-FILE
           ELSE
               MOVE "STATUS" TO WS-RESP-FIELD-NAME
           END-READ
           .

       CHECK-DELEGATED-ANSWER.
      *    Someone other than the addressee answering is the
      *    addressee's delegate when an absence on file covers today
      *    and names them.
           MOVE 'N' TO WS-DELEGATED-ANSWER
           IF WS-TO-OWNER NOT = WS-USER-ID
               MOVE WS-TO-OWNER TO ABSQ-OWNER
               MOVE FUNCTION CURRENT-DATE(1:8) TO ABSQ-DATE
               CALL 'TODOABS' USING TODO-ABSENCE-CHECK
               IF ABSQ-OWNER-AWAY
                  AND ABSQ-DELEGATE = WS-USER-ID
                   MOVE 'Y' TO WS-DELEGATED-ANSWER
               END-IF
           END-IF
           .

       ACCEPT-HANDOFF.
           MOVE 'N' TO WS-ITEM-EXISTS
           OPEN I-O TODO-FILE
           END-IF
           IF WS-ITEM-FOUND
               DELETE HOFF-FILE RECORD
               IF WS-DELEGATED-ANSWER = 'Y'
                   MOVE "ACCEPTED BY DELEGATE" TO AUD-FIELD-NAME
               ELSE
                   MOVE "ACCEPTED" TO AUD-FIELD-NAME
               END-IF
               MOVE WS-FROM-OWNER TO AUD-OLD-VALUE
               MOVE WS-TO-OWNER TO AUD-NEW-VALUE
               PERFORM WRITE-HANDOFF-AUDIT-ROW
               MOVE "OWNER" TO WS-RESP-FIELD-NAME
               MOVE WS-TO-OWNER TO WS-RESP-FIELD-VALUE
               PERFORM WRITE-RESPONSE-FIELD
               PERFORM WRITE-DELEGATE-FIELD
           ELSE
      *        The item went away while the handoff sat pending
      *        (deleted or archived).  The orphaned row is cleared
           END-IF
           .

       WRITE-NOT-ADDRESSEE-RESPONSE.
      *    Only the clerk the item is being handed to can take it
      *    over; the row stays pending for them.
           MOVE "STATUS" TO WS-RESP-FIELD-NAME
           MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           MOVE "USER" TO WS-RESP-FIELD-NAME
           MOVE "HANDOFF IS ADDRESSED TO ANOTHER USER"
               TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           .

       DECLINE-HANDOFF.
           DELETE HOFF-FILE RECORD
           IF WS-DELEGATED-ANSWER = 'Y'
               MOVE "DECLINED BY DELEGATE" TO AUD-FIELD-NAME
           ELSE
               MOVE "DECLINED" TO AUD-FIELD-NAME
           END-IF
           MOVE WS-TO-OWNER TO AUD-OLD-VALUE
           MOVE WS-FROM-OWNER TO AUD-NEW-VALUE
           PERFORM WRITE-HANDOFF-AUDIT-ROW
           MOVE "OWNER" TO WS-RESP-FIELD-NAME
           MOVE WS-FROM-OWNER TO WS-RESP-FIELD-VALUE
           PERFORM WRITE-RESPONSE-FIELD
           PERFORM WRITE-DELEGATE-FIELD
           .

       WRITE-DELEGATE-FIELD.
           IF WS-DELEGATED-ANSWER = 'Y'
               MOVE "ANSWEREDFOR" TO WS-RESP-FIELD-NAME
               MOVE WS-TO-OWNER TO WS-RESP-FIELD-VALUE
               PERFORM WRITE-RESPONSE-FIELD
           END-IF
           .

       WRITE-HANDOFF-AUDIT-ROW.
