      *
      *   ID    - the item the note belongs to (must be on TODO-FILE)
      *   NOTE  - the note text
      *   USER  - who is writing the note; must be an active id on
      *           the user master file (checked through TODOUSER)
      *
      * The note goes to NOTE-FILE under the item's id plus the next
      * free sequence number for that item, stamped with the user and
       01  WS-IDX                      PIC 9(4) COMP-5.
       COPY CGIPARM.
       COPY TODOAUDR.
       COPY TODOUSRC.

       01  WS-USER-ID                  PIC X(20) VALUE SPACES.
       01  WS-NOTE-ITEM-ID             PIC 9(8) VALUE 0.
           PERFORM READ-CGI-INPUT
           PERFORM PARSE-NOTE-PARMS
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
               WHEN WS-NOTE-ITEM-ID = 0
                   MOVE "STATUS" TO WS-RESP-FIELD-NAME
                   MOVE "REJECTED" TO WS-RESP-FIELD-VALUE
