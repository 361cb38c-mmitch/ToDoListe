       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOUSER.
      *
      * Shared user check for the CGI transactions.  The USER form
      * field used to be free text, so AUD-USER-ID said whatever the
      * browser sent; every transaction that changes data now calls
      * here with the submitted id before doing anything, and
      * rejects the post unless the id is on the user master file
      * TODOUSER.DAT (see the TODOUSRR copybook) and marked active.
      *
      * The caller moves the id to UCHK-USER-ID; UCHK-RESULT comes
      * back OK, UNKNOWN (not on file, or blank) or INACTIVE, and
      * UCHK-NAME/UCHK-ROLE carry the row for a user on file so the
      * caller can apply its own role rules (UCHK-IS-SUPERVISOR).
      * A missing master file reads as an empty list - nobody
      * passes - so the check fails closed, the way a missing
      * TODOPROJ.DAT keeps project codes controlled in TODOVAL.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE ASSIGN TO "TODOUSER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE.
       COPY TODOUSRR.

       WORKING-STORAGE SECTION.
       01  WS-USER-FILE-STATUS         PIC X(2).
       01  WS-USER-EOF-SWITCH          PIC X(1).
       01  WS-USER-FOUND               PIC X(1).

       LINKAGE SECTION.
       COPY TODOUSRC.

       PROCEDURE DIVISION USING TODO-USER-CHECK.
       MAIN-PARA.
           MOVE "UNKNOWN" TO UCHK-RESULT
           MOVE SPACES TO UCHK-NAME
           MOVE SPACES TO UCHK-ROLE
           IF UCHK-USER-ID NOT = SPACES
               PERFORM LOOK-UP-USER-ID
           END-IF
           GOBACK
           .

       LOOK-UP-USER-ID.
           MOVE 'N' TO WS-USER-FOUND
           MOVE 'N' TO WS-USER-EOF-SWITCH
           OPEN INPUT USER-FILE
           IF WS-USER-FILE-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-USER-EOF-SWITCH = 'Y'
                          OR WS-USER-FOUND = 'Y'
                   READ USER-FILE
                       AT END MOVE 'Y' TO WS-USER-EOF-SWITCH
                       NOT AT END
                           IF USR-USER-ID = UCHK-USER-ID
                               MOVE 'Y' TO WS-USER-FOUND
                               PERFORM TAKE-USER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-FILE
           END-IF
           .

       TAKE-USER-ROW.
      *    Taken off the record area before the CLOSE, which leaves
      *    that area undefined.
           MOVE USR-NAME TO UCHK-NAME
           MOVE USR-ROLE TO UCHK-ROLE
           IF USR-ACTIVE = 'Y'
               MOVE "OK" TO UCHK-RESULT
           ELSE
               MOVE "INACTIVE" TO UCHK-RESULT
           END-IF
           .
