      * whose created-timestamp is older than WS-PURGE-DAYS days out
      * of TODO-FILE and into TODOHIST-FILE, keeping TODO-FILE small
      * for the CGI screen while still retaining closed items for
      * history.  WS-PURGE-DAYS is the ARCH-PURGE-DAYS batch
      * parameter (TODOPARM.DAT, asked through TODOPARM; 90 when the
      * parameter was never set) and can be overridden for a one-off
      * rerun by passing a number of days as the first command-line
      * argument.
      *
      * "Older than N days" is measured from TODO-CREATED-TS, the
       01  WS-CKPT-EXISTS              PIC X(1) VALUE 'N'.
       01  WS-CKPT-INTERVAL            PIC 9(4) VALUE 25.
       01  WS-ITEMS-SINCE-CKPT         PIC 9(4) VALUE 0.
       COPY TODOPRMC.

       PROCEDURE DIVISION.
       MAIN-PARA.
           .

       GET-PURGE-DAYS.
           MOVE 'GET' TO PRMQ-FUNCTION
           MOVE 'ARCH-PURGE-DAYS' TO PRMQ-NAME
           MOVE 0 TO PRMQ-DATE
           CALL 'TODOPARM' USING TODO-PARM-REQUEST
           IF PRMQ-FOUND
               MOVE PRMQ-VALUE TO WS-PURGE-DAYS
           END-IF
           ACCEPT WS-ARG-TEXT FROM COMMAND-LINE
           IF WS-ARG-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG-TEXT) TO WS-PURGE-DAYS
