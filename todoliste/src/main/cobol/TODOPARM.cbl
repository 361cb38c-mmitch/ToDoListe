       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOPARM.
      *
      * Shared batch parameter lookup.  The night's behaviour used
      * to be set by command-line arguments and defaults coded into
      * each program, and TODONITE can pass no arguments, so a
      * changed purge window or warning period meant a changed job
      * stream.  The batch jobs now ask here for their settings and
      * let a command-line argument override the answer only for a
      * one-off rerun.  The request and answer are described in the
      * TODOPRMC copybook.
      *
      * The catalogue below is the list of parameters there are -
      * name, the program using it, its kind, default and the range
      * TODOPSET accepts.  The values are TODOPARM.DAT (see the
      * TODOPRMR copybook), kept by the TODOPSET transaction.  The
      * file is read once, on the first call of the run unit, into
      * a table - TODONITE's jobs then all see the same values the
      * night summary prints.  Of the rows already in force only
      * each parameter's latest is kept; rows effective later are
      * kept as they are, so a day ahead can still be asked about.
      * A missing file means every parameter runs on its default,
      * which is exactly the behaviour before the file existed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "TODOPARM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRM-KEY
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY TODOPRMR.

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC X(2).
       01  WS-PRM-EOF-SWITCH           PIC X(1) VALUE 'N'.
       01  WS-PRM-LOADED               PIC X(1) VALUE 'N'.
       01  WS-LOAD-DATE                PIC 9(8).
       01  WS-AS-OF-DATE               PIC 9(8).

      *    The parameters there are, in the order the night runs
      *    the jobs using them; the monthly jobs come last.
       01  WS-CAT-TABLE.
           05  WS-CAT-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05  WS-CAT-ENTRY OCCURS 20 TIMES.
               10  WS-CAT-NAME         PIC X(20).
               10  WS-CAT-PROGRAM      PIC X(8).
               10  WS-CAT-KIND         PIC X(8).
               10  WS-CAT-DEFAULT      PIC 9(8).
               10  WS-CAT-MIN          PIC 9(8).
               10  WS-CAT-MAX          PIC 9(8).
               10  WS-CAT-DESCRIPTION  PIC X(40).
       01  WS-CAT-IDX                  PIC 9(4) COMP-5 VALUE 0.
       01  WS-CAT-SCAN                 PIC 9(4) COMP-5 VALUE 0.

       01  WS-PRM-TABLE.
           05  WS-PRM-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05  WS-PRM-ENTRY OCCURS 500 TIMES.
               10  WS-PRM-NAME         PIC X(20).
               10  WS-PRM-FROM         PIC 9(8).
               10  WS-PRM-VALUE        PIC 9(8).
               10  WS-PRM-USER-ID      PIC X(20).
               10  WS-PRM-TIMESTAMP    PIC X(21).
       01  WS-PRM-IDX                  PIC 9(4) COMP-5 VALUE 0.

       LINKAGE SECTION.
       COPY TODOPRMC.

       PROCEDURE DIVISION USING TODO-PARM-REQUEST.
       MAIN-PARA.
           IF WS-PRM-LOADED = 'N'
               PERFORM BUILD-CATALOGUE
               PERFORM LOAD-PARAMETERS
           END-IF
           MOVE 'UNKNOWN' TO PRMQ-RESULT
           MOVE WS-CAT-COUNT TO PRMQ-ENTRY-COUNT
           MOVE 0 TO WS-CAT-IDX
           EVALUATE TRUE
               WHEN PRMQ-GET-BY-NAME
                   PERFORM VARYING WS-CAT-SCAN FROM 1 BY 1
                           UNTIL WS-CAT-SCAN > WS-CAT-COUNT
                              OR WS-CAT-IDX > 0
                       IF WS-CAT-NAME(WS-CAT-SCAN) = PRMQ-NAME
                           MOVE WS-CAT-SCAN TO WS-CAT-IDX
                       END-IF
                   END-PERFORM
               WHEN PRMQ-GET-BY-ENTRY
                   IF PRMQ-ENTRY-NO >= 1
                      AND PRMQ-ENTRY-NO <= WS-CAT-COUNT
                       MOVE PRMQ-ENTRY-NO TO WS-CAT-IDX
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CAT-IDX > 0
               PERFORM ANSWER-FOR-ENTRY
           END-IF
           GOBACK
           .

       BUILD-CATALOGUE.
           MOVE 'ICPY-KEEP-GENS'    TO WS-CAT-NAME(1)
           MOVE 'TODOICPY'          TO WS-CAT-PROGRAM(1)
           MOVE 'COUNT'             TO WS-CAT-KIND(1)
           MOVE 7                   TO WS-CAT-DEFAULT(1)
           MOVE 1                   TO WS-CAT-MIN(1)
           MOVE 99                  TO WS-CAT-MAX(1)
           MOVE 'IMAGE COPY GENERATIONS KEPT'
                                    TO WS-CAT-DESCRIPTION(1)
           MOVE 'ARCH-PURGE-DAYS'   TO WS-CAT-NAME(2)
           MOVE 'TODOARCH'          TO WS-CAT-PROGRAM(2)
           MOVE 'DAYS'              TO WS-CAT-KIND(2)
           MOVE 90                  TO WS-CAT-DEFAULT(2)
           MOVE 7                   TO WS-CAT-MIN(2)
           MOVE 3650                TO WS-CAT-MAX(2)
           MOVE 'DAYS BEFORE A CLOSED ITEM IS ARCHIVED'
                                    TO WS-CAT-DESCRIPTION(2)
           MOVE 'ESCL-RAISE-DAYS'   TO WS-CAT-NAME(3)
           MOVE 'TODOESCL'          TO WS-CAT-PROGRAM(3)
           MOVE 'DAYS'              TO WS-CAT-KIND(3)
           MOVE 7                   TO WS-CAT-DEFAULT(3)
           MOVE 1                   TO WS-CAT-MIN(3)
           MOVE 365                 TO WS-CAT-MAX(3)
           MOVE 'WORKING DAYS OVERDUE BEFORE PRIORITY UP'
                                    TO WS-CAT-DESCRIPTION(3)
           MOVE 'ESCL-FLAG-DAYS'    TO WS-CAT-NAME(4)
           MOVE 'TODOESCL'          TO WS-CAT-PROGRAM(4)
           MOVE 'DAYS'              TO WS-CAT-KIND(4)
           MOVE 14                  TO WS-CAT-DEFAULT(4)
           MOVE 1                   TO WS-CAT-MIN(4)
           MOVE 365                 TO WS-CAT-MAX(4)
           MOVE 'WORKING DAYS OVERDUE BEFORE SUPV FLAG'
                                    TO WS-CAT-DESCRIPTION(4)
           MOVE 'NTFY-WARN-DAYS'    TO WS-CAT-NAME(5)
           MOVE 'TODONTFY'          TO WS-CAT-PROGRAM(5)
           MOVE 'DAYS'              TO WS-CAT-KIND(5)
           MOVE 7                   TO WS-CAT-DEFAULT(5)
           MOVE 1                   TO WS-CAT-MIN(5)
           MOVE 60                  TO WS-CAT-MAX(5)
           MOVE 'WORKING DAYS AHEAD IN DUE-SOON DIGEST'
                                    TO WS-CAT-DESCRIPTION(5)
           MOVE 'ICAL-HORIZON-DAYS' TO WS-CAT-NAME(6)
           MOVE 'TODOICAL'          TO WS-CAT-PROGRAM(6)
           MOVE 'DAYS'              TO WS-CAT-KIND(6)
           MOVE 90                  TO WS-CAT-DEFAULT(6)
           MOVE 1                   TO WS-CAT-MIN(6)
           MOVE 730                 TO WS-CAT-MAX(6)
           MOVE 'DAYS AHEAD PUBLISHED IN CALENDARS'
                                    TO WS-CAT-DESCRIPTION(6)
           MOVE 'DUPL-DUE-DAYS'     TO WS-CAT-NAME(7)
           MOVE 'TODODUPL'          TO WS-CAT-PROGRAM(7)
           MOVE 'DAYS'              TO WS-CAT-KIND(7)
           MOVE 3                   TO WS-CAT-DEFAULT(7)
           MOVE 0                   TO WS-CAT-MIN(7)
           MOVE 30                  TO WS-CAT-MAX(7)
           MOVE 'MOST DAYS APART FOR A DUPLICATE PAIR'
                                    TO WS-CAT-DESCRIPTION(7)
           MOVE 'FWD-HORIZON-DAYS'  TO WS-CAT-NAME(8)
           MOVE 'TODOFWD'           TO WS-CAT-PROGRAM(8)
           MOVE 'DAYS'              TO WS-CAT-KIND(8)
           MOVE 90                  TO WS-CAT-DEFAULT(8)
           MOVE 1                   TO WS-CAT-MIN(8)
           MOVE 730                 TO WS-CAT-MAX(8)
           MOVE 'DAYS AHEAD IN THE FORWARD SCHEDULE'
                                    TO WS-CAT-DESCRIPTION(8)
           MOVE 'AUDG-MONTH'        TO WS-CAT-NAME(9)
           MOVE 'TODOAUDG'          TO WS-CAT-PROGRAM(9)
           MOVE 'MONTH'             TO WS-CAT-KIND(9)
           MOVE 0                   TO WS-CAT-DEFAULT(9)
           MOVE 0                   TO WS-CAT-MIN(9)
           MOVE 999912              TO WS-CAT-MAX(9)
           MOVE 'AUDIT MONTH TO CLOSE (0 = PREVIOUS)'
                                    TO WS-CAT-DESCRIPTION(9)
           MOVE 'CYCL-MONTH'        TO WS-CAT-NAME(10)
           MOVE 'TODOCYCL'          TO WS-CAT-PROGRAM(10)
           MOVE 'MONTH'             TO WS-CAT-KIND(10)
           MOVE 0                   TO WS-CAT-DEFAULT(10)
           MOVE 0                   TO WS-CAT-MIN(10)
           MOVE 999912              TO WS-CAT-MAX(10)
           MOVE 'CYCLE-TIME MONTH (0 = PREVIOUS)'
                                    TO WS-CAT-DESCRIPTION(10)
           MOVE 10 TO WS-CAT-COUNT
           .

       LOAD-PARAMETERS.
      *    The file comes in key order, a parameter's rows oldest
      *    first, so a row already in force replaces the one before
      *    it when that one was in force too.
           MOVE 'Y' TO WS-PRM-LOADED
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOAD-DATE
           MOVE 0 TO WS-PRM-COUNT
           MOVE 'N' TO WS-PRM-EOF-SWITCH
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-PRM-EOF-SWITCH = 'Y'
                   READ PARM-FILE
                       AT END MOVE 'Y' TO WS-PRM-EOF-SWITCH
                       NOT AT END PERFORM NOTE-PARAMETER-ROW
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           .

       NOTE-PARAMETER-ROW.
           IF WS-PRM-COUNT > 0
              AND PRM-EFFECTIVE-DATE <= WS-LOAD-DATE
              AND WS-PRM-NAME(WS-PRM-COUNT) = PRM-NAME
              AND WS-PRM-FROM(WS-PRM-COUNT) <= WS-LOAD-DATE
               PERFORM STORE-PARAMETER-ROW
           ELSE
               IF WS-PRM-COUNT < 500
                   ADD 1 TO WS-PRM-COUNT
                   PERFORM STORE-PARAMETER-ROW
               END-IF
           END-IF
           .

       STORE-PARAMETER-ROW.
           MOVE PRM-NAME TO WS-PRM-NAME(WS-PRM-COUNT)
           MOVE PRM-EFFECTIVE-DATE TO WS-PRM-FROM(WS-PRM-COUNT)
           MOVE PRM-VALUE TO WS-PRM-VALUE(WS-PRM-COUNT)
           MOVE PRM-USER-ID TO WS-PRM-USER-ID(WS-PRM-COUNT)
           MOVE PRM-TIMESTAMP TO WS-PRM-TIMESTAMP(WS-PRM-COUNT)
           .

       ANSWER-FOR-ENTRY.
      *    The last of the parameter's rows not after the day asked
      *    about is the one in force; with none, the default is.
           MOVE 'FOUND' TO PRMQ-RESULT
           MOVE WS-CAT-NAME(WS-CAT-IDX) TO PRMQ-NAME
           MOVE WS-CAT-IDX TO PRMQ-ENTRY-NO
           MOVE WS-CAT-PROGRAM(WS-CAT-IDX) TO PRMQ-PROGRAM
           MOVE WS-CAT-KIND(WS-CAT-IDX) TO PRMQ-KIND
           MOVE WS-CAT-DEFAULT(WS-CAT-IDX) TO PRMQ-DEFAULT-VALUE
           MOVE WS-CAT-MIN(WS-CAT-IDX) TO PRMQ-MIN-VALUE
           MOVE WS-CAT-MAX(WS-CAT-IDX) TO PRMQ-MAX-VALUE
           MOVE WS-CAT-DESCRIPTION(WS-CAT-IDX) TO PRMQ-DESCRIPTION
           MOVE WS-CAT-DEFAULT(WS-CAT-IDX) TO PRMQ-VALUE
           MOVE 'DEFAULT' TO PRMQ-SOURCE
           MOVE 0 TO PRMQ-EFFECTIVE-DATE
           MOVE SPACES TO PRMQ-CHANGED-BY
           MOVE SPACES TO PRMQ-CHANGED-TS
           IF PRMQ-DATE < WS-LOAD-DATE
               MOVE WS-LOAD-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE PRMQ-DATE TO WS-AS-OF-DATE
           END-IF
           PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
                   UNTIL WS-PRM-IDX > WS-PRM-COUNT
               IF WS-PRM-NAME(WS-PRM-IDX) = PRMQ-NAME
                  AND WS-PRM-FROM(WS-PRM-IDX) <= WS-AS-OF-DATE
                   MOVE WS-PRM-VALUE(WS-PRM-IDX) TO PRMQ-VALUE
                   MOVE 'FILE' TO PRMQ-SOURCE
                   MOVE WS-PRM-FROM(WS-PRM-IDX) TO PRMQ-EFFECTIVE-DATE
                   MOVE WS-PRM-USER-ID(WS-PRM-IDX) TO PRMQ-CHANGED-BY
                   MOVE WS-PRM-TIMESTAMP(WS-PRM-IDX)
                       TO PRMQ-CHANGED-TS
               END-IF
           END-PERFORM
           .
