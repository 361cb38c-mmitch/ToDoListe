       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOICPY.
      *
      * Nightly image copy of the indexed data files.  The first job
      * of the TODONITE stream: before anything else touches the
      * files tonight, TODO.DAT, TODODEP.DAT, TODONOTE.DAT and
      * TODOHOFF.DAT are copied record for record into dated
      * sequential copy files -
      *
      *   TODO.IC<CCYYMMDD>.DAT       TODODEP.IC<CCYYMMDD>.DAT
      *   TODONOTE.IC<CCYYMMDD>.DAT   TODOHOFF.IC<CCYYMMDD>.DAT
      *
      * - and the copy is entered in the catalogue TODOICAT.DAT (see
      * the TODOICPR copybook) with the timestamp it started at.
      * TODORCVR starts a forward recovery from one of these copies
      * and replays the audit rows stamped from that timestamp on,
      * so a corrupted file no longer means losing the day's work.
      * A file not yet on disk copies as empty.
      *
      * Generations: the most recent WS-KEEP-GENERATIONS copies are
      * kept and older ones are dropped from the catalogue and their
      * files deleted.  The number is the ICPY-KEEP-GENS batch
      * parameter (TODOPARM.DAT, asked through TODOPARM; 7, one a
      * night for a week, when never set) and can be overridden by
      * passing 1-99 as the first command-line argument, the way
      * TODOARCH takes its purge days.
      *
      * Rerun safety: a rerun the same day takes the copy again.
      * That day's catalogue row comes off before its files are
      * overwritten and goes back on only after all four are closed
      * whole, so an abend mid-copy never leaves the catalogue
      * pointing at a half-written copy.  Old generations are
      * deleted last, after the catalogue no longer names them.
      *
      * A file that cannot be read (any open or read status other
      * than not-there-yet) fails the copy: the catalogue is left as
      * it was, the report says which file, and RETURN-CODE 8 stops
      * the night stream before any job changes the files with no
      * copy to recover from.  Report in TODOICPY.RPT, one line per
      * run appended to TODOICPY.LOG.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TODO-FILE ASSIGN TO "TODO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TODO-ID
               ALTERNATE RECORD KEY IS TODO-OWNER WITH DUPLICATES
               FILE STATUS IS WS-TODO-FILE-STATUS.
           SELECT DEP-FILE ASSIGN TO "TODODEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-KEY
               ALTERNATE RECORD KEY IS DEP-BLOCKER-ID WITH DUPLICATES
               FILE STATUS IS WS-DEP-FILE-STATUS.
           SELECT NOTE-FILE ASSIGN TO "TODONOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOTE-KEY
               FILE STATUS IS WS-NOTE-FILE-STATUS.
           SELECT HOFF-FILE ASSIGN TO "TODOHOFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOF-ITEM-ID
               ALTERNATE RECORD KEY IS HOF-TO-OWNER WITH DUPLICATES
               FILE STATUS IS WS-HOFF-FILE-STATUS.
           SELECT TODO-COPY-FILE ASSIGN TO WS-TODO-COPY-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COPY-FILE-STATUS.
           SELECT DEP-COPY-FILE ASSIGN TO WS-DEP-COPY-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COPY-FILE-STATUS.
           SELECT NOTE-COPY-FILE ASSIGN TO WS-NOTE-COPY-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COPY-FILE-STATUS.
           SELECT HOFF-COPY-FILE ASSIGN TO WS-HOFF-COPY-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COPY-FILE-STATUS.
           SELECT CATALOGUE-FILE ASSIGN TO "TODOICAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-STATUS.
           SELECT ICPY-REPORT ASSIGN TO "TODOICPY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICPY-REPORT-STATUS.
           SELECT ICPY-LOG ASSIGN TO "TODOICPY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICPY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TODO-FILE.
       COPY TODOREC.

       FD  DEP-FILE.
       COPY TODODEPR.

       FD  NOTE-FILE.
       COPY TODONOTR.

       FD  HOFF-FILE.
       COPY TODOHOFR.

      *    The copy records are the indexed records byte for byte;
      *    the lengths are those of TODO-RECORD, DEP-RECORD,
      *    NOTE-RECORD and HOF-RECORD.
       FD  TODO-COPY-FILE.
       01  TODO-COPY-RECORD            PIC X(293).

       FD  DEP-COPY-FILE.
       01  DEP-COPY-RECORD             PIC X(57).

       FD  NOTE-COPY-FILE.
       01  NOTE-COPY-RECORD            PIC X(253).

       FD  HOFF-COPY-FILE.
       01  HOFF-COPY-RECORD            PIC X(89).

       FD  CATALOGUE-FILE.
       COPY TODOICPR.

       FD  ICPY-REPORT.
       01  ICPY-REPORT-LINE            PIC X(132).

       FD  ICPY-LOG.
       01  ICPY-LOG-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TODO-FILE-STATUS         PIC X(2).
       01  WS-DEP-FILE-STATUS          PIC X(2).
       01  WS-NOTE-FILE-STATUS         PIC X(2).
       01  WS-HOFF-FILE-STATUS         PIC X(2).
       01  WS-COPY-FILE-STATUS         PIC X(2).
       01  WS-CATALOGUE-STATUS         PIC X(2).
       01  WS-ICPY-REPORT-STATUS       PIC X(2).
       01  WS-ICPY-LOG-STATUS          PIC X(2).
       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-ARG-TEXT                 PIC X(10) VALUE SPACES.
       01  WS-ARG-NUMBER               PIC 9(5) VALUE 0.
       01  WS-ARG-REJECTED             PIC X(1) VALUE 'N'.
       01  WS-KEEP-GENERATIONS         PIC 9(4) COMP-5 VALUE 7.
       01  WS-TODAY                    PIC 9(8).
       01  WS-NOW-TS                   PIC X(21).
       01  WS-COPY-FAILED              PIC X(1) VALUE 'N'.
       01  WS-FAILED-FILE              PIC X(12) VALUE SPACES.
       01  WS-FAILED-STATUS            PIC X(2) VALUE SPACES.
       01  WS-COUNT-EDIT               PIC Z(7)9.
       01  WS-DELETE-RC                PIC S9(9) COMP-5 VALUE 0.
       COPY TODOPRMC.

      *    Copy file names, built for tonight's date and again for
      *    each generation being dropped.
       01  WS-NAME-DATE                PIC 9(8).
       01  WS-TODO-COPY-NAME           PIC X(40) VALUE SPACES.
       01  WS-DEP-COPY-NAME            PIC X(40) VALUE SPACES.
       01  WS-NOTE-COPY-NAME           PIC X(40) VALUE SPACES.
       01  WS-HOFF-COPY-NAME           PIC X(40) VALUE SPACES.

      *    Tonight's copy, built up while the files are copied and
      *    written to the catalogue as the last step.
       01  WS-NEW-ENTRY.
           05  WS-NEW-START-TS         PIC X(21).
           05  WS-NEW-END-TS           PIC X(21).
           05  WS-NEW-TODO-COUNT       PIC 9(8) VALUE 0.
           05  WS-NEW-DEP-COUNT        PIC 9(8) VALUE 0.
           05  WS-NEW-NOTE-COUNT       PIC 9(8) VALUE 0.
           05  WS-NEW-HOFF-COUNT       PIC 9(8) VALUE 0.

      *    The catalogue in file order - oldest copy first, since
      *    each night's row is appended at the end.
       01  WS-CAT-TABLE.
           05  WS-CAT-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05  WS-CAT-ENTRY OCCURS 100 TIMES.
               10  WS-CAT-DATE         PIC 9(8).
               10  WS-CAT-ROW          PIC X(82).
       01  WS-CAT-IDX                  PIC 9(4) COMP-5 VALUE 0.
       01  WS-CAT-FIRST-KEPT           PIC 9(4) COMP-5 VALUE 1.
       01  WS-TODAY-ON-CATALOGUE       PIC X(1) VALUE 'N'.
       01  WS-DROPPED-COUNT            PIC 9(4) VALUE 0.
       01  WS-KEPT-COUNT               PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM GET-KEEP-GENERATIONS
           PERFORM LOAD-CATALOGUE
           IF WS-TODAY-ON-CATALOGUE = 'Y'
               PERFORM WITHDRAW-TODAYS-ENTRY
           END-IF
           MOVE WS-TODAY TO WS-NAME-DATE
           PERFORM BUILD-COPY-FILE-NAMES
           MOVE FUNCTION CURRENT-DATE TO WS-NEW-START-TS
           PERFORM COPY-TODO-FILE
           IF WS-COPY-FAILED = 'N'
               PERFORM COPY-DEP-FILE
           END-IF
           IF WS-COPY-FAILED = 'N'
               PERFORM COPY-NOTE-FILE
           END-IF
           IF WS-COPY-FAILED = 'N'
               PERFORM COPY-HOFF-FILE
           END-IF
           IF WS-COPY-FAILED = 'N'
               MOVE FUNCTION CURRENT-DATE TO WS-NEW-END-TS
               PERFORM ADD-TONIGHTS-ENTRY
               PERFORM REWRITE-CATALOGUE
               PERFORM DELETE-DROPPED-GENERATIONS
           END-IF
           PERFORM WRITE-ICPY-REPORT
           PERFORM WRITE-ICPY-LOG
           IF WS-COPY-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK
           .

       GET-KEEP-GENERATIONS.
           MOVE 'GET' TO PRMQ-FUNCTION
           MOVE 'ICPY-KEEP-GENS' TO PRMQ-NAME
           MOVE 0 TO PRMQ-DATE
           CALL 'TODOPARM' USING TODO-PARM-REQUEST
           IF PRMQ-FOUND
              AND PRMQ-VALUE >= 1 AND PRMQ-VALUE <= 99
               MOVE PRMQ-VALUE TO WS-KEEP-GENERATIONS
           END-IF
           ACCEPT WS-ARG-TEXT FROM COMMAND-LINE
           IF WS-ARG-TEXT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG-TEXT) TO WS-ARG-NUMBER
               IF WS-ARG-NUMBER >= 1 AND WS-ARG-NUMBER <= 99
                   MOVE WS-ARG-NUMBER TO WS-KEEP-GENERATIONS
               ELSE
                   MOVE 'Y' TO WS-ARG-REJECTED
               END-IF
           END-IF
           .

       LOAD-CATALOGUE.
      *    The table holds 100 rows and the generation count tops
      *    out at 99, so tonight's row always has room.  A catalogue
      *    left longer than that by hand keeps only its newest rows.
           MOVE 0 TO WS-CAT-COUNT
           MOVE 'N' TO WS-TODAY-ON-CATALOGUE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CATALOGUE-FILE
           IF WS-CATALOGUE-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ CATALOGUE-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END PERFORM NOTE-CATALOGUE-ROW
                   END-READ
               END-PERFORM
               CLOSE CATALOGUE-FILE
           END-IF
           .

       NOTE-CATALOGUE-ROW.
           IF ICP-COPY-DATE = WS-TODAY
               MOVE 'Y' TO WS-TODAY-ON-CATALOGUE
           ELSE
               IF WS-CAT-COUNT >= 99
                   PERFORM VARYING WS-CAT-IDX FROM 2 BY 1
                           UNTIL WS-CAT-IDX > WS-CAT-COUNT
                       MOVE WS-CAT-ENTRY(WS-CAT-IDX)
                           TO WS-CAT-ENTRY(WS-CAT-IDX - 1)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-CAT-COUNT
               END-IF
               ADD 1 TO WS-CAT-COUNT
               MOVE ICP-COPY-DATE TO WS-CAT-DATE(WS-CAT-COUNT)
               MOVE ICP-RECORD TO WS-CAT-ROW(WS-CAT-COUNT)
           END-IF
           .

       WITHDRAW-TODAYS-ENTRY.
      *    A rerun is about to overwrite today's copy files; today's
      *    row comes off first so nothing names them while they are
      *    half written.
           MOVE 1 TO WS-CAT-FIRST-KEPT
           PERFORM REWRITE-CATALOGUE
           .

       BUILD-COPY-FILE-NAMES.
           MOVE SPACES TO WS-TODO-COPY-NAME
           STRING "TODO.IC"     DELIMITED BY SIZE
                  WS-NAME-DATE  DELIMITED BY SIZE
                  ".DAT"        DELIMITED BY SIZE
               INTO WS-TODO-COPY-NAME
           MOVE SPACES TO WS-DEP-COPY-NAME
           STRING "TODODEP.IC"  DELIMITED BY SIZE
                  WS-NAME-DATE  DELIMITED BY SIZE
                  ".DAT"        DELIMITED BY SIZE
               INTO WS-DEP-COPY-NAME
           MOVE SPACES TO WS-NOTE-COPY-NAME
           STRING "TODONOTE.IC" DELIMITED BY SIZE
                  WS-NAME-DATE  DELIMITED BY SIZE
                  ".DAT"        DELIMITED BY SIZE
               INTO WS-NOTE-COPY-NAME
           MOVE SPACES TO WS-HOFF-COPY-NAME
           STRING "TODOHOFF.IC" DELIMITED BY SIZE
                  WS-NAME-DATE  DELIMITED BY SIZE
                  ".DAT"        DELIMITED BY SIZE
               INTO WS-HOFF-COPY-NAME
           .

       COPY-TODO-FILE.
      *    Status '02' (a duplicate alternate key follows) is a good
      *    read like '00'; only a status outside the 0x class is a
      *    failure.
           MOVE 0 TO WS-NEW-TODO-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT TODO-COPY-FILE
           OPEN INPUT TODO-FILE
           EVALUATE TRUE
               WHEN WS-TODO-FILE-STATUS = '35'
                   CONTINUE
               WHEN WS-TODO-FILE-STATUS(1:1) NOT = '0'
                   MOVE "TODO.DAT" TO WS-FAILED-FILE
                   MOVE WS-TODO-FILE-STATUS TO WS-FAILED-STATUS
                   MOVE 'Y' TO WS-COPY-FAILED
               WHEN OTHER
                   PERFORM UNTIL WS-EOF
                       READ TODO-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF-SWITCH
                           NOT AT END
                               MOVE TODO-RECORD TO TODO-COPY-RECORD
                               WRITE TODO-COPY-RECORD
                               ADD 1 TO WS-NEW-TODO-COUNT
                       END-READ
                       IF WS-TODO-FILE-STATUS(1:1) NOT = '0'
                          AND WS-TODO-FILE-STATUS NOT = '10'
                           MOVE "TODO.DAT" TO WS-FAILED-FILE
                           MOVE WS-TODO-FILE-STATUS TO WS-FAILED-STATUS
                           MOVE 'Y' TO WS-COPY-FAILED
                           MOVE 'Y' TO WS-EOF-SWITCH
                       END-IF
                   END-PERFORM
                   CLOSE TODO-FILE
           END-EVALUATE
           CLOSE TODO-COPY-FILE
           .

       COPY-DEP-FILE.
           MOVE 0 TO WS-NEW-DEP-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT DEP-COPY-FILE
           OPEN INPUT DEP-FILE
           EVALUATE TRUE
               WHEN WS-DEP-FILE-STATUS = '35'
                   CONTINUE
               WHEN WS-DEP-FILE-STATUS(1:1) NOT = '0'
                   MOVE "TODODEP.DAT" TO WS-FAILED-FILE
                   MOVE WS-DEP-FILE-STATUS TO WS-FAILED-STATUS
                   MOVE 'Y' TO WS-COPY-FAILED
               WHEN OTHER
                   PERFORM UNTIL WS-EOF
                       READ DEP-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF-SWITCH
                           NOT AT END
                               MOVE DEP-RECORD TO DEP-COPY-RECORD
                               WRITE DEP-COPY-RECORD
                               ADD 1 TO WS-NEW-DEP-COUNT
                       END-READ
                       IF WS-DEP-FILE-STATUS(1:1) NOT = '0'
                          AND WS-DEP-FILE-STATUS NOT = '10'
                           MOVE "TODODEP.DAT" TO WS-FAILED-FILE
                           MOVE WS-DEP-FILE-STATUS TO WS-FAILED-STATUS
                           MOVE 'Y' TO WS-COPY-FAILED
                           MOVE 'Y' TO WS-EOF-SWITCH
                       END-IF
                   END-PERFORM
                   CLOSE DEP-FILE
           END-EVALUATE
           CLOSE DEP-COPY-FILE
           .

       COPY-NOTE-FILE.
           MOVE 0 TO WS-NEW-NOTE-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT NOTE-COPY-FILE
           OPEN INPUT NOTE-FILE
           EVALUATE TRUE
               WHEN WS-NOTE-FILE-STATUS = '35'
                   CONTINUE
               WHEN WS-NOTE-FILE-STATUS(1:1) NOT = '0'
                   MOVE "TODONOTE.DAT" TO WS-FAILED-FILE
                   MOVE WS-NOTE-FILE-STATUS TO WS-FAILED-STATUS
                   MOVE 'Y' TO WS-COPY-FAILED
               WHEN OTHER
                   PERFORM UNTIL WS-EOF
                       READ NOTE-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF-SWITCH
                           NOT AT END
                               MOVE NOTE-RECORD TO NOTE-COPY-RECORD
                               WRITE NOTE-COPY-RECORD
                               ADD 1 TO WS-NEW-NOTE-COUNT
                       END-READ
                       IF WS-NOTE-FILE-STATUS(1:1) NOT = '0'
                          AND WS-NOTE-FILE-STATUS NOT = '10'
                           MOVE "TODONOTE.DAT" TO WS-FAILED-FILE
                           MOVE WS-NOTE-FILE-STATUS TO WS-FAILED-STATUS
                           MOVE 'Y' TO WS-COPY-FAILED
                           MOVE 'Y' TO WS-EOF-SWITCH
                       END-IF
                   END-PERFORM
                   CLOSE NOTE-FILE
           END-EVALUATE
           CLOSE NOTE-COPY-FILE
           .

       COPY-HOFF-FILE.
           MOVE 0 TO WS-NEW-HOFF-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN OUTPUT HOFF-COPY-FILE
           OPEN INPUT HOFF-FILE
           EVALUATE TRUE
               WHEN WS-HOFF-FILE-STATUS = '35'
                   CONTINUE
               WHEN WS-HOFF-FILE-STATUS(1:1) NOT = '0'
                   MOVE "TODOHOFF.DAT" TO WS-FAILED-FILE
                   MOVE WS-HOFF-FILE-STATUS TO WS-FAILED-STATUS
                   MOVE 'Y' TO WS-COPY-FAILED
               WHEN OTHER
                   PERFORM UNTIL WS-EOF
                       READ HOFF-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-EOF-SWITCH
                           NOT AT END
                               MOVE HOF-RECORD TO HOFF-COPY-RECORD
                               WRITE HOFF-COPY-RECORD
                               ADD 1 TO WS-NEW-HOFF-COUNT
                       END-READ
                       IF WS-HOFF-FILE-STATUS(1:1) NOT = '0'
                          AND WS-HOFF-FILE-STATUS NOT = '10'
                           MOVE "TODOHOFF.DAT" TO WS-FAILED-FILE
                           MOVE WS-HOFF-FILE-STATUS TO WS-FAILED-STATUS
                           MOVE 'Y' TO WS-COPY-FAILED
                           MOVE 'Y' TO WS-EOF-SWITCH
                       END-IF
                   END-PERFORM
                   CLOSE HOFF-FILE
           END-EVALUATE
           CLOSE HOFF-COPY-FILE
           .

       ADD-TONIGHTS-ENTRY.
      *    Tonight's row goes on the end, then everything but the
      *    newest WS-KEEP-GENERATIONS rows is marked to drop.
           ADD 1 TO WS-CAT-COUNT
           MOVE WS-TODAY TO WS-CAT-DATE(WS-CAT-COUNT)
           MOVE WS-TODAY TO ICP-COPY-DATE
           MOVE WS-NEW-START-TS TO ICP-START-TS
           MOVE WS-NEW-END-TS TO ICP-END-TS
           MOVE WS-NEW-TODO-COUNT TO ICP-TODO-COUNT
           MOVE WS-NEW-DEP-COUNT TO ICP-DEP-COUNT
           MOVE WS-NEW-NOTE-COUNT TO ICP-NOTE-COUNT
           MOVE WS-NEW-HOFF-COUNT TO ICP-HOFF-COUNT
           MOVE ICP-RECORD TO WS-CAT-ROW(WS-CAT-COUNT)
           MOVE 0 TO WS-DROPPED-COUNT
           IF WS-CAT-COUNT > WS-KEEP-GENERATIONS
               COMPUTE WS-DROPPED-COUNT =
                       WS-CAT-COUNT - WS-KEEP-GENERATIONS
           END-IF
           COMPUTE WS-CAT-FIRST-KEPT = WS-DROPPED-COUNT + 1
           COMPUTE WS-KEPT-COUNT = WS-CAT-COUNT - WS-DROPPED-COUNT
           .

       REWRITE-CATALOGUE.
      *    The catalogue is small and rewritten whole, from the first
      *    row being kept to the end of the table.
           OPEN OUTPUT CATALOGUE-FILE
           PERFORM VARYING WS-CAT-IDX FROM WS-CAT-FIRST-KEPT BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE WS-CAT-ROW(WS-CAT-IDX) TO ICP-RECORD
               WRITE ICP-RECORD
           END-PERFORM
           CLOSE CATALOGUE-FILE
           .

       DELETE-DROPPED-GENERATIONS.
      *    Only once the rewritten catalogue no longer names them.
      *    A file already gone by hand is no reason to stop.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-DROPPED-COUNT
               MOVE WS-CAT-DATE(WS-CAT-IDX) TO WS-NAME-DATE
               PERFORM BUILD-COPY-FILE-NAMES
               CALL 'CBL_DELETE_FILE' USING WS-TODO-COPY-NAME
                   RETURNING WS-DELETE-RC
               END-CALL
               CALL 'CBL_DELETE_FILE' USING WS-DEP-COPY-NAME
                   RETURNING WS-DELETE-RC
               END-CALL
               CALL 'CBL_DELETE_FILE' USING WS-NOTE-COPY-NAME
                   RETURNING WS-DELETE-RC
               END-CALL
               CALL 'CBL_DELETE_FILE' USING WS-HOFF-COPY-NAME
                   RETURNING WS-DELETE-RC
               END-CALL
           END-PERFORM
           .

       WRITE-ICPY-REPORT.
           OPEN OUTPUT ICPY-REPORT
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           MOVE SPACES TO ICPY-REPORT-LINE
           STRING "NIGHTLY IMAGE COPY FOR " DELIMITED BY SIZE
                  WS-TODAY                  DELIMITED BY SIZE
                  "  RUN "                  DELIMITED BY SIZE
                  WS-NOW-TS                 DELIMITED BY SIZE
               INTO ICPY-REPORT-LINE
           WRITE ICPY-REPORT-LINE
           MOVE SPACES TO ICPY-REPORT-LINE
           WRITE ICPY-REPORT-LINE
           IF WS-ARG-REJECTED = 'Y'
               MOVE SPACES TO ICPY-REPORT-LINE
               STRING "WARNING - GENERATION COUNT '" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ARG-TEXT)     DELIMITED BY SIZE
                      "' IS NOT 1-99, DEFAULT USED"  DELIMITED BY SIZE
                   INTO ICPY-REPORT-LINE
               WRITE ICPY-REPORT-LINE
           END-IF
           IF WS-COPY-FAILED = 'Y'
               MOVE SPACES TO ICPY-REPORT-LINE
               STRING "IMAGE COPY FAILED - CANNOT READ "
                                                       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FAILED-FILE)    DELIMITED BY SIZE
                      ", FILE STATUS "                 DELIMITED BY SIZE
                      WS-FAILED-STATUS                 DELIMITED BY SIZE
                   INTO ICPY-REPORT-LINE
               WRITE ICPY-REPORT-LINE
               MOVE "CATALOGUE NOT UPDATED - NO COPY TAKEN TONIGHT"
                   TO ICPY-REPORT-LINE
               WRITE ICPY-REPORT-LINE
           ELSE
               PERFORM WRITE-COPY-LINES
           END-IF
           CLOSE ICPY-REPORT
           .

       WRITE-COPY-LINES.
           MOVE "FILE            RECORDS  COPY FILE" TO ICPY-REPORT-LINE
           WRITE ICPY-REPORT-LINE
           MOVE WS-NEW-TODO-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO ICPY-REPORT-LINE
           STRING "TODO.DAT      "  DELIMITED BY SIZE
                  WS-COUNT-EDIT     DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-TODO-COPY-NAME DELIMITED BY SIZE
               INTO ICPY-REPORT-LINE
           WRITE ICPY-REPORT-LINE
           MOVE WS-NEW-DEP-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO ICPY-REPORT-LINE
           STRING "TODODEP.DAT   "  DELIMITED BY SIZE
                  WS-COUNT-EDIT     DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-DEP-COPY-NAME  DELIMITED BY SIZE
               INTO ICPY-REPORT-LINE
           WRITE ICPY-REPORT-LINE
           MOVE WS-NEW-NOTE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO ICPY-REPORT-LINE
           STRING "TODONOTE.DAT  "  DELIMITED BY SIZE
                  WS-COUNT-EDIT     DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-NOTE-COPY-NAME DELIMITED BY SIZE
               INTO ICPY-REPORT-LINE
           WRITE ICPY-REPORT-LINE
           MOVE WS-NEW-HOFF-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO ICPY-REPORT-LINE
           STRING "TODOHOFF.DAT  "  DELIMITED BY SIZE
                  WS-COUNT-EDIT     DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-HOFF-COPY-NAME DELIMITED BY SIZE
               INTO ICPY-REPORT-LINE
           WRITE ICPY-REPORT-LINE
           MOVE SPACES TO ICPY-REPORT-LINE
           WRITE ICPY-REPORT-LINE
           MOVE SPACES TO ICPY-REPORT-LINE
           STRING "COPY STARTED          " DELIMITED BY SIZE
                  WS-NEW-START-TS          DELIMITED BY SIZE
               INTO ICPY-REPORT-LINE
           WRITE ICPY-REPORT-LINE
           MOVE WS-KEPT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO ICPY-REPORT-LINE
           STRING "GENERATIONS KEPT      " DELIMITED BY SIZE
                  WS-COUNT-EDIT            DELIMITED BY SIZE
               INTO ICPY-REPORT-LINE
           WRITE ICPY-REPORT-LINE
           MOVE WS-DROPPED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO ICPY-REPORT-LINE
           STRING "GENERATIONS DROPPED   " DELIMITED BY SIZE
                  WS-COUNT-EDIT            DELIMITED BY SIZE
               INTO ICPY-REPORT-LINE
           WRITE ICPY-REPORT-LINE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-DROPPED-COUNT
               MOVE SPACES TO ICPY-REPORT-LINE
               STRING "  DROPPED COPY OF "      DELIMITED BY SIZE
                      WS-CAT-DATE(WS-CAT-IDX)   DELIMITED BY SIZE
                   INTO ICPY-REPORT-LINE
               WRITE ICPY-REPORT-LINE
           END-PERFORM
           .

       WRITE-ICPY-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           OPEN EXTEND ICPY-LOG
           IF WS-ICPY-LOG-STATUS = '35'
               OPEN OUTPUT ICPY-LOG
           END-IF
           MOVE SPACES TO ICPY-LOG-LINE
           IF WS-COPY-FAILED = 'Y'
               STRING WS-NOW-TS                  DELIMITED BY SIZE
                      "  IMAGE COPY FAILED ON "  DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FAILED-FILE) DELIMITED BY SIZE
                      " STATUS "                 DELIMITED BY SIZE
                      WS-FAILED-STATUS           DELIMITED BY SIZE
                   INTO ICPY-LOG-LINE
           ELSE
               STRING WS-NOW-TS                  DELIMITED BY SIZE
                      "  IMAGE COPY "            DELIMITED BY SIZE
                      WS-TODAY                   DELIMITED BY SIZE
                      " TAKEN, "                 DELIMITED BY SIZE
                      WS-NEW-TODO-COUNT          DELIMITED BY SIZE
                      " ITEM(S), "               DELIMITED BY SIZE
                      WS-DROPPED-COUNT           DELIMITED BY SIZE
                      " GENERATION(S) DROPPED"   DELIMITED BY SIZE
                   INTO ICPY-LOG-LINE
           END-IF
           WRITE ICPY-LOG-LINE
           CLOSE ICPY-LOG
           .
