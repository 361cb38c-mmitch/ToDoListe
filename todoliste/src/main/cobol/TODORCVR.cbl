       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODORCVR.
      *
      * Forward recovery of the indexed data files from a nightly
      * image copy.  When TODO.DAT, TODODEP.DAT, TODONOTE.DAT or
      * TODOHOFF.DAT is found corrupted, operations runs this job
      * (with the portal closed) to put all four back as they stood
      * at the last audit row:
      *
      *   1. The image copy is chosen from the TODOICAT.DAT catalogue
      *      TODOICPY keeps - the copy dated CCYYMMDD when that is
      *      passed as the first command-line argument, otherwise
      *      the newest one.  All four copy files must be on disk
      *      before anything is touched.
      *   2. Each indexed file is rebuilt from scratch from its copy.
      *      The damaged files are overwritten - set them aside
      *      first if they are wanted for investigation.
      *   3. Every audit row stamped at or after the moment the copy
      *      started is replayed on top, in trail order: the dated
      *      TODOAUD.<CCYYMM>.DAT generations listed complete on
      *      TODOAUDS.DAT from the month before the copy on (a
      *      cutover early in a month closes rows written in it
      *      into the previous month's generation), then the live
      *      TODOAUD.DAT.
      *   4. Items TODOARCH moved to TODOHIST.DAT since the copy
      *      (the archive writes no audit rows) come off TODO.DAT
      *      again, so no item ends up on both files.
      *
      * What each row puts back:
      *   ADD rows      - one item's back-to-back ADD rows (TODOSAVE,
      *                   TODOLOAD, TODORGEN, TODOTMPL) fold into
      *                   the item, written with the fields they
      *                   name, version 1 and the first row's stamp
      *                   as its created timestamp
      *   RESTORE rows  - likewise, from the RESTORE/RECORD row and
      *                   the per-field rows TODOHSRC writes after
      *                   it; the item comes back OPEN
      *   EDIT rows     - the named field set to the new value;
      *                   BLOCKEDBY rows add or remove the link on
      *                   TODODEP.DAT
      *   STATUS rows   - the new status
      *   DELETE rows   - the item removed with its own blocked-by
      *                   links and any pending handoff, as TODOSAVE
      *                   removes them
      *   HANDOFF rows  - REQUESTED writes the pending row on
      *                   TODOHOFF.DAT, ACCEPTED moves the item to
      *                   the new owner and clears it, DECLINED
      *                   clears it (answers by a delegate alike)
      *   ESCALATE rows - PRIORITY sets the raised priority
      *   NOTE rows     - the note appended under the next sequence
      *                   number
      *   MERGE rows    - MERGED INTO moves the closed duplicate's
      *                   notes to the kept item under its next
      *                   sequence numbers, as TODOMERG moved them;
      *                   the rest of a merge comes back through its
      *                   own EDIT/BLOCKEDBY, NOTE and STATUS rows
      * Every change to an item's record moves its version on by
      * one, so a form opened before the failure cannot overwrite
      * the recovered record.
      *
      * A row can also have nothing to put back - a supervisor flag,
      * an absence, a close-approval request or answer, a batch
      * parameter change or a not-duplicate confirmation (kept on
      * TODOESCL.DAT, TODOABS.DAT, TODOAPRV.DAT, TODOPARM.DAT and
      * TODODUPN.DAT, not among the copied files; the status moves
      * an approval makes come back through their own STATUS rows
      * and a rejection's reason through its NOTE row), the
      * TEMPLATE marker row, the MERGED FROM row marking the item a
      * merge kept, a delete of an id already gone such as the old
      * id a fresh-id restore retires - and is only counted.
      * A row that cannot be applied - its item is not on file, an
      * ADD whose id is already there, older thin ADD or RESTORE
      * rows that do not name the owner and due date - is listed in
      * the report with the reason and the run ends with
      * RETURN-CODE 4 so the rows get looked at.  No copy, or a
      * copy file missing, ends with RETURN-CODE 8 and nothing
      * touched.
      *
      * The job writes no audit rows of its own: the trail already
      * holds every change it reapplies.  Report in TODORCVR.RPT,
      * one line per run appended to TODORCVR.LOG.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOGUE-FILE ASSIGN TO "TODOICAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-STATUS.
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
           SELECT TODO-FILE ASSIGN TO "TODO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TODO-ID
               ALTERNATE RECORD KEY IS TODO-OWNER WITH DUPLICATES
               FILE STATUS IS WS-TODO-FILE-STATUS.
           SELECT DEP-FILE ASSIGN TO "TODODEP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-KEY
               ALTERNATE RECORD KEY IS DEP-BLOCKER-ID WITH DUPLICATES
               FILE STATUS IS WS-DEP-FILE-STATUS.
           SELECT NOTE-FILE ASSIGN TO "TODONOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOTE-KEY
               FILE STATUS IS WS-NOTE-FILE-STATUS.
           SELECT HOFF-FILE ASSIGN TO "TODOHOFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOF-ITEM-ID
               ALTERNATE RECORD KEY IS HOF-TO-OWNER WITH DUPLICATES
               FILE STATUS IS WS-HOFF-FILE-STATUS.
           SELECT TODOHIST-FILE ASSIGN TO "TODOHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-ID
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT AUD-SUMMARY-FILE ASSIGN TO "TODOAUDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT RCVR-REPORT ASSIGN TO "TODORCVR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVR-REPORT-STATUS.
           SELECT RCVR-LOG ASSIGN TO "TODORCVR.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOGUE-FILE.
       COPY TODOICPR.

      *    The copy records are the indexed records byte for byte,
      *    as TODOICPY wrote them.
       FD  TODO-COPY-FILE.
       01  TODO-COPY-RECORD            PIC X(293).

       FD  DEP-COPY-FILE.
       01  DEP-COPY-RECORD             PIC X(57).

       FD  NOTE-COPY-FILE.
       01  NOTE-COPY-RECORD            PIC X(253).

       FD  HOFF-COPY-FILE.
       01  HOFF-COPY-RECORD            PIC X(89).

       FD  TODO-FILE.
       COPY TODOREC.

       FD  DEP-FILE.
       COPY TODODEPR.

       FD  NOTE-FILE.
       COPY TODONOTR.

       FD  HOFF-FILE.
       COPY TODOHOFR.

       FD  TODOHIST-FILE.
       COPY TODOHREC.

       FD  AUD-SUMMARY-FILE.
       COPY TODOAUDS.

       FD  AUDIT-FILE.
       01  FD-AUDIT-LINE               PIC X(477).

       FD  RCVR-REPORT.
       01  RCVR-REPORT-LINE            PIC X(132).

       FD  RCVR-LOG.
       01  RCVR-LOG-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CATALOGUE-STATUS         PIC X(2).
       01  WS-COPY-FILE-STATUS         PIC X(2).
       01  WS-TODO-FILE-STATUS         PIC X(2).
       01  WS-DEP-FILE-STATUS          PIC X(2).
       01  WS-NOTE-FILE-STATUS         PIC X(2).
       01  WS-HOFF-FILE-STATUS         PIC X(2).
       01  WS-HIST-FILE-STATUS         PIC X(2).
       01  WS-SUMMARY-FILE-STATUS      PIC X(2).
       01  WS-AUDIT-FILE-STATUS        PIC X(2).
       01  WS-RCVR-REPORT-STATUS       PIC X(2).
       01  WS-RCVR-LOG-STATUS          PIC X(2).
       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-SCAN-EOF                 PIC X(1) VALUE 'N'.
       01  WS-NOW-TS                   PIC X(21).
       01  WS-ARG-TEXT                 PIC X(10) VALUE SPACES.
       01  WS-WANT-DATE                PIC X(8) VALUE SPACES.
       01  WS-ROW-DATE                 PIC X(8).
       01  WS-COUNT-EDIT               PIC Z(7)9.
       01  WS-RUN-RC                   PIC 9(4) VALUE 0.

      *    The image copy being recovered from - the catalogue row,
      *    kept once the catalogue is closed.
       01  WS-COPY-FOUND               PIC X(1) VALUE 'N'.
       01  WS-COPY-ENTRY.
           05  WS-COPY-DATE            PIC 9(8).
           05  WS-COPY-START-TS        PIC X(21).
           05  WS-COPY-END-TS          PIC X(21).
           05  WS-COPY-TODO-COUNT      PIC 9(8).
           05  WS-COPY-DEP-COUNT       PIC 9(8).
           05  WS-COPY-NOTE-COUNT      PIC 9(8).
           05  WS-COPY-HOFF-COUNT      PIC 9(8).
       01  WS-TODO-COPY-NAME           PIC X(40) VALUE SPACES.
       01  WS-DEP-COPY-NAME            PIC X(40) VALUE SPACES.
       01  WS-NOTE-COPY-NAME           PIC X(40) VALUE SPACES.
       01  WS-HOFF-COPY-NAME           PIC X(40) VALUE SPACES.
       01  WS-RESTORE-FAILED           PIC X(1) VALUE 'N'.
       01  WS-MISSING-FILE             PIC X(40) VALUE SPACES.
       01  WS-RESTORED-TODO            PIC 9(8) VALUE 0.
       01  WS-RESTORED-DEP             PIC 9(8) VALUE 0.
       01  WS-RESTORED-NOTE            PIC 9(8) VALUE 0.
       01  WS-RESTORED-HOFF            PIC 9(8) VALUE 0.
       01  WS-RESTORE-REJECTS          PIC 9(8) VALUE 0.

      *    Audit generations to replay, in the order their
      *    completion rows stand on TODOAUDS.DAT.
       01  WS-AUDIT-FILE-NAME          PIC X(40) VALUE SPACES.
       01  WS-FIRST-GEN-MONTH          PIC 9(6) VALUE 0.
       01  WS-GEN-TABLE.
           05  WS-GEN-COUNT            PIC 9(4) COMP-5 VALUE 0.
           05  WS-GEN-MONTH OCCURS 600 TIMES PIC 9(6).
       01  WS-GEN-TABLE-FULL           PIC X(1) VALUE 'N'.
       01  WS-GEN-IDX                  PIC 9(4) COMP-5 VALUE 0.
       01  WS-GEN-FOUND                PIC X(1) VALUE 'N'.
       01  WS-GEN-MISSING-COUNT        PIC 9(4) VALUE 0.

       COPY TODOAUDR.

      *    What became of the row (or row group) just replayed:
      *    'A' reapplied, 'N' nothing to put back, 'F' not applied
      *    for WS-REASON.
       01  WS-OUTCOME                  PIC X(1) VALUE SPACE.
           88  WS-ROW-APPLIED          VALUE 'A'.
           88  WS-ROW-NO-CHANGE        VALUE 'N'.
           88  WS-ROW-FAILED           VALUE 'F'.
       01  WS-REASON                   PIC X(50) VALUE SPACES.
       01  WS-ROWS-AFTER-COPY          PIC 9(8) VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(8) VALUE 0.
       01  WS-NO-CHANGE-COUNT          PIC 9(8) VALUE 0.
       01  WS-FAILED-COUNT             PIC 9(8) VALUE 0.
       01  WS-ARCHIVED-COUNT           PIC 9(8) VALUE 0.
       01  WS-ROW-WEIGHT               PIC 9(4) VALUE 1.

       01  WS-LINK-ID                  PIC 9(8).
       01  WS-HOFF-ROW-EXISTS          PIC X(1) VALUE 'N'.
       01  WS-NEXT-SEQ                 PIC 9(4) VALUE 1.
       01  WS-MERGE-KEEP-ID            PIC 9(8) VALUE 0.
       01  WS-HOLD-NOTE-RECORD         PIC X(253).
       01  WS-OWN-LINK-TABLE.
           05  WS-OWN-LINK-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05  WS-OWN-LINK-ID OCCURS 50 TIMES PIC 9(8).
       01  WS-OWN-LINK-IDX             PIC 9(4) COMP-5 VALUE 0.
       01  WS-LINK-TABLE-FULL          PIC X(1) VALUE 'N'.

      *    One item's ADD (or RESTORE) rows arrive back-to-back on
      *    the trail; they are folded here and the item written the
      *    moment a row arrives that does not continue the group.
       01  WS-PEND-GROUP.
           05  WS-PEND-ACTIVE          PIC X(1) VALUE 'N'.
           05  WS-PEND-ACTION          PIC X(8) VALUE SPACES.
           05  WS-PEND-ITEM-ID         PIC 9(8) VALUE 0.
           05  WS-PEND-ROWS            PIC 9(4) VALUE 0.
           05  WS-PEND-TS              PIC X(21) VALUE SPACES.
           05  WS-PEND-USER            PIC X(20) VALUE SPACES.
           05  WS-PEND-DESCRIPTION     PIC X(200) VALUE SPACES.
           05  WS-PEND-PRIORITY        PIC X(1) VALUE SPACE.
           05  WS-PEND-DUE-DATE        PIC X(8) VALUE SPACES.
           05  WS-PEND-STATUS          PIC X(8) VALUE SPACES.
           05  WS-PEND-OWNER           PIC X(20) VALUE SPACES.
           05  WS-PEND-CREATED-TS      PIC X(21) VALUE SPACES.
           05  WS-PEND-REPEAT-RULE     PIC X(8) VALUE SPACES.
           05  WS-PEND-INTERVAL        PIC X(3) VALUE SPACES.
           05  WS-PEND-PROJECT         PIC X(12) VALUE SPACES.

       01  WS-DETAIL-HEADING.
           05  FILLER                  PIC X(12) VALUE "OUTCOME".
           05  FILLER                  PIC X(16) VALUE "AUDIT ROW TIME".
           05  FILLER                  PIC X(10) VALUE "ITEM".
           05  FILLER                  PIC X(9)  VALUE "ACTION".
           05  FILLER                  PIC X(13) VALUE "FIELD".
           05  FILLER                  PIC X(22) VALUE "USER".
           05  FILLER                  PIC X(50) VALUE "REASON".
       01  WS-DETAIL-LINE.
           05  DL-OUTCOME              PIC X(12).
           05  DL-TIMESTAMP            PIC X(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-ITEM-ID              PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-ACTION               PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-FIELD                PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  DL-USER                 PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DL-REASON               PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           PERFORM GET-COPY-DATE
           PERFORM FIND-IMAGE-COPY
           OPEN OUTPUT RCVR-REPORT
           PERFORM WRITE-REPORT-HEADING
           IF WS-COPY-FOUND = 'N'
               PERFORM REPORT-NO-COPY
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM BUILD-COPY-FILE-NAMES
               PERFORM CHECK-COPY-FILES
               IF WS-RESTORE-FAILED = 'Y'
                   PERFORM REPORT-MISSING-COPY-FILE
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM RESTORE-IMAGE-COPY
                   PERFORM LOAD-GENERATION-MONTHS
                   PERFORM OPEN-DATA-FILES
                   PERFORM REPLAY-AUDIT-TRAIL
                   PERFORM DROP-ARCHIVED-ITEMS
                   PERFORM CLOSE-DATA-FILES
                   PERFORM WRITE-RECOVERY-SUMMARY
                   IF WS-FAILED-COUNT > 0
                       MOVE 4 TO WS-RUN-RC
                   END-IF
               END-IF
           END-IF
           CLOSE RCVR-REPORT
           PERFORM WRITE-RECOVERY-LOG
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK
           .

       GET-COPY-DATE.
           ACCEPT WS-ARG-TEXT FROM COMMAND-LINE
           IF WS-ARG-TEXT NOT = SPACES
               MOVE WS-ARG-TEXT(1:8) TO WS-WANT-DATE
           END-IF
           .

       FIND-IMAGE-COPY.
      *    No date asked for means the newest copy - the last row,
      *    since TODOICPY appends each night's row at the end.
           MOVE 'N' TO WS-COPY-FOUND
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CATALOGUE-FILE
           IF WS-CATALOGUE-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ CATALOGUE-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE ICP-COPY-DATE TO WS-ROW-DATE
                           IF WS-WANT-DATE = SPACES
                              OR WS-WANT-DATE = WS-ROW-DATE
                               MOVE ICP-RECORD TO WS-COPY-ENTRY
                               MOVE 'Y' TO WS-COPY-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGUE-FILE
           END-IF
           .

       BUILD-COPY-FILE-NAMES.
           MOVE SPACES TO WS-TODO-COPY-NAME
           STRING "TODO.IC"     DELIMITED BY SIZE
                  WS-COPY-DATE  DELIMITED BY SIZE
                  ".DAT"        DELIMITED BY SIZE
               INTO WS-TODO-COPY-NAME
           MOVE SPACES TO WS-DEP-COPY-NAME
           STRING "TODODEP.IC"  DELIMITED BY SIZE
                  WS-COPY-DATE  DELIMITED BY SIZE
                  ".DAT"        DELIMITED BY SIZE
               INTO WS-DEP-COPY-NAME
           MOVE SPACES TO WS-NOTE-COPY-NAME
           STRING "TODONOTE.IC" DELIMITED BY SIZE
                  WS-COPY-DATE  DELIMITED BY SIZE
                  ".DAT"        DELIMITED BY SIZE
               INTO WS-NOTE-COPY-NAME
           MOVE SPACES TO WS-HOFF-COPY-NAME
           STRING "TODOHOFF.IC" DELIMITED BY SIZE
                  WS-COPY-DATE  DELIMITED BY SIZE
                  ".DAT"        DELIMITED BY SIZE
               INTO WS-HOFF-COPY-NAME
           .

       CHECK-COPY-FILES.
      *    All four copies must be there before the first live file
      *    is overwritten; a recovery that stops halfway is worse
      *    than none.
           MOVE 'N' TO WS-RESTORE-FAILED
           OPEN INPUT TODO-COPY-FILE
           IF WS-COPY-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-RESTORE-FAILED
               MOVE WS-TODO-COPY-NAME TO WS-MISSING-FILE
           ELSE
               CLOSE TODO-COPY-FILE
           END-IF
           OPEN INPUT DEP-COPY-FILE
           IF WS-COPY-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-RESTORE-FAILED
               MOVE WS-DEP-COPY-NAME TO WS-MISSING-FILE
           ELSE
               CLOSE DEP-COPY-FILE
           END-IF
           OPEN INPUT NOTE-COPY-FILE
           IF WS-COPY-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-RESTORE-FAILED
               MOVE WS-NOTE-COPY-NAME TO WS-MISSING-FILE
           ELSE
               CLOSE NOTE-COPY-FILE
           END-IF
           OPEN INPUT HOFF-COPY-FILE
           IF WS-COPY-FILE-STATUS NOT = '00'
               MOVE 'Y' TO WS-RESTORE-FAILED
               MOVE WS-HOFF-COPY-NAME TO WS-MISSING-FILE
           ELSE
               CLOSE HOFF-COPY-FILE
           END-IF
           .

       RESTORE-IMAGE-COPY.
      *    OPEN OUTPUT starts each indexed file empty, so whatever
      *    was left of the damaged file goes.
           MOVE 0 TO WS-RESTORE-REJECTS
           MOVE 0 TO WS-RESTORED-TODO
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TODO-COPY-FILE
           OPEN OUTPUT TODO-FILE
           PERFORM UNTIL WS-EOF
               READ TODO-COPY-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE TODO-COPY-RECORD TO TODO-RECORD
                       WRITE TODO-RECORD
                           INVALID KEY ADD 1 TO WS-RESTORE-REJECTS
                           NOT INVALID KEY ADD 1 TO WS-RESTORED-TODO
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE TODO-FILE
           CLOSE TODO-COPY-FILE
           MOVE 0 TO WS-RESTORED-DEP
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT DEP-COPY-FILE
           OPEN OUTPUT DEP-FILE
           PERFORM UNTIL WS-EOF
               READ DEP-COPY-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE DEP-COPY-RECORD TO DEP-RECORD
                       WRITE DEP-RECORD
                           INVALID KEY ADD 1 TO WS-RESTORE-REJECTS
                           NOT INVALID KEY ADD 1 TO WS-RESTORED-DEP
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE DEP-FILE
           CLOSE DEP-COPY-FILE
           MOVE 0 TO WS-RESTORED-NOTE
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT NOTE-COPY-FILE
           OPEN OUTPUT NOTE-FILE
           PERFORM UNTIL WS-EOF
               READ NOTE-COPY-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE NOTE-COPY-RECORD TO NOTE-RECORD
                       WRITE NOTE-RECORD
                           INVALID KEY ADD 1 TO WS-RESTORE-REJECTS
                           NOT INVALID KEY ADD 1 TO WS-RESTORED-NOTE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE NOTE-FILE
           CLOSE NOTE-COPY-FILE
           MOVE 0 TO WS-RESTORED-HOFF
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT HOFF-COPY-FILE
           OPEN OUTPUT HOFF-FILE
           PERFORM UNTIL WS-EOF
               READ HOFF-COPY-FILE
                   AT END MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       MOVE HOFF-COPY-RECORD TO HOF-RECORD
                       WRITE HOF-RECORD
                           INVALID KEY ADD 1 TO WS-RESTORE-REJECTS
                           NOT INVALID KEY ADD 1 TO WS-RESTORED-HOFF
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE HOFF-FILE
           CLOSE HOFF-COPY-FILE
           PERFORM REPORT-RESTORED-FILES
           .

       LOAD-GENERATION-MONTHS.
      *    Only a month with its completion row is a finished
      *    generation, and only from the month before the copy on
      *    can it hold rows written after the copy.  A month listed
      *    twice is read once.
           COMPUTE WS-FIRST-GEN-MONTH = WS-COPY-DATE / 100
           IF WS-FIRST-GEN-MONTH(5:2) = '01'
               SUBTRACT 89 FROM WS-FIRST-GEN-MONTH
           ELSE
               SUBTRACT 1 FROM WS-FIRST-GEN-MONTH
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUD-SUMMARY-FILE
           IF WS-SUMMARY-FILE-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ AUD-SUMMARY-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           IF SUM-ROW-TYPE = 'C'
                              AND SUM-MONTH >= WS-FIRST-GEN-MONTH
                               PERFORM NOTE-GENERATION-MONTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUD-SUMMARY-FILE
           END-IF
           .

       NOTE-GENERATION-MONTH.
           MOVE 'N' TO WS-GEN-FOUND
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               IF WS-GEN-MONTH(WS-GEN-IDX) = SUM-MONTH
                   MOVE 'Y' TO WS-GEN-FOUND
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-GEN-FOUND = 'Y'
                   CONTINUE
               WHEN WS-GEN-COUNT < 600
                   ADD 1 TO WS-GEN-COUNT
                   MOVE SUM-MONTH TO WS-GEN-MONTH(WS-GEN-COUNT)
               WHEN OTHER
                   MOVE 'Y' TO WS-GEN-TABLE-FULL
           END-EVALUATE
           .

       OPEN-DATA-FILES.
      *    Just rebuilt by RESTORE-IMAGE-COPY, so all four are there.
           OPEN I-O TODO-FILE
           OPEN I-O DEP-FILE
           OPEN I-O NOTE-FILE
           OPEN I-O HOFF-FILE
           .

       CLOSE-DATA-FILES.
           CLOSE TODO-FILE
           CLOSE DEP-FILE
           CLOSE NOTE-FILE
           CLOSE HOFF-FILE
           .

       REPLAY-AUDIT-TRAIL.
           MOVE WS-DETAIL-HEADING TO RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE
           MOVE 0 TO WS-GEN-MISSING-COUNT
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE SPACES TO WS-AUDIT-FILE-NAME
               STRING "TODOAUD."               DELIMITED BY SIZE
                      WS-GEN-MONTH(WS-GEN-IDX) DELIMITED BY SIZE
                      ".DAT"                   DELIMITED BY SIZE
                   INTO WS-AUDIT-FILE-NAME
               PERFORM REPLAY-ONE-AUDIT-FILE
           END-PERFORM
           MOVE "TODOAUD.DAT" TO WS-AUDIT-FILE-NAME
           PERFORM REPLAY-ONE-AUDIT-FILE
           PERFORM FLUSH-PENDING-GROUP
           .

       REPLAY-ONE-AUDIT-FILE.
      *    A generation named on TODOAUDS.DAT but gone from disk is
      *    counted for the report rather than stopping the run.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '35'
               IF WS-AUDIT-FILE-NAME NOT = "TODOAUD.DAT"
                   ADD 1 TO WS-GEN-MISSING-COUNT
               END-IF
           ELSE
               PERFORM UNTIL WS-EOF
                   READ AUDIT-FILE
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END PERFORM REPLAY-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           .

       REPLAY-ONE-AUDIT-ROW.
      *    Rows from before the copy are already in it.  The stamp
      *    is compared to the hundredth of a second; a row stamped
      *    in the same hundredth the copy started is replayed.
           MOVE FD-AUDIT-LINE TO TODO-AUDIT-RECORD
           IF AUD-TIMESTAMP(1:16) >= WS-COPY-START-TS(1:16)
               ADD 1 TO WS-ROWS-AFTER-COPY
               IF WS-PEND-ACTIVE = 'Y'
                  AND (AUD-ACTION NOT = WS-PEND-ACTION
                       OR AUD-ITEM-ID NOT = WS-PEND-ITEM-ID)
                   PERFORM FLUSH-PENDING-GROUP
               END-IF
               IF AUD-ACTION = 'ADD' OR AUD-ACTION = 'RESTORE'
                   PERFORM BUFFER-GROUP-ROW
               ELSE
                   MOVE SPACES TO WS-REASON
                   PERFORM APPLY-SINGLE-ROW
                   MOVE 1 TO WS-ROW-WEIGHT
                   MOVE AUD-TIMESTAMP TO DL-TIMESTAMP
                   MOVE AUD-ITEM-ID TO DL-ITEM-ID
                   MOVE AUD-ACTION TO DL-ACTION
                   MOVE AUD-FIELD-NAME TO DL-FIELD
                   MOVE AUD-USER-ID TO DL-USER
                   PERFORM REPORT-ROW-OUTCOME
               END-IF
           END-IF
           .

       BUFFER-GROUP-ROW.
           IF WS-PEND-ACTIVE = 'N'
               MOVE 'Y' TO WS-PEND-ACTIVE
               MOVE AUD-ACTION TO WS-PEND-ACTION
               MOVE AUD-ITEM-ID TO WS-PEND-ITEM-ID
               MOVE 0 TO WS-PEND-ROWS
               MOVE AUD-TIMESTAMP TO WS-PEND-TS
               MOVE AUD-USER-ID TO WS-PEND-USER
               MOVE SPACES TO WS-PEND-DESCRIPTION
               MOVE SPACE TO WS-PEND-PRIORITY
               MOVE SPACES TO WS-PEND-DUE-DATE
               MOVE SPACES TO WS-PEND-STATUS
               MOVE SPACES TO WS-PEND-OWNER
               MOVE SPACES TO WS-PEND-CREATED-TS
               MOVE SPACES TO WS-PEND-REPEAT-RULE
               MOVE SPACES TO WS-PEND-INTERVAL
               MOVE SPACES TO WS-PEND-PROJECT
           END-IF
           ADD 1 TO WS-PEND-ROWS
           EVALUATE FUNCTION TRIM(AUD-FIELD-NAME)
               WHEN 'DESCRIPTION'
                   MOVE AUD-NEW-VALUE TO WS-PEND-DESCRIPTION
               WHEN 'RECORD'
      *            TODORGEN's ADD row and TODOHSRC's first RESTORE
      *            row: the new value is the description.
                   MOVE AUD-NEW-VALUE TO WS-PEND-DESCRIPTION
               WHEN 'PRIORITY'
                   MOVE AUD-NEW-VALUE(1:1) TO WS-PEND-PRIORITY
               WHEN 'DUEDATE'
                   MOVE AUD-NEW-VALUE(1:8) TO WS-PEND-DUE-DATE
               WHEN 'STATUS'
                   MOVE AUD-NEW-VALUE(1:8) TO WS-PEND-STATUS
               WHEN 'OWNER'
                   MOVE AUD-NEW-VALUE(1:20) TO WS-PEND-OWNER
               WHEN 'CREATED'
                   MOVE AUD-NEW-VALUE(1:21) TO WS-PEND-CREATED-TS
               WHEN 'REPEAT'
                   MOVE AUD-NEW-VALUE(1:8) TO WS-PEND-REPEAT-RULE
               WHEN 'INTERVAL'
                   MOVE AUD-NEW-VALUE(1:3) TO WS-PEND-INTERVAL
               WHEN 'PROJECT'
                   MOVE AUD-NEW-VALUE(1:12) TO WS-PEND-PROJECT
               WHEN OTHER
      *            TODOTMPL's TEMPLATE marker names the template
      *            the item came from; nothing on the record.
                   CONTINUE
           END-EVALUATE
           .

       FLUSH-PENDING-GROUP.
           IF WS-PEND-ACTIVE = 'Y'
               MOVE SPACES TO WS-REASON
               PERFORM WRITE-GROUP-ITEM
               MOVE WS-PEND-ROWS TO WS-ROW-WEIGHT
               MOVE WS-PEND-TS TO DL-TIMESTAMP
               MOVE WS-PEND-ITEM-ID TO DL-ITEM-ID
               MOVE WS-PEND-ACTION TO DL-ACTION
               MOVE SPACES TO DL-FIELD
               MOVE WS-PEND-ROWS TO WS-COUNT-EDIT
               STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                      " ROW(S)"                    DELIMITED BY SIZE
                   INTO DL-FIELD
               MOVE WS-PEND-USER TO DL-USER
               PERFORM REPORT-ROW-OUTCOME
               MOVE 'N' TO WS-PEND-ACTIVE
           END-IF
           .

       WRITE-GROUP-ITEM.
      *    An item cannot be rebuilt without an owner and a due
      *    date; older TODORGEN and TODOHSRC rows named only the
      *    description.
           EVALUATE TRUE
               WHEN WS-PEND-OWNER = SPACES
                    OR WS-PEND-DUE-DATE IS NOT NUMERIC
                   MOVE 'F' TO WS-OUTCOME
                   MOVE "ROWS DO NOT NAME THE OWNER AND DUE DATE"
                       TO WS-REASON
               WHEN OTHER
                   MOVE WS-PEND-ITEM-ID TO TODO-ID
                   READ TODO-FILE
                       INVALID KEY PERFORM BUILD-GROUP-ITEM
                       NOT INVALID KEY
                           MOVE 'F' TO WS-OUTCOME
                           MOVE "ID ALREADY ON FILE" TO WS-REASON
                   END-READ
           END-EVALUATE
           .

       BUILD-GROUP-ITEM.
      *    The record area is undefined after the unsuccessful keyed
      *    READ, so every field is set here, the key included.
           MOVE WS-PEND-ITEM-ID TO TODO-ID
           MOVE WS-PEND-DESCRIPTION TO TODO-DESCRIPTION
           IF WS-PEND-PRIORITY IS NUMERIC
               MOVE WS-PEND-PRIORITY TO TODO-PRIORITY
           ELSE
               MOVE 0 TO TODO-PRIORITY
           END-IF
           MOVE WS-PEND-DUE-DATE TO TODO-DUE-DATE
           IF WS-PEND-ACTION = 'RESTORE' OR WS-PEND-STATUS = SPACES
               MOVE 'OPEN' TO TODO-STATUS
           ELSE
               MOVE WS-PEND-STATUS TO TODO-STATUS
           END-IF
           MOVE WS-PEND-OWNER TO TODO-OWNER
           IF WS-PEND-CREATED-TS = SPACES
               MOVE WS-PEND-TS TO TODO-CREATED-TS
           ELSE
               MOVE WS-PEND-CREATED-TS TO TODO-CREATED-TS
           END-IF
           IF WS-PEND-REPEAT-RULE = SPACES
               MOVE 'NONE' TO TODO-REPEAT-RULE
           ELSE
               MOVE WS-PEND-REPEAT-RULE TO TODO-REPEAT-RULE
           END-IF
           IF WS-PEND-INTERVAL IS NUMERIC
               MOVE WS-PEND-INTERVAL TO TODO-REPEAT-INTERVAL
           ELSE
               MOVE 0 TO TODO-REPEAT-INTERVAL
           END-IF
           MOVE 1 TO TODO-VERSION
           MOVE WS-PEND-PROJECT TO TODO-PROJECT
           WRITE TODO-RECORD
               INVALID KEY
                   MOVE 'F' TO WS-OUTCOME
                   MOVE "ITEM COULD NOT BE WRITTEN" TO WS-REASON
               NOT INVALID KEY
                   MOVE 'A' TO WS-OUTCOME
           END-WRITE
           .

       APPLY-SINGLE-ROW.
           EVALUATE TRUE
               WHEN AUD-ACTION = 'EDIT'
                    AND FUNCTION TRIM(AUD-FIELD-NAME) = 'BLOCKEDBY'
                   PERFORM APPLY-LINK-ROW
               WHEN AUD-ACTION = 'EDIT'
                 OR AUD-ACTION = 'STATUS'
                   PERFORM APPLY-FIELD-ROW
               WHEN AUD-ACTION = 'ESCALATE'
                    AND FUNCTION TRIM(AUD-FIELD-NAME) = 'PRIORITY'
                   PERFORM APPLY-FIELD-ROW
               WHEN AUD-ACTION = 'ESCALATE'
      *            The supervisor flag lives on TODOESCL.DAT, which
      *            the nightly escalation rebuilds for itself.
                   MOVE 'N' TO WS-OUTCOME
               WHEN AUD-ACTION = 'DELETE'
                   PERFORM APPLY-DELETE-ROW
               WHEN AUD-ACTION = 'HANDOFF'
                   PERFORM APPLY-HANDOFF-ROW
               WHEN AUD-ACTION = 'NOTE'
                   PERFORM APPLY-NOTE-ROW
               WHEN AUD-ACTION = 'ABSENCE'
      *            Absences live on TODOABS.DAT, not one of the
      *            copied files.
                   MOVE 'N' TO WS-OUTCOME
               WHEN AUD-ACTION = 'APPROVAL'
      *            Pending closes live on TODOAPRV.DAT, not one of
      *            the copied files; TODOAPRV answers an item left
      *            PENDING without its row as a plain close.
                   MOVE 'N' TO WS-OUTCOME
               WHEN AUD-ACTION = 'PARAM'
      *            Batch parameters live on TODOPARM.DAT, not one of
      *            the copied files.
                   MOVE 'N' TO WS-OUTCOME
               WHEN AUD-ACTION = 'MERGE'
                    AND FUNCTION TRIM(AUD-FIELD-NAME) = 'MERGED INTO'
                   PERFORM APPLY-MERGE-ROW
               WHEN AUD-ACTION = 'MERGE'
      *            MERGED FROM only marks the kept item; the move is
      *            made from the MERGED INTO row beside it.
                   MOVE 'N' TO WS-OUTCOME
               WHEN AUD-ACTION = 'DISTINCT'
      *            Not-duplicate pairs live on TODODUPN.DAT, not one
      *            of the copied files.
                   MOVE 'N' TO WS-OUTCOME
               WHEN OTHER
                   MOVE 'F' TO WS-OUTCOME
                   MOVE "ACTION NOT KNOWN TO RECOVERY" TO WS-REASON
           END-EVALUATE
           .

       APPLY-FIELD-ROW.
           MOVE AUD-ITEM-ID TO TODO-ID
           READ TODO-FILE
               INVALID KEY
                   MOVE 'F' TO WS-OUTCOME
                   MOVE "ITEM NOT ON FILE" TO WS-REASON
               NOT INVALID KEY
                   PERFORM SET-ITEM-FIELD
           END-READ
           .

       SET-ITEM-FIELD.
           MOVE 'A' TO WS-OUTCOME
           EVALUATE FUNCTION TRIM(AUD-FIELD-NAME)
               WHEN 'DESCRIPTION'
                   MOVE AUD-NEW-VALUE TO TODO-DESCRIPTION
               WHEN 'PRIORITY'
                   IF AUD-NEW-VALUE(1:1) IS NUMERIC
                       MOVE AUD-NEW-VALUE(1:1) TO TODO-PRIORITY
                   ELSE
                       MOVE 'F' TO WS-OUTCOME
                   END-IF
               WHEN 'DUEDATE'
                   IF AUD-NEW-VALUE(1:8) IS NUMERIC
                       MOVE AUD-NEW-VALUE(1:8) TO TODO-DUE-DATE
                   ELSE
                       MOVE 'F' TO WS-OUTCOME
                   END-IF
               WHEN 'STATUS'
                   MOVE AUD-NEW-VALUE(1:8) TO TODO-STATUS
               WHEN 'OWNER'
                   MOVE AUD-NEW-VALUE(1:20) TO TODO-OWNER
               WHEN 'REPEAT'
                   MOVE AUD-NEW-VALUE(1:8) TO TODO-REPEAT-RULE
               WHEN 'INTERVAL'
                   IF AUD-NEW-VALUE(1:3) IS NUMERIC
                       MOVE AUD-NEW-VALUE(1:3) TO TODO-REPEAT-INTERVAL
                   ELSE
                       MOVE 'F' TO WS-OUTCOME
                   END-IF
               WHEN 'PROJECT'
                   MOVE AUD-NEW-VALUE(1:12) TO TODO-PROJECT
               WHEN OTHER
                   MOVE 'F' TO WS-OUTCOME
                   MOVE "FIELD NOT KNOWN TO RECOVERY" TO WS-REASON
           END-EVALUATE
           IF WS-ROW-FAILED AND WS-REASON = SPACES
               MOVE "NEW VALUE IS NOT NUMERIC" TO WS-REASON
           END-IF
           IF WS-ROW-APPLIED
               ADD 1 TO TODO-VERSION
               REWRITE TODO-RECORD
                   INVALID KEY
                       MOVE 'F' TO WS-OUTCOME
                       MOVE "ITEM COULD NOT BE REWRITTEN" TO WS-REASON
               END-REWRITE
           END-IF
           .

       APPLY-LINK-ROW.
      *    The old value is a link removed, the new value a link
      *    added.  A link already gone, or already there, needs
      *    nothing.
           MOVE 'N' TO WS-OUTCOME
           IF AUD-OLD-VALUE(1:8) NOT = SPACES
               IF AUD-OLD-VALUE(1:8) IS NUMERIC
                   MOVE AUD-ITEM-ID TO DEP-ITEM-ID
                   MOVE AUD-OLD-VALUE(1:8) TO DEP-BLOCKER-ID
                   DELETE DEP-FILE RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'A' TO WS-OUTCOME
                   END-DELETE
               ELSE
                   MOVE 'F' TO WS-OUTCOME
               END-IF
           END-IF
           IF AUD-NEW-VALUE(1:8) NOT = SPACES
               IF AUD-NEW-VALUE(1:8) IS NUMERIC
                   MOVE AUD-ITEM-ID TO DEP-ITEM-ID
                   MOVE AUD-NEW-VALUE(1:8) TO DEP-BLOCKER-ID
                   MOVE AUD-USER-ID TO DEP-USER-ID
                   MOVE AUD-TIMESTAMP TO DEP-TIMESTAMP
                   WRITE DEP-RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY MOVE 'A' TO WS-OUTCOME
                   END-WRITE
               ELSE
                   MOVE 'F' TO WS-OUTCOME
               END-IF
           END-IF
           IF WS-ROW-FAILED
               MOVE "LINKED ID IS NOT NUMERIC" TO WS-REASON
           END-IF
           .

       APPLY-DELETE-ROW.
      *    An id not on file needs nothing - a restore under a fresh
      *    id writes a DELETE to retire the old id, which was on the
      *    archive, not here.
           MOVE AUD-ITEM-ID TO TODO-ID
           READ TODO-FILE
               INVALID KEY
                   MOVE 'N' TO WS-OUTCOME
               NOT INVALID KEY
                   DELETE TODO-FILE RECORD
                   MOVE 'A' TO WS-OUTCOME
                   MOVE AUD-ITEM-ID TO WS-LINK-ID
                   PERFORM REMOVE-OWN-LINKS
                   MOVE AUD-ITEM-ID TO HOF-ITEM-ID
                   DELETE HOFF-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
           END-READ
           .

       REMOVE-OWN-LINKS.
      *    The deleted item's own blocked-by rows go without audit
      *    rows of their own, as TODOSAVE removes them; rows where
      *    others waited on it come back as EDIT/BLOCKEDBY rows.
      *    Collected first and deleted by full key, so no row is
      *    deleted out from under the read.
           MOVE 0 TO WS-OWN-LINK-COUNT
           MOVE WS-LINK-ID TO DEP-ITEM-ID
           MOVE 0 TO DEP-BLOCKER-ID
           MOVE 'N' TO WS-SCAN-EOF
           START DEP-FILE KEY >= DEP-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ DEP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DEP-ITEM-ID NOT = WS-LINK-ID
                               MOVE 'Y' TO WS-SCAN-EOF
                           WHEN WS-OWN-LINK-COUNT < 50
                               ADD 1 TO WS-OWN-LINK-COUNT
                               MOVE DEP-BLOCKER-ID
                                   TO WS-OWN-LINK-ID(WS-OWN-LINK-COUNT)
                           WHEN OTHER
                               MOVE 'Y' TO WS-LINK-TABLE-FULL
                       END-EVALUATE
               END-READ
           END-PERFORM
           PERFORM VARYING WS-OWN-LINK-IDX FROM 1 BY 1
                   UNTIL WS-OWN-LINK-IDX > WS-OWN-LINK-COUNT
               MOVE WS-LINK-ID TO DEP-ITEM-ID
               MOVE WS-OWN-LINK-ID(WS-OWN-LINK-IDX) TO DEP-BLOCKER-ID
               DELETE DEP-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-PERFORM
           .

       APPLY-HANDOFF-ROW.
      *    A delegate's answer (ACCEPTED BY DELEGATE, DECLINED BY
      *    DELEGATE) settles the handoff the same way.
           EVALUATE FUNCTION TRIM(AUD-FIELD-NAME)
               WHEN 'REQUESTED'
                   PERFORM APPLY-HANDOFF-REQUEST
               WHEN 'ACCEPTED'
               WHEN 'ACCEPTED BY DELEGATE'
                   PERFORM APPLY-HANDOFF-ACCEPT
               WHEN 'DECLINED'
               WHEN 'DECLINED BY DELEGATE'
                   MOVE AUD-ITEM-ID TO HOF-ITEM-ID
                   DELETE HOFF-FILE RECORD
                       INVALID KEY MOVE 'N' TO WS-OUTCOME
                       NOT INVALID KEY MOVE 'A' TO WS-OUTCOME
                   END-DELETE
               WHEN OTHER
                   MOVE 'F' TO WS-OUTCOME
                   MOVE "HANDOFF STEP NOT KNOWN TO RECOVERY"
                       TO WS-REASON
           END-EVALUATE
           .

       APPLY-HANDOFF-REQUEST.
      *    One pending row per item, re-pointed when one is already
      *    waiting - the rule TODOSAVE and TODOBULK follow.
           MOVE 'N' TO WS-HOFF-ROW-EXISTS
           MOVE AUD-ITEM-ID TO HOF-ITEM-ID
           READ HOFF-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-HOFF-ROW-EXISTS
           END-READ
           MOVE AUD-ITEM-ID TO HOF-ITEM-ID
           MOVE AUD-OLD-VALUE(1:20) TO HOF-FROM-OWNER
           MOVE AUD-NEW-VALUE(1:20) TO HOF-TO-OWNER
           MOVE AUD-USER-ID TO HOF-USER-ID
           MOVE AUD-TIMESTAMP TO HOF-TIMESTAMP
           IF WS-HOFF-ROW-EXISTS = 'Y'
               REWRITE HOF-RECORD
           ELSE
               WRITE HOF-RECORD
           END-IF
           MOVE 'A' TO WS-OUTCOME
           .

       APPLY-HANDOFF-ACCEPT.
           MOVE AUD-ITEM-ID TO TODO-ID
           READ TODO-FILE
               INVALID KEY
                   MOVE 'F' TO WS-OUTCOME
                   MOVE "ITEM NOT ON FILE" TO WS-REASON
               NOT INVALID KEY
                   MOVE AUD-NEW-VALUE(1:20) TO TODO-OWNER
                   ADD 1 TO TODO-VERSION
                   REWRITE TODO-RECORD
                   MOVE 'A' TO WS-OUTCOME
           END-READ
           MOVE AUD-ITEM-ID TO HOF-ITEM-ID
           DELETE HOFF-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           .

       APPLY-NOTE-ROW.
      *    Next sequence number for the item, found the way TODONOTE
      *    finds it: one past the highest the item already has.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE AUD-ITEM-ID TO NOTE-ITEM-ID
           MOVE 0 TO NOTE-SEQ
           MOVE 'N' TO WS-SCAN-EOF
           START NOTE-FILE KEY >= NOTE-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = 'Y'
               READ NOTE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF NOTE-ITEM-ID = AUD-ITEM-ID
                           COMPUTE WS-NEXT-SEQ = NOTE-SEQ + 1
                       ELSE
                           MOVE 'Y' TO WS-SCAN-EOF
                       END-IF
               END-READ
           END-PERFORM
           MOVE AUD-ITEM-ID TO NOTE-ITEM-ID
           MOVE WS-NEXT-SEQ TO NOTE-SEQ
           MOVE AUD-USER-ID TO NOTE-USER-ID
           MOVE AUD-TIMESTAMP TO NOTE-TIMESTAMP
           MOVE AUD-NEW-VALUE TO NOTE-TEXT
           WRITE NOTE-RECORD
               INVALID KEY
                   MOVE 'F' TO WS-OUTCOME
                   MOVE "NOTE COULD NOT BE WRITTEN" TO WS-REASON
               NOT INVALID KEY
                   MOVE 'A' TO WS-OUTCOME
           END-WRITE
           .

       APPLY-MERGE-ROW.
      *    The closed duplicate's notes, taken from the front one at
      *    a time and appended to the kept item - the order TODOMERG
      *    moved them in, so they land under the same numbers.
           MOVE 'N' TO WS-OUTCOME
           IF AUD-NEW-VALUE(1:8) IS NUMERIC
               MOVE AUD-NEW-VALUE(1:8) TO WS-MERGE-KEEP-ID
               MOVE 1 TO WS-NEXT-SEQ
               MOVE WS-MERGE-KEEP-ID TO NOTE-ITEM-ID
               MOVE 0 TO NOTE-SEQ
               MOVE 'N' TO WS-SCAN-EOF
               START NOTE-FILE KEY >= NOTE-KEY
                   INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = 'Y'
                   READ NOTE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-SCAN-EOF
                       NOT AT END
                           IF NOTE-ITEM-ID = WS-MERGE-KEEP-ID
                               COMPUTE WS-NEXT-SEQ = NOTE-SEQ + 1
                           ELSE
                               MOVE 'Y' TO WS-SCAN-EOF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-SCAN-EOF
               PERFORM MOVE-MERGED-NOTE
                   UNTIL WS-SCAN-EOF = 'Y'
           ELSE
               MOVE 'F' TO WS-OUTCOME
               MOVE "KEPT ID IS NOT NUMERIC" TO WS-REASON
           END-IF
           .

       MOVE-MERGED-NOTE.
           MOVE AUD-ITEM-ID TO NOTE-ITEM-ID
           MOVE 0 TO NOTE-SEQ
           START NOTE-FILE KEY >= NOTE-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START
           IF WS-SCAN-EOF = 'N'
               READ NOTE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCAN-EOF
                   NOT AT END
                       IF NOTE-ITEM-ID = AUD-ITEM-ID
                           PERFORM TRANSFER-MERGED-NOTE
                       ELSE
                           MOVE 'Y' TO WS-SCAN-EOF
                       END-IF
               END-READ
           END-IF
           .

       TRANSFER-MERGED-NOTE.
           MOVE NOTE-RECORD TO WS-HOLD-NOTE-RECORD
           DELETE NOTE-FILE RECORD
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-DELETE
           IF WS-SCAN-EOF = 'N'
               MOVE WS-HOLD-NOTE-RECORD TO NOTE-RECORD
               MOVE WS-MERGE-KEEP-ID TO NOTE-ITEM-ID
               MOVE WS-NEXT-SEQ TO NOTE-SEQ
               WRITE NOTE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO WS-NEXT-SEQ
               MOVE 'A' TO WS-OUTCOME
           END-IF
           .

       REPORT-ROW-OUTCOME.
      *    The caller has filled the detail line; rows with nothing
      *    to put back are only counted.
           EVALUATE TRUE
               WHEN WS-ROW-APPLIED
                   ADD WS-ROW-WEIGHT TO WS-APPLIED-COUNT
                   MOVE "REAPPLIED" TO DL-OUTCOME
                   MOVE SPACES TO DL-REASON
                   MOVE WS-DETAIL-LINE TO RCVR-REPORT-LINE
                   WRITE RCVR-REPORT-LINE
               WHEN WS-ROW-FAILED
                   ADD WS-ROW-WEIGHT TO WS-FAILED-COUNT
                   MOVE "NOT APPLIED" TO DL-OUTCOME
                   MOVE WS-REASON TO DL-REASON
                   MOVE WS-DETAIL-LINE TO RCVR-REPORT-LINE
                   WRITE RCVR-REPORT-LINE
               WHEN OTHER
                   ADD WS-ROW-WEIGHT TO WS-NO-CHANGE-COUNT
           END-EVALUATE
           .

       DROP-ARCHIVED-ITEMS.
      *    TODOARCH runs after the night's copy and writes no audit
      *    rows, so an item it moved is back on TODO.DAT from the
      *    copy while also on the archive.  The archive is right;
      *    a restore takes the item off it, so an item on both
      *    files was archived since the copy.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TODOHIST-FILE
           IF WS-HIST-FILE-STATUS = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WS-EOF
                   READ TODOHIST-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END PERFORM DROP-IF-ON-TODO-FILE
                   END-READ
               END-PERFORM
               CLOSE TODOHIST-FILE
           END-IF
           .

       DROP-IF-ON-TODO-FILE.
           MOVE HIST-ID TO TODO-ID
           READ TODO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DELETE TODO-FILE RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE "ARCHIVED" TO DL-OUTCOME
                   MOVE HIST-ID TO DL-ITEM-ID
                   MOVE "LEFT ON TODOHIST.DAT, TAKEN OFF TODO.DAT"
                       TO DL-REASON
                   MOVE WS-DETAIL-LINE TO RCVR-REPORT-LINE
                   WRITE RCVR-REPORT-LINE
           END-READ
           .

       WRITE-REPORT-HEADING.
           MOVE SPACES TO RCVR-REPORT-LINE
           STRING "FORWARD RECOVERY FROM IMAGE COPY  RUN "
                                        DELIMITED BY SIZE
                  WS-NOW-TS             DELIMITED BY SIZE
               INTO RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE
           MOVE SPACES TO RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE
           .

       REPORT-NO-COPY.
           MOVE SPACES TO RCVR-REPORT-LINE
           IF WS-WANT-DATE = SPACES
               MOVE "NO IMAGE COPY ON TODOICAT.DAT - NOTHING RESTORED"
                   TO RCVR-REPORT-LINE
           ELSE
               STRING "NO IMAGE COPY DATED " DELIMITED BY SIZE
                      WS-WANT-DATE           DELIMITED BY SIZE
                      " ON TODOICAT.DAT - NOTHING RESTORED"
                                             DELIMITED BY SIZE
                   INTO RCVR-REPORT-LINE
           END-IF
           WRITE RCVR-REPORT-LINE
           .

       REPORT-MISSING-COPY-FILE.
           MOVE SPACES TO RCVR-REPORT-LINE
           STRING "COPY FILE "                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MISSING-FILE) DELIMITED BY SIZE
                  " CANNOT BE READ - NOTHING RESTORED"
                                                 DELIMITED BY SIZE
               INTO RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE
           .

       REPORT-RESTORED-FILES.
           MOVE SPACES TO RCVR-REPORT-LINE
           STRING "IMAGE COPY OF "       DELIMITED BY SIZE
                  WS-COPY-DATE           DELIMITED BY SIZE
                  " STARTED "            DELIMITED BY SIZE
                  WS-COPY-START-TS       DELIMITED BY SIZE
                  " - AUDIT ROWS FROM THEN ON REPLAYED"
                                         DELIMITED BY SIZE
               INTO RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE
           MOVE SPACES TO RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE
           MOVE "FILE            RECORDS  RESTORED FROM" TO
               RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE
           MOVE WS-RESTORED-TODO TO WS-COUNT-EDIT
           MOVE SPACES TO RCVR-REPORT-LINE
           STRING "TODO.DAT      "  DELIMITED BY SIZE
                  WS-COUNT-EDIT     DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-TODO-COPY-NAME DELIMITED BY SIZE
               INTO RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE
           MOVE WS-RESTORED-DEP TO WS-COUNT-EDIT
           MOVE SPACES TO RCVR-REPORT-LINE
           STRING "TODODEP.DAT   "  DELIMITED BY SIZE
                  WS-COUNT-EDIT     DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-DEP-COPY-NAME  DELIMITED BY SIZE
               INTO RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE
           MOVE WS-RESTORED-NOTE TO WS-COUNT-EDIT
           MOVE SPACES TO RCVR-REPORT-LINE
           STRING "TODONOTE.DAT  "  DELIMITED BY SIZE
                  WS-COUNT-EDIT     DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-NOTE-COPY-NAME DELIMITED BY SIZE
               INTO RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE
           MOVE WS-RESTORED-HOFF TO WS-COUNT-EDIT
           MOVE SPACES TO RCVR-REPORT-LINE
           STRING "TODOHOFF.DAT  "  DELIMITED BY SIZE
                  WS-COUNT-EDIT     DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-HOFF-COPY-NAME DELIMITED BY SIZE
               INTO RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE
           IF WS-RESTORED-TODO NOT = WS-COPY-TODO-COUNT
              OR WS-RESTORED-DEP NOT = WS-COPY-DEP-COUNT
              OR WS-RESTORED-NOTE NOT = WS-COPY-NOTE-COUNT
              OR WS-RESTORED-HOFF NOT = WS-COPY-HOFF-COUNT
               MOVE "WARNING - RECORDS RESTORED DIFFER FROM THE COUNTS
      -             "ON TODOICAT.DAT" TO RCVR-REPORT-LINE
               WRITE RCVR-REPORT-LINE
           END-IF
           MOVE SPACES TO RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE
           .

       WRITE-RECOVERY-SUMMARY.
           MOVE SPACES TO RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE
           MOVE WS-ROWS-AFTER-COPY TO WS-COUNT-EDIT
           MOVE SPACES TO RCVR-REPORT-LINE
           STRING "AUDIT ROWS AFTER COPY " DELIMITED BY SIZE
                  WS-COUNT-EDIT            DELIMITED BY SIZE
               INTO RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RCVR-REPORT-LINE
           STRING "ROWS REAPPLIED        " DELIMITED BY SIZE
                  WS-COUNT-EDIT            DELIMITED BY SIZE
               INTO RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE
           MOVE WS-NO-CHANGE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RCVR-REPORT-LINE
           STRING "ROWS NOTHING TO APPLY " DELIMITED BY SIZE
                  WS-COUNT-EDIT            DELIMITED BY SIZE
               INTO RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE
           MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RCVR-REPORT-LINE
           STRING "ROWS NOT APPLIED      " DELIMITED BY SIZE
                  WS-COUNT-EDIT            DELIMITED BY SIZE
               INTO RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE
           MOVE WS-ARCHIVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RCVR-REPORT-LINE
           STRING "ARCHIVED SINCE COPY   " DELIMITED BY SIZE
                  WS-COUNT-EDIT            DELIMITED BY SIZE
               INTO RCVR-REPORT-LINE
           WRITE RCVR-REPORT-LINE
           IF WS-RESTORE-REJECTS > 0
               MOVE WS-RESTORE-REJECTS TO WS-COUNT-EDIT
               MOVE SPACES TO RCVR-REPORT-LINE
               STRING "WARNING - "         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                      " COPY RECORD(S) REJECTED AS DUPLICATE KEYS"
                                           DELIMITED BY SIZE
                   INTO RCVR-REPORT-LINE
               WRITE RCVR-REPORT-LINE
           END-IF
           IF WS-GEN-MISSING-COUNT > 0
               MOVE WS-GEN-MISSING-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO RCVR-REPORT-LINE
               STRING "WARNING - "         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                      " GENERATION FILE(S) ON TODOAUDS.DAT NOT FOUND"
                                           DELIMITED BY SIZE
                   INTO RCVR-REPORT-LINE
               WRITE RCVR-REPORT-LINE
           END-IF
           IF WS-GEN-TABLE-FULL = 'Y'
               MOVE "WARNING - MORE THAN 600 GENERATIONS, LATER ONES NO
      -             "T READ" TO RCVR-REPORT-LINE
               WRITE RCVR-REPORT-LINE
           END-IF
           IF WS-LINK-TABLE-FULL = 'Y'
               MOVE "WARNING - A DELETED ITEM HAD MORE THAN 50 BLOCKERS,
      -             " CHECK TODODEP.DAT" TO RCVR-REPORT-LINE
               WRITE RCVR-REPORT-LINE
           END-IF
           IF WS-FAILED-COUNT > 0
               MOVE "RECOVERY COMPLETE - CHECK THE ROWS NOT APPLIED ABO
      -             "VE" TO RCVR-REPORT-LINE
           ELSE
               MOVE "RECOVERY COMPLETE" TO RCVR-REPORT-LINE
           END-IF
           WRITE RCVR-REPORT-LINE
           .

       WRITE-RECOVERY-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           OPEN EXTEND RCVR-LOG
           IF WS-RCVR-LOG-STATUS = '35'
               OPEN OUTPUT RCVR-LOG
           END-IF
           MOVE SPACES TO RCVR-LOG-LINE
           IF WS-RUN-RC = 8
               STRING WS-NOW-TS             DELIMITED BY SIZE
                      "  RECOVERY NOT RUN - NO USABLE IMAGE COPY"
                                            DELIMITED BY SIZE
                   INTO RCVR-LOG-LINE
           ELSE
               STRING WS-NOW-TS             DELIMITED BY SIZE
                      "  RECOVERED FROM COPY " DELIMITED BY SIZE
                      WS-COPY-DATE          DELIMITED BY SIZE
                      ", "                  DELIMITED BY SIZE
                      WS-APPLIED-COUNT      DELIMITED BY SIZE
                      " ROW(S) REAPPLIED, " DELIMITED BY SIZE
                      WS-FAILED-COUNT       DELIMITED BY SIZE
                      " NOT APPLIED"        DELIMITED BY SIZE
                   INTO RCVR-LOG-LINE
           END-IF
           WRITE RCVR-LOG-LINE
           CLOSE RCVR-LOG
           .
