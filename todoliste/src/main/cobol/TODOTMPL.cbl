       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOTMPL.
      *
      * Creates the items of one checklist template.  Month-end
      * close, new-starter onboarding and the quarterly boiler
      * inspection are the same 8-15 items every time; instead of
      * the clerks retyping them in TODOSAVE and adding the
      * BLOCKEDBY links one by one, the template on TODOTMPL.DAT
      * (see the TODOTPLR copybook) is turned into OPEN items for a
      * start date in one call.  Called by the TODOCHKL CGI
      * transaction online and by TODOLOAD's TEMPLATE action in
      * batch; the request and answer are described in the TODOTPLC
      * copybook.
      *
      * Every line is built into the same CGI-PARM-TABLE shape a
      * form add gives TODOVAL (the owner and project overrides
      * replace the line defaults first) and checked there, and the
      * BLOCKEDBY line numbers must name other lines of the same
      * template.  A template with any failing line creates
      * nothing: all lines are checked before the first id is
      * taken, and every problem found comes back at once with the
      * line number in front of the field name.
      *
      * A good template then gets its ids from TODONXID, its items
      * written to TODO-FILE with the ADD audit rows TODOSAVE writes
      * for a new item (plus one TEMPLATE row naming where it came
      * from), and its links written to DEP-FILE with the same EDIT
      * audit rows a BLOCKEDBY field on a form gets.
      *
      * Due dates are the start date plus the line's offset in
      * calendar days, moved on to the next working day of the shop
      * calendar when they land on a rest day or holiday, the way
      * TODORGEN rolls recurring items.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TPL-FILE ASSIGN TO "TODOTMPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-FILE-STATUS.
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

       DATA DIVISION.
       FILE SECTION.
       FD  TPL-FILE.
       COPY TODOTPLR.

       FD  TODO-FILE.
       COPY TODOREC.

       FD  DEP-FILE.
       COPY TODODEPR.

       WORKING-STORAGE SECTION.
       01  WS-TPL-FILE-STATUS          PIC X(2).
       01  WS-TODO-FILE-STATUS         PIC X(2).
       01  WS-DEP-FILE-STATUS          PIC X(2).
       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       01  WS-IDX                      PIC 9(4) COMP-5.
       01  WS-ERR-IDX                  PIC 9(4) COMP-5.
       01  WS-BLK-IDX                  PIC 9(4) COMP-5.
       01  WS-FIND-IDX                 PIC 9(4) COMP-5.
       01  WS-FOUND-POS                PIC 9(4) COMP-5.
       01  WS-DUP-COUNT                PIC 9(4) COMP-5.
       01  WS-IS-EDIT-FLAG             PIC X(1) VALUE 'N'.
       01  WS-START-DATE               PIC 9(8) VALUE 0.
       01  WS-START-INT                PIC S9(9) COMP-5 VALUE 0.
       01  WS-OFFSET                   PIC 9(3) VALUE 0.
       01  WS-FIND-LINE-NO             PIC X(2).
       01  WS-ERR-FIELD                PIC X(20).
       01  WS-ERR-MESSAGE              PIC X(60).
       COPY CGIPARM.
       COPY TODOAUDR.
       COPY TODOCALC.

      *    The template's lines, loaded whole so every line can be
      *    checked before anything is written and the blocked-by
      *    line numbers can be turned into the new ids.
       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT           PIC 9(4) COMP-5 VALUE 0.
           05  WS-LINE-ENTRY OCCURS 50 TIMES.
               10  WS-LN-NO            PIC X(2).
               10  WS-LN-OWNER         PIC X(20).
               10  WS-LN-PRIORITY      PIC X(1).
               10  WS-LN-OFFSET        PIC X(3).
               10  WS-LN-PROJECT       PIC X(12).
               10  WS-LN-BLOCKED-BY    PIC X(2) OCCURS 5 TIMES.
               10  WS-LN-DESCRIPTION   PIC X(200).
               10  WS-LN-DUE-DATE      PIC 9(8).
               10  WS-LN-NEW-ID        PIC 9(8).
       01  WS-LINE-TABLE-FULL          PIC X(1) VALUE 'N'.

      *    One line's TODOVAL answer, laid out as TODOVERR; copied
      *    into the caller's result with the line number in front.
       01  WS-LINE-VALIDATION.
           05  LV-ERROR-COUNT          PIC 9(2) COMP-5.
           05  LV-ERROR-ENTRY OCCURS 10 TIMES.
               10  LV-ERROR-FIELD      PIC X(20).
               10  LV-ERROR-MESSAGE    PIC X(60).

       LINKAGE SECTION.
       COPY TODOTPLC.
       COPY TODOVERR.

       PROCEDURE DIVISION USING TODO-TEMPLATE-REQUEST
                                TODO-VALIDATION-RESULT.
       MAIN-PARA.
           MOVE "REJECTED" TO TPLQ-RESULT
           MOVE 0 TO TPLQ-ITEM-COUNT
           MOVE 0 TO VAL-ERROR-COUNT
           PERFORM LOAD-TEMPLATE-LINES
           EVALUATE TRUE
               WHEN WS-LINE-COUNT = 0
                   MOVE "TEMPLATE" TO WS-ERR-FIELD
                   MOVE "TEMPLATE is not on the template file"
                       TO WS-ERR-MESSAGE
                   PERFORM ADD-REQUEST-ERROR
               WHEN WS-LINE-TABLE-FULL = 'Y'
                   MOVE "TEMPLATE" TO WS-ERR-FIELD
                   MOVE "TEMPLATE has more than 50 lines"
                       TO WS-ERR-MESSAGE
                   PERFORM ADD-REQUEST-ERROR
               WHEN OTHER
                   PERFORM CHECK-START-DATE
                   IF VAL-ERROR-COUNT = 0
                       PERFORM CHECK-TEMPLATE-LINES
                   END-IF
                   IF VAL-ERROR-COUNT = 0
                       PERFORM CREATE-TEMPLATE-ITEMS
                       MOVE "CREATED" TO TPLQ-RESULT
                   END-IF
           END-EVALUATE
           GOBACK
           .

       LOAD-TEMPLATE-LINES.
           MOVE 0 TO WS-LINE-COUNT
           MOVE 'N' TO WS-LINE-TABLE-FULL
           MOVE 'N' TO WS-EOF-SWITCH
           IF TPLQ-TEMPLATE-NAME NOT = SPACES
               OPEN INPUT TPL-FILE
               IF WS-TPL-FILE-STATUS = '35'
                   CONTINUE
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ TPL-FILE
                           AT END MOVE 'Y' TO WS-EOF-SWITCH
                           NOT AT END
                               IF TPL-NAME = TPLQ-TEMPLATE-NAME
                                   PERFORM TAKE-TEMPLATE-LINE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TPL-FILE
               END-IF
           END-IF
           .

       TAKE-TEMPLATE-LINE.
           IF WS-LINE-COUNT < 50
               ADD 1 TO WS-LINE-COUNT
               MOVE TPL-LINE-NO TO WS-LN-NO(WS-LINE-COUNT)
               MOVE TPL-OWNER TO WS-LN-OWNER(WS-LINE-COUNT)
               MOVE TPL-PRIORITY TO WS-LN-PRIORITY(WS-LINE-COUNT)
               MOVE TPL-DUE-OFFSET TO WS-LN-OFFSET(WS-LINE-COUNT)
               MOVE TPL-PROJECT TO WS-LN-PROJECT(WS-LINE-COUNT)
               PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                       UNTIL WS-BLK-IDX > 5
                   MOVE TPL-BLOCKED-BY(WS-BLK-IDX)
                       TO WS-LN-BLOCKED-BY(WS-LINE-COUNT, WS-BLK-IDX)
               END-PERFORM
               MOVE TPL-DESCRIPTION TO WS-LN-DESCRIPTION(WS-LINE-COUNT)
               MOVE 0 TO WS-LN-DUE-DATE(WS-LINE-COUNT)
               MOVE 0 TO WS-LN-NEW-ID(WS-LINE-COUNT)
           ELSE
               MOVE 'Y' TO WS-LINE-TABLE-FULL
           END-IF
           .

       CHECK-START-DATE.
      *    The DUEDATE checks TODOVAL makes, plus the year guard the
      *    date jobs put in front of INTEGER-OF-DATE.
           IF TPLQ-START-DATE NOT NUMERIC
              OR TPLQ-START-DATE(1:4) NOT > '1600'
              OR TPLQ-START-DATE(5:2) < '01'
              OR TPLQ-START-DATE(5:2) > '12'
              OR TPLQ-START-DATE(7:2) < '01'
              OR TPLQ-START-DATE(7:2) > '31'
               MOVE "STARTDATE" TO WS-ERR-FIELD
               MOVE "STARTDATE must be a valid CCYYMMDD date"
                   TO WS-ERR-MESSAGE
               PERFORM ADD-REQUEST-ERROR
           ELSE
               MOVE TPLQ-START-DATE TO WS-START-DATE
               COMPUTE WS-START-INT =
                       FUNCTION INTEGER-OF-DATE(WS-START-DATE)
      *        A day past the end of its month (20260231) passes the
      *        checks above but has no integer date.
               IF WS-START-INT = 0
                   MOVE "STARTDATE" TO WS-ERR-FIELD
                   MOVE "STARTDATE must be a valid CCYYMMDD date"
                       TO WS-ERR-MESSAGE
                   PERFORM ADD-REQUEST-ERROR
               END-IF
           END-IF
           .

       CHECK-TEMPLATE-LINES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LINE-COUNT
               PERFORM CHECK-LINE-NUMBER
               PERFORM WORK-OUT-DUE-DATE
               PERFORM BUILD-LINE-PARMS
               MOVE 'N' TO WS-IS-EDIT-FLAG
               CALL 'TODOVAL' USING CGI-PARM-TABLE
                                    WS-IS-EDIT-FLAG
                                    WS-LINE-VALIDATION
               PERFORM VARYING WS-ERR-IDX FROM 1 BY 1
                       UNTIL WS-ERR-IDX > LV-ERROR-COUNT
                   MOVE LV-ERROR-FIELD(WS-ERR-IDX) TO WS-ERR-FIELD
                   MOVE LV-ERROR-MESSAGE(WS-ERR-IDX) TO WS-ERR-MESSAGE
                   PERFORM ADD-LINE-ERROR
               END-PERFORM
               PERFORM CHECK-LINE-BLOCKERS
           END-PERFORM
           .

       CHECK-LINE-NUMBER.
      *    The line number is what the other lines' BLOCKEDBY refer
      *    to, so it has to be a real one and appear only once.
           IF WS-LN-NO(WS-IDX) NOT NUMERIC
              OR WS-LN-NO(WS-IDX) = '00'
               MOVE "LINE" TO WS-ERR-FIELD
               MOVE "LINE number must be 01 to 50" TO WS-ERR-MESSAGE
               PERFORM ADD-LINE-ERROR
           ELSE
               MOVE 0 TO WS-DUP-COUNT
               PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                       UNTIL WS-FIND-IDX > WS-LINE-COUNT
                   IF WS-LN-NO(WS-FIND-IDX) = WS-LN-NO(WS-IDX)
                       ADD 1 TO WS-DUP-COUNT
                   END-IF
               END-PERFORM
               IF WS-DUP-COUNT > 1
                   MOVE "LINE" TO WS-ERR-FIELD
                   MOVE "LINE number appears more than once"
                       TO WS-ERR-MESSAGE
                   PERFORM ADD-LINE-ERROR
               END-IF
           END-IF
           .

       WORK-OUT-DUE-DATE.
      *    A bad offset is reported here and the start date stands
      *    in for the due date, so TODOVAL does not report the same
      *    line a second time for a missing DUEDATE.
           IF WS-LN-OFFSET(WS-IDX) NUMERIC
               MOVE WS-LN-OFFSET(WS-IDX) TO WS-OFFSET
               COMPUTE WS-LN-DUE-DATE(WS-IDX) =
                       FUNCTION DATE-OF-INTEGER(WS-START-INT
                                                + WS-OFFSET)
               MOVE 'NEXTWORK' TO CALQ-FUNCTION
               MOVE WS-LN-DUE-DATE(WS-IDX) TO CALQ-DATE
               CALL 'TODOCAL' USING TODO-CAL-REQUEST
               MOVE CALQ-RESULT-DATE TO WS-LN-DUE-DATE(WS-IDX)
           ELSE
               MOVE WS-START-DATE TO WS-LN-DUE-DATE(WS-IDX)
               MOVE "DUEOFFSET" TO WS-ERR-FIELD
               MOVE "DUE OFFSET must be a number of days, 000 to 999"
                   TO WS-ERR-MESSAGE
               PERFORM ADD-LINE-ERROR
           END-IF
           .

       BUILD-LINE-PARMS.
      *    The fields a form add carries; the overrides win over the
      *    line defaults, and a blank project stays out of the table
      *    the way a form without one leaves it out.
           MOVE 0 TO CGI-PARM-COUNT
           MOVE 'DESCRIPTION' TO CGI-PARM-NAME(CGI-PARM-COUNT + 1)
           MOVE WS-LN-DESCRIPTION(WS-IDX)
               TO CGI-PARM-VALUE(CGI-PARM-COUNT + 1)
           ADD 1 TO CGI-PARM-COUNT
           MOVE 'OWNER' TO CGI-PARM-NAME(CGI-PARM-COUNT + 1)
           IF TPLQ-OWNER NOT = SPACES
               MOVE TPLQ-OWNER TO CGI-PARM-VALUE(CGI-PARM-COUNT + 1)
           ELSE
               MOVE WS-LN-OWNER(WS-IDX)
                   TO CGI-PARM-VALUE(CGI-PARM-COUNT + 1)
           END-IF
           ADD 1 TO CGI-PARM-COUNT
           MOVE 'PRIORITY' TO CGI-PARM-NAME(CGI-PARM-COUNT + 1)
           MOVE WS-LN-PRIORITY(WS-IDX)
               TO CGI-PARM-VALUE(CGI-PARM-COUNT + 1)
           ADD 1 TO CGI-PARM-COUNT
           MOVE 'DUEDATE' TO CGI-PARM-NAME(CGI-PARM-COUNT + 1)
           MOVE WS-LN-DUE-DATE(WS-IDX)
               TO CGI-PARM-VALUE(CGI-PARM-COUNT + 1)
           ADD 1 TO CGI-PARM-COUNT
           MOVE 'STATUS' TO CGI-PARM-NAME(CGI-PARM-COUNT + 1)
           MOVE 'OPEN' TO CGI-PARM-VALUE(CGI-PARM-COUNT + 1)
           ADD 1 TO CGI-PARM-COUNT
           IF TPLQ-PROJECT NOT = SPACES
               MOVE 'PROJECT' TO CGI-PARM-NAME(CGI-PARM-COUNT + 1)
               MOVE TPLQ-PROJECT TO CGI-PARM-VALUE(CGI-PARM-COUNT + 1)
               ADD 1 TO CGI-PARM-COUNT
           ELSE
               IF WS-LN-PROJECT(WS-IDX) NOT = SPACES
                   MOVE 'PROJECT' TO CGI-PARM-NAME(CGI-PARM-COUNT + 1)
                   MOVE WS-LN-PROJECT(WS-IDX)
                       TO CGI-PARM-VALUE(CGI-PARM-COUNT + 1)
                   ADD 1 TO CGI-PARM-COUNT
               END-IF
           END-IF
           .

       CHECK-LINE-BLOCKERS.
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > 5
               IF WS-LN-BLOCKED-BY(WS-IDX, WS-BLK-IDX) NOT = SPACES
                  AND WS-LN-BLOCKED-BY(WS-IDX, WS-BLK-IDX) NOT = '00'
                   MOVE WS-LN-BLOCKED-BY(WS-IDX, WS-BLK-IDX)
                       TO WS-FIND-LINE-NO
                   PERFORM FIND-LINE-BY-NUMBER
                   IF WS-FOUND-POS = 0 OR WS-FOUND-POS = WS-IDX
                       MOVE "BLOCKEDBY" TO WS-ERR-FIELD
                       MOVE "BLOCKEDBY must name another line of the te
      -                     "mplate" TO WS-ERR-MESSAGE
                       PERFORM ADD-LINE-ERROR
                   END-IF
               END-IF
           END-PERFORM
           .

       FIND-LINE-BY-NUMBER.
           MOVE 0 TO WS-FOUND-POS
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-LINE-COUNT
                      OR WS-FOUND-POS > 0
               IF WS-LN-NO(WS-FIND-IDX) = WS-FIND-LINE-NO
                   MOVE WS-FIND-IDX TO WS-FOUND-POS
               END-IF
           END-PERFORM
           .

       ADD-LINE-ERROR.
      *    "LINE 07 PRIORITY": which line of the template the
      *    problem is on, in front of the field TODOVAL named.
           IF VAL-ERROR-COUNT < 10
               ADD 1 TO VAL-ERROR-COUNT
               MOVE SPACES TO VAL-ERROR-FIELD(VAL-ERROR-COUNT)
               STRING "LINE "          DELIMITED BY SIZE
                      WS-LN-NO(WS-IDX) DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      WS-ERR-FIELD     DELIMITED BY SPACE
                   INTO VAL-ERROR-FIELD(VAL-ERROR-COUNT)
               MOVE WS-ERR-MESSAGE
                   TO VAL-ERROR-MESSAGE(VAL-ERROR-COUNT)
           END-IF
           .

       ADD-REQUEST-ERROR.
           IF VAL-ERROR-COUNT < 10
               ADD 1 TO VAL-ERROR-COUNT
               MOVE WS-ERR-FIELD TO VAL-ERROR-FIELD(VAL-ERROR-COUNT)
               MOVE WS-ERR-MESSAGE
                   TO VAL-ERROR-MESSAGE(VAL-ERROR-COUNT)
           END-IF
           .

       CREATE-TEMPLATE-ITEMS.
      *    Every id is taken before TODO-FILE is opened, since
      *    TODONXID seeds its counter off TODO-FILE on first use.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LINE-COUNT
               CALL 'TODONXID' USING WS-LN-NEW-ID(WS-IDX)
               ADD 1 TO TPLQ-ITEM-COUNT
               MOVE WS-LN-NEW-ID(WS-IDX) TO TPLQ-ITEM-ID(WS-IDX)
           END-PERFORM
           PERFORM OPEN-TODO-FILE-IO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LINE-COUNT
               PERFORM WRITE-TEMPLATE-ITEM
           END-PERFORM
           CLOSE TODO-FILE
           PERFORM WRITE-TEMPLATE-LINKS
           .

       OPEN-TODO-FILE-IO.
           OPEN I-O TODO-FILE
           IF WS-TODO-FILE-STATUS = '35'
               CLOSE TODO-FILE
               OPEN OUTPUT TODO-FILE
               CLOSE TODO-FILE
               OPEN I-O TODO-FILE
           END-IF
           .

       WRITE-TEMPLATE-ITEM.
           MOVE WS-LN-NEW-ID(WS-IDX) TO TODO-ID
           MOVE WS-LN-DESCRIPTION(WS-IDX) TO TODO-DESCRIPTION
           MOVE WS-LN-PRIORITY(WS-IDX) TO TODO-PRIORITY
           MOVE WS-LN-DUE-DATE(WS-IDX) TO TODO-DUE-DATE
           MOVE 'OPEN' TO TODO-STATUS
           IF TPLQ-OWNER NOT = SPACES
               MOVE TPLQ-OWNER TO TODO-OWNER
           ELSE
               MOVE WS-LN-OWNER(WS-IDX) TO TODO-OWNER
           END-IF
           MOVE FUNCTION CURRENT-DATE TO TODO-CREATED-TS
           MOVE 'NONE' TO TODO-REPEAT-RULE
           MOVE 0 TO TODO-REPEAT-INTERVAL
           MOVE 1 TO TODO-VERSION
           IF TPLQ-PROJECT NOT = SPACES
               MOVE TPLQ-PROJECT TO TODO-PROJECT
           ELSE
               MOVE WS-LN-PROJECT(WS-IDX) TO TODO-PROJECT
           END-IF
           WRITE TODO-RECORD
           PERFORM AUDIT-TEMPLATE-ITEM
           .

       AUDIT-TEMPLATE-ITEM.
      *    The ADD rows TODOSAVE writes for a new item, then one row
      *    saying which template it came from.
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE TODO-DESCRIPTION TO AUD-NEW-VALUE
           MOVE "DESCRIPTION" TO AUD-FIELD-NAME
           PERFORM WRITE-ADD-AUDIT-ROW
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE TODO-OWNER TO AUD-NEW-VALUE
           MOVE "OWNER" TO AUD-FIELD-NAME
           PERFORM WRITE-ADD-AUDIT-ROW
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE TODO-PRIORITY TO AUD-NEW-VALUE
           MOVE "PRIORITY" TO AUD-FIELD-NAME
           PERFORM WRITE-ADD-AUDIT-ROW
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE TODO-DUE-DATE TO AUD-NEW-VALUE
           MOVE "DUEDATE" TO AUD-FIELD-NAME
           PERFORM WRITE-ADD-AUDIT-ROW
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE TODO-STATUS TO AUD-NEW-VALUE
           MOVE "STATUS" TO AUD-FIELD-NAME
           PERFORM WRITE-ADD-AUDIT-ROW
           IF TODO-PROJECT NOT = SPACES
               MOVE SPACES TO AUD-OLD-VALUE
               MOVE TODO-PROJECT TO AUD-NEW-VALUE
               MOVE "PROJECT" TO AUD-FIELD-NAME
               PERFORM WRITE-ADD-AUDIT-ROW
           END-IF
           MOVE SPACES TO AUD-OLD-VALUE
           MOVE TPLQ-TEMPLATE-NAME TO AUD-NEW-VALUE
           MOVE "TEMPLATE" TO AUD-FIELD-NAME
           PERFORM WRITE-ADD-AUDIT-ROW
           .

       WRITE-ADD-AUDIT-ROW.
           MOVE TODO-ID TO AUD-ITEM-ID
           MOVE "ADD" TO AUD-ACTION
           MOVE TPLQ-USER-ID TO AUD-USER-ID
           CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           .

       WRITE-TEMPLATE-LINKS.
           OPEN I-O DEP-FILE
           IF WS-DEP-FILE-STATUS = '35'
               CLOSE DEP-FILE
               OPEN OUTPUT DEP-FILE
               CLOSE DEP-FILE
               OPEN I-O DEP-FILE
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LINE-COUNT
               PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                       UNTIL WS-BLK-IDX > 5
                   IF WS-LN-BLOCKED-BY(WS-IDX, WS-BLK-IDX)
                          NOT = SPACES
                      AND WS-LN-BLOCKED-BY(WS-IDX, WS-BLK-IDX)
                          NOT = '00'
                       MOVE WS-LN-BLOCKED-BY(WS-IDX, WS-BLK-IDX)
                           TO WS-FIND-LINE-NO
                       PERFORM FIND-LINE-BY-NUMBER
                       PERFORM WRITE-ONE-LINK
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE DEP-FILE
           .

       WRITE-ONE-LINK.
      *    The same blocker named twice on a line is written once;
      *    the duplicate key comes back INVALID KEY and is skipped
      *    without a second audit row.
           MOVE WS-LN-NEW-ID(WS-IDX) TO DEP-ITEM-ID
           MOVE WS-LN-NEW-ID(WS-FOUND-POS) TO DEP-BLOCKER-ID
           MOVE TPLQ-USER-ID TO DEP-USER-ID
           MOVE FUNCTION CURRENT-DATE TO DEP-TIMESTAMP
           WRITE DEP-RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY
      *            Link changes go out as EDIT rows, the way
      *            TODOSAVE writes them.
                   MOVE WS-LN-NEW-ID(WS-IDX) TO AUD-ITEM-ID
                   MOVE "EDIT" TO AUD-ACTION
                   MOVE "BLOCKEDBY" TO AUD-FIELD-NAME
                   MOVE SPACES TO AUD-OLD-VALUE
                   MOVE WS-LN-NEW-ID(WS-FOUND-POS) TO AUD-NEW-VALUE
                   MOVE TPLQ-USER-ID TO AUD-USER-ID
                   CALL 'TODOAUD' USING TODO-AUDIT-RECORD
           END-WRITE
           .
