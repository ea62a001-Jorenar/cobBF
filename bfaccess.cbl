       IDENTIFICATION DIVISION.
       PROGRAM-ID. bfaccess.
       AUTHOR.     Jorengarenar.

      * Quarterly access review of the BF program library: who
      * changed what, read back off the change log bflib.cbl appends
      * every attempted ADD, REPLACE, ROLLBACK, DELETE, PROMOTE and
      * SEAL to (BFLIBCHG.LOG, see bflib's chglog-record), set
      * against the authorisation table the grants come from
      * (BFAUTH.DAT). The reviewer signs off on the changes and
      * decides which grants to withdraw; the report's job is to put
      * in front of them the things that need deciding:
      *     CHANGES BY USER      - every attempt in the period, user
      *                            by user (alphabetical), oldest
      *                            first, with a tally per user
      *     REFUSED ATTEMPTS     - requests bflib turned away as not
      *                            authorised
      *     NO CURRENT GRANT     - changes made in the period that
      *                            no line of today's table covers
      *                            (a grant withdrawn since, or a
      *                            table edited behind the review)
      *     GRANTS NOT USED      - table lines no change in the
      *                            period relied on; candidates for
      *                            withdrawal
      * A grant covers a change exactly as bflib tests it: same user
      * (case aside), ALL or the function in its comma list, and a
      * member pattern of '*', a prefix ending in '*' or the exact
      * member name - with SEAL covered by '*' alone.
      *
      * Command line:
      *     [from-date [to-date [changelog [authtable [report]]]]]
      * all optional. Dates are yyyymmdd and inclusive; omitted, the
      * period is the last complete calendar quarter, and a from
      * date given alone runs to today. Other defaults are
      * BFLIBCHG.LOG, BFAUTH.DAT and BFACCESS.RPT. The literal
      * CONSOLE as report dataset DISPLAYs the report instead.
      * RETURN-CODE 0 = nothing to follow up, 4 = refused attempts
      * or changes no current grant covers, 8 = change log or
      * authorisation table unreadable, or more changes, users or
      * grants than the tables hold (the report is incomplete),
      * 12 = a period date that is not yyyymmdd, or a period that
      * ends before it starts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clfile ASSIGN TO DYNAMIC ws-chglog-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-clfile-status.

           SELECT aufile ASSIGN TO DYNAMIC ws-auth-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-aufile-status.

           SELECT rfile ASSIGN TO DYNAMIC ws-report-filename
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD clfile.
       01 clfile-record PIC X(300).

       FD aufile.
       01 aufile-record PIC X(300).

       FD rfile.
       01 rfile-record PIC X(132).

       WORKING-STORAGE SECTION.
       78 ws-chg-max VALUE 5000.
       78 ws-user-max VALUE 200.
       78 ws-grant-max VALUE 500.

       01 ws-command-line     PIC X(600).
       01 ws-from-operand     PIC X(300).
       01 ws-to-operand       PIC X(300).
       01 ws-chglog-filename  PIC X(300) VALUE "BFLIBCHG.LOG".
       01 ws-auth-filename    PIC X(300) VALUE "BFAUTH.DAT".
       01 ws-report-filename  PIC X(300) VALUE "BFACCESS.RPT".
       01 ws-clfile-status    PIC X(2).
       01 ws-aufile-status    PIC X(2).
       01 ws-timestamp        PIC X(21).

       01 ws-clfile-eof-sw    PIC X(1) VALUE 'N'.
           88 ws-clfile-eof VALUE 'Y'.
       01 ws-aufile-eof-sw    PIC X(1) VALUE 'N'.
           88 ws-aufile-eof VALUE 'Y'.
       01 ws-clfile-bad-sw    PIC X(1) VALUE 'N'.
           88 ws-clfile-bad VALUE 'Y'.
       01 ws-aufile-bad-sw    PIC X(1) VALUE 'N'.
           88 ws-aufile-bad VALUE 'Y'.
       01 ws-table-full-sw    PIC X(1) VALUE 'N'.
           88 ws-table-full VALUE 'Y'.
       01 ws-period-bad-sw    PIC X(1) VALUE 'N'.
           88 ws-period-bad VALUE 'Y'.

      * The review period, inclusive, and the quarter arithmetic
      * that defaults it.
       01 ws-from-date        PIC 9(8) VALUE ZERO.
       01 ws-to-date          PIC 9(8) VALUE ZERO.
       01 ws-today            PIC 9(8) VALUE ZERO.
       01 ws-today-r REDEFINES ws-today.
           02 ws-today-yyyy   PIC 9(4).
           02 ws-today-mm     PIC 9(2).
           02 ws-today-dd     PIC 9(2).
       01 ws-qtr-start        PIC 9(8) VALUE ZERO.
       01 ws-qtr-start-r REDEFINES ws-qtr-start.
           02 ws-qs-yyyy      PIC 9(4).
           02 ws-qs-mm        PIC 9(2).
           02 ws-qs-dd        PIC 9(2).
       01 ws-date-int         PIC 9(8) VALUE ZERO.
       01 ws-date-operand     PIC X(300).

      * Image of bflib.cbl's chglog-record.
       01 ws-chglog-rec.
           02 ws-cg-stamp        PIC X(14).
           02 FILLER             PIC X(1).
           02 ws-cg-user         PIC X(20).
           02 FILLER             PIC X(1).
           02 ws-cg-function     PIC X(8).
           02 FILLER             PIC X(1).
           02 ws-cg-member       PIC X(60).
           02 FILLER             PIC X(1).
           02 ws-cg-result       PIC X(7).
           02 FILLER             PIC X(1).
           02 ws-cg-rc           PIC X(2).
           02 FILLER             PIC X(1).
           02 ws-cg-from-version PIC X(4).
           02 FILLER             PIC X(1).
           02 ws-cg-to-version   PIC X(4).
           02 FILLER             PIC X(1).
           02 ws-cg-req-version  PIC X(4).
           02 FILLER             PIC X(1).
           02 ws-cg-named        PIC X(20).
           02 FILLER             PIC X(1).
           02 ws-cg-library      PIC X(60).

      * The period's change log lines, in log (time) order.
       01 ws-chg-count        PIC 9(4) VALUE ZERO.
       01 ws-chg-table.
           02 ws-chg-entry OCCURS ws-chg-max TIMES INDEXED BY c.
               03 ws-chg-rec      PIC X(213).
               03 ws-chg-cover-sw PIC X(1).
                   88 ws-chg-covered VALUE 'Y'.

      * Distinct users, kept in name order by simple insertion as
      * they are met (same approach as bfreport's longest-runs
      * table), with their tallies.
       01 ws-user-count       PIC 9(3) VALUE ZERO.
       01 ws-user-table.
           02 ws-user-entry OCCURS ws-user-max TIMES INDEXED BY u.
               03 ws-usr-name     PIC X(20).
               03 ws-usr-attempts PIC 9(5).
               03 ws-usr-done     PIC 9(5).
               03 ws-usr-failed   PIC 9(5).
               03 ws-usr-refused  PIC 9(5).
       01 ws-ux               PIC 9(3) VALUE ZERO.
       01 ws-user-ins         PIC 9(3) VALUE ZERO.
       01 ws-find-user        PIC X(20).

      * Grant lines of the authorisation table, as bflib splits
      * them (user and functions upper-cased).
       01 ws-grant-count      PIC 9(3) VALUE ZERO.
       01 ws-grant-table.
           02 ws-grant-entry OCCURS ws-grant-max TIMES INDEXED BY g.
               03 ws-gr-user      PIC X(20).
               03 ws-gr-functions PIC X(100).
               03 ws-gr-members   PIC X(60).
               03 ws-gr-used-sw   PIC X(1).
                   88 ws-gr-used VALUE 'Y'.
       01 ws-au-line          PIC X(300).

      * Grant-covers-change test work fields (see GRANT-COVERS-PARA).
       01 ws-cover-sw         PIC X(1) VALUE 'N'.
           88 ws-covers VALUE 'Y'.
       01 ws-au-fn-list       PIC X(102).
       01 ws-au-fn-token      PIC X(10).
       01 ws-au-fn-len        PIC 9(3) VALUE ZERO.
       01 ws-au-len           PIC 9(3) VALUE ZERO.
       01 ws-au-hits          PIC 9(3) VALUE ZERO.

       01 ws-refused-count    PIC 9(5) VALUE ZERO.
       01 ws-uncovered-count  PIC 9(5) VALUE ZERO.
       01 ws-unused-count     PIC 9(5) VALUE ZERO.
       01 ws-done-count       PIC 9(5) VALUE ZERO.
       01 ws-failed-count     PIC 9(5) VALUE ZERO.
       01 ws-listed-count     PIC 9(5) VALUE ZERO.

       01 ws-report-line      PIC X(132).

       01 ws-chg-head-line.
           02 FILLER          PIC X(17) VALUE "  STAMP".
           02 FILLER          PIC X(9) VALUE "FUNCTION".
           02 FILLER          PIC X(41) VALUE "MEMBER".
           02 FILLER          PIC X(8) VALUE "RESULT".
           02 FILLER          PIC X(3) VALUE "RC".
           02 FILLER          PIC X(5) VALUE "FROM".
           02 FILLER          PIC X(5) VALUE "TO".
           02 FILLER          PIC X(5) VALUE "REQ".
           02 FILLER          PIC X(21) VALUE "OWNER/PROMOTER".
           02 FILLER          PIC X(7) VALUE "LIBRARY".

       01 ws-chg-line.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 ws-cl-stamp     PIC X(14).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-cl-function  PIC X(8).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-cl-member    PIC X(40).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-cl-result    PIC X(7).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-cl-rc        PIC X(2).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-cl-from      PIC X(4).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-cl-to        PIC X(4).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-cl-req       PIC X(4).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-cl-named     PIC X(20).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-cl-library   PIC X(17).

       01 ws-user-tally-line.
           02 FILLER          PIC X(11) VALUE "  ATTEMPTS ".
           02 ws-ut-attempts  PIC ZZZZ9.
           02 FILLER          PIC X(7) VALUE "  DONE ".
           02 ws-ut-done      PIC ZZZZ9.
           02 FILLER          PIC X(9) VALUE "  FAILED ".
           02 ws-ut-failed    PIC ZZZZ9.
           02 FILLER          PIC X(10) VALUE "  REFUSED ".
           02 ws-ut-refused   PIC ZZZZ9.

       01 ws-grant-line.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 ws-gl-user      PIC X(20).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-gl-functions PIC X(40).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-gl-members   PIC X(60).

       01 ws-total-line.
           02 ws-nl-label     PIC X(32).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-nl-value     PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PARA.
           ACCEPT ws-command-line FROM COMMAND-LINE
           PERFORM PARSE-COMMAND-PARA
           PERFORM RESOLVE-PERIOD-PARA

           IF NOT ws-period-bad
               PERFORM LOAD-GRANTS-PARA
               PERFORM LOAD-CHANGES-PARA
               PERFORM CHECK-COVER-PARA
                   VARYING c FROM 1 BY 1 UNTIL c > ws-chg-count
           END-IF

           IF ws-report-filename NOT = "CONSOLE"
               OPEN OUTPUT rfile
           END-IF
           PERFORM WRITE-REPORT-PARA
           IF ws-report-filename NOT = "CONSOLE"
               CLOSE rfile
           END-IF

           EVALUATE TRUE
               WHEN ws-period-bad
                   DISPLAY "Review period must be yyyymmdd dates, "
                       "from not after to: "
                       ws-from-operand(1:8) " " ws-to-operand(1:8)
                   MOVE 12 TO RETURN-CODE
               WHEN ws-clfile-bad OR ws-aufile-bad OR ws-table-full
                   DISPLAY "Access review incomplete; see "
                       ws-report-filename(1:40)
                   MOVE 8 TO RETURN-CODE
               WHEN ws-refused-count > 0 OR ws-uncovered-count > 0
                   DISPLAY "Access review " ws-from-date " to "
                       ws-to-date ": " ws-refused-count
                       " refused, " ws-uncovered-count
                       " without a current grant; see "
                       ws-report-filename(1:40)
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Access review " ws-from-date " to "
                       ws-to-date ": " ws-chg-count
                       " change attempts, nothing to follow up"
           END-EVALUATE
           STOP RUN.

      * First blank-delimited token is the from date, second the to
      * date, third the change log, fourth the authorisation table,
      * fifth the report dataset; anything omitted keeps its
      * default.
       PARSE-COMMAND-PARA.
           MOVE SPACES TO ws-from-operand
           MOVE SPACES TO ws-to-operand
           IF ws-command-line NOT = SPACES
               UNSTRING ws-command-line DELIMITED BY ALL SPACE
                   INTO ws-from-operand, ws-to-operand,
                       ws-chglog-filename, ws-auth-filename,
                       ws-report-filename
               END-UNSTRING
               IF ws-chglog-filename = SPACES
                   MOVE "BFLIBCHG.LOG" TO ws-chglog-filename
               END-IF
               IF ws-auth-filename = SPACES
                   MOVE "BFAUTH.DAT" TO ws-auth-filename
               END-IF
               IF ws-report-filename = SPACES
                   MOVE "BFACCESS.RPT" TO ws-report-filename
               END-IF
           END-IF.

      * The review is run early in a quarter for the one before it,
      * so an omitted period is the last complete calendar quarter:
      * from the first day of the quarter before this one to the day
      * before this one began.
       RESOLVE-PERIOD-PARA.
           MOVE FUNCTION CURRENT-DATE TO ws-timestamp
           MOVE ws-timestamp(1:8) TO ws-today
           IF ws-from-operand = SPACES
               MOVE ws-today TO ws-qtr-start
               COMPUTE ws-qs-mm = ws-today-mm
                   - FUNCTION MOD(ws-today-mm - 1, 3)
               MOVE 1 TO ws-qs-dd
               COMPUTE ws-date-int =
                   FUNCTION INTEGER-OF-DATE(ws-qtr-start) - 1
               COMPUTE ws-to-date =
                   FUNCTION DATE-OF-INTEGER(ws-date-int)
               MOVE ws-to-date TO ws-qtr-start
               SUBTRACT 2 FROM ws-qs-mm
               MOVE 1 TO ws-qs-dd
               MOVE ws-qtr-start TO ws-from-date
           ELSE
               MOVE ws-from-operand TO ws-date-operand
               PERFORM CHECK-DATE-OPERAND-PARA
               IF NOT ws-period-bad
                   MOVE ws-from-operand(1:8) TO ws-from-date
               END-IF
               IF ws-to-operand = SPACES
                   MOVE ws-today TO ws-to-date
               ELSE
                   MOVE ws-to-operand TO ws-date-operand
                   PERFORM CHECK-DATE-OPERAND-PARA
                   IF NOT ws-period-bad
                       MOVE ws-to-operand(1:8) TO ws-to-date
                   END-IF
               END-IF
           END-IF
           IF NOT ws-period-bad AND ws-from-date > ws-to-date
               MOVE 'Y' TO ws-period-bad-sw
           END-IF.

       CHECK-DATE-OPERAND-PARA.
           IF ws-date-operand(1:8) IS NOT NUMERIC
                   OR ws-date-operand(9:292) NOT = SPACES
               MOVE 'Y' TO ws-period-bad-sw
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(ws-date-operand(1:8)))
                       NOT = 0
                   MOVE 'Y' TO ws-period-bad-sw
               END-IF
           END-IF.

      * Blank lines and lines starting '*' are comments, as bflib
      * reads the table.
       LOAD-GRANTS-PARA.
           OPEN INPUT aufile
           IF ws-aufile-status NOT = "00"
               MOVE 'Y' TO ws-aufile-bad-sw
           ELSE
               PERFORM UNTIL ws-aufile-eof
                   READ aufile
                       AT END
                           SET ws-aufile-eof TO TRUE
                       NOT AT END
                           PERFORM TAKE-GRANT-LINE-PARA
                   END-READ
               END-PERFORM
               CLOSE aufile
           END-IF.

       TAKE-GRANT-LINE-PARA.
           MOVE FUNCTION TRIM(aufile-record LEADING) TO ws-au-line
           IF ws-au-line NOT = SPACES AND ws-au-line(1:1) NOT = '*'
               IF ws-grant-count < ws-grant-max
                   ADD 1 TO ws-grant-count
                   SET g TO ws-grant-count
                   MOVE SPACES TO ws-gr-user(g)
                   MOVE SPACES TO ws-gr-functions(g)
                   MOVE SPACES TO ws-gr-members(g)
                   MOVE 'N' TO ws-gr-used-sw(g)
                   UNSTRING ws-au-line DELIMITED BY ALL SPACE
                       INTO ws-gr-user(g), ws-gr-functions(g),
                           ws-gr-members(g)
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE(ws-gr-user(g))
                       TO ws-gr-user(g)
                   MOVE FUNCTION UPPER-CASE(ws-gr-functions(g))
                       TO ws-gr-functions(g)
               ELSE
                   MOVE 'Y' TO ws-table-full-sw
               END-IF
           END-IF.

      * Only lines stamped inside the period are kept; the stamp's
      * first eight bytes are the date.
       LOAD-CHANGES-PARA.
           OPEN INPUT clfile
           IF ws-clfile-status NOT = "00"
               MOVE 'Y' TO ws-clfile-bad-sw
           ELSE
               PERFORM UNTIL ws-clfile-eof
                   READ clfile
                       AT END
                           SET ws-clfile-eof TO TRUE
                       NOT AT END
                           MOVE clfile-record TO ws-chglog-rec
                           IF ws-cg-stamp(1:8) IS NUMERIC
                               IF ws-cg-stamp(1:8) >= ws-from-date
                                   AND ws-cg-stamp(1:8) <= ws-to-date
                                   PERFORM TAKE-CHANGE-PARA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE clfile
           END-IF.

       TAKE-CHANGE-PARA.
           IF ws-chg-count < ws-chg-max
               ADD 1 TO ws-chg-count
               SET c TO ws-chg-count
               MOVE ws-chglog-rec TO ws-chg-rec(c)
               MOVE 'N' TO ws-chg-cover-sw(c)
               MOVE ws-cg-user TO ws-find-user
               PERFORM FIND-USER-PARA
               IF ws-ux > 0
                   SET u TO ws-ux
                   ADD 1 TO ws-usr-attempts(u)
                   EVALUATE ws-cg-result
                       WHEN "DONE"
                           ADD 1 TO ws-usr-done(u)
                           ADD 1 TO ws-done-count
                       WHEN "REFUSED"
                           ADD 1 TO ws-usr-refused(u)
                           ADD 1 TO ws-refused-count
                       WHEN OTHER
                           ADD 1 TO ws-usr-failed(u)
                           ADD 1 TO ws-failed-count
                   END-EVALUATE
               END-IF
           ELSE
               MOVE 'Y' TO ws-table-full-sw
           END-IF.

      * Finds ws-find-user in the user table, inserting it in name
      * order when it is new; ws-ux is its slot, zero when the table
      * is full.
       FIND-USER-PARA.
           MOVE ZERO TO ws-ux
           PERFORM FIND-USER-STEP-PARA
               VARYING u FROM 1 BY 1
               UNTIL u > ws-user-count OR ws-ux > 0
           IF ws-ux = 0
               IF ws-user-count < ws-user-max
                   MOVE 1 TO ws-user-ins
                   PERFORM FIND-USER-SLOT-PARA
                       VARYING u FROM 1 BY 1
                       UNTIL u > ws-user-count
                   PERFORM SHIFT-USER-PARA
                       VARYING u FROM ws-user-count BY -1
                       UNTIL u < ws-user-ins
                   ADD 1 TO ws-user-count
                   SET u TO ws-user-ins
                   MOVE ws-find-user TO ws-usr-name(u)
                   MOVE ZERO TO ws-usr-attempts(u)
                   MOVE ZERO TO ws-usr-done(u)
                   MOVE ZERO TO ws-usr-failed(u)
                   MOVE ZERO TO ws-usr-refused(u)
                   MOVE ws-user-ins TO ws-ux
               ELSE
                   MOVE 'Y' TO ws-table-full-sw
               END-IF
           END-IF.

       FIND-USER-STEP-PARA.
           IF ws-usr-name(u) = ws-find-user
               SET ws-ux TO u
           END-IF.

       FIND-USER-SLOT-PARA.
           IF ws-usr-name(u) < ws-find-user
               SET ws-user-ins TO u
               ADD 1 TO ws-user-ins
           END-IF.

       SHIFT-USER-PARA.
           MOVE ws-user-entry(u) TO ws-user-entry(u + 1).

      * A DONE change is covered when some grant allows it; every
      * grant that does is marked used. Refused and failed attempts
      * changed nothing, so they neither use a grant nor need one.
       CHECK-COVER-PARA.
           MOVE ws-chg-rec(c) TO ws-chglog-rec
           IF ws-cg-result = "DONE"
               PERFORM CHECK-COVER-GRANT-PARA
                   VARYING g FROM 1 BY 1 UNTIL g > ws-grant-count
               IF NOT ws-chg-covered(c)
                   ADD 1 TO ws-uncovered-count
               END-IF
           END-IF.

       CHECK-COVER-GRANT-PARA.
           PERFORM GRANT-COVERS-PARA
           IF ws-covers
               MOVE 'Y' TO ws-chg-cover-sw(c)
               MOVE 'Y' TO ws-gr-used-sw(g)
           END-IF.

      * The test bflib's CHECK-AUTH-LINE-PARA and
      * CHECK-AUTH-MEMBER-PARA make, for grant g against the change
      * in ws-chglog-rec.
       GRANT-COVERS-PARA.
           MOVE 'N' TO ws-cover-sw
           IF ws-gr-user(g) = ws-cg-user
                   AND ws-gr-members(g) NOT = SPACES
               MOVE ZERO TO ws-au-hits
               IF ws-gr-functions(g) = "ALL"
                   MOVE 1 TO ws-au-hits
               ELSE
                   MOVE SPACES TO ws-au-fn-token
                   STRING "," DELIMITED BY SIZE
                           ws-cg-function DELIMITED BY SPACE
                           "," DELIMITED BY SIZE
                       INTO ws-au-fn-token
                   END-STRING
                   COMPUTE ws-au-fn-len =
                       FUNCTION LENGTH(FUNCTION TRIM(ws-cg-function))
                       + 2
                   MOVE SPACES TO ws-au-fn-list
                   STRING "," DELIMITED BY SIZE
                           ws-gr-functions(g) DELIMITED BY SPACE
                           "," DELIMITED BY SIZE
                       INTO ws-au-fn-list
                   END-STRING
                   INSPECT ws-au-fn-list TALLYING ws-au-hits
                       FOR ALL ws-au-fn-token(1:ws-au-fn-len)
               END-IF
               IF ws-au-hits > 0
                   PERFORM GRANT-COVERS-MEMBER-PARA
               END-IF
           END-IF.

       GRANT-COVERS-MEMBER-PARA.
           COMPUTE ws-au-len =
               FUNCTION LENGTH(FUNCTION TRIM(ws-gr-members(g)))
           EVALUATE TRUE
               WHEN ws-gr-members(g) = "*"
                   MOVE 'Y' TO ws-cover-sw
               WHEN ws-cg-function = "SEAL"
                   CONTINUE
               WHEN ws-gr-members(g)(ws-au-len:1) = "*"
                   IF ws-cg-member(1:ws-au-len - 1)
                           = ws-gr-members(g)(1:ws-au-len - 1)
                       MOVE 'Y' TO ws-cover-sw
                   END-IF
               WHEN ws-gr-members(g) = ws-cg-member
                   MOVE 'Y' TO ws-cover-sw
           END-EVALUATE.

       WRITE-REPORT-PARA.
           MOVE SPACES TO ws-report-line
           STRING "LIBRARY ACCESS REVIEW  " ws-from-date " TO "
                   ws-to-date
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-report-line
           STRING "CHANGE LOG:          " ws-chglog-filename(1:60)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-report-line
           STRING "AUTHORISATION TABLE: " ws-auth-filename(1:60)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA

           EVALUATE TRUE
               WHEN ws-period-bad
                   MOVE "REVIEW PERIOD IS NOT VALID - NO REVIEW"
                       TO ws-report-line
                   PERFORM EMIT-LINE-PARA
               WHEN OTHER
                   IF ws-clfile-bad
                       MOVE "CHANGE LOG NOT READABLE - NO CHANGES"
                           TO ws-report-line
                       PERFORM EMIT-LINE-PARA
                   END-IF
                   IF ws-aufile-bad
                       MOVE "AUTHORISATION TABLE NOT READABLE"
                           TO ws-report-line
                       PERFORM EMIT-LINE-PARA
                   END-IF
                   IF ws-table-full
                       MOVE "TABLE FULL - REPORT INCOMPLETE"
                           TO ws-report-line
                       PERFORM EMIT-LINE-PARA
                   END-IF
                   PERFORM WRITE-BY-USER-PARA
                   PERFORM WRITE-REFUSED-PARA
                   PERFORM WRITE-UNCOVERED-PARA
                   PERFORM WRITE-UNUSED-PARA
                   PERFORM WRITE-TOTALS-PARA
           END-EVALUATE.

       WRITE-BY-USER-PARA.
           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE "CHANGES BY USER" TO ws-report-line
           PERFORM EMIT-LINE-PARA
           IF ws-user-count = 0
               MOVE "  NONE" TO ws-report-line
               PERFORM EMIT-LINE-PARA
           ELSE
               MOVE ws-chg-head-line TO ws-report-line
               PERFORM EMIT-LINE-PARA
               PERFORM WRITE-ONE-USER-PARA
                   VARYING u FROM 1 BY 1 UNTIL u > ws-user-count
           END-IF.

       WRITE-ONE-USER-PARA.
           MOVE SPACES TO ws-report-line
           STRING "USER " ws-usr-name(u)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           PERFORM WRITE-USER-CHANGE-PARA
               VARYING c FROM 1 BY 1 UNTIL c > ws-chg-count
           MOVE ws-usr-attempts(u) TO ws-ut-attempts
           MOVE ws-usr-done(u) TO ws-ut-done
           MOVE ws-usr-failed(u) TO ws-ut-failed
           MOVE ws-usr-refused(u) TO ws-ut-refused
           MOVE ws-user-tally-line TO ws-report-line
           PERFORM EMIT-LINE-PARA.

       WRITE-USER-CHANGE-PARA.
           MOVE ws-chg-rec(c) TO ws-chglog-rec
           IF ws-cg-user = ws-usr-name(u)
               PERFORM EMIT-CHANGE-LINE-PARA
           END-IF.

       WRITE-REFUSED-PARA.
           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE "REFUSED ATTEMPTS" TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ZERO TO ws-listed-count
           PERFORM WRITE-ONE-REFUSED-PARA
               VARYING c FROM 1 BY 1 UNTIL c > ws-chg-count
           IF ws-listed-count = 0
               MOVE "  NONE" TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF.

       WRITE-ONE-REFUSED-PARA.
           MOVE ws-chg-rec(c) TO ws-chglog-rec
           IF ws-cg-result = "REFUSED"
               ADD 1 TO ws-listed-count
               PERFORM EMIT-USER-CHANGE-PARA
           END-IF.

       WRITE-UNCOVERED-PARA.
           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE "CHANGES NO CURRENT GRANT COVERS" TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ZERO TO ws-listed-count
           PERFORM WRITE-ONE-UNCOVERED-PARA
               VARYING c FROM 1 BY 1 UNTIL c > ws-chg-count
           IF ws-listed-count = 0
               MOVE "  NONE" TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF.

       WRITE-ONE-UNCOVERED-PARA.
           MOVE ws-chg-rec(c) TO ws-chglog-rec
           IF ws-cg-result = "DONE" AND NOT ws-chg-covered(c)
               ADD 1 TO ws-listed-count
               PERFORM EMIT-USER-CHANGE-PARA
           END-IF.

       WRITE-UNUSED-PARA.
           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE "GRANTS NOT USED IN THE PERIOD" TO ws-report-line
           PERFORM EMIT-LINE-PARA
           PERFORM WRITE-ONE-UNUSED-PARA
               VARYING g FROM 1 BY 1 UNTIL g > ws-grant-count
           IF ws-unused-count = 0
               MOVE "  NONE" TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF.

       WRITE-ONE-UNUSED-PARA.
           IF NOT ws-gr-used(g)
               ADD 1 TO ws-unused-count
               MOVE SPACES TO ws-grant-line
               MOVE ws-gr-user(g) TO ws-gl-user
               MOVE ws-gr-functions(g) TO ws-gl-functions
               MOVE ws-gr-members(g) TO ws-gl-members
               MOVE ws-grant-line TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF.

       WRITE-TOTALS-PARA.
           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE "CHANGE ATTEMPTS" TO ws-nl-label
           MOVE ws-chg-count TO ws-nl-value
           PERFORM EMIT-TOTAL-PARA
           MOVE "  DONE" TO ws-nl-label
           MOVE ws-done-count TO ws-nl-value
           PERFORM EMIT-TOTAL-PARA
           MOVE "  FAILED" TO ws-nl-label
           MOVE ws-failed-count TO ws-nl-value
           PERFORM EMIT-TOTAL-PARA
           MOVE "  REFUSED" TO ws-nl-label
           MOVE ws-refused-count TO ws-nl-value
           PERFORM EMIT-TOTAL-PARA
           MOVE "USERS" TO ws-nl-label
           MOVE ws-user-count TO ws-nl-value
           PERFORM EMIT-TOTAL-PARA
           MOVE "CHANGES WITHOUT A CURRENT GRANT" TO ws-nl-label
           MOVE ws-uncovered-count TO ws-nl-value
           PERFORM EMIT-TOTAL-PARA
           MOVE "GRANTS" TO ws-nl-label
           MOVE ws-grant-count TO ws-nl-value
           PERFORM EMIT-TOTAL-PARA
           MOVE "GRANTS NOT USED" TO ws-nl-label
           MOVE ws-unused-count TO ws-nl-value
           PERFORM EMIT-TOTAL-PARA.

      * Exception sections name the user on a line of its own ahead
      * of the change, since they are not grouped by user.
       EMIT-USER-CHANGE-PARA.
           MOVE SPACES TO ws-report-line
           STRING "USER " ws-cg-user
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           PERFORM EMIT-CHANGE-LINE-PARA.

       EMIT-CHANGE-LINE-PARA.
           MOVE ws-cg-stamp TO ws-cl-stamp
           MOVE ws-cg-function TO ws-cl-function
           MOVE ws-cg-member TO ws-cl-member
           MOVE ws-cg-result TO ws-cl-result
           MOVE ws-cg-rc TO ws-cl-rc
           MOVE ws-cg-from-version TO ws-cl-from
           MOVE ws-cg-to-version TO ws-cl-to
           MOVE ws-cg-req-version TO ws-cl-req
           MOVE ws-cg-named TO ws-cl-named
           MOVE ws-cg-library TO ws-cl-library
           MOVE ws-chg-line TO ws-report-line
           PERFORM EMIT-LINE-PARA.

       EMIT-TOTAL-PARA.
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA.

       EMIT-LINE-PARA.
           IF ws-report-filename = "CONSOLE"
               DISPLAY ws-report-line
           ELSE
               MOVE ws-report-line TO rfile-record
               WRITE rfile-record
           END-IF.
