       IDENTIFICATION DIVISION.
       PROGRAM-ID. bfrecon.
       AUTHOR.     Jorengarenar.

      * Morning reconciliation of one night's BATCH: control list
      * (as bfsched.cbl wrote it) against the audit trail main.cbl
      * appended while running it: every scheduled entry must have
      * exactly as many audit records as it has control-list lines,
      * each with a NORMAL outcome, and nothing may have run that the
      * list did not schedule. Replaces matching BFNIGHT.CTL against
      * BFAUDIT.LOG by hand - a quiesced or abended batch that left
      * the tail of the list unrun shows up here at 08:00, not when a
      * downstream team asks where its output went.
      *
      * The history read is the archive set bfclose.cbl has
      * catalogued, oldest first, followed by the live log (the same
      * arrangement bfreport uses), so a period close that ran in the
      * middle of the night loses nothing. Records count toward the
      * run date when their start timestamp falls in its night
      * window: from ws-window-time (noon) on the run date up to
      * noon the following day, which holds a batch that starts in
      * the evening and runs past midnight.
      *
      * Entries are matched on the name the runner audits: the
      * control line itself less any "AFTER(...)" prerequisite
      * prefix, or for a "PROFILE(name) file" line the file operand
      * after the profile prefix (see main.cbl's
      * PARSE-AFTER-ENTRY-PARA and PARSE-PROFILE-ENTRY-PARA). An
      * entry skipped for an unmet prerequisite ran with outcome
      * SKIPPED and so lists as FAILED. The exception report lists:
      *     MISSING      - scheduled more times than it ran (most
      *                    often: never ran at all)
      *     DUPLICATE    - ran more times than it was scheduled
      *     FAILED       - any audit record whose outcome is not
      *                    NORMAL, one line per run
      *     UNSCHEDULED  - ran in the window but is not on the list
      *
      * Command line:
      *     [control [run-date [audit [report [catalog]]]]]
      * all optional. Defaults are BFNIGHT.CTL, yesterday (yyyymmdd -
      * the job runs the morning after), BFAUDIT.LOG, BFRECON.RPT and
      * BFAUDIT.CAT; the literal CONSOLE as report dataset DISPLAYs
      * the report instead.
      * RETURN-CODE 0 = list and trail agree, 4 = only duplicate or
      * unscheduled runs, 8 = missing entries or failed runs, 12 =
      * control list unreadable or empty (nothing to reconcile is a
      * finding, not a clean night).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ctlfile ASSIGN TO DYNAMIC ws-control-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-ctlfile-status.

           SELECT OPTIONAL lfile ASSIGN TO DYNAMIC ws-log-filename
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL catfile ASSIGN TO DYNAMIC
                   ws-catalog-filename
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT rfile ASSIGN TO DYNAMIC ws-report-filename
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ctlfile.
       01 ctlfile-record PIC X(300).

       FD lfile.
       01 lfile-record PIC X(400).

       FD catfile.
       01 catfile-record PIC X(300).

       FD rfile.
       01 rfile-record PIC X(132).

       WORKING-STORAGE SECTION.
      * A control list holds at most what main.cbl's batch summary
      * tracks; the run and exception tables carry the same wide
      * margins as the other tables in this suite, and once one
      * fills the report says so instead of quietly thinning.
       78 ws-ent-max VALUE 1000.
       78 ws-xtra-max VALUE 500.
       78 ws-fail-max VALUE 500.
       78 ws-arch-max VALUE 200.

      * Start of a run date's night window (and, on the next day,
      * its end).
       78 ws-window-time VALUE "120000".

       01 ws-command-line     PIC X(600).
       01 ws-control-filename PIC X(300) VALUE "BFNIGHT.CTL".
       01 ws-run-date-operand PIC X(300).
       01 ws-audit-filename   PIC X(300) VALUE "BFAUDIT.LOG".
       01 ws-report-filename  PIC X(300) VALUE "BFRECON.RPT".
       01 ws-catalog-filename PIC X(300) VALUE "BFAUDIT.CAT".
      * The dataset the match loop is currently reading: each
      * archive in turn, then the live log.
       01 ws-log-filename     PIC X(300).
       01 ws-ctlfile-status   PIC X(2).

       01 ws-run-date         PIC 9(8) VALUE ZERO.
       01 ws-next-date        PIC 9(8) VALUE ZERO.
       01 ws-date-int         PIC 9(8) VALUE ZERO.
       01 ws-window-from      PIC X(14).
       01 ws-window-to        PIC X(14).
       01 ws-timestamp        PIC X(21).

       01 ws-ctlfile-eof-sw   PIC X(1) VALUE 'N'.
           88 ws-ctlfile-eof VALUE 'Y'.
       01 ws-lfile-eof-sw     PIC X(1) VALUE 'N'.
           88 ws-lfile-eof VALUE 'Y'.
       01 ws-catfile-eof-sw   PIC X(1) VALUE 'N'.
           88 ws-catfile-eof VALUE 'Y'.

       01 ws-arch-count       PIC 9(3) VALUE ZERO.
       01 ws-arch-table.
           02 ws-arch-name PIC X(300) OCCURS ws-arch-max TIMES.
       01 ws-ax               PIC 9(3) VALUE ZERO.

      * Control-list line split the way the runner splits it.
       01 ws-entry-key        PIC X(300).
       01 ws-prof-name        PIC X(292).
       01 ws-prof-rest        PIC X(292).
       01 ws-prof-tok1        PIC X(292).
       01 ws-prof-tok2        PIC X(292).
       01 ws-entry-line       PIC X(300).
       01 ws-after-rest       PIC X(300).
       01 ws-after-ptr        PIC 9(3) VALUE ZERO.
       01 ws-after-lead       PIC 9(3) VALUE ZERO.

      * One entry per distinct name on the list: how many lines
      * schedule it, how many audit records it left in the window.
       01 ws-ent-count        PIC 9(4) VALUE ZERO.
       01 ws-ent-lines        PIC 9(4) VALUE ZERO.
       01 ws-ent-full-sw      PIC X(1) VALUE 'N'.
           88 ws-ent-full VALUE 'Y'.
       01 ws-ent-table.
           02 ws-ent-entry OCCURS ws-ent-max TIMES INDEXED BY e.
               03 ws-ent-name  PIC X(300).
               03 ws-ent-sched PIC 9(4).
               03 ws-ent-ran   PIC 9(4).

      * Names that ran in the window without being on the list.
       01 ws-xtra-count       PIC 9(4) VALUE ZERO.
       01 ws-xtra-full-sw     PIC X(1) VALUE 'N'.
           88 ws-xtra-full VALUE 'Y'.
       01 ws-xtra-table.
           02 ws-xtra-entry OCCURS ws-xtra-max TIMES INDEXED BY u.
               03 ws-xtra-name  PIC X(300).
               03 ws-xtra-ran   PIC 9(4).
               03 ws-xtra-start PIC X(14).

      * Every non-NORMAL run in the window, scheduled or not, in
      * the order the trail holds them.
       01 ws-fail-count       PIC 9(4) VALUE ZERO.
       01 ws-fail-full-sw     PIC X(1) VALUE 'N'.
           88 ws-fail-full VALUE 'Y'.
       01 ws-fail-table.
           02 ws-fail-entry OCCURS ws-fail-max TIMES INDEXED BY f.
               03 ws-fail-name    PIC X(300).
               03 ws-fail-start   PIC X(14).
               03 ws-fail-outcome PIC X(7).

      * Image of main.cbl's audit-record (the same image bfreport
      * reads it through).
       01 ws-audit-rec.
           02 ws-aud-job       PIC X(300).
           02 FILLER           PIC X(1).
           02 ws-aud-start     PIC X(14).
           02 FILLER           PIC X(1).
           02 ws-aud-end       PIC X(14).
           02 FILLER           PIC X(1).
           02 ws-aud-brace     PIC X(4).
           02 FILLER           PIC X(1).
           02 ws-aud-outcome   PIC X(7).

       01 ws-hit-idx          PIC 9(4) VALUE ZERO.
       01 ws-runs-in-window   PIC 9(8) VALUE ZERO.
       01 ws-missing-count    PIC 9(4) VALUE ZERO.
       01 ws-dup-count        PIC 9(4) VALUE ZERO.
       01 ws-listed           PIC 9(4) VALUE ZERO.

       01 ws-report-line      PIC X(132).

       01 ws-count-line.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 ws-cl-name      PIC X(60).
           02 FILLER          PIC X(11) VALUE " SCHEDULED ".
           02 ws-cl-sched     PIC ZZZ9.
           02 FILLER          PIC X(5) VALUE " RAN ".
           02 ws-cl-ran       PIC ZZZ9.

       01 ws-run-line.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 ws-rl-name      PIC X(60).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 ws-rl-start     PIC X(14).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 ws-rl-outcome   PIC X(7).

       01 ws-total-line.
           02 ws-nl-label     PIC X(24).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-nl-value     PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PARA.
           ACCEPT ws-command-line FROM COMMAND-LINE
           PERFORM PARSE-COMMAND-PARA
           PERFORM RESOLVE-RUN-DATE-PARA

           PERFORM LOAD-CONTROL-LIST-PARA

           PERFORM LOAD-CATALOG-PARA
           PERFORM MATCH-ONE-LOG-PARA
               VARYING ws-ax FROM 1 BY 1
               UNTIL ws-ax > ws-arch-count
           MOVE ws-audit-filename TO ws-log-filename
           PERFORM READ-LOG-PARA

           IF ws-report-filename NOT = "CONSOLE"
               OPEN OUTPUT rfile
           END-IF
           PERFORM WRITE-REPORT-PARA
           IF ws-report-filename NOT = "CONSOLE"
               CLOSE rfile
           END-IF

           EVALUATE TRUE
               WHEN ws-ent-lines = ZERO
                   DISPLAY "Control list unreadable or empty: "
                       ws-control-filename(1:60)
                   MOVE 12 TO RETURN-CODE
               WHEN ws-missing-count > 0 OR ws-fail-count > 0
                   DISPLAY "Reconciliation exceptions: "
                       ws-missing-count " missing, "
                       ws-fail-count " failed; see "
                       ws-report-filename(1:40)
                   MOVE 8 TO RETURN-CODE
               WHEN ws-dup-count > 0 OR ws-xtra-count > 0
                   DISPLAY "Reconciliation exceptions: "
                       ws-dup-count " duplicate, "
                       ws-xtra-count " unscheduled; see "
                       ws-report-filename(1:40)
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Control list and audit trail agree for "
                       ws-run-date
           END-EVALUATE
           STOP RUN.

      * First blank-delimited token overrides the control list,
      * second the run date, third the audit dataset, fourth the
      * report dataset, fifth the archive catalog; anything omitted
      * keeps its default.
       PARSE-COMMAND-PARA.
           MOVE SPACES TO ws-run-date-operand
           IF ws-command-line NOT = SPACES
               UNSTRING ws-command-line DELIMITED BY ALL SPACE
                   INTO ws-control-filename, ws-run-date-operand,
                       ws-audit-filename, ws-report-filename,
                       ws-catalog-filename
               END-UNSTRING
               IF ws-control-filename = SPACES
                   MOVE "BFNIGHT.CTL" TO ws-control-filename
               END-IF
               IF ws-audit-filename = SPACES
                   MOVE "BFAUDIT.LOG" TO ws-audit-filename
               END-IF
               IF ws-report-filename = SPACES
                   MOVE "BFRECON.RPT" TO ws-report-filename
               END-IF
               IF ws-catalog-filename = SPACES
                   MOVE "BFAUDIT.CAT" TO ws-catalog-filename
               END-IF
           END-IF.

      * The job runs the morning after the night it checks, so an
      * omitted (or unusable) run date means yesterday.
       RESOLVE-RUN-DATE-PARA.
           IF ws-run-date-operand NOT = SPACES
                   AND ws-run-date-operand(1:8) IS NUMERIC
                   AND ws-run-date-operand(9:292) = SPACES
               MOVE ws-run-date-operand(1:8) TO ws-run-date
           ELSE
               MOVE FUNCTION CURRENT-DATE TO ws-timestamp
               MOVE ws-timestamp(1:8) TO ws-run-date
               COMPUTE ws-date-int =
                   FUNCTION INTEGER-OF-DATE(ws-run-date) - 1
               COMPUTE ws-run-date =
                   FUNCTION DATE-OF-INTEGER(ws-date-int)
           END-IF
           COMPUTE ws-date-int =
               FUNCTION INTEGER-OF-DATE(ws-run-date)
           COMPUTE ws-next-date =
               FUNCTION DATE-OF-INTEGER(ws-date-int + 1)
           MOVE SPACES TO ws-window-from
           STRING ws-run-date ws-window-time
               DELIMITED BY SIZE INTO ws-window-from
           END-STRING
           MOVE SPACES TO ws-window-to
           STRING ws-next-date ws-window-time
               DELIMITED BY SIZE INTO ws-window-to
           END-STRING.

      * A missing control list is not an OPTIONAL read-as-empty: the
      * step still reports (with RETURN-CODE 12) but says plainly
      * which dataset it could not read.
       LOAD-CONTROL-LIST-PARA.
           OPEN INPUT ctlfile
           IF ws-ctlfile-status NOT = "00"
               DISPLAY "Cannot read control list: "
                   ws-control-filename(1:60)
           ELSE
               PERFORM UNTIL ws-ctlfile-eof
                   READ ctlfile
                       AT END
                           SET ws-ctlfile-eof TO TRUE
                       NOT AT END
                           IF ctlfile-record NOT = SPACES
                               PERFORM TAKE-CONTROL-LINE-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ctlfile
           END-IF.

       TAKE-CONTROL-LINE-PARA.
           ADD 1 TO ws-ent-lines
           PERFORM EXTRACT-ENTRY-KEY-PARA
           MOVE ZERO TO ws-hit-idx
           PERFORM SCAN-ENTRY-PARA
               VARYING e FROM 1 BY 1
               UNTIL e > ws-ent-count OR ws-hit-idx > 0
           IF ws-hit-idx > 0
               SET e TO ws-hit-idx
               ADD 1 TO ws-ent-sched(e)
           ELSE
               IF ws-ent-count < ws-ent-max
                   ADD 1 TO ws-ent-count
                   SET e TO ws-ent-count
                   MOVE ws-entry-key TO ws-ent-name(e)
                   MOVE 1 TO ws-ent-sched(e)
                   MOVE ZERO TO ws-ent-ran(e)
               ELSE
                   MOVE 'Y' TO ws-ent-full-sw
               END-IF
           END-IF.

      * Same split as main.cbl's PARSE-AFTER-ENTRY-PARA and
      * PARSE-PROFILE-ENTRY-PARA: an AFTER(...) prefix is dropped,
      * then the file operand is the first non-blank token after the
      * PROFILE(...) prefix's ')'. A line the runner could not split
      * keeps its whole text as the key, so it surfaces as MISSING
      * rather than vanishing.
       EXTRACT-ENTRY-KEY-PARA.
           MOVE ctlfile-record TO ws-entry-key
           MOVE ctlfile-record TO ws-entry-line
           IF ctlfile-record(1:6) = "AFTER("
               MOVE 7 TO ws-after-ptr
               MOVE SPACES TO ws-prof-rest
               UNSTRING ctlfile-record DELIMITED BY ')'
                   INTO ws-prof-rest
                   WITH POINTER ws-after-ptr
               END-UNSTRING
               IF ws-after-ptr NOT > 300
                   MOVE SPACES TO ws-entry-line
                   MOVE ctlfile-record(ws-after-ptr:) TO ws-after-rest
                   MOVE ZERO TO ws-after-lead
                   INSPECT ws-after-rest TALLYING ws-after-lead
                       FOR LEADING SPACE
                   IF ws-after-lead < 300
                       MOVE ws-after-rest(ws-after-lead + 1:)
                           TO ws-entry-line
                       MOVE ws-entry-line TO ws-entry-key
                   END-IF
               END-IF
           END-IF
           IF ws-entry-line(1:8) = "PROFILE("
               MOVE SPACES TO ws-prof-name
               MOVE SPACES TO ws-prof-rest
               MOVE SPACES TO ws-prof-tok1
               MOVE SPACES TO ws-prof-tok2
               UNSTRING ws-entry-line(9:292) DELIMITED BY ')'
                   INTO ws-prof-name, ws-prof-rest
               END-UNSTRING
               UNSTRING ws-prof-rest DELIMITED BY ALL SPACE
                   INTO ws-prof-tok1, ws-prof-tok2
               END-UNSTRING
               IF ws-prof-tok1 NOT = SPACES
                   MOVE ws-prof-tok1 TO ws-entry-key
               ELSE
                   IF ws-prof-tok2 NOT = SPACES
                       MOVE ws-prof-tok2 TO ws-entry-key
                   END-IF
               END-IF
           END-IF.

       SCAN-ENTRY-PARA.
           IF ws-ent-name(e) = ws-entry-key
               SET ws-hit-idx TO e
           END-IF.

      * The catalog is OPTIONAL: a shop that has never run the
      * period-close job reads the live log alone.
       LOAD-CATALOG-PARA.
           OPEN INPUT catfile
           PERFORM UNTIL ws-catfile-eof
               READ catfile
                   AT END
                       SET ws-catfile-eof TO TRUE
                   NOT AT END
                       IF catfile-record NOT = SPACES
                               AND ws-arch-count < ws-arch-max
                           ADD 1 TO ws-arch-count
                           MOVE catfile-record
                               TO ws-arch-name(ws-arch-count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE catfile.

       MATCH-ONE-LOG-PARA.
           MOVE ws-arch-name(ws-ax) TO ws-log-filename
           PERFORM READ-LOG-PARA.

       READ-LOG-PARA.
           MOVE 'N' TO ws-lfile-eof-sw
           OPEN INPUT lfile
           PERFORM UNTIL ws-lfile-eof
               MOVE SPACES TO ws-audit-rec
               READ lfile INTO ws-audit-rec
                   AT END
                       SET ws-lfile-eof TO TRUE
                   NOT AT END
                       PERFORM SIFT-RECORD-PARA
               END-READ
           END-PERFORM
           CLOSE lfile.

      * Period-close control records ('=' in column 1) and records
      * whose start time is unreadable or outside the night window
      * play no part; everything else is one run to account for.
       SIFT-RECORD-PARA.
           IF ws-aud-job NOT = SPACES
                   AND ws-aud-job(1:1) NOT = '='
                   AND ws-aud-start IS NUMERIC
                   AND ws-aud-start >= ws-window-from
                   AND ws-aud-start < ws-window-to
               ADD 1 TO ws-runs-in-window
               PERFORM MATCH-RECORD-PARA
           END-IF.

       MATCH-RECORD-PARA.
           MOVE ws-aud-job TO ws-entry-key
           MOVE ZERO TO ws-hit-idx
           PERFORM SCAN-ENTRY-PARA
               VARYING e FROM 1 BY 1
               UNTIL e > ws-ent-count OR ws-hit-idx > 0
           IF ws-hit-idx > 0
               SET e TO ws-hit-idx
               ADD 1 TO ws-ent-ran(e)
           ELSE
               PERFORM TALLY-UNSCHEDULED-PARA
           END-IF
           IF ws-aud-outcome NOT = "NORMAL"
               IF ws-fail-count < ws-fail-max
                   ADD 1 TO ws-fail-count
                   SET f TO ws-fail-count
                   MOVE ws-aud-job TO ws-fail-name(f)
                   MOVE ws-aud-start TO ws-fail-start(f)
                   MOVE ws-aud-outcome TO ws-fail-outcome(f)
               ELSE
                   MOVE 'Y' TO ws-fail-full-sw
               END-IF
           END-IF.

       TALLY-UNSCHEDULED-PARA.
           MOVE ZERO TO ws-hit-idx
           PERFORM SCAN-UNSCHEDULED-PARA
               VARYING u FROM 1 BY 1
               UNTIL u > ws-xtra-count OR ws-hit-idx > 0
           IF ws-hit-idx > 0
               SET u TO ws-hit-idx
               ADD 1 TO ws-xtra-ran(u)
           ELSE
               IF ws-xtra-count < ws-xtra-max
                   ADD 1 TO ws-xtra-count
                   SET u TO ws-xtra-count
                   MOVE ws-aud-job TO ws-xtra-name(u)
                   MOVE 1 TO ws-xtra-ran(u)
                   MOVE ws-aud-start TO ws-xtra-start(u)
               ELSE
                   MOVE 'Y' TO ws-xtra-full-sw
               END-IF
           END-IF.

       SCAN-UNSCHEDULED-PARA.
           IF ws-xtra-name(u) = ws-aud-job
               SET ws-hit-idx TO u
           END-IF.

       WRITE-REPORT-PARA.
           MOVE FUNCTION CURRENT-DATE TO ws-timestamp
           MOVE SPACES TO ws-report-line
           STRING "BF NIGHT RECONCILIATION  -  GENERATED "
                   ws-timestamp(1:8) " " ws-timestamp(9:6)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-report-line
           STRING "CONTROL LIST: " ws-control-filename(1:100)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-report-line
           STRING "AUDIT DATASET: " ws-audit-filename(1:100)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-report-line
           STRING "RUN DATE: " ws-run-date "  WINDOW "
                   ws-window-from " THROUGH " ws-window-to
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           IF ws-arch-count > 0
               MOVE SPACES TO ws-total-line
               MOVE "ARCHIVES READ" TO ws-nl-label
               MOVE ws-arch-count TO ws-nl-value
               MOVE ws-total-line TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF
           MOVE SPACES TO ws-total-line
           MOVE "CONTROL-LIST ENTRIES" TO ws-nl-label
           MOVE ws-ent-lines TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-total-line
           MOVE "RUNS IN WINDOW" TO ws-nl-label
           MOVE ws-runs-in-window TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           IF ws-ent-full
               MOVE "  (ENTRY TABLE FULL; LATER LIST ENTRIES NOT"
                   TO ws-report-line
               PERFORM EMIT-LINE-PARA
               MOVE "   RECONCILED - THEIR RUNS SHOW AS UNSCHEDULED)"
                   TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF

           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE "MISSING RUNS (SCHEDULED MORE TIMES THAN RUN)"
               TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ZERO TO ws-listed
           PERFORM EMIT-MISSING-LINE-PARA
               VARYING e FROM 1 BY 1 UNTIL e > ws-ent-count
           MOVE ws-listed TO ws-missing-count
           PERFORM EMIT-NONE-PARA

           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE "DUPLICATE RUNS (RUN MORE TIMES THAN SCHEDULED)"
               TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ZERO TO ws-listed
           PERFORM EMIT-DUPLICATE-LINE-PARA
               VARYING e FROM 1 BY 1 UNTIL e > ws-ent-count
           MOVE ws-listed TO ws-dup-count
           PERFORM EMIT-NONE-PARA

           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE "FAILED RUNS (OUTCOME OTHER THAN NORMAL)"
               TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ws-fail-count TO ws-listed
           PERFORM EMIT-FAILED-LINE-PARA
               VARYING f FROM 1 BY 1 UNTIL f > ws-fail-count
           PERFORM EMIT-NONE-PARA
           IF ws-fail-full
               MOVE "  (FAILED-RUN TABLE FULL; LATER FAILURES NOT"
                   TO ws-report-line
               PERFORM EMIT-LINE-PARA
               MOVE "   LISTED)" TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF

           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE "UNSCHEDULED RUNS (NOT ON THE CONTROL LIST)"
               TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ws-xtra-count TO ws-listed
           PERFORM EMIT-UNSCHEDULED-LINE-PARA
               VARYING u FROM 1 BY 1 UNTIL u > ws-xtra-count
           PERFORM EMIT-NONE-PARA
           IF ws-xtra-full
               MOVE "  (UNSCHEDULED TABLE FULL; LATER NAMES NOT"
                   TO ws-report-line
               PERFORM EMIT-LINE-PARA
               MOVE "   LISTED)" TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF

           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           IF ws-missing-count = 0 AND ws-dup-count = 0
                   AND ws-fail-count = 0 AND ws-xtra-count = 0
                   AND ws-ent-lines > 0
               MOVE "NO EXCEPTIONS: CONTROL LIST AND AUDIT TRAIL AGREE"
                   TO ws-report-line
           ELSE
               MOVE "EXCEPTIONS FOUND" TO ws-report-line
           END-IF
           PERFORM EMIT-LINE-PARA.

       EMIT-MISSING-LINE-PARA.
           IF ws-ent-ran(e) < ws-ent-sched(e)
               ADD 1 TO ws-listed
               PERFORM EMIT-COUNT-LINE-PARA
           END-IF.

       EMIT-DUPLICATE-LINE-PARA.
           IF ws-ent-ran(e) > ws-ent-sched(e)
               ADD 1 TO ws-listed
               PERFORM EMIT-COUNT-LINE-PARA
           END-IF.

       EMIT-COUNT-LINE-PARA.
           MOVE ws-ent-name(e)(1:60) TO ws-cl-name
           MOVE ws-ent-sched(e) TO ws-cl-sched
           MOVE ws-ent-ran(e) TO ws-cl-ran
           MOVE ws-count-line TO ws-report-line
           PERFORM EMIT-LINE-PARA.

       EMIT-FAILED-LINE-PARA.
           MOVE ws-fail-name(f)(1:60) TO ws-rl-name
           MOVE ws-fail-start(f) TO ws-rl-start
           MOVE ws-fail-outcome(f) TO ws-rl-outcome
           MOVE ws-run-line TO ws-report-line
           PERFORM EMIT-LINE-PARA.

      * One line per unscheduled name, with its first start time in
      * the window and how often it ran.
       EMIT-UNSCHEDULED-LINE-PARA.
           MOVE SPACES TO ws-report-line
           STRING "  " ws-xtra-name(u)(1:60) "  "
                   ws-xtra-start(u) "  RAN " ws-xtra-ran(u)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA.

       EMIT-NONE-PARA.
           IF ws-listed = ZERO
               MOVE "  NONE" TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF.

       EMIT-LINE-PARA.
           IF ws-report-filename = "CONSOLE"
               DISPLAY ws-report-line
           ELSE
               MOVE ws-report-line TO rfile-record
               WRITE rfile-record
           END-IF.
