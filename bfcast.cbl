       IDENTIFICATION DIVISION.
       PROGRAM-ID. bfcast.
       AUTHOR.     Jorengarenar.

      * Batch-window forecast for a BATCH: control list, run in the
      * afternoon against the list bfsched.cbl has just written: how
      * long each entry should take on the evidence of its past runs,
      * when the list as a whole should finish if the window opens
      * on time, and whether that is before the window closes. A
      * month-end list that will not fit is split or trimmed at
      * 17:00, not quiesced at 05:55 with its tail left for the next
      * night.
      *
      * History is the audit trail: the archives bfclose.cbl has
      * catalogued, oldest first, then the live log (the order
      * bfreport and bfrecon read them in). A run's elapsed time is
      * aud-end-ts less aud-start-ts, across midnight as main.cbl
      * works it out. Only NORMAL runs count - a run cut short by an
      * overflow, a step ceiling or a quiesce says nothing about how
      * long the member takes - and only the ws-hist-keep most recent
      * of them, so a member rewritten last month is forecast on its
      * current text. Entries are matched on the name the runner
      * audits, split from the control line the way bfrecon.cbl
      * splits it (AFTER(...) and PROFILE(x) prefixes dropped).
      *
      * The runner works the list one entry after another, so an
      * entry's projected finish is the window start plus the
      * projected times of every entry up to and including it. The
      * projection for an entry is its mean (rounded up to the
      * second); the report carries a worst-case finish on each
      * entry's longest recorded run beside it. Flagged:
      *     NO HISTORY    - no NORMAL run on record; projected as
      *                     zero, so the finish time is optimistic
      *     HIGH VARIANCE - standard deviation over
      *                     ws-variance-pct percent of the mean (and
      *                     at least ws-variance-floor seconds, so a
      *                     two-second member is not flagged for
      *                     taking three)
      *     PAST END      - projected to finish after the window
      *                     closes
      *
      * Command line:
      *     [control [window-start [window-end [audit [report
      *         [catalog]]]]]]
      * all optional. Defaults are BFNIGHT.CTL, 2200, 0600,
      * BFAUDIT.LOG, BFCAST.RPT and BFAUDIT.CAT. Window times are
      * hhmm; an end at or before the start is the next morning. The
      * literal CONSOLE as report dataset DISPLAYs the report
      * instead.
      * RETURN-CODE 0 = the list fits on its means and on its worst
      * cases, 4 = it fits on its means but not on its worst cases,
      * or entries have no history to forecast on, 8 = projected to
      * overrun the window end, or more control-list lines or
      * distinct entries than the tables hold (the forecast leaves
      * the rest out, so its finish is too early), 12 = control list
      * unreadable or empty, or a window time that is not hhmm.

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
       78 ws-ent-max VALUE 1000.
       78 ws-line-max VALUE 1000.
       78 ws-arch-max VALUE 200.
      * Recent NORMAL runs kept per entry for its forecast.
       78 ws-hist-keep VALUE 20.
      * HIGH VARIANCE threshold: standard deviation as a percentage
      * of the mean, and the least deviation worth flagging.
       78 ws-variance-pct VALUE 50.
       78 ws-variance-floor VALUE 30.

       01 ws-command-line     PIC X(600).
       01 ws-control-filename PIC X(300) VALUE "BFNIGHT.CTL".
       01 ws-start-operand    PIC X(300).
       01 ws-end-operand      PIC X(300).
       01 ws-audit-filename   PIC X(300) VALUE "BFAUDIT.LOG".
       01 ws-report-filename  PIC X(300) VALUE "BFCAST.RPT".
       01 ws-catalog-filename PIC X(300) VALUE "BFAUDIT.CAT".
       01 ws-log-filename     PIC X(300).
       01 ws-ctlfile-status   PIC X(2).
       01 ws-timestamp        PIC X(21).

       01 ws-ctlfile-eof-sw   PIC X(1) VALUE 'N'.
           88 ws-ctlfile-eof VALUE 'Y'.
       01 ws-lfile-eof-sw     PIC X(1) VALUE 'N'.
           88 ws-lfile-eof VALUE 'Y'.
       01 ws-catfile-eof-sw   PIC X(1) VALUE 'N'.
           88 ws-catfile-eof VALUE 'Y'.

      * Window bounds as hhmm and as seconds from the window day's
      * midnight; ws-end-secs is past 86400 when the window runs
      * over midnight.
       01 ws-window-start     PIC X(4) VALUE "2200".
       01 ws-window-end       PIC X(4) VALUE "0600".
       01 ws-hhmm             PIC X(4).
       01 ws-hhmm-r REDEFINES ws-hhmm.
           02 ws-hhmm-hh      PIC 9(2).
           02 ws-hhmm-mm      PIC 9(2).
       01 ws-hhmm-ok-sw       PIC X(1) VALUE 'Y'.
           88 ws-hhmm-ok VALUE 'Y'.
       01 ws-window-bad-sw    PIC X(1) VALUE 'N'.
           88 ws-window-bad VALUE 'Y'.
       01 ws-start-secs       PIC 9(6) VALUE ZERO.
       01 ws-end-secs         PIC 9(6) VALUE ZERO.

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

      * One entry per distinct audited name on the list, with its
      * most recent NORMAL elapsed times in a ring (ws-ent-next is
      * where the next one goes) and the figures worked from them.
       01 ws-ent-count        PIC 9(4) VALUE ZERO.
       01 ws-ent-full-sw      PIC X(1) VALUE 'N'.
           88 ws-ent-full VALUE 'Y'.
       01 ws-ent-table.
           02 ws-ent-entry OCCURS ws-ent-max TIMES INDEXED BY e.
               03 ws-ent-name     PIC X(300).
               03 ws-ent-runs     PIC 9(6).
               03 ws-ent-kept     PIC 9(2).
               03 ws-ent-next     PIC 9(2).
               03 ws-ent-secs     PIC 9(8)
                   OCCURS ws-hist-keep TIMES.
               03 ws-ent-mean     PIC 9(8).
               03 ws-ent-max-secs PIC 9(8).
               03 ws-ent-sd       PIC 9(8).
               03 ws-ent-flag     PIC X(1).
                   88 ws-ent-no-history VALUE 'N'.
                   88 ws-ent-variable   VALUE 'V'.
       01 ws-hx               PIC 9(2) VALUE ZERO.

      * The list itself, line by line, pointing at its entry.
       01 ws-line-count       PIC 9(4) VALUE ZERO.
       01 ws-line-full-sw     PIC X(1) VALUE 'N'.
           88 ws-line-full VALUE 'Y'.
       01 ws-line-table.
           02 ws-line-ent PIC 9(4) OCCURS ws-line-max TIMES.
       01 ws-lx               PIC 9(4) VALUE ZERO.

      * Image of main.cbl's audit-record, timestamps split as
      * bfreport.cbl splits them.
       01 ws-audit-rec.
           02 ws-aud-job       PIC X(300).
           02 FILLER           PIC X(1).
           02 ws-aud-start     PIC X(14).
           02 ws-aud-start-r REDEFINES ws-aud-start.
               03 ws-aud-start-date PIC 9(8).
               03 ws-aud-start-hh   PIC 9(2).
               03 ws-aud-start-mm   PIC 9(2).
               03 ws-aud-start-ss   PIC 9(2).
           02 FILLER           PIC X(1).
           02 ws-aud-end       PIC X(14).
           02 ws-aud-end-r REDEFINES ws-aud-end.
               03 ws-aud-end-date   PIC 9(8).
               03 ws-aud-end-hh     PIC 9(2).
               03 ws-aud-end-mm     PIC 9(2).
               03 ws-aud-end-ss     PIC 9(2).
           02 FILLER           PIC X(1).
           02 ws-aud-brace     PIC X(4).
           02 FILLER           PIC X(1).
           02 ws-aud-outcome   PIC X(7).

       01 ws-hit-idx          PIC 9(4) VALUE ZERO.
       01 ws-elapsed-secs     PIC 9(8) VALUE ZERO.
       01 ws-runs-used        PIC 9(8) VALUE ZERO.
       01 ws-sum-secs         PIC 9(10) VALUE ZERO.
       01 ws-sum-squares      PIC 9(16) VALUE ZERO.
       01 ws-deviation        PIC S9(8) VALUE ZERO.

      * Running projection down the list, in seconds from the
      * window day's midnight.
       01 ws-cum-secs         PIC 9(8) VALUE ZERO.
       01 ws-worst-secs       PIC 9(8) VALUE ZERO.
       01 ws-no-history-count PIC 9(4) VALUE ZERO.
       01 ws-variable-count   PIC 9(4) VALUE ZERO.
       01 ws-past-end-count   PIC 9(4) VALUE ZERO.
       01 ws-margin-secs      PIC S9(8) VALUE ZERO.

      * Clock formatting: seconds from midnight in, "hh:mm:ss" with
      * a "+n" day marker out.
       01 ws-clock-secs       PIC 9(8) VALUE ZERO.
       01 ws-clock-days       PIC 9(2) VALUE ZERO.
       01 ws-clock-rem        PIC 9(5) VALUE ZERO.
       01 ws-clock-text.
           02 ws-ck-hh        PIC 9(2).
           02 FILLER          PIC X(1) VALUE ":".
           02 ws-ck-mm        PIC 9(2).
           02 FILLER          PIC X(1) VALUE ":".
           02 ws-ck-ss        PIC 9(2).
           02 ws-ck-day       PIC X(3).

       01 ws-report-line      PIC X(132).

       01 ws-head-line.
           02 FILLER          PIC X(7) VALUE "  LINE ".
           02 FILLER          PIC X(41) VALUE "ENTRY".
           02 FILLER          PIC X(7) VALUE "  RUNS ".
           02 FILLER          PIC X(9) VALUE "     MEAN".
           02 FILLER          PIC X(9) VALUE "      MAX".
           02 FILLER          PIC X(13) VALUE "  FINISH".
           02 FILLER          PIC X(13) VALUE "  WORST CASE".
           02 FILLER          PIC X(6) VALUE "  FLAG".

       01 ws-entry-out.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 ws-eo-line      PIC ZZZ9.
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-eo-name      PIC X(40).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-eo-runs      PIC ZZZZZ9.
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-eo-mean      PIC ZZZZZZZ9.
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-eo-max       PIC ZZZZZZZ9.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 ws-eo-finish    PIC X(11).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 ws-eo-worst     PIC X(11).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 ws-eo-flag      PIC X(30).

       01 ws-total-line.
           02 ws-nl-label     PIC X(24).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-nl-value     PIC X(20).

       01 ws-count-edit       PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PARA.
           ACCEPT ws-command-line FROM COMMAND-LINE
           PERFORM PARSE-COMMAND-PARA
           PERFORM RESOLVE-WINDOW-PARA

           PERFORM LOAD-CONTROL-LIST-PARA

           PERFORM LOAD-CATALOG-PARA
           PERFORM MATCH-ONE-LOG-PARA
               VARYING ws-ax FROM 1 BY 1
               UNTIL ws-ax > ws-arch-count
           MOVE ws-audit-filename TO ws-log-filename
           PERFORM READ-LOG-PARA

           PERFORM SUMMARISE-ENTRY-PARA
               VARYING e FROM 1 BY 1 UNTIL e > ws-ent-count

           IF ws-report-filename NOT = "CONSOLE"
               OPEN OUTPUT rfile
           END-IF
           PERFORM WRITE-REPORT-PARA
           IF ws-report-filename NOT = "CONSOLE"
               CLOSE rfile
           END-IF

           MOVE ws-cum-secs TO ws-clock-secs
           PERFORM FORMAT-CLOCK-PARA
           EVALUATE TRUE
               WHEN ws-window-bad
                   DISPLAY "Window times must be hhmm: "
                       ws-window-start " " ws-window-end
                   MOVE 12 TO RETURN-CODE
               WHEN ws-line-count = ZERO
                   DISPLAY "Control list unreadable or empty: "
                       ws-control-filename(1:60)
                   MOVE 12 TO RETURN-CODE
               WHEN ws-ent-full OR ws-line-full
                   DISPLAY "Control list too long to forecast: finish "
                       ws-clock-text " leaves lines out; see "
                       ws-report-filename(1:40)
                   MOVE 8 TO RETURN-CODE
               WHEN ws-cum-secs > ws-end-secs
                   DISPLAY "Projected to overrun the window: finish "
                       ws-clock-text " against end "
                       ws-window-end "; see "
                       ws-report-filename(1:40)
                   MOVE 8 TO RETURN-CODE
               WHEN ws-worst-secs > ws-end-secs
                       OR ws-no-history-count > 0
                   DISPLAY "Projected finish " ws-clock-text
                       " fits on means only, or entries lack "
                       "history; see " ws-report-filename(1:40)
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Projected finish " ws-clock-text
                       " is inside the window ending "
                       ws-window-end
           END-EVALUATE
           STOP RUN.

      * First blank-delimited token overrides the control list,
      * second the window start, third the window end, fourth the
      * audit dataset, fifth the report dataset, sixth the archive
      * catalog; anything omitted keeps its default.
       PARSE-COMMAND-PARA.
           MOVE SPACES TO ws-start-operand
           MOVE SPACES TO ws-end-operand
           IF ws-command-line NOT = SPACES
               UNSTRING ws-command-line DELIMITED BY ALL SPACE
                   INTO ws-control-filename, ws-start-operand,
                       ws-end-operand, ws-audit-filename,
                       ws-report-filename, ws-catalog-filename
               END-UNSTRING
               IF ws-control-filename = SPACES
                   MOVE "BFNIGHT.CTL" TO ws-control-filename
               END-IF
               IF ws-audit-filename = SPACES
                   MOVE "BFAUDIT.LOG" TO ws-audit-filename
               END-IF
               IF ws-report-filename = SPACES
                   MOVE "BFCAST.RPT" TO ws-report-filename
               END-IF
               IF ws-catalog-filename = SPACES
                   MOVE "BFAUDIT.CAT" TO ws-catalog-filename
               END-IF
           END-IF
           IF ws-start-operand NOT = SPACES
               MOVE ws-start-operand TO ws-window-start
               IF ws-start-operand(5:296) NOT = SPACES
                   MOVE 'Y' TO ws-window-bad-sw
               END-IF
           END-IF
           IF ws-end-operand NOT = SPACES
               MOVE ws-end-operand TO ws-window-end
               IF ws-end-operand(5:296) NOT = SPACES
                   MOVE 'Y' TO ws-window-bad-sw
               END-IF
           END-IF.

       RESOLVE-WINDOW-PARA.
           MOVE ws-window-start TO ws-hhmm
           PERFORM CHECK-HHMM-PARA
           IF ws-hhmm-ok
               COMPUTE ws-start-secs =
                   ws-hhmm-hh * 3600 + ws-hhmm-mm * 60
           END-IF
           MOVE ws-window-end TO ws-hhmm
           PERFORM CHECK-HHMM-PARA
           IF ws-hhmm-ok
               COMPUTE ws-end-secs =
                   ws-hhmm-hh * 3600 + ws-hhmm-mm * 60
           END-IF
           IF ws-end-secs NOT > ws-start-secs
               ADD 86400 TO ws-end-secs
           END-IF.

       CHECK-HHMM-PARA.
           MOVE 'Y' TO ws-hhmm-ok-sw
           IF ws-hhmm IS NOT NUMERIC
               MOVE 'N' TO ws-hhmm-ok-sw
           ELSE
               IF ws-hhmm-hh > 23 OR ws-hhmm-mm > 59
                   MOVE 'N' TO ws-hhmm-ok-sw
               END-IF
           END-IF
           IF NOT ws-hhmm-ok
               MOVE 'Y' TO ws-window-bad-sw
           END-IF.

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
           PERFORM EXTRACT-ENTRY-KEY-PARA
           PERFORM FIND-ENTRY-PARA
           IF ws-hit-idx = ZERO
               IF ws-ent-count < ws-ent-max
                   ADD 1 TO ws-ent-count
                   SET e TO ws-ent-count
                   MOVE ws-entry-key TO ws-ent-name(e)
                   MOVE ZERO TO ws-ent-runs(e)
                   MOVE ZERO TO ws-ent-kept(e)
                   MOVE 1 TO ws-ent-next(e)
                   MOVE ws-ent-count TO ws-hit-idx
               ELSE
                   MOVE 'Y' TO ws-ent-full-sw
               END-IF
           END-IF
           IF ws-hit-idx > ZERO
               IF ws-line-count < ws-line-max
                   ADD 1 TO ws-line-count
                   MOVE ws-hit-idx TO ws-line-ent(ws-line-count)
               ELSE
                   MOVE 'Y' TO ws-line-full-sw
               END-IF
           END-IF.

      * Same split as bfrecon.cbl's EXTRACT-ENTRY-KEY-PARA (itself
      * main.cbl's PARSE-AFTER-ENTRY-PARA and
      * PARSE-PROFILE-ENTRY-PARA): an AFTER(...) prefix is dropped,
      * then the file operand is the first non-blank token after the
      * PROFILE(...) prefix's ')'.
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

       FIND-ENTRY-PARA.
           MOVE ZERO TO ws-hit-idx
           PERFORM SCAN-ENTRY-PARA
               VARYING e FROM 1 BY 1
               UNTIL e > ws-ent-count OR ws-hit-idx > 0.

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

      * Period-close control records ('=' in column 1), runs that
      * did not end NORMAL and records with unreadable timestamps
      * play no part.
       SIFT-RECORD-PARA.
           IF ws-aud-job NOT = SPACES
                   AND ws-aud-job(1:1) NOT = '='
                   AND ws-aud-outcome = "NORMAL"
                   AND ws-aud-start IS NUMERIC
                   AND ws-aud-end IS NUMERIC
               MOVE ws-aud-job TO ws-entry-key
               PERFORM FIND-ENTRY-PARA
               IF ws-hit-idx > 0
                   SET e TO ws-hit-idx
                   PERFORM COMPUTE-ELAPSED-PARA
                   PERFORM KEEP-RUN-PARA
               END-IF
           END-IF.

      * Same day-spanning arithmetic as main.cbl's
      * COMPUTE-ELAPSED-PARA, applied to the logged timestamps.
       COMPUTE-ELAPSED-PARA.
           COMPUTE ws-elapsed-secs =
                   (FUNCTION INTEGER-OF-DATE(ws-aud-end-date) -
                    FUNCTION INTEGER-OF-DATE(ws-aud-start-date)) * 86400
                   + (ws-aud-end-hh * 3600 + ws-aud-end-mm * 60
                       + ws-aud-end-ss)
                   - (ws-aud-start-hh * 3600 + ws-aud-start-mm * 60
                       + ws-aud-start-ss)
               ON SIZE ERROR
                   MOVE ZERO TO ws-elapsed-secs
           END-COMPUTE.

      * The ring keeps the newest ws-hist-keep runs; the trail is
      * read oldest first, so each run overwrites the oldest kept.
       KEEP-RUN-PARA.
           ADD 1 TO ws-runs-used
           ADD 1 TO ws-ent-runs(e)
           MOVE ws-elapsed-secs TO ws-ent-secs(e, ws-ent-next(e))
           IF ws-ent-kept(e) < ws-hist-keep
               ADD 1 TO ws-ent-kept(e)
           END-IF
           IF ws-ent-next(e) < ws-hist-keep
               ADD 1 TO ws-ent-next(e)
           ELSE
               MOVE 1 TO ws-ent-next(e)
           END-IF.

      * Mean (rounded up), longest and standard deviation of the
      * kept runs, and the entry's flag.
       SUMMARISE-ENTRY-PARA.
           MOVE ZERO TO ws-ent-mean(e)
           MOVE ZERO TO ws-ent-max-secs(e)
           MOVE ZERO TO ws-ent-sd(e)
           MOVE SPACE TO ws-ent-flag(e)
           IF ws-ent-kept(e) = ZERO
               SET ws-ent-no-history(e) TO TRUE
           ELSE
               MOVE ZERO TO ws-sum-secs
               PERFORM ADD-SAMPLE-PARA
                   VARYING ws-hx FROM 1 BY 1
                   UNTIL ws-hx > ws-ent-kept(e)
               COMPUTE ws-ent-mean(e) =
                   (ws-sum-secs + ws-ent-kept(e) - 1) / ws-ent-kept(e)
               MOVE ZERO TO ws-sum-squares
               PERFORM ADD-SQUARE-PARA
                   VARYING ws-hx FROM 1 BY 1
                   UNTIL ws-hx > ws-ent-kept(e)
               COMPUTE ws-ent-sd(e) ROUNDED =
                   FUNCTION SQRT(ws-sum-squares / ws-ent-kept(e))
               IF ws-ent-kept(e) > 1
                       AND ws-ent-sd(e) >= ws-variance-floor
                       AND ws-ent-sd(e) * 100
                           > ws-ent-mean(e) * ws-variance-pct
                   SET ws-ent-variable(e) TO TRUE
               END-IF
           END-IF.

       ADD-SAMPLE-PARA.
           ADD ws-ent-secs(e, ws-hx) TO ws-sum-secs
           IF ws-ent-secs(e, ws-hx) > ws-ent-max-secs(e)
               MOVE ws-ent-secs(e, ws-hx) TO ws-ent-max-secs(e)
           END-IF.

      * Deviations from the exact mean, not the rounded-up one.
       ADD-SQUARE-PARA.
           COMPUTE ws-deviation ROUNDED = ws-ent-secs(e, ws-hx)
               - ws-sum-secs / ws-ent-kept(e)
           COMPUTE ws-sum-squares = ws-sum-squares
               + ws-deviation * ws-deviation.

       WRITE-REPORT-PARA.
           MOVE FUNCTION CURRENT-DATE TO ws-timestamp
           MOVE SPACES TO ws-report-line
           STRING "BF WINDOW FORECAST  -  GENERATED "
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
           MOVE ws-start-secs TO ws-clock-secs
           PERFORM FORMAT-CLOCK-PARA
           MOVE SPACES TO ws-report-line
           STRING "WINDOW: " ws-clock-text(1:8) " TO "
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           MOVE ws-end-secs TO ws-clock-secs
           PERFORM FORMAT-CLOCK-PARA
           MOVE ws-clock-text TO ws-report-line(21:11)
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-report-line
           STRING "HISTORY: NORMAL RUNS ONLY, MOST RECENT "
                   ws-hist-keep " PER ENTRY"
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           IF ws-arch-count > 0
               MOVE ws-arch-count TO ws-count-edit
               MOVE SPACES TO ws-total-line
               MOVE "ARCHIVES READ" TO ws-nl-label
               MOVE ws-count-edit TO ws-nl-value
               MOVE ws-total-line TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF
           MOVE ws-runs-used TO ws-count-edit
           MOVE SPACES TO ws-total-line
           MOVE "RUNS ON RECORD" TO ws-nl-label
           MOVE ws-count-edit TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           IF ws-ent-full OR ws-line-full
               MOVE "  (CONTROL-LIST TABLE FULL; LATER ENTRIES NOT"
                   TO ws-report-line
               PERFORM EMIT-LINE-PARA
               MOVE "   FORECAST - THE FINISH BELOW IS TOO EARLY)"
                   TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF

           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ws-head-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ws-start-secs TO ws-cum-secs
           MOVE ws-start-secs TO ws-worst-secs
           PERFORM EMIT-FORECAST-LINE-PARA
               VARYING ws-lx FROM 1 BY 1 UNTIL ws-lx > ws-line-count

           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ws-cum-secs TO ws-clock-secs
           PERFORM FORMAT-CLOCK-PARA
           MOVE SPACES TO ws-total-line
           MOVE "PROJECTED FINISH" TO ws-nl-label
           MOVE ws-clock-text TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ws-worst-secs TO ws-clock-secs
           PERFORM FORMAT-CLOCK-PARA
           MOVE SPACES TO ws-total-line
           MOVE "WORST-CASE FINISH" TO ws-nl-label
           MOVE ws-clock-text TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ws-end-secs TO ws-clock-secs
           PERFORM FORMAT-CLOCK-PARA
           MOVE SPACES TO ws-total-line
           MOVE "WINDOW END" TO ws-nl-label
           MOVE ws-clock-text TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           COMPUTE ws-margin-secs = ws-end-secs - ws-cum-secs
           MOVE SPACES TO ws-total-line
           IF ws-margin-secs < 0
               MOVE "OVERRUN (SECONDS)" TO ws-nl-label
               COMPUTE ws-count-edit = 0 - ws-margin-secs
           ELSE
               MOVE "MARGIN (SECONDS)" TO ws-nl-label
               MOVE ws-margin-secs TO ws-count-edit
           END-IF
           MOVE ws-count-edit TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ws-no-history-count TO ws-count-edit
           MOVE SPACES TO ws-total-line
           MOVE "ENTRIES WITH NO HISTORY" TO ws-nl-label
           MOVE ws-count-edit TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ws-variable-count TO ws-count-edit
           MOVE SPACES TO ws-total-line
           MOVE "HIGH-VARIANCE ENTRIES" TO ws-nl-label
           MOVE ws-count-edit TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ws-past-end-count TO ws-count-edit
           MOVE SPACES TO ws-total-line
           MOVE "ENTRIES PAST WINDOW END" TO ws-nl-label
           MOVE ws-count-edit TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA.

      * One line per control-list line, in list order, carrying
      * the cumulative mean and worst-case finish times forward.
       EMIT-FORECAST-LINE-PARA.
           SET e TO ws-line-ent(ws-lx)
           ADD ws-ent-mean(e) TO ws-cum-secs
           ADD ws-ent-max-secs(e) TO ws-worst-secs
           MOVE SPACES TO ws-entry-out
           MOVE ws-lx TO ws-eo-line
           MOVE ws-ent-name(e) TO ws-eo-name
           MOVE ws-ent-runs(e) TO ws-eo-runs
           MOVE ws-ent-mean(e) TO ws-eo-mean
           MOVE ws-ent-max-secs(e) TO ws-eo-max
           MOVE ws-cum-secs TO ws-clock-secs
           PERFORM FORMAT-CLOCK-PARA
           MOVE ws-clock-text TO ws-eo-finish
           MOVE ws-worst-secs TO ws-clock-secs
           PERFORM FORMAT-CLOCK-PARA
           MOVE ws-clock-text TO ws-eo-worst
           EVALUATE TRUE
               WHEN ws-ent-no-history(e)
                   ADD 1 TO ws-no-history-count
                   MOVE "NO HISTORY" TO ws-eo-flag
               WHEN ws-ent-variable(e)
                   ADD 1 TO ws-variable-count
                   MOVE "HIGH VARIANCE" TO ws-eo-flag
           END-EVALUATE
           IF ws-cum-secs > ws-end-secs
               ADD 1 TO ws-past-end-count
               IF ws-eo-flag = SPACES
                   MOVE "PAST END" TO ws-eo-flag
               ELSE
                   MOVE ws-eo-flag TO ws-report-line
                   MOVE SPACES TO ws-eo-flag
                   STRING ws-report-line DELIMITED BY "  "
                           ", PAST END" DELIMITED BY SIZE
                       INTO ws-eo-flag
                   END-STRING
               END-IF
           END-IF
           MOVE ws-entry-out TO ws-report-line
           PERFORM EMIT-LINE-PARA.

       FORMAT-CLOCK-PARA.
           DIVIDE ws-clock-secs BY 86400 GIVING ws-clock-days
               REMAINDER ws-clock-rem
           DIVIDE ws-clock-rem BY 3600 GIVING ws-ck-hh
               REMAINDER ws-clock-rem
           DIVIDE ws-clock-rem BY 60 GIVING ws-ck-mm
               REMAINDER ws-ck-ss
           MOVE SPACES TO ws-ck-day
           IF ws-clock-days > ZERO
               STRING "+" ws-clock-days
                   DELIMITED BY SIZE INTO ws-ck-day
               END-STRING
           END-IF.

       EMIT-LINE-PARA.
           IF ws-report-filename = "CONSOLE"
               DISPLAY ws-report-line
           ELSE
               MOVE ws-report-line TO rfile-record
               WRITE rfile-record
           END-IF.
