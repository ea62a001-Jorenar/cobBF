           SELECT rdfile ASSIGN TO DYNAMIC ws-ready-filename
               ORGANIZATION IS LINE SEQUENTIAL.

      * Output segment index (see WRITE-SEGMENT-INDEX-PARA): one
      * record per audited entry saying which stretch of the '.'
      * output dataset that entry wrote, so bfburst.cbl can split a
      * batch's concatenated output back into per-member datasets.
           SELECT oxfile ASSIGN TO DYNAMIC ws-outidx-filename
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD prfile.
       01 prfile-record PIC X(1).

       FD oxfile.
       01 outidx-record.
           02 oxr-job-name     PIC X(300).
           02 FILLER           PIC X(1).
           02 oxr-run-ts       PIC X(14).
           02 FILLER           PIC X(1).
           02 oxr-offset       PIC 9(9).
           02 FILLER           PIC X(1).
           02 oxr-bytes        PIC 9(8).
           02 FILLER           PIC X(1).
           02 oxr-outcome      PIC X(7).

       FD rdfile.
       01 ready-record.
           02 rdy-status PIC X(7).
           02 aud-brace-result PIC X(4).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 aud-outcome      PIC X(7).
      * 'C' when the run's '.' output was actually compared against
      * the expected-output dataset (so NORMAL means it matched), and
      * for a "LIB:" member the checksum from the =SEAL of the exact
      * block that ran - together the evidence bflib PROMOTE asks
      * for before a tested version may go to production.
           02 FILLER           PIC X(1) VALUE SPACE.
           02 aud-compared     PIC X(1).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 aud-lib-seal     PIC X(9).

       WORKING-STORAGE SECTION.
      * Compile-time ceiling. The size actually used for a given run
      * key on the outcome instead of someone grepping the console
      * log: 0 = clean, 2 = expected-output compare mismatch on a
      * single-file job, 4 = batch run in which some control-list
      * entries failed or were skipped for an unmet AFTER()
      * prerequisite, 8 = brace validation failure, 12 = cell
      * overflow under halt-on-overflow, 16 = step ceiling exceeded,
      * 20 = "LIB:" member not found in the program library or loose
      * source dataset unreadable, 24 = validate-only pass found at
      * least one entry not ready, 28 = run stopped cleanly on an
      * operator quiesce request (resubmit next window to resume),
      * 32 = "LIB:" member or =INCLUDE member fails its library seal.
      * ws-batch-fail-sw is latched by RECORD-BATCH-RESULT-PARA for
      * every failed entry, including ones past the summary-table cap.
       01 ws-batch-fail-sw PIC X(1) VALUE 'N'.
           02 ws-match-pos PIC 9(6) VALUE ZERO
               OCCURS ws-array-size TIMES INDEXED BY m.

      * Loops FIND-LOOP-IDIOM-PARA recognised as foldable: a body of
      * nothing but '+', '-', '>' and '<' that leaves the pointer
      * where it started and steps the loop cell by exactly -1 or +1
      * per pass - the '[-]' clear and the copy/multiply loops like
      * '[->+>++<<]'. Each entry holds the per-pass delta of every
      * cell the body touches (by offset from the loop cell, the
      * loop cell itself included at offset 0) and the body's symbol
      * counts, so interpret.cbl can apply all the passes at once
      * and still account for every notional step. The '[' position
      * of a recognised loop carries its entry number in ws-run-len,
      * which is otherwise zero there. ws-idm-mixed-sw is 'Y' when
      * some cell is both raised and lowered within one pass; such a
      * loop can still be folded under the wrapping cell modes, but
      * not under halt-on-overflow, where a cell could overflow part
      * way through a pass. A loop touching more than ws-idiom-cells
      * cells, or one past the ws-idiom-max'th, just runs unfolded.
       78 ws-idiom-max   VALUE 2000.
       78 ws-idiom-cells VALUE 16.
       01 ws-loop-idioms.
           02 ws-idiom-count PIC 9(4) VALUE ZERO.
           02 ws-idiom OCCURS ws-idiom-max TIMES.
               03 ws-idm-step       PIC S9(1).
               03 ws-idm-mixed-sw   PIC X(1).
               03 ws-idm-min-off    PIC S9(5).
               03 ws-idm-max-off    PIC S9(5).
               03 ws-idm-gt         PIC 9(5).
               03 ws-idm-lt         PIC 9(5).
               03 ws-idm-plus       PIC 9(5).
               03 ws-idm-minus      PIC 9(5).
               03 ws-idm-cell-count PIC 9(2).
               03 ws-idm-cell OCCURS ws-idiom-cells TIMES.
                   04 ws-idm-off    PIC S9(5).
                   04 ws-idm-delta  PIC S9(5).

      * Work entry FIND-LOOP-IDIOM-PARA builds a candidate loop in;
      * laid out exactly as one ws-idiom entry so an accepted loop
      * moves across whole. ws-fd-sign remembers which way each
      * cell has been stepped so far, for ws-fdi-mixed-sw.
       01 ws-fd-entry.
           02 ws-fdi-step       PIC S9(1).
           02 ws-fdi-mixed-sw   PIC X(1).
           02 ws-fdi-min-off    PIC S9(5).
           02 ws-fdi-max-off    PIC S9(5).
           02 ws-fdi-gt         PIC 9(5).
           02 ws-fdi-lt         PIC 9(5).
           02 ws-fdi-plus       PIC 9(5).
           02 ws-fdi-minus      PIC 9(5).
           02 ws-fdi-cell-count PIC 9(2).
           02 ws-fdi-cell OCCURS ws-idiom-cells TIMES.
               03 ws-fdi-off    PIC S9(5).
               03 ws-fdi-delta  PIC S9(5).
       01 ws-fd-signs.
           02 ws-fd-sign PIC X(1) OCCURS ws-idiom-cells TIMES.
       01 ws-fd-open      PIC 9(6) VALUE ZERO.
       01 ws-fd-close     PIC 9(6) VALUE ZERO.
       01 ws-fd-pos       PIC 9(6) VALUE ZERO.
       01 ws-fd-off       PIC S9(5) VALUE ZERO.
       01 ws-fd-change    PIC S9(1) VALUE ZERO.
       01 ws-fd-cx        PIC 9(2) VALUE ZERO.
       01 ws-fd-find-idx  PIC 9(2) VALUE ZERO.
       01 ws-fd-ok-sw     PIC X(1) VALUE 'Y'.
           88 ws-fd-ok VALUE 'Y'.

       01 ws-timestamp        PIC X(21).
       01 ws-timestamp-r REDEFINES ws-timestamp.
           02 ws-ts-date       PIC X(8).
       01 ws-lib-missing-sw   PIC X(1) VALUE 'N'.
           88 ws-lib-missing VALUE 'Y'.

      * Integrity seal bflib stamps on every block it stores: a
      * "=SEAL <checksum> <lines>" tag whose checksum runs over the
      * member name, the other tag lines and every body line (each
      * line's characters up to its last non-blank, then a line
      * break), taken modulo ws-seal-modulus. A member loaded or
      * included whose block no longer adds up - edited outside
      * bflib, cut short before its =END, or never sealed - is a
      * setup error of its own (RETURN-CODE 32) rather than code
      * the runner executes on trust. The same arithmetic lives in
      * bflib.cbl and bfcheck.cbl's bfscan; all three must agree.
       78 ws-seal-modulus VALUE 999999937.
       01 ws-seal-sum         PIC 9(12) VALUE ZERO.
       01 ws-seal-lines       PIC 9(5) VALUE ZERO.
       01 ws-seal-tag-sum     PIC 9(9) VALUE ZERO.
       01 ws-seal-tag-lines   PIC 9(5) VALUE ZERO.
       01 ws-seal-line        PIC X(300).
       01 ws-seal-len         PIC 9(3) VALUE ZERO.
       01 ws-seal-cx          PIC 9(3) VALUE ZERO.
       01 ws-seal-seen-sw     PIC X(1) VALUE 'N'.
           88 ws-seal-seen VALUE 'Y'.
       01 ws-seal-ended-sw    PIC X(1) VALUE 'N'.
           88 ws-seal-ended VALUE 'Y'.
       01 ws-seal-match-sw    PIC X(1) VALUE 'N'.
           88 ws-seal-match VALUE 'Y'.
      * Latched for the job by either loader on a failed seal.
       01 ws-seal-bad-sw      PIC X(1) VALUE 'N'.
           88 ws-seal-bad VALUE 'Y'.

      * "=INCLUDE <member>" expansion (see EXPAND-INCLUDES-PARA):
      * a member body line - or a loose source line - starting with
      * the directive is replaced at load time by that library
       01 ws-prof-xlate-sw    PIC X(1) VALUE 'N'.
           88 ws-prof-xlate-changed VALUE 'Y'.

      * "AFTER(name,name,...)" control-list prefix (ahead of any
      * PROFILE(name) prefix): the entries, named the way they are
      * audited (LIB:member or the loose dataset name), that must
      * already have ended NORMAL earlier in this batch before this
      * entry may run. A prerequisite that failed, was itself
      * skipped, or has not run yet - including one past the batch
      * summary's ws-batch-max cap, whose result is not kept - skips
      * the dependent with a SKIPPED audit outcome instead of
      * running it against a hand-off tape that was never written.
      * Split by PARSE-AFTER-ENTRY-PARA, judged by
      * CHECK-DEPENDENCIES-PARA against ws-batch-summary.
       78 ws-dep-max VALUE 20.
       01 ws-dep-count        PIC 9(2) VALUE ZERO.
       01 ws-dep-table.
           02 ws-dep-name PIC X(300) OCCURS ws-dep-max TIMES
               INDEXED BY d.
       01 ws-dep-list         PIC X(292).
       01 ws-dep-rest         PIC X(300).
       01 ws-dep-tok          PIC X(292).
       01 ws-dep-ptr          PIC 9(3) VALUE ZERO.
       01 ws-dep-lead         PIC 9(3) VALUE ZERO.
       01 ws-dep-state        PIC X(4).
       01 ws-dep-blocker      PIC X(300).
       01 ws-dep-err-sw       PIC X(1) VALUE 'N'.
           88 ws-dep-error VALUE 'Y'.
       01 ws-dep-unmet-sw     PIC X(1) VALUE 'N'.
           88 ws-dep-unmet VALUE 'Y'.

      * Job-level settings as BFSIZE.CFG left them, saved once by
      * SAVE-JOB-DEFAULTS-PARA and restored before every control-list
      * entry so a profiled entry's overrides never leak into the
       01 ws-tape-in-bad-sw PIC X(1) VALUE 'N'.
           88 ws-tape-in-bad VALUE 'Y'.

      * Twenty-third config line: output segment index dataset, or
      * NONE (the default) to write none. Only meaningful when the
      * third config line routes output to a dataset. Each record's
      * offset counts the bytes ahead of the entry's first byte in
      * the output dataset as it stands after the job - including
      * whatever the dataset already held when the job started,
      * counted once into ws-seg-base, since ofile is opened EXTEND -
      * so the entry's output is bytes (offset + 1) through
      * (offset + byte count). An entry that never ran (setup error,
      * SKIPPED) gets a record with a zero byte count, so the index
      * accounts for every control-list entry.
       01 ws-outidx-filename PIC X(300) VALUE "NONE".
       01 ws-outidx-sw       PIC X(1) VALUE 'N'.
           88 ws-outidx-enabled VALUE 'Y'.
       01 ws-seg-base        PIC 9(9) VALUE ZERO.
       01 ws-seg-bytes       PIC 9(8) VALUE ZERO.

      * Twenty-fourth config line: 'N' turns off loop-idiom folding
      * (see ws-loop-idioms), so every pass of a '[-]' or copy loop
      * executes symbol by symbol as it used to. Default 'Y': a
      * folded run ends with the same tape, output and statistics,
      * and the switch is there to prove it, not to work around it.
       01 ws-fold-sw         PIC X(1) VALUE 'Y'.
           88 ws-fold-idioms VALUE 'Y'.

       PROCEDURE DIVISION.
       000-MAIN-PARA.
           ACCEPT ws-filename FROM COMMAND-LINE
               OPEN OUTPUT sfile
           END-IF

           IF ws-outidx-filename NOT = "NONE"
                   AND ws-outidx-filename NOT = SPACES
               IF ws-output-filename = "CONSOLE"
                   DISPLAY "Output segment index ignored: output "
                       "goes to the console"
               ELSE
                   MOVE 'Y' TO ws-outidx-sw
                   PERFORM COUNT-OUTPUT-BASE-PARA
                   OPEN OUTPUT oxfile
               END-IF
           END-IF

           IF ws-filename(1:6) = "BATCH:"
               MOVE 'Y' TO ws-batch-mode-sw
               MOVE ws-filename(7:294) TO ws-control-filename
           IF ws-stats-filename NOT = "CONSOLE"
               CLOSE sfile
           END-IF
           IF ws-outidx-enabled
               CLOSE oxfile
           END-IF

           IF ws-in-batch-mode
               PERFORM PRINT-BATCH-SUMMARY-PARA
           MOVE 'N' TO ws-src-missing-sw
           MOVE 'N' TO ws-include-err-sw
           MOVE 'N' TO ws-tape-in-bad-sw
           MOVE 'N' TO ws-seal-bad-sw
           MOVE SPACES TO audit-record
           MOVE ws-filename TO aud-job-name
           PERFORM STAMP-TIMESTAMP-PARA
           END-IF

      * A member the library does not hold, a loose source that
      * cannot be opened, an =INCLUDE that cannot be expanded, a
      * member that fails its seal or an unreadable initial tape is
      * a job-setup error like a bad brace: audit it, fail the batch
      * entry or end the step.
           IF ws-lib-missing OR ws-src-missing OR ws-include-error
                   OR ws-tape-in-bad OR ws-seal-bad
               PERFORM WRITE-AUDIT-ERROR-PARA
               IF ws-in-batch-mode
                   PERFORM ABANDON-COMPARE-PARA
                   IF ws-stats-filename NOT = "CONSOLE"
                       CLOSE sfile
                   END-IF
                   IF ws-outidx-enabled
                       CLOSE oxfile
                   END-IF
                   IF ws-seal-bad
                       MOVE 32 TO RETURN-CODE
                   ELSE
                       MOVE 20 TO RETURN-CODE
                   END-IF
                   STOP RUN
               END-IF
           ELSE
                   IF ws-stats-filename NOT = "CONSOLE"
                       CLOSE sfile
                   END-IF
                   IF ws-outidx-enabled
                       CLOSE oxfile
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
                   VARYING ws-rl-idx FROM ws-code-size BY -1
                   UNTIL ws-rl-idx < 1

      * The sweep above has just zeroed every '[' entry, so a
      * previous batch file's loop numbers cannot survive into this
      * one; the idiom table itself is rebuilt from empty per file.
               MOVE ZERO TO ws-idiom-count
               IF ws-fold-idioms
                   PERFORM FIND-LOOP-IDIOM-PARA
                       VARYING ws-fd-open FROM 1 BY 1
                       UNTIL ws-fd-open >= ws-e-idx
               END-IF

               MOVE ZERO TO ws-run-stats

      * A previous batch file's counts must not bleed into this
                   ws-max-steps, ws-maxstep-sw, ws-diag-filename,
                   ws-trace-config, ws-xlate-config,
                   ws-exec-prof-config, ws-quiesce-config,
                   ws-tape-io-config, ws-loop-idioms

               PERFORM STAMP-TIMESTAMP-PARA
               MOVE ws-timestamp TO ws-run-end-ts
                       WHEN OTHER
                           PERFORM COMPARE-OUTPUT-PARA
                   END-EVALUATE
               END-IF

               MOVE ws-timestamp TO aud-end-ts
               END-EVALUATE
               WRITE audit-record

      * The offset advances whether or not compare is on: the
      * segment index needs it for every entry.
               MOVE ws-stat-dot TO ws-seg-bytes
               PERFORM WRITE-SEGMENT-INDEX-PARA
               ADD ws-stat-dot TO ws-out-offset

      * A batch job records the failure and moves on to the next
      * control-list entry; only a single-file job ends here. A
      * quiesce ends the batch too, but back in BATCH-CONTROL-PARA
                       IF ws-stats-filename NOT = "CONSOLE"
                           CLOSE sfile
                       END-IF
                       IF ws-outidx-enabled
                           CLOSE oxfile
                       END-IF
                       EVALUATE TRUE
                           WHEN ws-overflow-found
                               MOVE 12 TO RETURN-CODE
               DISPLAY "Library member not found: " ws-lib-member
           ELSE
               IF NOT ws-include-error
                   PERFORM SEAL-CHECK-PARA
                   IF ws-seal-match
                       MOVE ws-seal-tag-sum TO aud-lib-seal
                   ELSE
                       MOVE 'Y' TO ws-seal-bad-sw
                       DISPLAY "Library member fails its seal: "
                           ws-lib-member
                   END-IF
               END-IF
               IF NOT ws-include-error AND NOT ws-seal-bad
                   PERFORM EXPAND-INCLUDES-PARA
               END-IF
               IF NOT ws-include-error AND NOT ws-seal-bad
                   PERFORM FEED-SRC-TABLE-PARA
                       VARYING ws-sx FROM 1 BY 1
                       UNTIL ws-sx > ws-src-count
      * Body lines are collected into ws-src-table (at depth 1)
      * rather than preprocessed on the spot, so "=INCLUDE" lines
      * can be expanded in place first. The other '='-prefixed
      * metadata tag lines are skipped as before. Every line of the
      * block also goes through the seal arithmetic.
       LOAD-LIBRARY-LINE-PARA.
           IF ws-lib-in-body
               IF lbfile-record(1:4) = "=END"
      * The member is fully read; stop scanning the rest of the
      * library.
                   MOVE 'Y' TO ws-seal-ended-sw
                   SET ws-lbfile-eof TO TRUE
               ELSE
                   MOVE lbfile-record TO ws-seal-line
                   PERFORM SEAL-TAKE-LINE-PARA
                   IF lbfile-record(1:9) = "=INCLUDE "
                           OR lbfile-record(1:1) NOT = "="
                       IF ws-src-count < ws-src-max
               IF lbfile-record(1:68) = ws-lib-target
                   MOVE 'Y' TO ws-lib-found-sw
                   MOVE 'Y' TO ws-lib-body-sw
                   MOVE ws-lib-member TO ws-seal-line
                   PERFORM SEAL-START-PARA
               END-IF
           END-IF.

           IF NOT ws-inc-found
               MOVE 'Y' TO ws-include-err-sw
               DISPLAY "Included member not found: " ws-inc-member
           ELSE
               IF NOT ws-include-error
                   PERFORM SEAL-CHECK-PARA
                   IF NOT ws-seal-match
                       MOVE 'Y' TO ws-seal-bad-sw
                       MOVE 'Y' TO ws-include-err-sw
                       DISPLAY "Included member fails its seal: "
                           ws-inc-member
                   END-IF
               END-IF
           END-IF.

       GET-INCLUDE-LINE-PARA.
           IF ws-inc-in-body
               IF lbfile-record(1:4) = "=END"
                   MOVE 'Y' TO ws-seal-ended-sw
                   SET ws-lbfile-eof TO TRUE
               ELSE
                   MOVE lbfile-record TO ws-seal-line
                   PERFORM SEAL-TAKE-LINE-PARA
                   IF lbfile-record(1:9) = "=INCLUDE "
                           OR lbfile-record(1:1) NOT = "="
                       IF ws-inc-count < ws-inc-max
               IF lbfile-record(1:68) = ws-inc-target
                   MOVE 'Y' TO ws-inc-found-sw
                   MOVE 'Y' TO ws-inc-body-sw
                   MOVE ws-inc-member TO ws-seal-line
                   PERFORM SEAL-START-PARA
               END-IF
           END-IF.

      * Seal arithmetic (see ws-seal-modulus). SEAL-START-PARA takes
      * the member name in ws-seal-line; each later line of the block
      * up to its =END goes through SEAL-TAKE-LINE-PARA, which files
      * the =SEAL tag's own figures away instead of summing them.
       SEAL-START-PARA.
           MOVE ZERO TO ws-seal-sum
           MOVE ZERO TO ws-seal-lines
           MOVE ZERO TO ws-seal-tag-sum
           MOVE ZERO TO ws-seal-tag-lines
           MOVE 'N' TO ws-seal-seen-sw
           MOVE 'N' TO ws-seal-ended-sw
           PERFORM SEAL-ADD-LINE-PARA.

       SEAL-TAKE-LINE-PARA.
           IF ws-seal-line(1:6) = "=SEAL "
               IF ws-seal-line(7:9) IS NUMERIC
                       AND ws-seal-line(17:5) IS NUMERIC
                   MOVE ws-seal-line(7:9) TO ws-seal-tag-sum
                   MOVE ws-seal-line(17:5) TO ws-seal-tag-lines
                   MOVE 'Y' TO ws-seal-seen-sw
               END-IF
           ELSE
               PERFORM SEAL-ADD-LINE-PARA
               ADD 1 TO ws-seal-lines
           END-IF.

       SEAL-ADD-LINE-PARA.
           IF ws-seal-line = SPACES
               MOVE ZERO TO ws-seal-len
           ELSE
               COMPUTE ws-seal-len = FUNCTION LENGTH(
                   FUNCTION TRIM(ws-seal-line TRAILING))
           END-IF
           PERFORM SEAL-ADD-CHAR-PARA
               VARYING ws-seal-cx FROM 1 BY 1
               UNTIL ws-seal-cx > ws-seal-len
           COMPUTE ws-seal-sum =
               FUNCTION MOD(ws-seal-sum * 257, ws-seal-modulus).

       SEAL-ADD-CHAR-PARA.
           COMPUTE ws-seal-sum = FUNCTION MOD(ws-seal-sum * 257
               + FUNCTION ORD(ws-seal-line(ws-seal-cx:1)),
               ws-seal-modulus).

      * A block matches only when it was sealed, ran to its =END and
      * still carries exactly the lines and checksum it was sealed
      * with.
       SEAL-CHECK-PARA.
           IF ws-seal-seen AND ws-seal-ended
                   AND ws-seal-tag-lines = ws-seal-lines
                   AND ws-seal-tag-sum = ws-seal-sum
               MOVE 'Y' TO ws-seal-match-sw
           ELSE
               MOVE 'N' TO ws-seal-match-sw
           END-IF.

       FEED-SRC-TABLE-PARA.
           MOVE SPACES TO ws-temp-full-code
           MOVE ws-src-line(ws-sx) TO ws-temp-full-code
      * same as a plain single-file job would be. A line may carry a
      * "PROFILE(name)" prefix selecting a run profile for that entry
      * alone; settings are restored to the job-level defaults before
      * every entry, profiled or not. An "AFTER(name,...)" prefix in
      * front of that names the earlier entries it depends on.
       BATCH-CONTROL-PARA.
           OPEN INPUT bfile
           PERFORM UNTIL ws-bfile-eof
           END-PERFORM
           CLOSE bfile.

      * One control-list entry: restore the job defaults, split off
      * the entry's AFTER() prerequisites and apply its profile if
      * it names them, then run the file. A profile problem (name
      * the profile dataset does not hold, or a bad keyword line in
      * its block) or an unusable AFTER() list is a setup error like
      * a missing library member: audited as ERROR, the entry fails,
      * the rest of the list still runs. A prerequisite that did not
      * end NORMAL skips the entry instead (see SKIP-ENTRY-PARA).
       RUN-CONTROL-ENTRY-PARA.
           PERFORM RESTORE-JOB-DEFAULTS-PARA
           MOVE 'N' TO ws-prof-err-sw
           MOVE 'N' TO ws-dep-err-sw
           MOVE 'N' TO ws-dep-unmet-sw
           MOVE ZERO TO ws-dep-count
           IF bfile-record(1:6) = "AFTER("
               PERFORM PARSE-AFTER-ENTRY-PARA
           END-IF
           IF ws-dep-error
               MOVE bfile-record TO ws-filename
           ELSE
               IF bfile-record(1:8) = "PROFILE("
                   PERFORM PARSE-PROFILE-ENTRY-PARA
                   IF NOT ws-prof-error
                       PERFORM APPLY-PROFILE-PARA
                   END-IF
               ELSE
                   MOVE bfile-record TO ws-filename
               END-IF
           END-IF
           IF NOT ws-dep-error AND NOT ws-prof-error
                   AND ws-dep-count > 0
               PERFORM CHECK-DEPENDENCIES-PARA
           END-IF
           EVALUATE TRUE
               WHEN ws-prof-error OR ws-dep-error
                   MOVE SPACES TO audit-record
                   MOVE ws-filename TO aud-job-name
                   PERFORM STAMP-TIMESTAMP-PARA
                   MOVE ws-timestamp TO aud-start-ts
                   PERFORM WRITE-AUDIT-ERROR-PARA
                   PERFORM ABANDON-COMPARE-PARA
                   PERFORM RECORD-BATCH-RESULT-PARA
               WHEN ws-dep-unmet
                   PERFORM SKIP-ENTRY-PARA
               WHEN OTHER
                   PERFORM PROCESS-ONE-FILE-PARA
           END-EVALUATE.

      * Splits "AFTER(name,...) rest" into the prerequisite names and
      * leaves the rest of the line - "PROFILE(x) file" or the bare
      * file - in bfile-record for the usual handling. Names may be
      * separated by commas and/or blanks. A missing ')', an empty
      * list, more than ws-dep-max names or nothing left to run is a
      * setup error: a hand-edited chain must fail loudly, not run
      * its dependent unguarded. On an error bfile-record keeps the
      * whole line, which becomes the audited name.
       PARSE-AFTER-ENTRY-PARA.
           MOVE SPACES TO ws-dep-list
           MOVE SPACES TO ws-dep-rest
           MOVE 7 TO ws-dep-ptr
           UNSTRING bfile-record DELIMITED BY ')'
               INTO ws-dep-list
               WITH POINTER ws-dep-ptr
           END-UNSTRING
           IF ws-dep-ptr > 300
               MOVE 'Y' TO ws-dep-err-sw
           ELSE
               MOVE bfile-record(ws-dep-ptr:) TO ws-dep-rest
               MOVE ZERO TO ws-dep-lead
               INSPECT ws-dep-rest TALLYING ws-dep-lead
                   FOR LEADING SPACE
               IF ws-dep-lead >= 300
                   MOVE 'Y' TO ws-dep-err-sw
               END-IF
           END-IF
           IF NOT ws-dep-error
               MOVE 1 TO ws-dep-ptr
               PERFORM SPLIT-AFTER-NAME-PARA
                   UNTIL ws-dep-ptr > 292 OR ws-dep-error
               IF ws-dep-count = ZERO
                   MOVE 'Y' TO ws-dep-err-sw
               END-IF
           END-IF
           IF ws-dep-error
               DISPLAY "Bad AFTER() control-list line: "
                   bfile-record(1:60)
           ELSE
               MOVE ws-dep-rest(ws-dep-lead + 1:) TO bfile-record
           END-IF.

       SPLIT-AFTER-NAME-PARA.
           IF ws-dep-list(ws-dep-ptr:) = SPACES
               MOVE 293 TO ws-dep-ptr
           ELSE
               MOVE SPACES TO ws-dep-tok
               UNSTRING ws-dep-list DELIMITED BY ',' OR ALL SPACE
                   INTO ws-dep-tok
                   WITH POINTER ws-dep-ptr
               END-UNSTRING
               IF ws-dep-tok NOT = SPACES
                   IF ws-dep-count < ws-dep-max
                       ADD 1 TO ws-dep-count
                       MOVE ws-dep-tok TO ws-dep-name(ws-dep-count)
                   ELSE
                       MOVE 'Y' TO ws-dep-err-sw
                   END-IF
               END-IF
           END-IF.

      * Each prerequisite's most recent result in ws-batch-summary
      * decides: PASS lets the entry run; FAIL (including a QUIESCE
      * stop) or SKIP, or no result at all because the prerequisite
      * has not run yet, does not. The validate-only pass records
      * every entry it has checked as SEEN, so there a prerequisite
      * only has to appear earlier in the list.
       CHECK-DEPENDENCIES-PARA.
           MOVE 'N' TO ws-dep-unmet-sw
           MOVE SPACES TO ws-dep-blocker
           PERFORM CHECK-ONE-DEPENDENCY-PARA
               VARYING d FROM 1 BY 1
               UNTIL d > ws-dep-count OR ws-dep-unmet.

       CHECK-ONE-DEPENDENCY-PARA.
           MOVE SPACES TO ws-dep-state
           PERFORM FIND-DEPENDENCY-STATE-PARA
               VARYING n FROM 1 BY 1 UNTIL n > ws-batch-count
           EVALUATE TRUE
               WHEN ws-dep-state = SPACES
                   MOVE "NRUN" TO ws-dep-state
                   MOVE 'Y' TO ws-dep-unmet-sw
               WHEN ws-dep-state = "PASS" OR ws-dep-state = "SEEN"
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO ws-dep-unmet-sw
           END-EVALUATE
           IF ws-dep-unmet
               MOVE ws-dep-name(d) TO ws-dep-blocker
           END-IF.

       FIND-DEPENDENCY-STATE-PARA.
           IF ws-batch-name(n) = ws-dep-name(d)
               MOVE ws-batch-result(n) TO ws-dep-state
           END-IF.

      * A skipped entry never loads or runs, but it still leaves an
      * audit record (outcome SKIPPED) and a summary line, so the
      * morning review sees why it produced nothing. Its output is
      * missing from the combined stream, which desynchronizes an
      * expected-output compare exactly as a setup error does.
       SKIP-ENTRY-PARA.
           EVALUATE ws-dep-state
               WHEN "NRUN"
                   DISPLAY "Skipped " ws-filename(1:40)
                       ": prerequisite " ws-dep-blocker(1:40)
                       " has not run"
               WHEN "SKIP"
                   DISPLAY "Skipped " ws-filename(1:40)
                       ": prerequisite " ws-dep-blocker(1:40)
                       " was skipped"
               WHEN OTHER
                   DISPLAY "Skipped " ws-filename(1:40)
                       ": prerequisite " ws-dep-blocker(1:40)
                       " failed"
           END-EVALUATE
           MOVE SPACES TO audit-record
           MOVE ws-filename TO aud-job-name
           PERFORM STAMP-TIMESTAMP-PARA
           MOVE ws-timestamp TO aud-start-ts
           MOVE ws-timestamp TO aud-end-ts
           MOVE "SKIPPED" TO aud-outcome
           WRITE audit-record
           MOVE ZERO TO ws-seg-bytes
           PERFORM WRITE-SEGMENT-INDEX-PARA
           PERFORM ABANDON-COMPARE-PARA
           PERFORM RECORD-BATCH-RESULT-PARA.

      * Splits "PROFILE(name) file" into the profile name and the
      * file to run. A missing ')' or an empty file operand is a
      * setup error - a hand-edited line must fail loudly here, not
                   ws-ready-filename(1:40)
           END-IF.

      * The same AFTER() and profile handling RUN-CONTROL-ENTRY-PARA
      * does, but a problem becomes a NOT-READY report line instead
      * of an audit record. Each checked entry is then noted in
      * ws-batch-summary as SEEN, so a prerequisite named before the
      * entry it guards - which the real run could never satisfy -
      * is caught here.
       CHECK-CONTROL-ENTRY-PARA.
           PERFORM RESTORE-JOB-DEFAULTS-PARA
           MOVE 'N' TO ws-prof-err-sw
           MOVE 'N' TO ws-dep-err-sw
           MOVE 'N' TO ws-dep-unmet-sw
           MOVE ZERO TO ws-dep-count
           IF bfile-record(1:6) = "AFTER("
               PERFORM PARSE-AFTER-ENTRY-PARA
           END-IF
           IF ws-dep-error
               MOVE bfile-record TO ws-filename
           ELSE
               IF bfile-record(1:8) = "PROFILE("
                   PERFORM PARSE-PROFILE-ENTRY-PARA
                   IF NOT ws-prof-error
                       PERFORM APPLY-PROFILE-PARA
                   END-IF
               ELSE
                   MOVE bfile-record TO ws-filename
               END-IF
               IF ws-dep-count > 0
                   PERFORM CHECK-DEPENDENCIES-PARA
               END-IF
           END-IF
           PERFORM CHECK-ONE-ENTRY-PARA
           IF ws-batch-count < ws-batch-max
               ADD 1 TO ws-batch-count
               SET n TO ws-batch-count
               MOVE ws-filename TO ws-batch-name(n)
               MOVE "SEEN" TO ws-batch-result(n)
           END-IF.

      * Setup checks for one entry, in the order a real run would
      * trip over them; the first problem found is the one reported,
           MOVE 'N' TO ws-lib-missing-sw
           MOVE 'N' TO ws-src-missing-sw
           MOVE 'N' TO ws-include-err-sw
           MOVE 'N' TO ws-seal-bad-sw

           EVALUATE TRUE
               WHEN ws-dep-error
                   MOVE "AFTER() LIST NOT USABLE"
                       TO ws-entry-problem
               WHEN ws-prof-error
                   MOVE "PROFILE NOT USABLE" TO ws-entry-problem
               WHEN ws-dep-unmet
                   MOVE "PREREQUISITE NOT EARLIER IN LIST"
                       TO ws-entry-problem
           END-EVALUATE

           IF ws-entry-problem = SPACES
               PERFORM CLEAR-CODE-BUFFER-PARA
                           TO ws-entry-problem
                   END-IF
               END-IF
               IF ws-entry-problem = SPACES AND ws-seal-bad
                   MOVE "LIBRARY SEAL MISMATCH"
                       TO ws-entry-problem
               END-IF
               IF ws-entry-problem = SPACES AND ws-include-error
                   MOVE "INCLUDE NOT EXPANDABLE"
                       TO ws-entry-problem
               ADD 1 TO ws-batch-count
               SET n TO ws-batch-count
               MOVE ws-filename TO ws-batch-name(n)
               EVALUATE aud-outcome
                   WHEN "NORMAL"
                       MOVE "PASS" TO ws-batch-result(n)
                   WHEN "SKIPPED"
                       MOVE "SKIP" TO ws-batch-result(n)
                   WHEN OTHER
                       MOVE "FAIL" TO ws-batch-result(n)
               END-EVALUATE
           ELSE
               IF NOT ws-batch-full
                   MOVE 'Y' TO ws-batch-full-sw
               END-READ
           END-IF

      * Twenty-third config line: output segment index dataset, or
      * NONE (the default) to write none.
           IF NOT ws-cfg-eof
               READ cfile INTO cfile-record
                   AT END
                       SET ws-cfg-eof TO TRUE
                   NOT AT END
                       IF cfile-record NOT = SPACES
                           MOVE cfile-record TO ws-outidx-filename
                       END-IF
               END-READ
           END-IF

      * Twenty-fourth config line: 'N' turns loop-idiom folding off.
           IF NOT ws-cfg-eof
               READ cfile INTO cfile-record
                   AT END
                       SET ws-cfg-eof TO TRUE
                   NOT AT END
                       IF cfile-record(1:1) = 'N'
                           MOVE 'N' TO ws-fold-sw
                       END-IF
               END-READ
           END-IF

           CLOSE cfile.

      * Loads the two 256-byte translate maps. Any problem - dataset
      * goes to the stats report here and to aud-outcome (DIFFER)
      * through ws-cmp-diff-sw.
       COMPARE-OUTPUT-PARA.
           MOVE 'C' TO aud-compared
           MOVE 'N' TO ws-vfile-eof-sw
           MOVE 'N' TO ws-efile-eof-sw
           MOVE ZERO TO ws-cmp-diff-pos
           PERFORM STAMP-TIMESTAMP-PARA
           MOVE ws-timestamp TO aud-end-ts
           MOVE "ERROR" TO aud-outcome
           WRITE audit-record
           MOVE ZERO TO ws-seg-bytes
           PERFORM WRITE-SEGMENT-INDEX-PARA.

      * One index record per audit record, carrying the same job
      * name, start timestamp and outcome.
       WRITE-SEGMENT-INDEX-PARA.
           IF ws-outidx-enabled
               MOVE SPACES TO outidx-record
               MOVE aud-job-name TO oxr-job-name
               MOVE aud-start-ts TO oxr-run-ts
               COMPUTE oxr-offset = ws-seg-base + ws-out-offset
               MOVE ws-seg-bytes TO oxr-bytes
               MOVE aud-outcome TO oxr-outcome
               WRITE outidx-record
           END-IF.

      * Bytes already in the output dataset before this job's first
      * entry writes to it; vfile is OPTIONAL, so an absent dataset
      * counts as empty.
       COUNT-OUTPUT-BASE-PARA.
           MOVE ZERO TO ws-seg-base
           MOVE 'N' TO ws-vfile-eof-sw
           OPEN INPUT vfile
           PERFORM UNTIL ws-vfile-eof
               READ vfile
                   AT END
                       MOVE 'Y' TO ws-vfile-eof-sw
                   NOT AT END
                       ADD 1 TO ws-seg-base
               END-READ
           END-PERFORM
           CLOSE vfile.

       PREPROCESS-PARA.
           IF ws-temp(j) IS bf-symbols AND i <= ws-code-size THEN
                   MOVE ZERO TO ws-run-len(ws-rl-idx)
           END-EVALUATE.

      * Recognises a foldable loop at ws-fd-open (see
      * ws-loop-idioms) by walking its body once, tracking the
      * pointer's offset from the loop cell and each touched cell's
      * net change per pass.
       FIND-LOOP-IDIOM-PARA.
           IF ws-bf(ws-fd-open) = '['
                   AND ws-idiom-count < ws-idiom-max
               MOVE ws-match-pos(ws-fd-open) TO ws-fd-close
               IF ws-fd-close > ws-fd-open + 1
                   INITIALIZE ws-fd-entry
                   MOVE 'N' TO ws-fdi-mixed-sw
                   MOVE ZERO TO ws-fd-off
                   MOVE 'Y' TO ws-fd-ok-sw
                   PERFORM SCAN-IDIOM-SYMBOL-PARA
                       VARYING ws-fd-pos FROM ws-fd-open BY 1
                       UNTIL ws-fd-pos >= ws-fd-close - 1
                           OR NOT ws-fd-ok
                   IF ws-fd-ok AND ws-fd-off = 0
                       PERFORM FIND-IDIOM-CELL-PARA
                       IF ws-fd-find-idx > 0
                           IF ws-fdi-delta(ws-fd-find-idx) = -1
                                   OR ws-fdi-delta(ws-fd-find-idx) = 1
                               MOVE ws-fdi-delta(ws-fd-find-idx)
                                   TO ws-fdi-step
                               ADD 1 TO ws-idiom-count
                               MOVE ws-fd-entry
                                   TO ws-idiom(ws-idiom-count)
                               MOVE ws-idiom-count
                                   TO ws-run-len(ws-fd-open)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * ws-fd-pos is the symbol before the one examined, so the
      * VARYING above can stop short of the closing ']'.
       SCAN-IDIOM-SYMBOL-PARA.
           EVALUATE ws-bf(ws-fd-pos + 1)
               WHEN '>'
                   ADD 1 TO ws-fd-off
                   ADD 1 TO ws-fdi-gt
                   IF ws-fd-off > ws-fdi-max-off
                       MOVE ws-fd-off TO ws-fdi-max-off
                   END-IF
               WHEN '<'
                   SUBTRACT 1 FROM ws-fd-off
                   ADD 1 TO ws-fdi-lt
                   IF ws-fd-off < ws-fdi-min-off
                       MOVE ws-fd-off TO ws-fdi-min-off
                   END-IF
               WHEN '+'
                   ADD 1 TO ws-fdi-plus
                   MOVE 1 TO ws-fd-change
                   PERFORM ADD-IDIOM-CHANGE-PARA
               WHEN '-'
                   ADD 1 TO ws-fdi-minus
                   MOVE -1 TO ws-fd-change
                   PERFORM ADD-IDIOM-CHANGE-PARA
               WHEN OTHER
                   MOVE 'N' TO ws-fd-ok-sw
           END-EVALUATE.

       ADD-IDIOM-CHANGE-PARA.
           PERFORM FIND-IDIOM-CELL-PARA
           IF ws-fd-find-idx = 0
               IF ws-fdi-cell-count < ws-idiom-cells
                   ADD 1 TO ws-fdi-cell-count
                   MOVE ws-fdi-cell-count TO ws-fd-find-idx
                   MOVE ws-fd-off TO ws-fdi-off(ws-fd-find-idx)
                   MOVE ZERO TO ws-fdi-delta(ws-fd-find-idx)
                   IF ws-fd-change > 0
                       MOVE '+' TO ws-fd-sign(ws-fd-find-idx)
                   ELSE
                       MOVE '-' TO ws-fd-sign(ws-fd-find-idx)
                   END-IF
               ELSE
                   MOVE 'N' TO ws-fd-ok-sw
               END-IF
           END-IF
           IF ws-fd-find-idx > 0
               ADD ws-fd-change TO ws-fdi-delta(ws-fd-find-idx)
               IF (ws-fd-change > 0
                       AND ws-fd-sign(ws-fd-find-idx) = '-')
                   OR (ws-fd-change < 0
                       AND ws-fd-sign(ws-fd-find-idx) = '+')
                   MOVE 'Y' TO ws-fdi-mixed-sw
               END-IF
           END-IF.

       FIND-IDIOM-CELL-PARA.
           MOVE ZERO TO ws-fd-find-idx
           PERFORM FIND-IDIOM-CELL-STEP-PARA
               VARYING ws-fd-cx FROM 1 BY 1
               UNTIL ws-fd-cx > ws-fdi-cell-count
                   OR ws-fd-find-idx > 0.

       FIND-IDIOM-CELL-STEP-PARA.
           IF ws-fdi-off(ws-fd-cx) = ws-fd-off
               MOVE ws-fd-cx TO ws-fd-find-idx
           END-IF.

       CHECK-BRACES-PARA.
           PERFORM
               CHECK-IF-BRACE-PARA
