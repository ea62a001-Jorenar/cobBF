      * by main.cbl after it reads ws-config-filename.
       78 ws-array-size VALUE 30000.

      * Loop-idiom table ceilings shared with main.cbl, sizing
      * ls-loop-idioms.
       78 ws-idiom-max   VALUE 2000.
       78 ws-idiom-cells VALUE 16.

      * PIC 9(5) rather than PIC 999 so a cell can hold up to 65535
      * under ls-cell-mode's 16-bit wrap option (see EVAL-SYMBOL-PARA).
       01 ws-mem-array.
      * '<', and always 1 for the other symbols. Under
      * ls-cell-mode-halt it is cut back to the steps that actually
      * ran before the overflow so the statistics stay identical to
      * one-step-at-a-time execution. A folded loop (see
      * FOLD-LOOP-PARA) counts every notional step of every pass, so
      * the field is wide enough for a long copy loop run out under
      * the 16-bit cell mode.
       01 ws-run-count PIC 9(9) VALUE 1.
       01 ws-headroom  PIC 9(6) VALUE ZERO.
       01 ws-cell-pos  PIC 9(6) VALUE ZERO.

      * depth no longer costs a CALL stack frame.
       01 ws-ip PIC 99999.

      * Loop-folding work fields (see FOLD-LOOP-PARA): the entry in
      * ls-loop-idioms, the matching ']', the passes the loop would
      * make, the loop cell's wrap modulus, the cell each touched
      * offset lands on and the value it ends at.
       01 ws-fold-sw PIC X(1) VALUE 'N'.
           88 ws-folded VALUE 'Y'.
       01 ws-fold-ok-sw PIC X(1) VALUE 'Y'.
           88 ws-fold-ok VALUE 'Y'.
       01 ws-fold-no      PIC 9(4) VALUE ZERO.
       01 ws-fold-close   PIC 9(6) VALUE ZERO.
       01 ws-fold-passes  PIC 9(6) VALUE ZERO.
       01 ws-fold-modulus PIC 9(6) VALUE ZERO.
       01 ws-fold-cx      PIC 9(2) VALUE ZERO.
       01 ws-fold-cell    PIC 9(6) VALUE ZERO.
       01 ws-fold-value   PIC S9(12) VALUE ZERO.

       LINKAGE SECTION.
       01 ls-s PIC 99999.
       01 ls-e PIC 99999.
      * (zero elsewhere), precomputed by main.cbl's
      * BUILD-RUN-LENGTH-PARA so a whole run executes as one counted
      * operation instead of one trip through EVAL-SYMBOL-PARA per
      * symbol. At a '[' a non-zero entry instead numbers the
      * foldable loop it opens (see ls-loop-idioms).
       01 ls-run-length.
           02 ls-run-len PIC 9(6) OCCURS ws-array-size TIMES.

           02 ls-init-tape-filename  PIC X(300).
           02 ls-final-tape-filename PIC X(300).

      * Foldable loops main.cbl's FIND-LOOP-IDIOM-PARA recognised
      * (see ws-loop-idioms there for the layout's meaning); a '['
      * whose ls-run-len is non-zero is entry number ls-run-len of
      * this table. Sizes must stay in step with main.cbl's.
       01 ls-loop-idioms.
           02 ls-idiom-count PIC 9(4).
           02 ls-idiom OCCURS ws-idiom-max TIMES.
               03 ls-idm-step       PIC S9(1).
               03 ls-idm-mixed-sw   PIC X(1).
                   88 ls-idm-mixed VALUE 'Y'.
               03 ls-idm-min-off    PIC S9(5).
               03 ls-idm-max-off    PIC S9(5).
               03 ls-idm-gt         PIC 9(5).
               03 ls-idm-lt         PIC 9(5).
               03 ls-idm-plus       PIC 9(5).
               03 ls-idm-minus      PIC 9(5).
               03 ls-idm-cell-count PIC 9(2).
               03 ls-idm-cell OCCURS ws-idiom-cells TIMES.
                   04 ls-idm-off    PIC S9(5).
                   04 ls-idm-delta  PIC S9(5).

       PROCEDURE DIVISION USING ls-bf-full-code, ls-s, ls-e,
               ls-tape-size, ls-output-filename, ls-bracket-match,
               ls-run-stats, ls-cell-mode, ls-overflow-sw,
               ls-max-steps, ls-maxstep-sw, ls-diag-filename,
               ls-trace-config, ls-xlate-config,
               ls-exec-prof-config, ls-quiesce-config,
               ls-tape-io-config, ls-loop-idioms.
       000-BEGIN-PARA.
           MOVE 'N' TO ws-resumed-sw
           MOVE 'N' TO ws-checkpoint-enabled-sw
           PERFORM SAVE-TAPE-PARA
               VARYING idx FROM 1 BY 1 UNTIL idx > ls-tape-size
           SET idx TO ws-idx-temp
      * As for the final tape: cells past this run's tape-size are
      * written as numeric zeros, not left as they came.
           PERFORM ZERO-CKPT-CELL-PARA
               VARYING ws-tp-pos FROM ls-tape-size BY 1
               UNTIL ws-tp-pos >= 30000
           OPEN OUTPUT kfile
           WRITE checkpoint-record
           CLOSE kfile.
       SAVE-TAPE-PARA.
           MOVE ws-tape(idx) TO ckpt-tape(idx).

       ZERO-CKPT-CELL-PARA.
           MOVE ZERO TO ckpt-tape(ws-tp-pos + 1).

       CLEAR-TAPE-PARA.
           MOVE 0 TO ws-tape(idx).

       COUNT-EXEC-PARA.
           ADD 1 TO ls-exec-count(ws-prof-pos).

      * Every body symbol and the ']' of a folded loop executed once
      * per pass; ws-prof-pos is the position before the one
      * counted, so the VARYING above starts at the '['.
       COUNT-FOLDED-EXEC-PARA.
           ADD ws-fold-passes TO ls-exec-count(ws-prof-pos + 1).

      * main.cbl probes the dataset's readability before the CALL,
      * so a failed OPEN here is a race it lost, not the normal
      * error path; the run continues on the zeroed tape with a
       EVAL-SYMBOL-PARA.
      D    DISPLAY ws-ip
           MOVE 1 TO ws-run-count
           MOVE 'N' TO ws-fold-sw
           IF ws-trace-active
               MOVE ws-tape(idx) TO ws-trace-before
               MOVE ws-ip TO ws-trace-ip
                       END-IF
                   END-IF
               WHEN '['
                   IF ls-run-len(ws-ip) > 0 AND ws-tape(idx) NOT = 0
                       PERFORM FOLD-LOOP-PARA
                   END-IF
                   IF NOT ws-folded
                       ADD 1 TO ls-stat-lbrace
                       IF ws-tape(idx) EQUAL 0
                           MOVE ls-match-pos(ws-ip) TO ws-ip
                       END-IF
                   END-IF
               WHEN ']'
                   ADD 1 TO ls-stat-rbrace
      * cut back covers only the positions that really executed; the
      * captured ws-prof-ip survives the bracket jumps above.
           IF ls-exec-profiling
               IF ws-folded
                   MOVE ws-prof-ip TO ws-prof-pos
                   PERFORM COUNT-EXEC-PARA
                   PERFORM COUNT-FOLDED-EXEC-PARA
                       VARYING ws-prof-pos FROM ws-prof-ip BY 1
                       UNTIL ws-prof-pos >= ws-fold-close
               ELSE
                   COMPUTE ws-prof-hi = ws-prof-ip + ws-run-count - 1
                   PERFORM COUNT-EXEC-PARA
                       VARYING ws-prof-pos FROM ws-prof-ip BY 1
                       UNTIL ws-prof-pos > ws-prof-hi
               END-IF
           END-IF
           IF idx > ls-stat-peak-idx
               MOVE idx TO ls-stat-peak-idx
               PERFORM WRITE-TRACE-PARA
           END-IF

      * A folded loop leaves the instruction pointer just past its
      * ']', as the last pass's fall-through ']' would have.
           IF ws-folded
               COMPUTE ws-ip = ws-fold-close + 1
           ELSE
               ADD ws-run-count TO ws-ip
           END-IF

      * ckpt-ip must be the next instruction to run, not the one just
      * executed, so save after ws-ip's increment above - otherwise
                   PERFORM POLL-QUIESCE-PARA
           END-IF.

      * Executes a loop main.cbl recognised as foldable (see
      * ls-loop-idioms) in one counted operation: with the loop cell
      * stepping by exactly -1 or +1 a pass, the number of passes
      * follows from its value and the cell mode, and every touched
      * cell ends at its starting value plus passes times its
      * per-pass change, wrapped as the cell mode wraps it. Whenever
      * the shortcut could not land exactly where one-step execution
      * would, ws-fold-ok-sw is dropped and the '[' runs normally
      * instead, letting the loop take its passes symbol by symbol:
      *   - a loop cell outside the wrapping mode's range (a tape
      *     handed over from a 16-bit run), where the pass count is
      *     not simply its value;
      *   - halt-on-overflow with a loop cell counting up (it always
      *     overflows) or a body that both raises and lowers some
      *     cell, or any touched cell ending outside 0 through 255 -
      *     one-step execution then stops at the exact symbol;
      *   - a body reaching round the whole tape onto itself;
      *   - a step ceiling the folded steps would cross, so MAXSTEP
      *     stops at the same step it always did.
      * The statistics, step total, checkpoint/quiesce cadence and
      * execution profile all take the loop's notional steps: one
      * '[' plus, per pass, the body's symbols and the ']'. A traced
      * fold is one record at the '[', the loop cell's value before
      * and after (zero) and the step total after the last pass.
       FOLD-LOOP-PARA.
           MOVE ls-run-len(ws-ip) TO ws-fold-no
           MOVE ls-match-pos(ws-ip) TO ws-fold-close
           MOVE 'Y' TO ws-fold-ok-sw
           IF ls-cell-mode = '2'
               MOVE 65536 TO ws-fold-modulus
           ELSE
               MOVE 256 TO ws-fold-modulus
           END-IF

           EVALUATE TRUE
               WHEN ls-cell-mode = '3'
                   IF ls-idm-step(ws-fold-no) > 0
                           OR ls-idm-mixed(ws-fold-no)
                       MOVE 'N' TO ws-fold-ok-sw
                   ELSE
                       MOVE ws-tape(idx) TO ws-fold-passes
                   END-IF
               WHEN ws-tape(idx) >= ws-fold-modulus
                   MOVE 'N' TO ws-fold-ok-sw
               WHEN ls-idm-step(ws-fold-no) < 0
                   MOVE ws-tape(idx) TO ws-fold-passes
               WHEN OTHER
                   COMPUTE ws-fold-passes =
                       ws-fold-modulus - ws-tape(idx)
           END-EVALUATE

           IF ws-fold-ok
               IF ls-idm-max-off(ws-fold-no)
                       - ls-idm-min-off(ws-fold-no) >= ls-tape-size
                   MOVE 'N' TO ws-fold-ok-sw
               END-IF
           END-IF

           IF ws-fold-ok
               COMPUTE ws-run-count = 1 + ws-fold-passes *
                   (ws-fold-close - ws-ip)
               IF ls-max-steps > 0
                       AND ls-stat-total + ws-run-count > ls-max-steps
                   MOVE 'N' TO ws-fold-ok-sw
               END-IF
           END-IF

           IF ws-fold-ok AND ls-cell-mode = '3'
               PERFORM CHECK-FOLD-CELL-PARA
                   VARYING ws-fold-cx FROM 1 BY 1
                   UNTIL ws-fold-cx > ls-idm-cell-count(ws-fold-no)
                       OR NOT ws-fold-ok
           END-IF

           IF NOT ws-fold-ok
               MOVE 1 TO ws-run-count
           ELSE
               MOVE 'Y' TO ws-fold-sw
               PERFORM APPLY-FOLD-CELL-PARA
                   VARYING ws-fold-cx FROM 1 BY 1
                   UNTIL ws-fold-cx > ls-idm-cell-count(ws-fold-no)
               ADD 1 TO ls-stat-lbrace
               ADD ws-fold-passes TO ls-stat-rbrace
               COMPUTE ls-stat-gt = ls-stat-gt
                   + ws-fold-passes * ls-idm-gt(ws-fold-no)
               COMPUTE ls-stat-lt = ls-stat-lt
                   + ws-fold-passes * ls-idm-lt(ws-fold-no)
               COMPUTE ls-stat-plus = ls-stat-plus
                   + ws-fold-passes * ls-idm-plus(ws-fold-no)
               COMPUTE ls-stat-minus = ls-stat-minus
                   + ws-fold-passes * ls-idm-minus(ws-fold-no)
      * The body's pointer moves sweep every cell from the lowest
      * offset to the highest; one that crosses either end of the
      * tape passes through ls-tape-size on the way, as the '<'/'>'
      * peak checks above record it.
               SET ws-cell-pos TO idx
               IF ws-cell-pos + ls-idm-min-off(ws-fold-no) < 1
                       OR ws-cell-pos + ls-idm-max-off(ws-fold-no)
                           > ls-tape-size
                   MOVE ls-tape-size TO ws-fold-cell
               ELSE
                   COMPUTE ws-fold-cell =
                       ws-cell-pos + ls-idm-max-off(ws-fold-no)
               END-IF
               IF ws-fold-cell > ls-stat-peak-idx
                   MOVE ws-fold-cell TO ls-stat-peak-idx
               END-IF
           END-IF.

      * Offset to cell, wrapping round the tape as '<' and '>' do.
       LOCATE-FOLD-CELL-PARA.
           SET ws-cell-pos TO idx
           COMPUTE ws-fold-cell = FUNCTION MOD(ws-cell-pos - 1
               + ls-idm-off(ws-fold-no, ws-fold-cx), ls-tape-size)
               + 1.

      * Under halt-on-overflow every touched cell moves one way only
      * (mixed bodies were refused above), so its start and end
      * values bracket every value it takes in between; '+' halts
      * above 255 and '-' below zero, exactly as EVAL-SYMBOL-PARA
      * tests them.
       CHECK-FOLD-CELL-PARA.
           PERFORM LOCATE-FOLD-CELL-PARA
           COMPUTE ws-fold-value = ws-tape(ws-fold-cell)
               + ws-fold-passes * ls-idm-delta(ws-fold-no, ws-fold-cx)
           IF ls-idm-delta(ws-fold-no, ws-fold-cx) > 0
               IF ws-fold-value > 255
                   MOVE 'N' TO ws-fold-ok-sw
               END-IF
           ELSE
               IF ws-fold-value < 0
                   MOVE 'N' TO ws-fold-ok-sw
               END-IF
           END-IF.

      * Every touched cell is wrapped even when its net change per
      * pass is zero: one-step execution wrapped it on the first
      * '+' or '-' that reached it.
       APPLY-FOLD-CELL-PARA.
           PERFORM LOCATE-FOLD-CELL-PARA
           COMPUTE ws-fold-value = ws-tape(ws-fold-cell)
               + ws-fold-passes * ls-idm-delta(ws-fold-no, ws-fold-cx)
           IF ls-cell-mode = '3'
               MOVE ws-fold-value TO ws-tape(ws-fold-cell)
           ELSE
               COMPUTE ws-tape(ws-fold-cell) =
                   FUNCTION MOD(ws-fold-value, ws-fold-modulus)
           END-IF.

      * The dataset's existence is the whole request; its content is
      * never read.
       POLL-QUIESCE-PARA.
