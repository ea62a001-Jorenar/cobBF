      * (every loop pointer-neutral and no wrap: the single-pass
      * maximum is then sound).
      *
      * A LIB:member source, and every library member its =INCLUDE
      * lines reach (nested ones too), must still match the =SEAL
      * bflib stamped on its block; one that does not is refused
      * before any analysis - the runner would refuse to load it.
      *
      * Verdict is FAIL on: unbalanced brackets, more than 30000
      * symbols, loop nesting past 50 deep, or a computed reach that
      * wraps either edge of the 30000-cell tape. A reach that is
      * Command line: source [report [library]]; source may be a
      * loose dataset or LIB:member. Defaults are BFCHECK.RPT (the
      * literal CONSOLE DISPLAYs the report) and BFLIB.DAT.
      * RETURN-CODE 0 on PASS, 8 on FAIL or an unreadable source,
      * 12 on a library member that fails its seal.

       ENVIRONMENT DIVISION.

           02 ws-scan-report  PIC X(300) VALUE "BFCHECK.RPT".
           02 ws-scan-verdict PIC X(1).
               88 ws-scan-pass VALUE 'P'.
               88 ws-scan-seal-bad VALUE 'S'.
           02 ws-scan-reason  PIC X(40).

       PROCEDURE DIVISION.
           ELSE
               DISPLAY "FAIL " ws-scan-reason " "
                   ws-scan-source(1:60)
               IF ws-scan-seal-bad
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       01 ws-load-bad-sw PIC X(1) VALUE 'N'.
           88 ws-load-bad VALUE 'Y'.

      * Seal arithmetic, kept in step with bflib.cbl (which stamps
      * the =SEAL tag) and main.cbl (which checks it at load): the
      * member name, the other tag lines and every body line, each
      * up to its last non-blank and then a line break, modulo
      * ws-seal-modulus, against the checksum and line count the
      * tag carries.
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
       01 ws-seal-bad-sw      PIC X(1) VALUE 'N'.
           88 ws-seal-bad VALUE 'Y'.
       01 ws-seal-bad-name    PIC X(60).

      * Members named by =INCLUDE lines, queued as they are met and
      * each seal-checked once; checking one queues its own
      * includes, so the whole nest is covered. Names past
      * ws-incl-max go unchecked here - the runner still checks them
      * at load.
       78 ws-incl-max VALUE 200.
       01 ws-incl-count PIC 9(4) VALUE ZERO.
       01 ws-incl-table.
           02 ws-incl-name PIC X(60) OCCURS ws-incl-max TIMES.
       01 ws-iq          PIC 9(4) VALUE ZERO.
       01 ws-iq2         PIC 9(4) VALUE ZERO.
       01 ws-incl-new    PIC X(60).
       01 ws-incl-dup-sw PIC X(1) VALUE 'N'.
           88 ws-incl-dup VALUE 'Y'.
       01 ws-inc-start   PIC 9(6) VALUE ZERO.
       01 ws-inc-end     PIC 9(6) VALUE ZERO.
       01 ws-inc-len     PIC 9(6) VALUE ZERO.
       01 ws-inc-end-sw  PIC X(1) VALUE 'N'.
           88 ws-inc-name-ended VALUE 'Y'.
       01 ws-chk-target.
           02 FILLER        PIC X(8) VALUE "=MEMBER ".
           02 ws-chk-member PIC X(60).
       01 ws-chk-found-sw PIC X(1) VALUE 'N'.
           88 ws-chk-found VALUE 'Y'.
       01 ws-chk-body-sw  PIC X(1) VALUE 'N'.
           88 ws-chk-in-body VALUE 'Y'.

       01 ws-report-line PIC X(132).
       01 ws-reach-min-ed PIC -(6)9.
       01 ws-reach-max-ed PIC -(6)9.
           ELSE
               PERFORM LOAD-LOOSE-PARA
           END-IF
           IF NOT ws-load-bad AND NOT ws-seal-bad
               PERFORM CHECK-INCLUDE-SEAL-PARA
                   VARYING ws-iq FROM 1 BY 1
                   UNTIL ws-iq > ws-incl-count OR ws-seal-bad
           END-IF
           EVALUATE TRUE
               WHEN ws-load-bad
                   MOVE "SOURCE NOT READABLE" TO ls-scan-reason
               WHEN ws-seal-bad
                   MOVE 'S' TO ls-scan-verdict
                   MOVE "LIBRARY SEAL MISMATCH" TO ls-scan-reason
               WHEN OTHER
                   PERFORM RUN-ANALYSES-PARA
           END-EVALUATE

           PERFORM WRITE-REPORT-PARA
           EXIT PROGRAM.
           MOVE 'N' TO ws-lib-found-sw
           MOVE 'N' TO ws-lib-body-sw
           MOVE 'N' TO ws-load-bad-sw
           MOVE 'N' TO ws-seal-bad-sw
           MOVE SPACES TO ws-seal-bad-name
           MOVE ZERO TO ws-incl-count
           MOVE ZERO TO ws-pairs-listed.

      * Loose sources arrive as fixed 30000-byte records with the
                       AND ifile-chars(ws-bx:9) = "=INCLUDE "
                   MOVE 'Y' TO ws-skip-line-sw
                   ADD 1 TO ws-include-count
                   PERFORM QUEUE-LOOSE-INCLUDE-PARA
               END-IF
               IF NOT ws-skip-line
                   PERFORM ANALYZE-CHAR-PARA
           CLOSE lbfile
           IF NOT ws-lib-found
               MOVE 'Y' TO ws-load-bad-sw
           ELSE
               PERFORM SEAL-CHECK-PARA
               IF NOT ws-seal-match
                   MOVE 'Y' TO ws-seal-bad-sw
                   MOVE ws-lib-member TO ws-seal-bad-name
               END-IF
           END-IF.

       LOAD-MEMBER-LINE-PARA.
           IF ws-lib-in-body
               IF lbfile-record(1:4) = "=END"
                   MOVE 'Y' TO ws-seal-ended-sw
                   SET ws-lbfile-eof TO TRUE
               ELSE
                   ADD 1 TO ws-cur-line
                   MOVE lbfile-record TO ws-seal-line
                   PERFORM SEAL-TAKE-LINE-PARA
                   IF lbfile-record(1:1) = '='
                       IF lbfile-record(1:9) = "=INCLUDE "
                           ADD 1 TO ws-include-count
                           MOVE lbfile-record(10:60) TO ws-incl-new
                           PERFORM QUEUE-INCLUDE-PARA
                       END-IF
                   ELSE
                       PERFORM SCAN-LIB-BYTE-PARA
               IF lbfile-record(1:68) = ws-lib-target
                   MOVE 'Y' TO ws-lib-found-sw
                   MOVE 'Y' TO ws-lib-body-sw
                   MOVE ws-lib-member TO ws-seal-line
                   PERFORM SEAL-START-PARA
               END-IF
           END-IF.

      * The name runs from past the directive keyword to the first
      * blank or control character, as the runner's loose loader
      * reads it; a name the runner would reject is not queued.
       QUEUE-LOOSE-INCLUDE-PARA.
           COMPUTE ws-inc-start = ws-bx + 9
           MOVE 'N' TO ws-inc-end-sw
           PERFORM FIND-INC-NAME-END-PARA
               VARYING ws-inc-end FROM ws-inc-start BY 1
               UNTIL ws-inc-end > 30000 OR ws-inc-name-ended
      * The VARYING bump runs before the exit test, so a found
      * terminator leaves ws-inc-end one past it.
           IF ws-inc-name-ended
               COMPUTE ws-inc-len = ws-inc-end - 1 - ws-inc-start
           ELSE
               COMPUTE ws-inc-len = ws-inc-end - ws-inc-start
           END-IF
           IF ws-inc-len > 0 AND ws-inc-len <= 60
               MOVE SPACES TO ws-incl-new
               MOVE ifile-chars(ws-inc-start:ws-inc-len)
                   TO ws-incl-new
               PERFORM QUEUE-INCLUDE-PARA
           END-IF.

       FIND-INC-NAME-END-PARA.
           IF ifile-chars(ws-inc-end:1) <= SPACE
               MOVE 'Y' TO ws-inc-end-sw
           END-IF.

       QUEUE-INCLUDE-PARA.
           MOVE 'N' TO ws-incl-dup-sw
           PERFORM FIND-QUEUED-PARA
               VARYING ws-iq2 FROM 1 BY 1
               UNTIL ws-iq2 > ws-incl-count OR ws-incl-dup
           IF NOT ws-incl-dup AND ws-incl-count < ws-incl-max
               ADD 1 TO ws-incl-count
               MOVE ws-incl-new TO ws-incl-name(ws-incl-count)
           END-IF.

       FIND-QUEUED-PARA.
           IF ws-incl-name(ws-iq2) = ws-incl-new
               MOVE 'Y' TO ws-incl-dup-sw
           END-IF.

      * One queued member's block is summed against its seal; a
      * member the library does not hold is left for the runner's
      * own "not found" setup error.
       CHECK-INCLUDE-SEAL-PARA.
           MOVE ws-incl-name(ws-iq) TO ws-chk-member
           MOVE 'N' TO ws-lbfile-eof-sw
           MOVE 'N' TO ws-chk-found-sw
           MOVE 'N' TO ws-chk-body-sw
           OPEN INPUT lbfile
           PERFORM UNTIL ws-lbfile-eof
               READ lbfile
                   AT END
                       SET ws-lbfile-eof TO TRUE
                   NOT AT END
                       PERFORM CHECK-INCLUDE-LINE-PARA
               END-READ
           END-PERFORM
           CLOSE lbfile
           IF ws-chk-found
               PERFORM SEAL-CHECK-PARA
               IF NOT ws-seal-match
                   MOVE 'Y' TO ws-seal-bad-sw
                   MOVE ws-chk-member TO ws-seal-bad-name
               END-IF
           END-IF.

       CHECK-INCLUDE-LINE-PARA.
           IF ws-chk-in-body
               IF lbfile-record(1:4) = "=END"
                   MOVE 'Y' TO ws-seal-ended-sw
                   SET ws-lbfile-eof TO TRUE
               ELSE
                   MOVE lbfile-record TO ws-seal-line
                   PERFORM SEAL-TAKE-LINE-PARA
                   IF lbfile-record(1:9) = "=INCLUDE "
                       MOVE lbfile-record(10:60) TO ws-incl-new
                       PERFORM QUEUE-INCLUDE-PARA
                   END-IF
               END-IF
           ELSE
               IF lbfile-record(1:68) = ws-chk-target
                   MOVE 'Y' TO ws-chk-found-sw
                   MOVE 'Y' TO ws-chk-body-sw
                   MOVE ws-chk-member TO ws-seal-line
                   PERFORM SEAL-START-PARA
               END-IF
           END-IF.

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

       SEAL-CHECK-PARA.
           IF ws-seal-seen AND ws-seal-ended
                   AND ws-seal-tag-lines = ws-seal-lines
                   AND ws-seal-tag-sum = ws-seal-sum
               MOVE 'Y' TO ws-seal-match-sw
           ELSE
               MOVE 'N' TO ws-seal-match-sw
           END-IF.

       SCAN-LIB-BYTE-PARA.
           MOVE lbfile-record(ws-cur-col:1) TO ws-ch
           PERFORM ANALYZE-CHAR-PARA.
                   DELIMITED BY SIZE INTO ws-report-line
               END-STRING
               PERFORM EMIT-LINE-PARA
               EVALUATE TRUE
                   WHEN ws-load-bad
                       MOVE "SOURCE NOT READABLE - NOTHING ANALYSED"
                           TO ws-report-line
                       PERFORM EMIT-LINE-PARA
                   WHEN ws-seal-bad
                       MOVE SPACES TO ws-report-line
                       STRING "LIBRARY SEAL MISMATCH - NOTHING "
                               "ANALYSED: " ws-seal-bad-name
                           DELIMITED BY SIZE INTO ws-report-line
                       END-STRING
                       PERFORM EMIT-LINE-PARA
                       MOVE "VERDICT: FAIL - LIBRARY SEAL MISMATCH"
                           TO ws-report-line
                       PERFORM EMIT-LINE-PARA
                   WHEN OTHER
                       PERFORM WRITE-FINDINGS-PARA
               END-EVALUATE
               PERFORM CLOSE-REPORT-PARA
           END-IF.

           MOVE ws-include-count TO ws-cl-value
           MOVE ws-count-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-count-line
           MOVE "INCLUDES SEAL-CHECKED" TO ws-cl-label
           MOVE ws-incl-count TO ws-cl-value
           MOVE ws-count-line TO ws-report-line
           PERFORM EMIT-LINE-PARA

           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
