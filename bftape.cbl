       IDENTIFICATION DIVISION.
       PROGRAM-ID. bftape.
       AUTHOR.     Jorengarenar.

      * Inspection and compare utility for the two fixed-layout state
      * datasets interpret.cbl writes: the tape hand-off (TAPE-OUT /
      * twenty-second config line - cell pointer, then 30000 cells)
      * and the checkpoint (job name, instruction pointer, cell
      * pointer, then 30000 cells). Each is one 150,000-odd byte
      * record, which nobody should have to count columns in.
      *
      * DUMP and CKPT print the dataset formatted: the job name and
      * instruction pointer (checkpoint only), the cell pointer and
      * the value under it, then every run of consecutive non-zero
      * cells, ten to a row, optionally with the cells shown as
      * characters (printable 32-126, anything else '.'). Zero
      * stretches between runs are left out - a tape is mostly
      * zeros.
      *
      * COMPARE checks a tape against a known-good one cell by cell,
      * pointer included, so a chained step whose '.' output is right
      * but whose hand-off tape is wrong is caught before the next
      * step runs on it. Every differing cell is listed up to
      * ws-diff-list-max of them, then counted.
      *
      * A dataset whose record is the wrong length, or whose pointer
      * or cells are not numeric, is reported as not a valid dataset
      * of that kind instead of being dumped as garbage. The one
      * exception is the tail of an older checkpoint: those were
      * written with the cells past the run's tape-size left as
      * binary zeros, so CKPT takes a trailing run of such cells as
      * beyond the tape, reports the cell before it as the tape size
      * and validates and dumps only that far.
      *
      * Command line:
      *     DUMP tape [CHARS] [report]
      *     CKPT checkpoint [CHARS] [report]
      *     COMPARE tape expected-tape [report]
      * Report defaults to BFTAPE.RPT; the literal CONSOLE DISPLAYs
      * it instead.
      * RETURN-CODE 0 = dumped / tapes identical, 4 = tapes differ
      * (pointer or cells), 8 = unknown function, dataset missing,
      * empty or not a valid tape or checkpoint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT tpfile ASSIGN TO DYNAMIC ws-read-filename
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-tpfile-status.

           SELECT kfile ASSIGN TO DYNAMIC ws-read-filename
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ws-kfile-status.

           SELECT rfile ASSIGN TO DYNAMIC ws-report-filename
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      * interpret.cbl's tape-record and checkpoint-record, byte for
      * byte; the cells are grouped here so a whole tape moves in
      * one statement. Keep in step with interpret.cbl.
       FD tpfile.
       01 tape-record.
           02 tpr-idx   PIC 9(6).
           02 tpr-cells.
               03 tpr-cell PIC 9(5) OCCURS 30000 TIMES.

       FD kfile.
       01 checkpoint-record.
           02 ckpt-job-name PIC X(300).
           02 ckpt-ip       PIC 9(5).
           02 ckpt-state.
               03 ckpt-idx  PIC 9(6).
               03 ckpt-cells.
                   04 ckpt-tape PIC 9(5) OCCURS 30000 TIMES.

       FD rfile.
       01 rfile-record PIC X(132).

       WORKING-STORAGE SECTION.
       78 ws-cell-max VALUE 30000.
      * COMPARE lists this many differing cells one per line; the
      * rest are counted only. A tape that differs in thousands of
      * cells is wrong from the start, and the first few hundred say
      * where.
       78 ws-diff-list-max VALUE 200.
      * At most this many bad (non-numeric) cells are named when a
      * dataset fails validation.
       78 ws-bad-list-max VALUE 20.

       01 ws-command-line     PIC X(600).
       01 ws-function         PIC X(8).
       01 ws-operand-1        PIC X(300).
       01 ws-operand-2        PIC X(300).
       01 ws-operand-3        PIC X(300).
       01 ws-operand-4        PIC X(300).
       01 ws-tape-filename    PIC X(300).
       01 ws-expect-filename  PIC X(300).
       01 ws-report-filename  PIC X(300) VALUE "BFTAPE.RPT".
       01 ws-read-filename    PIC X(300).
       01 ws-tpfile-status    PIC X(2).
       01 ws-kfile-status     PIC X(2).
       01 ws-timestamp        PIC X(21).

       01 ws-chars-sw         PIC X(1) VALUE 'N'.
           88 ws-show-chars VALUE 'Y'.

      * Which layout ws-read-filename is read through: 'T' tape
      * hand-off, 'K' checkpoint.
       01 ws-read-kind        PIC X(1) VALUE 'T'.
           88 ws-read-checkpoint VALUE 'K'.
       01 ws-read-ok-sw       PIC X(1) VALUE 'N'.
           88 ws-read-ok VALUE 'Y'.
       01 ws-read-problem     PIC X(40).

      * The dataset just read (and, for COMPARE, the expected tape
      * parked beside it). Checkpoint-only fields stay blank for a
      * tape.
       01 ws-job-name         PIC X(300).
       01 ws-ip               PIC X(5).
       01 ws-tape-a.
           02 ws-a-idx        PIC 9(6).
           02 ws-a-cells.
               03 ws-a-cell   PIC 9(5) OCCURS 30000 TIMES.
           02 ws-a-cells-x REDEFINES ws-a-cells.
               03 ws-a-cell-x PIC X(5) OCCURS 30000 TIMES.
       01 ws-tape-b.
           02 ws-b-idx        PIC 9(6).
           02 ws-b-cells.
               03 ws-b-cell   PIC 9(5) OCCURS 30000 TIMES.

       01 ws-cx               PIC 9(5) VALUE ZERO.
       01 ws-rx               PIC 9(5) VALUE ZERO.
       01 ws-kx               PIC 9(2) VALUE ZERO.
       01 ws-qx               PIC 9(5) VALUE ZERO.
       01 ws-row-end          PIC 9(5) VALUE ZERO.
       01 ws-char-code        PIC 9(5) VALUE ZERO.

      * Validation of ws-tape-a; ws-tape-end is the last cell that
      * belongs to the tape (ws-cell-max but for a checkpoint's
      * binary-zero tail).
       01 ws-tape-end         PIC 9(5) VALUE ZERO.
       01 ws-bad-count        PIC 9(5) VALUE ZERO.
       01 ws-ptr-bad-sw       PIC X(1) VALUE 'N'.
           88 ws-ptr-bad VALUE 'Y'.

      * Non-zero run walk.
       01 ws-in-run-sw        PIC X(1) VALUE 'N'.
           88 ws-in-run VALUE 'Y'.
       01 ws-run-start        PIC 9(5) VALUE ZERO.
       01 ws-run-end          PIC 9(5) VALUE ZERO.
       01 ws-run-count        PIC 9(5) VALUE ZERO.
       01 ws-nonzero-count    PIC 9(5) VALUE ZERO.
       01 ws-high-cell        PIC 9(5) VALUE ZERO.

      * Compare results.
       01 ws-diff-count       PIC 9(5) VALUE ZERO.
       01 ws-diff-first       PIC 9(5) VALUE ZERO.
       01 ws-diff-last        PIC 9(5) VALUE ZERO.
       01 ws-ptr-differ-sw    PIC X(1) VALUE 'N'.
           88 ws-ptr-differs VALUE 'Y'.

       01 ws-report-line      PIC X(132).

       01 ws-range-line.
           02 FILLER          PIC X(8) VALUE "  CELLS ".
           02 ws-rg-from      PIC 9(5).
           02 FILLER          PIC X(1) VALUE "-".
           02 ws-rg-to        PIC 9(5).
           02 FILLER          PIC X(2) VALUE " (".
           02 ws-rg-count     PIC ZZZZ9.
           02 FILLER          PIC X(7) VALUE " CELLS)".

       01 ws-row-line.
           02 FILLER          PIC X(4) VALUE SPACES.
           02 ws-row-cell     PIC 9(5).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-row-value OCCURS 10 TIMES.
               03 FILLER      PIC X(1).
               03 ws-row-num  PIC X(5).
           02 FILLER          PIC X(2) VALUE SPACES.
           02 ws-row-chars    PIC X(12).
       01 ws-num-5            PIC 9(5).

       01 ws-diff-line.
           02 FILLER          PIC X(7) VALUE "  CELL ".
           02 ws-df-cell      PIC 9(5).
           02 FILLER          PIC X(7) VALUE "  TAPE ".
           02 ws-df-tape      PIC 9(5).
           02 FILLER          PIC X(11) VALUE "  EXPECTED ".
           02 ws-df-expect    PIC 9(5).

       01 ws-total-line.
           02 ws-nl-label     PIC X(24).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-nl-value     PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PARA.
           ACCEPT ws-command-line FROM COMMAND-LINE
           PERFORM PARSE-COMMAND-PARA

           EVALUATE ws-function
               WHEN "DUMP"
                   MOVE 'T' TO ws-read-kind
                   PERFORM DUMP-DATASET-PARA
               WHEN "CKPT"
                   MOVE 'K' TO ws-read-kind
                   PERFORM DUMP-DATASET-PARA
               WHEN "COMPARE"
                   PERFORM COMPARE-TAPES-PARA
               WHEN OTHER
                   DISPLAY "Usage: bftape DUMP tape [CHARS] [report]"
                       " | CKPT checkpoint [CHARS] [report]"
                       " | COMPARE tape expected-tape [report]"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      * Function, then its dataset operand(s); for DUMP and CKPT an
      * optional CHARS keyword before the report dataset.
       PARSE-COMMAND-PARA.
           MOVE SPACES TO ws-function
           MOVE SPACES TO ws-operand-1
           MOVE SPACES TO ws-operand-2
           MOVE SPACES TO ws-operand-3
           MOVE SPACES TO ws-operand-4
           UNSTRING ws-command-line DELIMITED BY ALL SPACE
               INTO ws-function, ws-operand-1, ws-operand-2,
                   ws-operand-3, ws-operand-4
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(ws-function) TO ws-function
           MOVE ws-operand-1 TO ws-tape-filename
           IF ws-function = "COMPARE"
               MOVE ws-operand-2 TO ws-expect-filename
               IF ws-operand-3 NOT = SPACES
                   MOVE ws-operand-3 TO ws-report-filename
               END-IF
           ELSE
               IF FUNCTION UPPER-CASE(ws-operand-2) = "CHARS"
                   MOVE 'Y' TO ws-chars-sw
                   MOVE ws-operand-3 TO ws-operand-2
               END-IF
               IF ws-operand-2 NOT = SPACES
                   MOVE ws-operand-2 TO ws-report-filename
               END-IF
           END-IF.

       DUMP-DATASET-PARA.
           IF ws-tape-filename = SPACES
               DISPLAY ws-function " needs a dataset name"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ws-tape-filename TO ws-read-filename
               PERFORM READ-DATASET-PARA
               IF NOT ws-read-ok
                   DISPLAY "Cannot dump " ws-tape-filename(1:60)
                   DISPLAY "  " ws-read-problem
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM OPEN-REPORT-PARA
                   PERFORM WRITE-DUMP-PARA
                   PERFORM CLOSE-REPORT-PARA
                   IF ws-bad-count > 0 OR ws-ptr-bad
                       DISPLAY "Not a valid dataset: "
                           ws-tape-filename(1:60)
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DISPLAY "Dumped " ws-tape-filename(1:60)
                   END-IF
               END-IF
           END-IF.

      * Reads the one record of ws-read-filename through the layout
      * ws-read-kind selects into ws-tape-a (and, for a checkpoint,
      * ws-job-name / ws-ip), then validates it. A record of the
      * wrong length - a checkpoint dumped as a tape, say - reads
      * as pointer and cells that are not numeric, which the
      * validation catches.
       READ-DATASET-PARA.
           MOVE 'N' TO ws-read-ok-sw
           MOVE SPACES TO ws-read-problem
           MOVE SPACES TO ws-job-name
           MOVE SPACES TO ws-ip
           IF ws-read-checkpoint
               OPEN INPUT kfile
               IF ws-kfile-status NOT = "00"
                   MOVE "DATASET NOT READABLE" TO ws-read-problem
               ELSE
                   READ kfile
                       AT END
                           MOVE "DATASET EMPTY" TO ws-read-problem
                       NOT AT END
                           MOVE ckpt-job-name TO ws-job-name
                           INSPECT ws-job-name
                               REPLACING ALL LOW-VALUE BY SPACE
                           MOVE ckpt-ip TO ws-ip
                           MOVE ckpt-state TO ws-tape-a
                           MOVE 'Y' TO ws-read-ok-sw
                   END-READ
                   CLOSE kfile
               END-IF
           ELSE
               OPEN INPUT tpfile
               IF ws-tpfile-status NOT = "00"
                   MOVE "DATASET NOT READABLE" TO ws-read-problem
               ELSE
                   READ tpfile
                       AT END
                           MOVE "DATASET EMPTY" TO ws-read-problem
                       NOT AT END
                           MOVE tape-record TO ws-tape-a
                           MOVE 'Y' TO ws-read-ok-sw
                   END-READ
                   CLOSE tpfile
               END-IF
           END-IF
           IF ws-read-ok
               PERFORM VALIDATE-TAPE-PARA
           END-IF.

       VALIDATE-TAPE-PARA.
           MOVE ZERO TO ws-bad-count
           MOVE 'N' TO ws-ptr-bad-sw
           MOVE ws-cell-max TO ws-tape-end
           IF ws-read-checkpoint
               MOVE ZERO TO ws-tape-end
               PERFORM FIND-TAPE-END-PARA
                   VARYING ws-cx FROM ws-cell-max BY -1
                   UNTIL ws-cx < 1 OR ws-tape-end > ZERO
           END-IF
           IF ws-a-idx IS NOT NUMERIC
               MOVE 'Y' TO ws-ptr-bad-sw
           ELSE
               IF ws-a-idx < 1 OR ws-a-idx > ws-tape-end
                   MOVE 'Y' TO ws-ptr-bad-sw
               END-IF
           END-IF
           IF ws-read-checkpoint AND ws-ip IS NOT NUMERIC
               MOVE 'Y' TO ws-ptr-bad-sw
           END-IF
           PERFORM COUNT-BAD-CELL-PARA
               VARYING ws-cx FROM 1 BY 1 UNTIL ws-cx > ws-tape-end.

      * Walked down from the last cell: the first one that is not
      * binary zeros ends the tape.
       FIND-TAPE-END-PARA.
           IF ws-a-cell-x(ws-cx) NOT = LOW-VALUES
               MOVE ws-cx TO ws-tape-end
           END-IF.

       COUNT-BAD-CELL-PARA.
           IF ws-a-cell(ws-cx) IS NOT NUMERIC
               ADD 1 TO ws-bad-count
           END-IF.

       WRITE-DUMP-PARA.
           MOVE FUNCTION CURRENT-DATE TO ws-timestamp
           MOVE SPACES TO ws-report-line
           STRING "BF TAPE DUMP  -  GENERATED "
                   ws-timestamp(1:8) " " ws-timestamp(9:6)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-report-line
           STRING "DATASET: " ws-tape-filename(1:100)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           IF ws-read-checkpoint
               MOVE "TYPE: CHECKPOINT" TO ws-report-line
               PERFORM EMIT-LINE-PARA
               MOVE SPACES TO ws-report-line
               STRING "JOB: " ws-job-name(1:100)
                   DELIMITED BY SIZE INTO ws-report-line
               END-STRING
               PERFORM EMIT-LINE-PARA
               MOVE SPACES TO ws-report-line
               IF ws-ip IS NUMERIC
                   STRING "INSTRUCTION POINTER: " ws-ip
                       DELIMITED BY SIZE INTO ws-report-line
                   END-STRING
               ELSE
                   MOVE "INSTRUCTION POINTER: NOT NUMERIC"
                       TO ws-report-line
               END-IF
               PERFORM EMIT-LINE-PARA
           ELSE
               MOVE "TYPE: TAPE HAND-OFF" TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF
           IF ws-tape-end < ws-cell-max
               MOVE SPACES TO ws-report-line
               STRING "TAPE SIZE: " ws-tape-end
                   DELIMITED BY SIZE INTO ws-report-line
               END-STRING
               PERFORM EMIT-LINE-PARA
           END-IF
           MOVE SPACES TO ws-report-line
           IF ws-ptr-bad
               MOVE "CELL POINTER: OUTSIDE THE TAPE OR NOT NUMERIC"
                   TO ws-report-line
           ELSE
               STRING "CELL POINTER: " ws-a-idx
                       "  VALUE " ws-a-cell(ws-a-idx)
                   DELIMITED BY SIZE INTO ws-report-line
               END-STRING
           END-IF
           PERFORM EMIT-LINE-PARA

           IF ws-bad-count > 0
               MOVE SPACES TO ws-report-line
               PERFORM EMIT-LINE-PARA
               MOVE "NOT A VALID DATASET: NON-NUMERIC CELLS"
                   TO ws-report-line
               PERFORM EMIT-LINE-PARA
               MOVE ZERO TO ws-rx
               PERFORM EMIT-BAD-CELL-PARA
                   VARYING ws-cx FROM 1 BY 1
                   UNTIL ws-cx > ws-tape-end
                       OR ws-rx >= ws-bad-list-max
               MOVE SPACES TO ws-total-line
               MOVE "NON-NUMERIC CELLS" TO ws-nl-label
               MOVE ws-bad-count TO ws-nl-value
               MOVE ws-total-line TO ws-report-line
               PERFORM EMIT-LINE-PARA
           ELSE
               PERFORM WRITE-RANGES-PARA
           END-IF.

       EMIT-BAD-CELL-PARA.
           IF ws-a-cell(ws-cx) IS NOT NUMERIC
               ADD 1 TO ws-rx
               MOVE SPACES TO ws-report-line
               STRING "  CELL " ws-cx "  NOT NUMERIC"
                   DELIMITED BY SIZE INTO ws-report-line
               END-STRING
               PERFORM EMIT-LINE-PARA
           END-IF.

      * Every run of consecutive non-zero cells, in tape order.
       WRITE-RANGES-PARA.
           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE "NON-ZERO CELL RANGES" TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ZERO TO ws-run-count
           MOVE ZERO TO ws-nonzero-count
           MOVE ZERO TO ws-high-cell
           MOVE 'N' TO ws-in-run-sw
           PERFORM SCAN-CELL-PARA
               VARYING ws-cx FROM 1 BY 1 UNTIL ws-cx > ws-tape-end
           IF ws-in-run
               MOVE ws-tape-end TO ws-run-end
               PERFORM EMIT-RANGE-PARA
           END-IF
           IF ws-run-count = ZERO
               MOVE "  NONE - EVERY CELL IS ZERO" TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF

           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-total-line
           MOVE "NON-ZERO CELLS" TO ws-nl-label
           MOVE ws-nonzero-count TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-total-line
           MOVE "RANGES" TO ws-nl-label
           MOVE ws-run-count TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-total-line
           MOVE "HIGHEST NON-ZERO CELL" TO ws-nl-label
           MOVE ws-high-cell TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA.

       SCAN-CELL-PARA.
           IF ws-a-cell(ws-cx) NOT = ZERO
               ADD 1 TO ws-nonzero-count
               MOVE ws-cx TO ws-high-cell
               IF NOT ws-in-run
                   MOVE 'Y' TO ws-in-run-sw
                   MOVE ws-cx TO ws-run-start
               END-IF
           ELSE
               IF ws-in-run
                   COMPUTE ws-run-end = ws-cx - 1
                   PERFORM EMIT-RANGE-PARA
               END-IF
           END-IF.

       EMIT-RANGE-PARA.
           MOVE 'N' TO ws-in-run-sw
           ADD 1 TO ws-run-count
           MOVE ws-run-start TO ws-rg-from
           MOVE ws-run-end TO ws-rg-to
           COMPUTE ws-rg-count = ws-run-end - ws-run-start + 1
           MOVE ws-range-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           PERFORM EMIT-ROW-PARA
               VARYING ws-rx FROM ws-run-start BY 10
               UNTIL ws-rx > ws-run-end.

      * Ten cells from ws-rx, stopping at the end of the run.
       EMIT-ROW-PARA.
           COMPUTE ws-row-end = ws-rx + 9
           IF ws-row-end > ws-run-end
               MOVE ws-run-end TO ws-row-end
           END-IF
           MOVE SPACES TO ws-row-line
           MOVE ws-rx TO ws-row-cell
           IF ws-show-chars
               MOVE "|" TO ws-row-chars
           END-IF
           PERFORM FILL-ROW-CELL-PARA
               VARYING ws-qx FROM ws-rx BY 1
               UNTIL ws-qx > ws-row-end
           IF ws-show-chars
               COMPUTE ws-kx = ws-row-end - ws-rx + 3
               MOVE "|" TO ws-row-chars(ws-kx:1)
           END-IF
           MOVE ws-row-line TO ws-report-line
           PERFORM EMIT-LINE-PARA.

       FILL-ROW-CELL-PARA.
           COMPUTE ws-kx = ws-qx - ws-rx + 1
           MOVE ws-a-cell(ws-qx) TO ws-num-5
           MOVE ws-num-5 TO ws-row-num(ws-kx)
           IF ws-show-chars
               ADD 1 TO ws-kx
               IF ws-a-cell(ws-qx) >= 32 AND ws-a-cell(ws-qx) <= 126
                   COMPUTE ws-char-code = ws-a-cell(ws-qx) + 1
                   MOVE FUNCTION CHAR(ws-char-code)
                       TO ws-row-chars(ws-kx:1)
               ELSE
                   MOVE "." TO ws-row-chars(ws-kx:1)
               END-IF
           END-IF.

      * The expected tape is read first and parked in ws-tape-b; the
      * tape under test then lands in ws-tape-a.
       COMPARE-TAPES-PARA.
           IF ws-tape-filename = SPACES OR ws-expect-filename = SPACES
               DISPLAY "COMPARE needs a tape and an expected tape"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'T' TO ws-read-kind
               MOVE ws-expect-filename TO ws-read-filename
               PERFORM READ-DATASET-PARA
               IF NOT ws-read-ok OR ws-bad-count > 0 OR ws-ptr-bad
                   DISPLAY "Expected tape not usable: "
                       ws-expect-filename(1:60)
                   IF ws-read-problem NOT = SPACES
                       DISPLAY "  " ws-read-problem
                   END-IF
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE ws-tape-a TO ws-tape-b
                   MOVE ws-tape-filename TO ws-read-filename
                   PERFORM READ-DATASET-PARA
                   IF NOT ws-read-ok OR ws-bad-count > 0
                           OR ws-ptr-bad
                       DISPLAY "Tape not usable: "
                           ws-tape-filename(1:60)
                       IF ws-read-problem NOT = SPACES
                           DISPLAY "  " ws-read-problem
                       END-IF
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM OPEN-REPORT-PARA
                       PERFORM WRITE-COMPARE-PARA
                       PERFORM CLOSE-REPORT-PARA
                       PERFORM SET-COMPARE-RESULT-PARA
                   END-IF
               END-IF
           END-IF.

       SET-COMPARE-RESULT-PARA.
           IF ws-diff-count > 0 OR ws-ptr-differs
               DISPLAY "Tapes differ: " ws-diff-count " cell(s)"
               IF ws-ptr-differs
                   DISPLAY "  cell pointer " ws-a-idx
                       " expected " ws-b-idx
               END-IF
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Tapes identical: " ws-tape-filename(1:60)
           END-IF.

       WRITE-COMPARE-PARA.
           MOVE FUNCTION CURRENT-DATE TO ws-timestamp
           MOVE SPACES TO ws-report-line
           STRING "BF TAPE COMPARE  -  GENERATED "
                   ws-timestamp(1:8) " " ws-timestamp(9:6)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-report-line
           STRING "TAPE:     " ws-tape-filename(1:100)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-report-line
           STRING "EXPECTED: " ws-expect-filename(1:100)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA

           MOVE 'N' TO ws-ptr-differ-sw
           MOVE SPACES TO ws-report-line
           IF ws-a-idx = ws-b-idx
               STRING "CELL POINTER: " ws-a-idx "  MATCHES"
                   DELIMITED BY SIZE INTO ws-report-line
               END-STRING
           ELSE
               MOVE 'Y' TO ws-ptr-differ-sw
               STRING "CELL POINTER: " ws-a-idx "  EXPECTED "
                       ws-b-idx "  DIFFERS"
                   DELIMITED BY SIZE INTO ws-report-line
               END-STRING
           END-IF
           PERFORM EMIT-LINE-PARA

           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE "DIFFERING CELLS" TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ZERO TO ws-diff-count
           MOVE ZERO TO ws-diff-first
           MOVE ZERO TO ws-diff-last
           PERFORM COMPARE-CELL-PARA
               VARYING ws-cx FROM 1 BY 1 UNTIL ws-cx > ws-cell-max
           IF ws-diff-count = ZERO
               MOVE "  NONE" TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF
           IF ws-diff-count > ws-diff-list-max
               MOVE SPACES TO ws-report-line
               COMPUTE ws-num-5 = ws-diff-count - ws-diff-list-max
               STRING "  (" ws-num-5 " MORE DIFFERING CELLS NOT"
                       " LISTED)"
                   DELIMITED BY SIZE INTO ws-report-line
               END-STRING
               PERFORM EMIT-LINE-PARA
           END-IF

           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-total-line
           MOVE "DIFFERING CELLS" TO ws-nl-label
           MOVE ws-diff-count TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           IF ws-diff-count > 0
               MOVE SPACES TO ws-total-line
               MOVE "FIRST DIFFERING CELL" TO ws-nl-label
               MOVE ws-diff-first TO ws-nl-value
               MOVE ws-total-line TO ws-report-line
               PERFORM EMIT-LINE-PARA
               MOVE SPACES TO ws-total-line
               MOVE "LAST DIFFERING CELL" TO ws-nl-label
               MOVE ws-diff-last TO ws-nl-value
               MOVE ws-total-line TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF.

       COMPARE-CELL-PARA.
           IF ws-a-cell(ws-cx) NOT = ws-b-cell(ws-cx)
               ADD 1 TO ws-diff-count
               IF ws-diff-first = ZERO
                   MOVE ws-cx TO ws-diff-first
               END-IF
               MOVE ws-cx TO ws-diff-last
               IF ws-diff-count <= ws-diff-list-max
                   MOVE ws-cx TO ws-df-cell
                   MOVE ws-a-cell(ws-cx) TO ws-df-tape
                   MOVE ws-b-cell(ws-cx) TO ws-df-expect
                   MOVE ws-diff-line TO ws-report-line
                   PERFORM EMIT-LINE-PARA
               END-IF
           END-IF.

       OPEN-REPORT-PARA.
           IF ws-report-filename NOT = "CONSOLE"
               OPEN OUTPUT rfile
           END-IF.

       CLOSE-REPORT-PARA.
           IF ws-report-filename NOT = "CONSOLE"
               CLOSE rfile
           END-IF.

       EMIT-LINE-PARA.
           IF ws-report-filename = "CONSOLE"
               DISPLAY ws-report-line
           ELSE
               MOVE ws-report-line TO rfile-record
               WRITE rfile-record
           END-IF.
