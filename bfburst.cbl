       IDENTIFICATION DIVISION.
       PROGRAM-ID. bfburst.
       AUTHOR.     Jorengarenar.

      * Output bursting: splits a batch's concatenated '.' output
      * dataset back into one dataset per member, so each downstream
      * team receives only its own member's output instead of
      * fishing it out of the whole night's stream.
      *
      * Driven by the output segment index main.cbl writes (its
      * twenty-third config line; see WRITE-SEGMENT-INDEX-PARA
      * there): one record per entry with job name, run timestamp,
      * starting offset, byte count and outcome. Each entry's bytes
      * (offset + 1) through (offset + byte count) are copied to the
      * destination the distribution table names for it. The
      * distribution table holds one line per member, blank
      * delimited:
      *     <member> <destination-dataset>
      * where member is the name the runner audits ("LIB:PAYROLL")
      * or, for a library member, the bare member name ("PAYROLL").
      * Lines starting '*' are comments. Destinations are written in
      * the runner's own one-byte-per-record format, created fresh
      * the first time this run writes to them and extended after
      * that, so two entries (or two members) routed to one dataset
      * both land in it, in run order.
      *
      * Only a NORMAL entry's output is delivered: a failed entry's
      * partial output must not reach a downstream team looking like
      * a complete file. The bursting report lists every index entry
      * with what happened to it, and every entry not delivered -
      * failed, no output, no destination in the table - is counted
      * as an exception, as is a distribution line whose member has
      * no index entry at all (it never ran).
      *
      * Command line:
      *     [index [output [distribution [report]]]]
      * Defaults: BFOUTIDX.DAT, BFOUT.DAT, BFDIST.DAT and
      * BFBURST.RPT; the literal CONSOLE as report dataset DISPLAYs
      * the report instead.
      * RETURN-CODE 0 = every entry delivered, 4 = exceptions on the
      * report, 8 = index unreadable or empty, or the output dataset
      * shorter than the index says (wrong dataset, or one truncated
      * since the run - nothing past that point is trustworthy).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT oxfile ASSIGN TO DYNAMIC ws-index-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-oxfile-status.

           SELECT OPTIONAL ofile ASSIGN TO DYNAMIC ws-output-filename
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL dsfile ASSIGN TO DYNAMIC
                   ws-dist-filename
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT dtfile ASSIGN TO DYNAMIC ws-dest-filename
               ORGANIZATION IS SEQUENTIAL.

           SELECT rfile ASSIGN TO DYNAMIC ws-report-filename
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD ofile.
       01 ofile-char PIC X(1).

       FD dsfile.
       01 dsfile-record PIC X(300).

       FD dtfile.
       01 dtfile-char PIC X(1).

       FD rfile.
       01 rfile-record PIC X(132).

       WORKING-STORAGE SECTION.
      * The index holds one record per control-list entry, so it is
      * capped like main.cbl's batch summary; the distribution table
      * and the set of destinations already opened carry the same
      * margins as the other tables in this suite.
       78 ws-seg-max VALUE 1000.
       78 ws-dist-max VALUE 500.

       01 ws-command-line     PIC X(600).
       01 ws-index-filename   PIC X(300) VALUE "BFOUTIDX.DAT".
       01 ws-output-filename  PIC X(300) VALUE "BFOUT.DAT".
       01 ws-dist-filename    PIC X(300) VALUE "BFDIST.DAT".
       01 ws-report-filename  PIC X(300) VALUE "BFBURST.RPT".
       01 ws-dest-filename    PIC X(300).
       01 ws-oxfile-status    PIC X(2).
       01 ws-timestamp        PIC X(21).

       01 ws-oxfile-eof-sw    PIC X(1) VALUE 'N'.
           88 ws-oxfile-eof VALUE 'Y'.
       01 ws-ofile-eof-sw     PIC X(1) VALUE 'N'.
           88 ws-ofile-eof VALUE 'Y'.
       01 ws-dsfile-eof-sw    PIC X(1) VALUE 'N'.
           88 ws-dsfile-eof VALUE 'Y'.

      * The index as read, in run (and so in offset) order.
       01 ws-seg-count        PIC 9(4) VALUE ZERO.
       01 ws-seg-full-sw      PIC X(1) VALUE 'N'.
           88 ws-seg-full VALUE 'Y'.
       01 ws-seg-table.
           02 ws-seg-entry OCCURS ws-seg-max TIMES INDEXED BY g.
               03 ws-seg-name    PIC X(300).
               03 ws-seg-ts      PIC X(14).
               03 ws-seg-offset  PIC 9(9).
               03 ws-seg-bytes   PIC 9(8).
               03 ws-seg-outcome PIC X(7).

      * Distribution table: member key, destination, whether any
      * index entry matched it, whether this run has already
      * created the destination.
       01 ws-dist-count       PIC 9(4) VALUE ZERO.
       01 ws-dist-full-sw     PIC X(1) VALUE 'N'.
           88 ws-dist-full VALUE 'Y'.
       01 ws-dist-table.
           02 ws-dist-entry OCCURS ws-dist-max TIMES INDEXED BY t.
               03 ws-dist-member PIC X(300).
               03 ws-dist-dest   PIC X(300).
               03 ws-dist-used   PIC X(1).
               03 ws-dist-opened PIC X(1).
       01 ws-dist-tok1        PIC X(300).
       01 ws-dist-tok2        PIC X(300).
       01 ws-dist-tok3        PIC X(300).
       01 ws-dist-hit         PIC 9(4) VALUE ZERO.
       01 ws-lib-key          PIC X(300).

      * Position in the output dataset: bytes read so far.
       01 ws-out-pos          PIC 9(9) VALUE ZERO.
       01 ws-copy-count       PIC 9(8) VALUE ZERO.
       01 ws-out-short-sw     PIC X(1) VALUE 'N'.
           88 ws-out-short VALUE 'Y'.

       01 ws-seg-status       PIC X(30).
       01 ws-delivered        PIC 9(4) VALUE ZERO.
       01 ws-exc-count        PIC 9(4) VALUE ZERO.
       01 ws-listed           PIC 9(4) VALUE ZERO.

       01 ws-report-line      PIC X(132).

       01 ws-seg-line.
           02 FILLER          PIC X(2) VALUE SPACES.
           02 ws-sl-name      PIC X(40).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-sl-ts        PIC X(14).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-sl-offset    PIC ZZZZZZZZ9.
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-sl-bytes     PIC ZZZZZZZ9.
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-sl-outcome   PIC X(7).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-sl-status    PIC X(46).

       01 ws-total-line.
           02 ws-nl-label     PIC X(24).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-nl-value     PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PARA.
           ACCEPT ws-command-line FROM COMMAND-LINE
           PERFORM PARSE-COMMAND-PARA

           IF ws-report-filename NOT = "CONSOLE"
               OPEN OUTPUT rfile
           END-IF
           PERFORM WRITE-HEADER-PARA

           PERFORM LOAD-INDEX-PARA
           IF ws-seg-count = ZERO
               MOVE "INDEX UNREADABLE OR EMPTY - NOTHING BURST"
                   TO ws-report-line
               PERFORM EMIT-LINE-PARA
               IF ws-report-filename NOT = "CONSOLE"
                   CLOSE rfile
               END-IF
               DISPLAY "Output segment index unreadable or empty: "
                   ws-index-filename(1:60)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-DISTRIBUTION-PARA

           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE "  JOB NAME                                 RUN"
               TO ws-report-line
           MOVE "OFFSET    BYTES OUTCOME DISPOSITION"
               TO ws-report-line(66:35)
           PERFORM EMIT-LINE-PARA

           MOVE ZERO TO ws-out-pos
           MOVE 'N' TO ws-ofile-eof-sw
           OPEN INPUT ofile
           PERFORM BURST-SEGMENT-PARA
               VARYING g FROM 1 BY 1 UNTIL g > ws-seg-count
           CLOSE ofile

           PERFORM WRITE-TRAILER-PARA
           IF ws-report-filename NOT = "CONSOLE"
               CLOSE rfile
           END-IF

           EVALUATE TRUE
               WHEN ws-out-short
                   DISPLAY "Output dataset shorter than the index: "
                       ws-output-filename(1:60)
                   MOVE 8 TO RETURN-CODE
               WHEN ws-exc-count > 0
                   DISPLAY "Bursting exceptions: " ws-exc-count
                       "; see " ws-report-filename(1:40)
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Burst " ws-delivered " segments from "
                       ws-output-filename(1:40)
           END-EVALUATE
           STOP RUN.

      * First blank-delimited token overrides the index, second the
      * output dataset, third the distribution table, fourth the
      * report dataset; anything omitted keeps its default.
       PARSE-COMMAND-PARA.
           IF ws-command-line NOT = SPACES
               UNSTRING ws-command-line DELIMITED BY ALL SPACE
                   INTO ws-index-filename, ws-output-filename,
                       ws-dist-filename, ws-report-filename
               END-UNSTRING
               IF ws-index-filename = SPACES
                   MOVE "BFOUTIDX.DAT" TO ws-index-filename
               END-IF
               IF ws-output-filename = SPACES
                   MOVE "BFOUT.DAT" TO ws-output-filename
               END-IF
               IF ws-dist-filename = SPACES
                   MOVE "BFDIST.DAT" TO ws-dist-filename
               END-IF
               IF ws-report-filename = SPACES
                   MOVE "BFBURST.RPT" TO ws-report-filename
               END-IF
           END-IF.

       LOAD-INDEX-PARA.
           OPEN INPUT oxfile
           IF ws-oxfile-status = "00"
               PERFORM UNTIL ws-oxfile-eof
                   READ oxfile
                       AT END
                           SET ws-oxfile-eof TO TRUE
                       NOT AT END
                           PERFORM TAKE-INDEX-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE oxfile
           END-IF.

      * A record whose numbers do not read as numbers is not an
      * index record; it is left out rather than allowed to move
      * the copy position somewhere arbitrary.
       TAKE-INDEX-RECORD-PARA.
           IF oxr-job-name NOT = SPACES
                   AND oxr-offset IS NUMERIC
                   AND oxr-bytes IS NUMERIC
               IF ws-seg-count < ws-seg-max
                   ADD 1 TO ws-seg-count
                   SET g TO ws-seg-count
                   MOVE oxr-job-name TO ws-seg-name(g)
                   MOVE oxr-run-ts TO ws-seg-ts(g)
                   MOVE oxr-offset TO ws-seg-offset(g)
                   MOVE oxr-bytes TO ws-seg-bytes(g)
                   MOVE oxr-outcome TO ws-seg-outcome(g)
               ELSE
                   MOVE 'Y' TO ws-seg-full-sw
               END-IF
           END-IF.

      * The distribution table is OPTIONAL: with none, every entry
      * lands on the report as having no destination.
       LOAD-DISTRIBUTION-PARA.
           OPEN INPUT dsfile
           PERFORM UNTIL ws-dsfile-eof
               READ dsfile
                   AT END
                       SET ws-dsfile-eof TO TRUE
                   NOT AT END
                       IF dsfile-record NOT = SPACES
                               AND dsfile-record(1:1) NOT = '*'
                           PERFORM TAKE-DIST-LINE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE dsfile.

      * A line without exactly a member and a destination is
      * reported, not guessed at.
       TAKE-DIST-LINE-PARA.
           MOVE SPACES TO ws-dist-tok1
           MOVE SPACES TO ws-dist-tok2
           MOVE SPACES TO ws-dist-tok3
           UNSTRING dsfile-record DELIMITED BY ALL SPACE
               INTO ws-dist-tok1, ws-dist-tok2, ws-dist-tok3
           END-UNSTRING
           IF ws-dist-tok1 = SPACES OR ws-dist-tok2 = SPACES
                   OR ws-dist-tok3 NOT = SPACES
               ADD 1 TO ws-exc-count
               MOVE SPACES TO ws-report-line
               STRING "BAD DISTRIBUTION LINE: " dsfile-record(1:100)
                   DELIMITED BY SIZE INTO ws-report-line
               END-STRING
               PERFORM EMIT-LINE-PARA
           ELSE
               IF ws-dist-count < ws-dist-max
                   ADD 1 TO ws-dist-count
                   SET t TO ws-dist-count
                   MOVE ws-dist-tok1 TO ws-dist-member(t)
                   MOVE ws-dist-tok2 TO ws-dist-dest(t)
                   MOVE 'N' TO ws-dist-used(t)
                   MOVE 'N' TO ws-dist-opened(t)
               ELSE
                   MOVE 'Y' TO ws-dist-full-sw
               END-IF
           END-IF.

      * One index entry: decide its disposition, then either copy
      * its stretch to the destination or step over it. The output
      * dataset is read once, front to back; a segment that starts
      * behind the current position (an index not in run order)
      * cannot be reached and is reported as such.
       BURST-SEGMENT-PARA.
           MOVE SPACES TO ws-seg-status
           PERFORM FIND-DISTRIBUTION-PARA
           EVALUATE TRUE
               WHEN ws-seg-outcome(g) = "SKIPPED"
                   MOVE "SKIPPED - NEVER RAN" TO ws-seg-status
               WHEN ws-seg-outcome(g) NOT = "NORMAL"
                   MOVE "FAILED - NOT DELIVERED" TO ws-seg-status
               WHEN ws-seg-bytes(g) = ZERO
                   MOVE "NO OUTPUT" TO ws-seg-status
               WHEN ws-dist-hit = ZERO
                   MOVE "NO DESTINATION IN TABLE" TO ws-seg-status
               WHEN ws-out-short
                   MOVE "OUTPUT DATASET TOO SHORT" TO ws-seg-status
               WHEN ws-seg-offset(g) < ws-out-pos
                   MOVE "OUT OF ORDER IN INDEX" TO ws-seg-status
           END-EVALUATE
           IF ws-seg-status = SPACES
               PERFORM SKIP-TO-SEGMENT-PARA
               IF ws-out-short
                   MOVE "OUTPUT DATASET TOO SHORT" TO ws-seg-status
               ELSE
                   PERFORM COPY-SEGMENT-PARA
                   IF ws-out-short
                       MOVE "OUTPUT DATASET TOO SHORT"
                           TO ws-seg-status
                   END-IF
               END-IF
           END-IF
           MOVE ws-seg-name(g)(1:40) TO ws-sl-name
           MOVE ws-seg-ts(g) TO ws-sl-ts
           MOVE ws-seg-offset(g) TO ws-sl-offset
           MOVE ws-seg-bytes(g) TO ws-sl-bytes
           MOVE ws-seg-outcome(g) TO ws-sl-outcome
           IF ws-seg-status = SPACES
               ADD 1 TO ws-delivered
               MOVE SPACES TO ws-sl-status
               STRING "TO " ws-dist-dest(ws-dist-hit)(1:43)
                   DELIMITED BY SIZE INTO ws-sl-status
               END-STRING
           ELSE
               ADD 1 TO ws-exc-count
               MOVE ws-seg-status TO ws-sl-status
           END-IF
           MOVE ws-seg-line TO ws-report-line
           PERFORM EMIT-LINE-PARA.

      * The key matches the audited name as written, or - for a
      * library member - the member name without its "LIB:" prefix.
       FIND-DISTRIBUTION-PARA.
           MOVE ZERO TO ws-dist-hit
           MOVE SPACES TO ws-lib-key
           IF ws-seg-name(g)(1:4) = "LIB:"
               MOVE ws-seg-name(g)(5:296) TO ws-lib-key
           END-IF
           PERFORM MATCH-DISTRIBUTION-PARA
               VARYING t FROM 1 BY 1
               UNTIL t > ws-dist-count OR ws-dist-hit > 0.

       MATCH-DISTRIBUTION-PARA.
           IF ws-dist-member(t) = ws-seg-name(g)
                   OR (ws-lib-key NOT = SPACES
                       AND ws-dist-member(t) = ws-lib-key)
               SET ws-dist-hit TO t
               MOVE 'Y' TO ws-dist-used(t)
           END-IF.

       SKIP-TO-SEGMENT-PARA.
           PERFORM READ-OUTPUT-BYTE-PARA
               UNTIL ws-out-pos >= ws-seg-offset(g) OR ws-out-short.

      * A destination is created by the first segment this run sends
      * it and extended by every later one; any entry sharing the
      * destination is marked opened too, so a dataset two table
      * lines name is still only created once.
       COPY-SEGMENT-PARA.
           MOVE ws-dist-dest(ws-dist-hit) TO ws-dest-filename
           IF ws-dist-opened(ws-dist-hit) = 'Y'
               OPEN EXTEND dtfile
           ELSE
               OPEN OUTPUT dtfile
               PERFORM MARK-DEST-OPENED-PARA
                   VARYING t FROM 1 BY 1 UNTIL t > ws-dist-count
           END-IF
           PERFORM COPY-ONE-BYTE-PARA
               VARYING ws-copy-count FROM 1 BY 1
               UNTIL ws-copy-count > ws-seg-bytes(g) OR ws-out-short
           CLOSE dtfile.

       MARK-DEST-OPENED-PARA.
           IF ws-dist-dest(t) = ws-dest-filename
               MOVE 'Y' TO ws-dist-opened(t)
           END-IF.

       COPY-ONE-BYTE-PARA.
           PERFORM READ-OUTPUT-BYTE-PARA
           IF NOT ws-out-short
               MOVE ofile-char TO dtfile-char
               WRITE dtfile-char
           END-IF.

      * Guarded by the EOF switch: a second READ past end abends the
      * step, and a short dataset is exactly what this must report.
       READ-OUTPUT-BYTE-PARA.
           IF ws-ofile-eof
               MOVE 'Y' TO ws-out-short-sw
           ELSE
               READ ofile
                   AT END
                       MOVE 'Y' TO ws-ofile-eof-sw
                       MOVE 'Y' TO ws-out-short-sw
                   NOT AT END
                       ADD 1 TO ws-out-pos
               END-READ
           END-IF.

       WRITE-HEADER-PARA.
           MOVE FUNCTION CURRENT-DATE TO ws-timestamp
           MOVE SPACES TO ws-report-line
           STRING "BF OUTPUT BURSTING REPORT  -  GENERATED "
                   ws-timestamp(1:8) " " ws-timestamp(9:6)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-report-line
           STRING "SEGMENT INDEX: " ws-index-filename(1:100)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-report-line
           STRING "OUTPUT DATASET: " ws-output-filename(1:100)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-report-line
           STRING "DISTRIBUTION TABLE: " ws-dist-filename(1:100)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA.

       WRITE-TRAILER-PARA.
           IF ws-seg-full
               MOVE "  (INDEX TABLE FULL; LATER ENTRIES NOT BURST)"
                   TO ws-report-line
               PERFORM EMIT-LINE-PARA
               ADD 1 TO ws-exc-count
           END-IF
           IF ws-dist-full
               MOVE "  (DISTRIBUTION TABLE FULL; LATER LINES IGNORED)"
                   TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF

           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE "DISTRIBUTED MEMBERS WITH NO INDEX ENTRY (NOT RUN)"
               TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ZERO TO ws-listed
           PERFORM EMIT-UNUSED-DIST-PARA
               VARYING t FROM 1 BY 1 UNTIL t > ws-dist-count
           IF ws-listed = ZERO
               MOVE "  NONE" TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF

           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-total-line
           MOVE "INDEX ENTRIES" TO ws-nl-label
           MOVE ws-seg-count TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-total-line
           MOVE "SEGMENTS DELIVERED" TO ws-nl-label
           MOVE ws-delivered TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-total-line
           MOVE "EXCEPTIONS" TO ws-nl-label
           MOVE ws-exc-count TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA.

       EMIT-UNUSED-DIST-PARA.
           IF ws-dist-used(t) = 'N'
               ADD 1 TO ws-listed
               ADD 1 TO ws-exc-count
               MOVE SPACES TO ws-report-line
               STRING "  " ws-dist-member(t)(1:60) "  "
                       ws-dist-dest(t)(1:60)
                   DELIMITED BY SIZE INTO ws-report-line
               END-STRING
               PERFORM EMIT-LINE-PARA
           END-IF.

       EMIT-LINE-PARA.
           IF ws-report-filename = "CONSOLE"
               DISPLAY ws-report-line
           ELSE
               MOVE ws-report-line TO rfile-record
               WRITE rfile-record
           END-IF.
