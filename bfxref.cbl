       IDENTIFICATION DIVISION.
       PROGRAM-ID. bfxref.
       AUTHOR.     Jorengarenar.

      * Cross-reference of the library, the run calendar and the
      * run-profile dataset, read together: for every current
      * library member, which other members pull it in through
      * "=INCLUDE" (directly, or through a chain of nested includes,
      * naming the member the chain runs through), which calendar
      * lines schedule it and under which profile, and which
      * calendar lines wait for it with AFTER(). It is the impact
      * list to read before a shared fragment is replaced or
      * deleted: every includer listed runs the new text, every
      * calendar line listed is the night that finds out.
      *
      * Only current "=MEMBER" blocks count - retained =OLDMEM
      * versions never run, so their includes are not dependencies.
      * Calendar lines are split the way bfsched.cbl splits them
      * (member, frequency, sequence, then HOLSKIP / PROFILE(x) /
      * AFTER(...) in any order); blank lines and lines starting
      * '*' are skipped, and a line bfsched would refuse is still
      * cross-referenced as far as it can be read - refusing it is
      * bfsched's job. Profiles are the "PROFILE <name>" block
      * headers main.cbl resolves PROFILE() prefixes against.
      *
      * After the per-member section the exceptions:
      *     includes of members the library does not hold
      *     calendar lines naming members the library does not hold
      *     calendar PROFILE(x) names the profile dataset lacks
      *     profiles no calendar line uses (dead configuration -
      *     listed for housekeeping, not an error)
      *
      * Command line:
      *     [library [calendar [profiles [report]]]]
      * all optional. Defaults are BFLIB.DAT, BFCAL.DAT, BFPROF.CFG
      * and BFXREF.RPT; the literal CONSOLE as report dataset
      * DISPLAYs the report instead. An absent calendar or profile
      * dataset reads as empty.
      * RETURN-CODE 0 = every reference resolves, 4 = a missing
      * included member, a calendar line naming a member not in the
      * library, or an undefined calendar profile, 8 = library
      * unreadable or holding no current member, or a table filled
      * (an incomplete impact list must not pass for a full one).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT lbfile ASSIGN TO DYNAMIC ws-library-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-lbfile-status.

           SELECT OPTIONAL calfile ASSIGN TO DYNAMIC
                   ws-calendar-filename
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL pfile ASSIGN TO DYNAMIC ws-profile-filename
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT rfile ASSIGN TO DYNAMIC ws-report-filename
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD lbfile.
       01 lbfile-record PIC X(300).

       FD calfile.
       01 calfile-record PIC X(300).

       FD pfile.
       01 pfile-record PIC X(300).

       FD rfile.
       01 rfile-record PIC X(132).

       WORKING-STORAGE SECTION.
      * The production library holds about sixty members; the
      * tables carry the same wide margins as the rest of the
      * suite, and once one fills the report says so.
       78 ws-mem-max VALUE 1000.
       78 ws-edge-max VALUE 5000.
       78 ws-cal-max VALUE 1000.
       78 ws-aft-max VALUE 3000.
       78 ws-prof-max VALUE 200.

       01 ws-command-line      PIC X(600).
       01 ws-library-filename  PIC X(300) VALUE "BFLIB.DAT".
       01 ws-calendar-filename PIC X(300) VALUE "BFCAL.DAT".
       01 ws-profile-filename  PIC X(300) VALUE "BFPROF.CFG".
       01 ws-report-filename   PIC X(300) VALUE "BFXREF.RPT".
       01 ws-lbfile-status     PIC X(2).
       01 ws-timestamp         PIC X(21).

       01 ws-lbfile-eof-sw     PIC X(1) VALUE 'N'.
           88 ws-lbfile-eof VALUE 'Y'.
       01 ws-calfile-eof-sw    PIC X(1) VALUE 'N'.
           88 ws-calfile-eof VALUE 'Y'.
       01 ws-pfile-eof-sw      PIC X(1) VALUE 'N'.
           88 ws-pfile-eof VALUE 'Y'.

      * Current members, in library order. ws-mem-mark is the
      * includer walk's working mark for one target: 'T' the target
      * itself, 'D' a direct includer, 'N' a nested one (reaching
      * the target through ws-mem-via), space not an includer.
       01 ws-mem-count         PIC 9(4) VALUE ZERO.
       01 ws-mem-table.
           02 ws-mem-entry OCCURS ws-mem-max TIMES.
               03 ws-mem-name    PIC X(60).
               03 ws-mem-version PIC X(4).
               03 ws-mem-mark    PIC X(1).
               03 ws-mem-via     PIC 9(4).
       01 ws-mx                PIC 9(4) VALUE ZERO.
       01 ws-nx                PIC 9(4) VALUE ZERO.

      * One "=INCLUDE" line of a current block: the including
      * member, the name it includes, and that name's member entry
      * (ZERO when the library does not hold it).
       01 ws-edge-count        PIC 9(4) VALUE ZERO.
       01 ws-edge-table.
           02 ws-edge-entry OCCURS ws-edge-max TIMES.
               03 ws-edge-from    PIC 9(4).
               03 ws-edge-to      PIC 9(4).
               03 ws-edge-to-name PIC X(60).
       01 ws-ex                PIC 9(4) VALUE ZERO.

      * Calendar lines as read: line number, the fields the report
      * shows, the profile name out of PROFILE(x), and the member
      * entry (ZERO when not in the library); the AFTER() names go
      * to ws-aft-table against their calendar entry.
       01 ws-cal-count         PIC 9(4) VALUE ZERO.
       01 ws-cal-table.
           02 ws-cal-entry OCCURS ws-cal-max TIMES.
               03 ws-cal-line-no PIC 9(5).
               03 ws-cal-mem     PIC 9(4).
               03 ws-cal-name    PIC X(60).
               03 ws-cal-freq    PIC X(40).
               03 ws-cal-seq     PIC X(8).
               03 ws-cal-prof    PIC X(60).
               03 ws-cal-prof-ok PIC X(1).
       01 ws-kx                PIC 9(4) VALUE ZERO.

       01 ws-aft-count         PIC 9(4) VALUE ZERO.
       01 ws-aft-table.
           02 ws-aft-entry OCCURS ws-aft-max TIMES.
               03 ws-aft-cal     PIC 9(4).
               03 ws-aft-name    PIC X(60).
       01 ws-ax                PIC 9(4) VALUE ZERO.

       01 ws-prof-count        PIC 9(4) VALUE ZERO.
       01 ws-prof-table.
           02 ws-prof-entry OCCURS ws-prof-max TIMES.
               03 ws-prof-name   PIC X(60).
               03 ws-prof-used   PIC 9(4).
       01 ws-fx                PIC 9(4) VALUE ZERO.

       01 ws-full-sw           PIC X(1) VALUE 'N'.
           88 ws-table-full VALUE 'Y'.
       01 ws-full-what         PIC X(20).

      * Library walk state.
       01 ws-in-current-sw     PIC X(1) VALUE 'N'.
           88 ws-in-current VALUE 'Y'.

      * Calendar line split the way bfsched.cbl splits it.
       01 ws-cal-line-no-now   PIC 9(5) VALUE ZERO.
       01 ws-tok-member        PIC X(60).
       01 ws-tok-freq          PIC X(40).
       01 ws-tok-seq           PIC X(20).
       01 ws-tok-extra1        PIC X(80).
       01 ws-tok-extra2        PIC X(80).
       01 ws-tok-extra3        PIC X(80).
       01 ws-tok-head          PIC X(80).
       01 ws-tok-prof          PIC X(60).
       01 ws-tok-after         PIC X(80).
       01 ws-tok-name          PIC X(60).
       01 ws-aft-ptr           PIC 9(3) VALUE ZERO.

      * Name lookup: ws-find-name in, ws-find-idx out (ZERO when
      * absent).
       01 ws-find-name         PIC X(60).
       01 ws-find-idx          PIC 9(4) VALUE ZERO.

      * Includer walk for one target member.
       01 ws-target            PIC 9(4) VALUE ZERO.
       01 ws-walk-grew-sw      PIC X(1) VALUE 'N'.
           88 ws-walk-grew VALUE 'Y'.

       01 ws-listed            PIC 9(4) VALUE ZERO.
       01 ws-bad-include-count PIC 9(4) VALUE ZERO.
       01 ws-bad-cal-count     PIC 9(4) VALUE ZERO.
       01 ws-bad-prof-count    PIC 9(4) VALUE ZERO.
       01 ws-unused-count      PIC 9(4) VALUE ZERO.

       01 ws-report-line       PIC X(132).

       01 ws-member-line.
           02 FILLER           PIC X(7) VALUE "MEMBER ".
           02 ws-ml-name       PIC X(60).
           02 FILLER           PIC X(9) VALUE " VERSION ".
           02 ws-ml-version    PIC X(4).

       01 ws-ref-line.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 ws-rf-label      PIC X(13).
           02 ws-rf-name       PIC X(60).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 ws-rf-note       PIC X(56).

       01 ws-sched-line.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 ws-sl-label      PIC X(13).
           02 FILLER           PIC X(14) VALUE "CALENDAR LINE ".
           02 ws-sl-line-no    PIC ZZZZ9.
           02 FILLER           PIC X(2) VALUE SPACES.
           02 ws-sl-freq       PIC X(40).
           02 FILLER           PIC X(4) VALUE "SEQ ".
           02 ws-sl-seq        PIC X(8).
           02 ws-sl-prof       PIC X(44).

       01 ws-total-line.
           02 ws-nl-label      PIC X(32).
           02 FILLER           PIC X(1) VALUE SPACE.
           02 ws-nl-value      PIC ZZZZZZZ9.

       PROCEDURE DIVISION.
       000-MAIN-PARA.
           ACCEPT ws-command-line FROM COMMAND-LINE
           PERFORM PARSE-COMMAND-PARA

           PERFORM LOAD-LIBRARY-PARA
           PERFORM RESOLVE-EDGE-PARA
               VARYING ws-ex FROM 1 BY 1
               UNTIL ws-ex > ws-edge-count
           PERFORM LOAD-PROFILES-PARA
           PERFORM LOAD-CALENDAR-PARA

           IF ws-report-filename NOT = "CONSOLE"
               OPEN OUTPUT rfile
           END-IF
           PERFORM WRITE-REPORT-PARA
           IF ws-report-filename NOT = "CONSOLE"
               CLOSE rfile
           END-IF

           EVALUATE TRUE
               WHEN ws-mem-count = ZERO
                   DISPLAY "Library unreadable or holds no current "
                       "member: " ws-library-filename(1:60)
                   MOVE 8 TO RETURN-CODE
               WHEN ws-table-full
                   DISPLAY "Cross-reference incomplete: "
                       ws-full-what " table full; see "
                       ws-report-filename(1:40)
                   MOVE 8 TO RETURN-CODE
               WHEN ws-bad-include-count > 0
                       OR ws-bad-cal-count > 0
                       OR ws-bad-prof-count > 0
                   DISPLAY "Unresolved references: "
                       ws-bad-include-count " include(s), "
                       ws-bad-cal-count " calendar member(s), "
                       ws-bad-prof-count " profile(s); see "
                       ws-report-filename(1:40)
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Cross-reference of " ws-mem-count
                       " member(s) written to "
                       ws-report-filename(1:40)
           END-EVALUATE
           STOP RUN.

      * First blank-delimited token overrides the library, second
      * the calendar, third the profile dataset, fourth the report
      * dataset; anything omitted keeps its default.
       PARSE-COMMAND-PARA.
           IF ws-command-line NOT = SPACES
               UNSTRING ws-command-line DELIMITED BY ALL SPACE
                   INTO ws-library-filename, ws-calendar-filename,
                       ws-profile-filename, ws-report-filename
               END-UNSTRING
               IF ws-library-filename = SPACES
                   MOVE "BFLIB.DAT" TO ws-library-filename
               END-IF
               IF ws-calendar-filename = SPACES
                   MOVE "BFCAL.DAT" TO ws-calendar-filename
               END-IF
               IF ws-profile-filename = SPACES
                   MOVE "BFPROF.CFG" TO ws-profile-filename
               END-IF
               IF ws-report-filename = SPACES
                   MOVE "BFXREF.RPT" TO ws-report-filename
               END-IF
           END-IF.

      * Current blocks and the "=INCLUDE" lines inside them; the
      * included names are resolved to member entries once the
      * whole library is in, since a block may include a member
      * stored after it.
       LOAD-LIBRARY-PARA.
           OPEN INPUT lbfile
           IF ws-lbfile-status NOT = "00"
               DISPLAY "Cannot open library: "
                   ws-library-filename(1:60)
           ELSE
               PERFORM UNTIL ws-lbfile-eof
                   READ lbfile
                       AT END
                           SET ws-lbfile-eof TO TRUE
                       NOT AT END
                           PERFORM LOAD-LIBRARY-LINE-PARA
                   END-READ
               END-PERFORM
               CLOSE lbfile
           END-IF.

       LOAD-LIBRARY-LINE-PARA.
           EVALUATE TRUE
               WHEN lbfile-record(1:8) = "=MEMBER "
                   IF ws-mem-count < ws-mem-max
                       ADD 1 TO ws-mem-count
                       MOVE lbfile-record(9:60)
                           TO ws-mem-name(ws-mem-count)
                       MOVE SPACES TO ws-mem-version(ws-mem-count)
                       MOVE 'Y' TO ws-in-current-sw
                   ELSE
                       MOVE "MEMBER" TO ws-full-what
                       MOVE 'Y' TO ws-full-sw
                       MOVE 'N' TO ws-in-current-sw
                   END-IF
               WHEN lbfile-record(1:8) = "=OLDMEM "
                   MOVE 'N' TO ws-in-current-sw
               WHEN lbfile-record(1:4) = "=END"
                   MOVE 'N' TO ws-in-current-sw
               WHEN NOT ws-in-current
                   CONTINUE
               WHEN lbfile-record(1:9) = "=VERSION "
                   MOVE lbfile-record(10:4)
                       TO ws-mem-version(ws-mem-count)
               WHEN lbfile-record(1:9) = "=INCLUDE "
                   IF ws-edge-count < ws-edge-max
                       ADD 1 TO ws-edge-count
                       MOVE ws-mem-count TO ws-edge-from(ws-edge-count)
                       MOVE lbfile-record(10:60)
                           TO ws-edge-to-name(ws-edge-count)
                   ELSE
                       MOVE "INCLUDE" TO ws-full-what
                       MOVE 'Y' TO ws-full-sw
                   END-IF
           END-EVALUATE.

       RESOLVE-EDGE-PARA.
           MOVE ws-edge-to-name(ws-ex) TO ws-find-name
           PERFORM FIND-MEMBER-PARA
           MOVE ws-find-idx TO ws-edge-to(ws-ex).

       FIND-MEMBER-PARA.
           MOVE ZERO TO ws-find-idx
           PERFORM FIND-MEMBER-STEP-PARA
               VARYING ws-nx FROM 1 BY 1
               UNTIL ws-nx > ws-mem-count OR ws-find-idx > 0.

       FIND-MEMBER-STEP-PARA.
           IF ws-mem-name(ws-nx) = ws-find-name
               MOVE ws-nx TO ws-find-idx
           END-IF.

       LOAD-PROFILES-PARA.
           OPEN INPUT pfile
           PERFORM UNTIL ws-pfile-eof
               READ pfile
                   AT END
                       SET ws-pfile-eof TO TRUE
                   NOT AT END
                       IF pfile-record(1:8) = "PROFILE "
                           PERFORM TAKE-PROFILE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE pfile.

       TAKE-PROFILE-PARA.
           IF ws-prof-count < ws-prof-max
               ADD 1 TO ws-prof-count
               MOVE pfile-record(9:60) TO ws-prof-name(ws-prof-count)
               MOVE ZERO TO ws-prof-used(ws-prof-count)
           ELSE
               MOVE "PROFILE" TO ws-full-what
               MOVE 'Y' TO ws-full-sw
           END-IF.

       LOAD-CALENDAR-PARA.
           OPEN INPUT calfile
           PERFORM UNTIL ws-calfile-eof
               READ calfile
                   AT END
                       SET ws-calfile-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-cal-line-no-now
                       IF calfile-record NOT = SPACES
                               AND calfile-record(1:1) NOT = '*'
                           PERFORM TAKE-CALENDAR-LINE-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE calfile.

       TAKE-CALENDAR-LINE-PARA.
           MOVE SPACES TO ws-tok-member
           MOVE SPACES TO ws-tok-freq
           MOVE SPACES TO ws-tok-seq
           MOVE SPACES TO ws-tok-extra1
           MOVE SPACES TO ws-tok-extra2
           MOVE SPACES TO ws-tok-extra3
           MOVE SPACES TO ws-tok-prof
           MOVE SPACES TO ws-tok-after
           UNSTRING calfile-record DELIMITED BY ALL SPACE
               INTO ws-tok-member, ws-tok-freq, ws-tok-seq,
                   ws-tok-extra1, ws-tok-extra2, ws-tok-extra3
           END-UNSTRING
           PERFORM TAKE-EXTRA-TOKEN-PARA
           MOVE ws-tok-extra2 TO ws-tok-extra1
           PERFORM TAKE-EXTRA-TOKEN-PARA
           MOVE ws-tok-extra3 TO ws-tok-extra1
           PERFORM TAKE-EXTRA-TOKEN-PARA

           IF ws-cal-count < ws-cal-max
               ADD 1 TO ws-cal-count
               MOVE ws-cal-line-no-now TO ws-cal-line-no(ws-cal-count)
               MOVE ws-tok-member TO ws-cal-name(ws-cal-count)
               MOVE ws-tok-freq TO ws-cal-freq(ws-cal-count)
               MOVE ws-tok-seq TO ws-cal-seq(ws-cal-count)
               MOVE ws-tok-prof TO ws-cal-prof(ws-cal-count)
               MOVE 'Y' TO ws-cal-prof-ok(ws-cal-count)
               MOVE ws-tok-member TO ws-find-name
               PERFORM FIND-MEMBER-PARA
               MOVE ws-find-idx TO ws-cal-mem(ws-cal-count)
               IF ws-tok-prof NOT = SPACES
                   PERFORM MARK-PROFILE-USED-PARA
               END-IF
               MOVE 1 TO ws-aft-ptr
               PERFORM TAKE-AFTER-NAME-PARA
                   UNTIL ws-aft-ptr > 80
           ELSE
               MOVE "CALENDAR" TO ws-full-what
               MOVE 'Y' TO ws-full-sw
           END-IF.

      * HOLSKIP is of no interest here; PROFILE(x) and AFTER(...)
      * keep the text between their parentheses.
       TAKE-EXTRA-TOKEN-PARA.
           EVALUATE TRUE
               WHEN ws-tok-extra1(1:8) = "PROFILE("
                   UNSTRING ws-tok-extra1 DELIMITED BY "(" OR ")"
                       INTO ws-tok-head, ws-tok-prof
                   END-UNSTRING
               WHEN ws-tok-extra1(1:6) = "AFTER("
                   UNSTRING ws-tok-extra1 DELIMITED BY "(" OR ")"
                       INTO ws-tok-head, ws-tok-after
                   END-UNSTRING
           END-EVALUATE.

       MARK-PROFILE-USED-PARA.
           MOVE 'N' TO ws-cal-prof-ok(ws-cal-count)
           PERFORM MARK-PROFILE-STEP-PARA
               VARYING ws-fx FROM 1 BY 1
               UNTIL ws-fx > ws-prof-count.

       MARK-PROFILE-STEP-PARA.
           IF ws-prof-name(ws-fx) = ws-tok-prof
               ADD 1 TO ws-prof-used(ws-fx)
               MOVE 'Y' TO ws-cal-prof-ok(ws-cal-count)
           END-IF.

       TAKE-AFTER-NAME-PARA.
           MOVE SPACES TO ws-tok-name
           UNSTRING ws-tok-after DELIMITED BY "," OR ALL SPACE
               INTO ws-tok-name
               WITH POINTER ws-aft-ptr
           END-UNSTRING
           IF ws-tok-name NOT = SPACES
               IF ws-aft-count < ws-aft-max
                   ADD 1 TO ws-aft-count
                   MOVE ws-cal-count TO ws-aft-cal(ws-aft-count)
                   MOVE ws-tok-name TO ws-aft-name(ws-aft-count)
               ELSE
                   MOVE "AFTER()" TO ws-full-what
                   MOVE 'Y' TO ws-full-sw
               END-IF
           END-IF.

       WRITE-REPORT-PARA.
           MOVE FUNCTION CURRENT-DATE TO ws-timestamp
           MOVE SPACES TO ws-report-line
           STRING "BF CROSS-REFERENCE  -  GENERATED "
                   ws-timestamp(1:8) " " ws-timestamp(9:6)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-report-line
           STRING "LIBRARY: " ws-library-filename(1:100)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-report-line
           STRING "CALENDAR: " ws-calendar-filename(1:100)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-report-line
           STRING "PROFILES: " ws-profile-filename(1:100)
               DELIMITED BY SIZE INTO ws-report-line
           END-STRING
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-total-line
           MOVE "CURRENT MEMBERS" TO ws-nl-label
           MOVE ws-mem-count TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-total-line
           MOVE "INCLUDE LINES" TO ws-nl-label
           MOVE ws-edge-count TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-total-line
           MOVE "CALENDAR LINES" TO ws-nl-label
           MOVE ws-cal-count TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE SPACES TO ws-total-line
           MOVE "PROFILES DEFINED" TO ws-nl-label
           MOVE ws-prof-count TO ws-nl-value
           MOVE ws-total-line TO ws-report-line
           PERFORM EMIT-LINE-PARA
           IF ws-table-full
               MOVE SPACES TO ws-report-line
               STRING "  (" ws-full-what DELIMITED BY SPACE
                       " TABLE FULL; THE CROSS-REFERENCE BELOW IS"
                       " INCOMPLETE)" DELIMITED BY SIZE
                   INTO ws-report-line
               END-STRING
               PERFORM EMIT-LINE-PARA
           END-IF

           PERFORM EMIT-MEMBER-PARA
               VARYING ws-target FROM 1 BY 1
               UNTIL ws-target > ws-mem-count

           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE "INCLUDES OF MEMBERS NOT IN THE LIBRARY"
               TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ZERO TO ws-listed
           PERFORM EMIT-BAD-INCLUDE-PARA
               VARYING ws-ex FROM 1 BY 1
               UNTIL ws-ex > ws-edge-count
           MOVE ws-listed TO ws-bad-include-count
           PERFORM EMIT-NONE-PARA

           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE "CALENDAR LINES NAMING MEMBERS NOT IN THE LIBRARY"
               TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ZERO TO ws-listed
           PERFORM EMIT-BAD-CALENDAR-PARA
               VARYING ws-kx FROM 1 BY 1
               UNTIL ws-kx > ws-cal-count
           MOVE ws-listed TO ws-bad-cal-count
           PERFORM EMIT-NONE-PARA

           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE "CALENDAR PROFILES NOT IN THE PROFILE DATASET"
               TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ZERO TO ws-listed
           PERFORM EMIT-BAD-PROFILE-PARA
               VARYING ws-kx FROM 1 BY 1
               UNTIL ws-kx > ws-cal-count
           MOVE ws-listed TO ws-bad-prof-count
           PERFORM EMIT-NONE-PARA

           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE "PROFILES NO CALENDAR LINE USES" TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ZERO TO ws-listed
           PERFORM EMIT-UNUSED-PROFILE-PARA
               VARYING ws-fx FROM 1 BY 1
               UNTIL ws-fx > ws-prof-count
           MOVE ws-listed TO ws-unused-count
           PERFORM EMIT-NONE-PARA.

      * One member's block: what it includes, who includes it, the
      * calendar lines that schedule it and those that wait for it.
       EMIT-MEMBER-PARA.
           MOVE SPACES TO ws-report-line
           PERFORM EMIT-LINE-PARA
           MOVE ws-mem-name(ws-target) TO ws-ml-name
           MOVE ws-mem-version(ws-target) TO ws-ml-version
           MOVE ws-member-line TO ws-report-line
           PERFORM EMIT-LINE-PARA

           PERFORM EMIT-INCLUDES-PARA
               VARYING ws-ex FROM 1 BY 1
               UNTIL ws-ex > ws-edge-count

           PERFORM WALK-INCLUDERS-PARA
           MOVE ZERO TO ws-listed
           PERFORM EMIT-INCLUDER-PARA
               VARYING ws-mx FROM 1 BY 1
               UNTIL ws-mx > ws-mem-count
           IF ws-listed = ZERO
               MOVE SPACES TO ws-ref-line
               MOVE "INCLUDED BY" TO ws-rf-label
               MOVE "(NO MEMBER)" TO ws-rf-name
               MOVE ws-ref-line TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF

           MOVE ZERO TO ws-listed
           PERFORM EMIT-SCHEDULE-PARA
               VARYING ws-kx FROM 1 BY 1
               UNTIL ws-kx > ws-cal-count
           IF ws-listed = ZERO
               MOVE SPACES TO ws-ref-line
               MOVE "SCHEDULED" TO ws-rf-label
               MOVE "(NO CALENDAR LINE)" TO ws-rf-name
               MOVE ws-ref-line TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF

           PERFORM EMIT-AWAITED-PARA
               VARYING ws-ax FROM 1 BY 1
               UNTIL ws-ax > ws-aft-count.

       EMIT-INCLUDES-PARA.
           IF ws-edge-from(ws-ex) = ws-target
               MOVE SPACES TO ws-ref-line
               MOVE "INCLUDES" TO ws-rf-label
               MOVE ws-edge-to-name(ws-ex) TO ws-rf-name
               IF ws-edge-to(ws-ex) = ZERO
                   MOVE "NOT IN LIBRARY" TO ws-rf-note
               END-IF
               MOVE ws-ref-line TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF.

      * Marks every member that reaches the target through its
      * include lines: first the direct includers, then, pass by
      * pass, the includers of anything already marked, until a pass
      * adds nothing. A member marked once keeps its first mark, so
      * an include cycle ends the walk instead of feeding it.
       WALK-INCLUDERS-PARA.
           PERFORM CLEAR-MARK-PARA
               VARYING ws-mx FROM 1 BY 1
               UNTIL ws-mx > ws-mem-count
           MOVE 'T' TO ws-mem-mark(ws-target)
           PERFORM MARK-DIRECT-PARA
               VARYING ws-ex FROM 1 BY 1
               UNTIL ws-ex > ws-edge-count
           MOVE 'Y' TO ws-walk-grew-sw
           PERFORM MARK-NESTED-PASS-PARA UNTIL NOT ws-walk-grew.

       CLEAR-MARK-PARA.
           MOVE SPACE TO ws-mem-mark(ws-mx)
           MOVE ZERO TO ws-mem-via(ws-mx).

       MARK-DIRECT-PARA.
           IF ws-edge-to(ws-ex) = ws-target
                   AND ws-mem-mark(ws-edge-from(ws-ex)) = SPACE
               MOVE 'D' TO ws-mem-mark(ws-edge-from(ws-ex))
           END-IF.

       MARK-NESTED-PASS-PARA.
           MOVE 'N' TO ws-walk-grew-sw
           PERFORM MARK-NESTED-PARA
               VARYING ws-ex FROM 1 BY 1
               UNTIL ws-ex > ws-edge-count.

       MARK-NESTED-PARA.
           IF ws-edge-to(ws-ex) > ZERO
                   AND ws-mem-mark(ws-edge-from(ws-ex)) = SPACE
               IF ws-mem-mark(ws-edge-to(ws-ex)) = 'D' OR 'N'
                   MOVE 'N' TO ws-mem-mark(ws-edge-from(ws-ex))
                   MOVE ws-edge-to(ws-ex)
                       TO ws-mem-via(ws-edge-from(ws-ex))
                   MOVE 'Y' TO ws-walk-grew-sw
               END-IF
           END-IF.

       EMIT-INCLUDER-PARA.
           IF ws-mem-mark(ws-mx) = 'D' OR 'N'
               ADD 1 TO ws-listed
               MOVE SPACES TO ws-ref-line
               MOVE "INCLUDED BY" TO ws-rf-label
               MOVE ws-mem-name(ws-mx) TO ws-rf-name
               IF ws-mem-mark(ws-mx) = 'D'
                   MOVE "DIRECTLY" TO ws-rf-note
               ELSE
                   STRING "VIA " ws-mem-name(ws-mem-via(ws-mx))
                       DELIMITED BY SIZE INTO ws-rf-note
                   END-STRING
               END-IF
               MOVE ws-ref-line TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF.

       EMIT-SCHEDULE-PARA.
           IF ws-cal-mem(ws-kx) = ws-target
               ADD 1 TO ws-listed
               MOVE "SCHEDULED" TO ws-sl-label
               PERFORM FILL-SCHEDULE-LINE-PARA
               MOVE ws-sched-line TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF.

       FILL-SCHEDULE-LINE-PARA.
           MOVE ws-cal-line-no(ws-kx) TO ws-sl-line-no
           MOVE ws-cal-freq(ws-kx) TO ws-sl-freq
           MOVE ws-cal-seq(ws-kx) TO ws-sl-seq
           IF ws-cal-prof(ws-kx) = SPACES
               MOVE "NO PROFILE" TO ws-sl-prof
           ELSE
               STRING "PROFILE " ws-cal-prof(ws-kx)
                   DELIMITED BY SIZE INTO ws-sl-prof
               END-STRING
           END-IF.

      * A calendar line whose AFTER() names this member: deleting
      * or breaking it leaves that line's member skipped every night
      * it is due.
       EMIT-AWAITED-PARA.
           IF ws-aft-name(ws-ax) = ws-mem-name(ws-target)
               MOVE ws-aft-cal(ws-ax) TO ws-kx
               MOVE SPACES TO ws-ref-line
               MOVE "AWAITED BY" TO ws-rf-label
               MOVE ws-cal-name(ws-kx) TO ws-rf-name
               STRING "AFTER() ON CALENDAR LINE "
                       ws-cal-line-no(ws-kx)
                   DELIMITED BY SIZE INTO ws-rf-note
               END-STRING
               MOVE ws-ref-line TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF.

       EMIT-BAD-INCLUDE-PARA.
           IF ws-edge-to(ws-ex) = ZERO
               ADD 1 TO ws-listed
               MOVE SPACES TO ws-ref-line
               MOVE "MEMBER" TO ws-rf-label
               MOVE ws-mem-name(ws-edge-from(ws-ex)) TO ws-rf-name
               STRING "INCLUDES " ws-edge-to-name(ws-ex)
                   DELIMITED BY SIZE INTO ws-rf-note
               END-STRING
               MOVE ws-ref-line TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF.

       EMIT-BAD-CALENDAR-PARA.
           IF ws-cal-mem(ws-kx) = ZERO
               ADD 1 TO ws-listed
               MOVE SPACES TO ws-ref-line
               MOVE "MEMBER" TO ws-rf-label
               MOVE ws-cal-name(ws-kx) TO ws-rf-name
               STRING "CALENDAR LINE " ws-cal-line-no(ws-kx)
                   DELIMITED BY SIZE INTO ws-rf-note
               END-STRING
               MOVE ws-ref-line TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF.

       EMIT-BAD-PROFILE-PARA.
           IF ws-cal-prof-ok(ws-kx) = 'N'
               ADD 1 TO ws-listed
               MOVE SPACES TO ws-ref-line
               MOVE "PROFILE" TO ws-rf-label
               MOVE ws-cal-prof(ws-kx) TO ws-rf-name
               STRING "CALENDAR LINE " ws-cal-line-no(ws-kx)
                       " " ws-cal-name(ws-kx)
                   DELIMITED BY SIZE INTO ws-rf-note
               END-STRING
               MOVE ws-ref-line TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF.

       EMIT-UNUSED-PROFILE-PARA.
           IF ws-prof-used(ws-fx) = ZERO
               ADD 1 TO ws-listed
               MOVE SPACES TO ws-ref-line
               MOVE "PROFILE" TO ws-rf-label
               MOVE ws-prof-name(ws-fx) TO ws-rf-name
               MOVE ws-ref-line TO ws-report-line
               PERFORM EMIT-LINE-PARA
           END-IF.

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
