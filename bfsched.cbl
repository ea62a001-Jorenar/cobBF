      * Calendar dataset, one scheduled member per line, blank
      * delimited:
      *     <member> <frequency> <sequence> [HOLSKIP] [PROFILE(x)]
      *         [AFTER(member,member,...)]
      * Frequency is DAILY, MONTHEND (runs only on the last day of
      * the month), or a comma list of weekday names (MON,WED,FRI).
      * HOLSKIP drops the entry when the run date appears in the
      * holiday dataset; PROFILE(x) is copied onto the control line
      * as the runner's per-entry profile prefix; AFTER(...) names
      * the members (comma separated, no blanks) this one depends
      * on, carried onto the control line as the runner's AFTER()
      * prerequisite prefix so a chain is declared once, here. The
      * trailing tokens may come in any order.
      *
      * A prerequisite is resolved against the night's list when it
      * is written (see PLACE-AFTER-NAME-PARA): one scheduled at an
      * earlier sequence is carried as LIB:member; one due tonight
      * but dropped (not in the library, or holiday-skipped) is
      * still carried, so the runner skips the dependent rather
      * than run it without its input; one whose frequency does not
      * fall tonight is left off with a note. A prerequisite that
      * sorts after its dependent, or an entry naming itself, can
      * never be satisfied and is a calendar error.
      *
      * Every member scheduled for the run date is verified against
      * the library's =MEMBER headers; the control list is written
      * BFLIB.DAT, BFHOL.DAT (holiday dataset is optional - absent
      * means no holidays). Exceptions also land in BFSCHED.EXC.
      * RETURN-CODE 0 = clean, 4 = scheduled members missing from
      * the library, 8 = unreadable calendar, a calendar line that
      * does not parse, or an AFTER() prerequisite not sequenced
      * ahead of its dependent (a broken calendar must not quietly
      * thin the night's list).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 ws-cal-seq-tok       PIC X(20).
       01 ws-cal-extra1        PIC X(80).
       01 ws-cal-extra2        PIC X(80).
       01 ws-cal-extra3        PIC X(80).
       01 ws-cal-seq           PIC 9(4) VALUE ZERO.
       01 ws-cal-seq-long      PIC 9(8) VALUE ZERO.
       01 ws-cal-profile       PIC X(80).
      * Inside of the AFTER(...) token, parentheses stripped.
       01 ws-cal-after         PIC X(80).
       01 ws-cal-tok-len       PIC 9(3) VALUE ZERO.
       01 ws-cal-holskip-sw    PIC X(1) VALUE 'N'.
           88 ws-cal-holskip VALUE 'Y'.
       01 ws-cal-bad-sw        PIC X(1) VALUE 'N'.
               03 ws-ent-seq     PIC 9(4).
               03 ws-ent-member  PIC X(60).
               03 ws-ent-profile PIC X(80).
               03 ws-ent-after   PIC X(80).
       01 ws-ex                PIC 9(3) VALUE ZERO.
       01 ws-ey                PIC 9(3) VALUE ZERO.

      * Members that were due tonight but did not make the list:
      * 'L' not in the library, 'H' dropped by HOLSKIP. An AFTER()
      * naming one of them is still written, so the runner skips
      * the dependent instead of running it without its input.
       01 ws-gone-count        PIC 9(3) VALUE ZERO.
       01 ws-gone-table.
           02 ws-gone-entry OCCURS ws-ent-max TIMES.
               03 ws-gone-member PIC X(60).
               03 ws-gone-why    PIC X(1).
       01 ws-gx                PIC 9(3) VALUE ZERO.

      * One AFTER() name at a time, as WRITE-CONTROL-LINE-PARA
      * resolves it against the sorted list.
       01 ws-after-name        PIC X(60).
       01 ws-after-ptr         PIC 9(3) VALUE ZERO.
       01 ws-after-kept        PIC 9(3) VALUE ZERO.
       01 ws-line-ptr          PIC 9(3) VALUE ZERO.
       01 ws-dep-earlier-sw    PIC X(1) VALUE 'N'.
           88 ws-dep-earlier VALUE 'Y'.
       01 ws-dep-later-sw      PIC X(1) VALUE 'N'.
           88 ws-dep-later VALUE 'Y'.
       01 ws-dep-gone-why      PIC X(1).
       01 ws-order-count       PIC 9(3) VALUE ZERO.
       01 ws-ins-pos           PIC 9(3) VALUE ZERO.

       01 ws-mem-count         PIC 9(4) VALUE ZERO.
                   DISPLAY ws-bad-count " calendar lines refused;"
                       " see " ws-except-filename(1:40)
                   MOVE 8 TO RETURN-CODE
               WHEN ws-order-count > 0
                   DISPLAY ws-order-count " AFTER() prerequisites"
                       " not sequenced ahead of their dependents;"
                       " see " ws-except-filename(1:40)
                   MOVE 8 TO RETURN-CODE
               WHEN ws-exc-count > 0
                   DISPLAY ws-exc-count " scheduled members not in"
                       " the library; see "
           MOVE SPACES TO ws-cal-seq-tok
           MOVE SPACES TO ws-cal-extra1
           MOVE SPACES TO ws-cal-extra2
           MOVE SPACES TO ws-cal-extra3
           MOVE SPACES TO ws-cal-profile
           MOVE SPACES TO ws-cal-after
           MOVE 'N' TO ws-cal-holskip-sw
           MOVE 'N' TO ws-cal-bad-sw
           UNSTRING calfile-record DELIMITED BY ALL SPACE
               INTO ws-cal-member, ws-cal-freq, ws-cal-seq-tok,
                   ws-cal-extra1, ws-cal-extra2, ws-cal-extra3
           END-UNSTRING

           IF ws-cal-member = SPACES OR ws-cal-freq = SPACES

           IF NOT ws-cal-bad AND ws-cal-due
               IF ws-cal-holskip AND ws-run-holiday
                   MOVE 'H' TO ws-dep-gone-why
                   PERFORM NOTE-GONE-MEMBER-PARA
               ELSE
                   PERFORM VERIFY-AND-ACCEPT-PARA
               END-IF
           END-IF.

      * HOLSKIP, PROFILE(x) and AFTER(...) may follow in any order;
      * anything else trailing the sequence is a refused line, not a
      * shrug.
       TAKE-EXTRA-TOKEN-PARA.
           PERFORM APPLY-EXTRA-PARA
           MOVE ws-cal-extra2 TO ws-cal-extra1
           PERFORM APPLY-EXTRA-PARA
           MOVE ws-cal-extra3 TO ws-cal-extra1
           MOVE SPACES TO ws-cal-extra2
           MOVE SPACES TO ws-cal-extra3
           PERFORM APPLY-EXTRA-PARA.

       APPLY-EXTRA-PARA.
                   MOVE 'Y' TO ws-cal-holskip-sw
               WHEN ws-cal-extra1(1:8) = "PROFILE("
                   MOVE ws-cal-extra1 TO ws-cal-profile
               WHEN ws-cal-extra1(1:6) = "AFTER("
                   PERFORM TAKE-AFTER-TOKEN-PARA
               WHEN OTHER
                   PERFORM REFUSE-CALENDAR-LINE-PARA
           END-EVALUATE.

      * The token must close with ')' and name at least one member;
      * the names themselves are resolved when the list is written.
       TAKE-AFTER-TOKEN-PARA.
           MOVE ZERO TO ws-cal-tok-len
           PERFORM FIND-TOKEN-LEN-PARA
               VARYING ws-dx FROM 80 BY -1
               UNTIL ws-dx < 1 OR ws-cal-tok-len > 0
           IF ws-cal-tok-len < 8
                   OR ws-cal-extra1(ws-cal-tok-len:1) NOT = ')'
               PERFORM REFUSE-CALENDAR-LINE-PARA
           ELSE
               MOVE ws-cal-extra1(7:ws-cal-tok-len - 7)
                   TO ws-cal-after
           END-IF.

       FIND-TOKEN-LEN-PARA.
           IF ws-cal-extra1(ws-dx:1) NOT = SPACE
               MOVE ws-dx TO ws-cal-tok-len
           END-IF.

       CHECK-FREQUENCY-PARA.
           MOVE 'N' TO ws-cal-due-sw
           EVALUATE TRUE
           IF ws-mem-held
               PERFORM INSERT-ENTRY-PARA
           ELSE
               MOVE 'L' TO ws-dep-gone-why
               PERFORM NOTE-GONE-MEMBER-PARA
               ADD 1 TO ws-exc-count
               MOVE SPACES TO ws-exc-line
               STRING "NOT IN LIBRARY: " ws-cal-member
               MOVE ws-cal-seq TO ws-ent-seq(ws-ins-pos)
               MOVE ws-cal-member TO ws-ent-member(ws-ins-pos)
               MOVE ws-cal-profile TO ws-ent-profile(ws-ins-pos)
               MOVE ws-cal-after TO ws-ent-after(ws-ins-pos)
           END-IF.

       NOTE-GONE-MEMBER-PARA.
           IF ws-gone-count < ws-ent-max
               ADD 1 TO ws-gone-count
               MOVE ws-cal-member TO ws-gone-member(ws-gone-count)
               MOVE ws-dep-gone-why TO ws-gone-why(ws-gone-count)
           END-IF.

       FIND-ENTRY-SLOT-PARA.

       WRITE-CONTROL-LINE-PARA.
           MOVE SPACES TO ctlfile-record
           MOVE 1 TO ws-line-ptr
           IF ws-ent-after(ws-ex) NOT = SPACES
               MOVE ZERO TO ws-after-kept
               MOVE 1 TO ws-after-ptr
               PERFORM RESOLVE-AFTER-NAME-PARA
                   UNTIL ws-after-ptr > 80
               IF ws-after-kept > 0
                   STRING ") " DELIMITED BY SIZE
                       INTO ctlfile-record
                       WITH POINTER ws-line-ptr
                   END-STRING
               END-IF
           END-IF
           IF ws-ent-profile(ws-ex) = SPACES
               STRING "LIB:" ws-ent-member(ws-ex)
                   DELIMITED BY SIZE INTO ctlfile-record
                   WITH POINTER ws-line-ptr
               END-STRING
           ELSE
               STRING ws-ent-profile(ws-ex) DELIMITED BY SPACE
                       " LIB:" ws-ent-member(ws-ex)
                       DELIMITED BY SIZE
                   INTO ctlfile-record
                   WITH POINTER ws-line-ptr
               END-STRING
           END-IF
           WRITE ctlfile-record.

       RESOLVE-AFTER-NAME-PARA.
           IF ws-ent-after(ws-ex)(ws-after-ptr:) = SPACES
               MOVE 81 TO ws-after-ptr
           ELSE
               MOVE SPACES TO ws-after-name
               UNSTRING ws-ent-after(ws-ex) DELIMITED BY ','
                   INTO ws-after-name
                   WITH POINTER ws-after-ptr
               END-UNSTRING
               IF ws-after-name NOT = SPACES
                   PERFORM PLACE-AFTER-NAME-PARA
               END-IF
           END-IF.

      * Where the prerequisite stands in tonight's sorted list
      * decides whether it is carried, carried with a calendar
      * error, or left off (see the header).
       PLACE-AFTER-NAME-PARA.
           MOVE 'N' TO ws-dep-earlier-sw
           MOVE 'N' TO ws-dep-later-sw
           MOVE SPACE TO ws-dep-gone-why
           PERFORM FIND-AFTER-ENTRY-PARA
               VARYING ws-ey FROM 1 BY 1 UNTIL ws-ey > ws-ent-count
           PERFORM FIND-AFTER-GONE-PARA
               VARYING ws-gx FROM 1 BY 1 UNTIL ws-gx > ws-gone-count
           MOVE SPACES TO ws-exc-line
           EVALUATE TRUE
               WHEN ws-after-name = ws-ent-member(ws-ex)
                   ADD 1 TO ws-order-count
                   STRING "AFTER() NAMES ITSELF: " ws-after-name
                       DELIMITED BY SIZE INTO ws-exc-line
                   END-STRING
                   PERFORM WRITE-EXCEPTION-PARA
               WHEN ws-dep-earlier
                   PERFORM KEEP-AFTER-NAME-PARA
               WHEN ws-dep-later
                   PERFORM KEEP-AFTER-NAME-PARA
                   ADD 1 TO ws-order-count
                   STRING "AFTER() OUT OF SEQUENCE: " DELIMITED BY SIZE
                           ws-ent-member(ws-ex) DELIMITED BY SPACE
                           " AFTER " ws-after-name
                           DELIMITED BY SIZE
                       INTO ws-exc-line
                   END-STRING
                   PERFORM WRITE-EXCEPTION-PARA
               WHEN ws-dep-gone-why NOT = SPACE
                   PERFORM KEEP-AFTER-NAME-PARA
                   IF ws-dep-gone-why = 'H'
                       STRING "PREREQUISITE HOLIDAY-SKIPPED: "
                               DELIMITED BY SIZE
                               ws-after-name DELIMITED BY SPACE
                               " (" DELIMITED BY SIZE
                               ws-ent-member(ws-ex) DELIMITED BY SPACE
                               " WILL BE SKIPPED)" DELIMITED BY SIZE
                           INTO ws-exc-line
                       END-STRING
                       PERFORM WRITE-EXCEPTION-PARA
                   END-IF
               WHEN OTHER
                   STRING "AFTER() NOT DUE TONIGHT, LEFT OFF: "
                           DELIMITED BY SIZE
                           ws-after-name DELIMITED BY SPACE
                           " FOR " ws-ent-member(ws-ex)
                           DELIMITED BY SIZE
                       INTO ws-exc-line
                   END-STRING
                   PERFORM WRITE-EXCEPTION-PARA
           END-EVALUATE.

       FIND-AFTER-ENTRY-PARA.
           IF ws-ent-member(ws-ey) = ws-after-name
               IF ws-ey < ws-ex
                   MOVE 'Y' TO ws-dep-earlier-sw
               END-IF
               IF ws-ey > ws-ex
                   MOVE 'Y' TO ws-dep-later-sw
               END-IF
           END-IF.

       FIND-AFTER-GONE-PARA.
           IF ws-gone-member(ws-gx) = ws-after-name
               MOVE ws-gone-why(ws-gx) TO ws-dep-gone-why
           END-IF.

       KEEP-AFTER-NAME-PARA.
           IF ws-after-kept = 0
               STRING "AFTER(" DELIMITED BY SIZE
                   INTO ctlfile-record
                   WITH POINTER ws-line-ptr
               END-STRING
           ELSE
               STRING "," DELIMITED BY SIZE
                   INTO ctlfile-record
                   WITH POINTER ws-line-ptr
               END-STRING
           END-IF
           STRING "LIB:" DELIMITED BY SIZE
                   ws-after-name DELIMITED BY SPACE
               INTO ctlfile-record
               WITH POINTER ws-line-ptr
           END-STRING
           ADD 1 TO ws-after-kept.

       REFUSE-CALENDAR-LINE-PARA.
           IF NOT ws-cal-bad
               MOVE 'Y' TO ws-cal-bad-sw
