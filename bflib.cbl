      *     =OWNER <owner>
      *     =STORED <yyyymmddhhmmss>
      *     =VERSION <nnnn>
      *     =SEAL <checksum> <lines>
      *     <source lines>
      *     =END
      * The tags start with '=', which is not a BF symbol, so tag
      * lines inside a member body cannot be mistaken for source;
      * source lines must simply not begin with '='.
      *
      * The =SEAL tag is stamped whenever a block is written: a
      * checksum over the member name, the other tag lines and every
      * source line (each line's characters up to its last
      * non-blank, then a line break, modulo ws-seal-modulus), and
      * the count of lines it covers. The runner and bfcheck refuse
      * a member or =INCLUDE member whose block no longer adds up,
      * so an edit made to the dataset behind bflib's back - and
      * past the bfscan screening - never executes. VERIFY sweeps
      * every block for the auditors; SEAL stamps blocks written
      * before seals existed and leaves sealed blocks alone, so it
      * cannot bless a sealed block somebody has since altered.
      *
      * Prior versions of a member are retained as "=OLDMEM <name>"
      * blocks (same layout, same tags): REPLACE and ROLLBACK demote
      * the current "=MEMBER" header to "=OLDMEM" instead of dropping
      *     REPLACE member source owner [library]
      *                                 - new version of a member
      *     DELETE member [library]     - remove a member and all of
      *                                   its retained versions;
      *                                   refused while another
      *                                   current member includes it
      *     HISTORY member [library]    - all stored versions of a
      *                                   member with owner/timestamp
      *     FETCH member version dataset [library]
      *                                 - store a prior version's
      *                                   source as the new current
      *                                   version
      *     VERIFY [library]            - check the seal of every
      *                                   block, retained versions
      *                                   included; list each one
      *                                   TAMPERED, TRUNCATED (no
      *                                   =END, or lines missing) or
      *                                   UNSEALED
      *     SEAL [library]              - stamp a seal on every
      *                                   complete block that has
      *                                   none
      *     PROMOTE member promoter [test [production]]
      *                                 - copy the member's current
      *                                   version from the test
      *                                   library (default
      *                                   BFTEST.DAT) to production
      *                                   (default BFLIB.DAT)
      *
      * Changes are made and tried in the test library; production -
      * the library the nightly lists run - is only fed by PROMOTE.
      * The current test block goes across verbatim (owner, stored
      * timestamp, version number and seal kept), production's own
      * current block is demoted and retained as REPLACE would, and
      * a line goes to the promotion log BFPROMO.LOG: when, member,
      * promoter, production version before and after, owner, the
      * test version's =STORED and the run that proved it. PROMOTE
      * is refused unless the audit trail (BFAUDIT.LOG plus every
      * archive bfclose catalogued in BFAUDIT.CAT) holds a NORMAL
      * run of LIB:member that was compared against its expected
      * output (aud-compared 'C'), ran the very block being promoted
      * (aud-lib-seal equal to its seal) and ended after that block
      * was stored.
      *
      * Only authorised maintainers change the library. The typed
      * owner and promoter operands are what gets recorded in the
      * block and the promotion log - a claim - so authority comes
      * from the signed-on user instead (the USER environment
      * variable, else LOGNAME), checked against the authorisation
      * table BFAUTH.DAT before ADD, REPLACE, ROLLBACK, DELETE,
      * PROMOTE or SEAL touches anything. One grant per line:
      *     <user> <functions> <members>
      * functions being ALL or a comma list (ADD,REPLACE,...), and
      * members an exact member name, a name prefix ending in '*'
      * (PAY* covers PAYROLL and PAYSLIP), or '*' alone for every
      * member. SEAL rewrites every block, so only a '*' grant
      * covers it. Blank lines and lines starting '*' are comments.
      * A missing or unreadable table refuses every change. Every
      * attempted change, made, failed or refused, is appended to
      * the change log BFLIBCHG.LOG (see chglog-record) for the
      * quarterly access review bfaccess.cbl prints.
      *
      * RETURN-CODE 0 on success, 8 on any error (unknown function,
      * member missing/already present, unreadable source dataset,
      * a DELETE target other current members still include,
      * version not held, a TAMPERED or TRUNCATED block found by
      * VERIFY, a test version that fails its seal or is not newer
      * than production); 4 when VERIFY finds unsealed blocks and
      * nothing worse; 12 when PROMOTE finds no tested run to
      * justify the promotion; 16 when the authorisation table does
      * not grant the signed-on user that function on that member.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-sfile-status.

      * PROMOTE's evidence and record: the runner's audit trail (the
      * live log, then each archive the catalogue names, in turn
      * through ws-audit-filename) and the promotion log.
           SELECT OPTIONAL afile ASSIGN TO DYNAMIC ws-audit-filename
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL catfile ASSIGN TO DYNAMIC
                   ws-catalog-filename
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL pmfile ASSIGN TO DYNAMIC ws-promo-filename
               ORGANIZATION IS LINE SEQUENTIAL.

      * Change control: the authorisation table read before any
      * change, and the change log every attempt is appended to.
           SELECT aufile ASSIGN TO DYNAMIC ws-auth-filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ws-aufile-status.

           SELECT OPTIONAL clfile ASSIGN TO DYNAMIC ws-chglog-filename
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD sfile.
       01 sfile-record PIC X(300).

       FD afile.
       01 afile-record PIC X(400).

       FD catfile.
       01 catfile-record PIC X(300).

       FD pmfile.
       01 promo-record.
           02 pmr-stamp        PIC X(14).
           02 FILLER           PIC X(1).
           02 pmr-member       PIC X(60).
           02 FILLER           PIC X(1).
           02 pmr-promoter     PIC X(20).
           02 FILLER           PIC X(1).
           02 pmr-from-version PIC X(4).
           02 FILLER           PIC X(1).
           02 pmr-to-version   PIC X(4).
           02 FILLER           PIC X(1).
           02 pmr-owner        PIC X(20).
           02 FILLER           PIC X(1).
           02 pmr-test-stored  PIC X(14).
           02 FILLER           PIC X(1).
           02 pmr-evidence-ts  PIC X(14).

       FD aufile.
       01 aufile-record PIC X(300).

      * One line per attempted change. cgr-result is DONE, FAILED
      * (the function's own checks stopped it; cgr-rc says how) or
      * REFUSED (not authorised, RETURN-CODE 16). Versions are the
      * member's current version before the change and the version
      * it made current (blank where there is none - an ADD has no
      * before, a DELETE no after); cgr-req-version is the version
      * a ROLLBACK asked for. cgr-named is the typed owner (ADD,
      * REPLACE) or promoter (PROMOTE). bfaccess.cbl reads this
      * layout.
       FD clfile.
       01 chglog-record.
           02 cgr-stamp        PIC X(14).
           02 FILLER           PIC X(1).
           02 cgr-user         PIC X(20).
           02 FILLER           PIC X(1).
           02 cgr-function     PIC X(8).
           02 FILLER           PIC X(1).
           02 cgr-member       PIC X(60).
           02 FILLER           PIC X(1).
           02 cgr-result       PIC X(7).
           02 FILLER           PIC X(1).
           02 cgr-rc           PIC 9(2).
           02 FILLER           PIC X(1).
           02 cgr-from-version PIC X(4).
           02 FILLER           PIC X(1).
           02 cgr-to-version   PIC X(4).
           02 FILLER           PIC X(1).
           02 cgr-req-version  PIC X(4).
           02 FILLER           PIC X(1).
           02 cgr-named        PIC X(20).
           02 FILLER           PIC X(1).
           02 cgr-library      PIC X(60).

       WORKING-STORAGE SECTION.
      * In-memory image of the whole library for REPLACE/DELETE
      * rewrites; sized for the production library (about sixty
       01 ws-ls-current-sw    PIC X(1) VALUE 'N'.
           88 ws-ls-current VALUE 'Y'.

      * DELETE refuses while any other member's current block still
      * pulls the target in with "=INCLUDE"; retained =OLDMEM
      * blocks do not count, they never run. bfxref.cbl reports the
      * nested includers as well.
       01 ws-dx-current-sw    PIC X(1) VALUE 'N'.
           88 ws-dx-current VALUE 'Y'.
       01 ws-dx-block-name    PIC X(60).
       01 ws-dx-includers     PIC 9(5) VALUE ZERO.

      * Seal arithmetic (the same in main.cbl and bfcheck.cbl's
      * bfscan, which check what is stamped here): a running sum
      * over the block's lines, the figures read back from an
      * existing =SEAL tag, and the tag lines a new block is stamped
      * with, built once so the block written is the block summed.
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
       01 ws-tag-owner        PIC X(20).
       01 ws-owner-tag        PIC X(300).
       01 ws-stored-tag       PIC X(300).
       01 ws-version-tag      PIC X(300).
       01 ws-seal-tag.
           02 FILLER          PIC X(6) VALUE "=SEAL ".
           02 ws-st-sum       PIC 9(9).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-st-lines     PIC 9(5).

      * VERIFY/SEAL sweep of the library image: the block being
      * walked (where its header sits, where a seal would go - just
      * past its =VERSION tag - and what it is), its verdict, the
      * tallies, and for SEAL the blocks to stamp on the rewrite.
       78 ws-stamp-max VALUE 2000.
       01 ws-vf-mode          PIC X(1) VALUE 'V'.
           88 ws-vf-sealing VALUE 'S'.
       01 ws-vf-in-block-sw   PIC X(1) VALUE 'N'.
           88 ws-vf-in-block VALUE 'Y'.
       01 ws-vf-name          PIC X(60).
       01 ws-vf-marker        PIC X(7).
       01 ws-vf-version       PIC X(4).
       01 ws-vf-stored        PIC X(14).
       01 ws-vf-insert-at     PIC 9(5) VALUE ZERO.
       01 ws-vf-status        PIC X(9).
       01 ws-vf-blocks        PIC 9(5) VALUE ZERO.
       01 ws-vf-tampered      PIC 9(5) VALUE ZERO.
       01 ws-vf-truncated     PIC 9(5) VALUE ZERO.
       01 ws-vf-unsealed      PIC 9(5) VALUE ZERO.
       01 ws-stamp-count      PIC 9(4) VALUE ZERO.
       01 ws-stamp-next       PIC 9(4) VALUE ZERO.
       01 ws-stamp-table.
           02 ws-stamp-entry OCCURS ws-stamp-max TIMES.
               03 ws-stamp-at    PIC 9(5).
               03 ws-stamp-sum   PIC 9(9).
               03 ws-stamp-lines PIC 9(5).
       01 ws-vf-line.
           02 ws-vl-status    PIC X(9).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-vl-marker    PIC X(7).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-vl-name      PIC X(60).
           02 FILLER          PIC X(3) VALUE " V=".
           02 ws-vl-version   PIC X(4).
           02 FILLER          PIC X(1) VALUE SPACE.
           02 ws-vl-stored    PIC X(14).

      * PROMOTE: the two libraries, the evidence datasets, and the
      * test block being promoted - held line for line (a member body
      * is capped at the runner's 2000 lines) with the metadata and
      * seal the gate and the log need.
       78 ws-arch-max VALUE 200.
       78 ws-pm-max-lines VALUE 2100.
       01 ws-promoter         PIC X(20).
       01 ws-test-operand     PIC X(300).
       01 ws-prod-operand     PIC X(300).
       01 ws-test-filename    PIC X(300) VALUE "BFTEST.DAT".
       01 ws-prod-filename    PIC X(300) VALUE "BFLIB.DAT".
       01 ws-live-audit-filename PIC X(300) VALUE "BFAUDIT.LOG".
       01 ws-audit-filename   PIC X(300).
       01 ws-catalog-filename PIC X(300) VALUE "BFAUDIT.CAT".
       01 ws-promo-filename   PIC X(300) VALUE "BFPROMO.LOG".
       01 ws-afile-eof-sw     PIC X(1) VALUE 'N'.
           88 ws-afile-eof VALUE 'Y'.
       01 ws-catfile-eof-sw   PIC X(1) VALUE 'N'.
           88 ws-catfile-eof VALUE 'Y'.
       01 ws-arch-count       PIC 9(3) VALUE ZERO.
       01 ws-arch-table.
           02 ws-arch-name PIC X(300) OCCURS ws-arch-max TIMES.
       01 ws-ax               PIC 9(3) VALUE ZERO.
       01 ws-pm-count         PIC 9(4) VALUE ZERO.
       01 ws-pm-block.
           02 ws-pm-line PIC X(300) OCCURS ws-pm-max-lines TIMES.
       01 ws-pm-px            PIC 9(4) VALUE ZERO.
       01 ws-pm-found-sw      PIC X(1) VALUE 'N'.
           88 ws-pm-found VALUE 'Y'.
       01 ws-pm-done-sw       PIC X(1) VALUE 'N'.
           88 ws-pm-done VALUE 'Y'.
       01 ws-pm-over-sw       PIC X(1) VALUE 'N'.
           88 ws-pm-too-long VALUE 'Y'.
       01 ws-pm-version       PIC 9(4) VALUE ZERO.
       01 ws-pm-stored        PIC X(14).
       01 ws-pm-owner         PIC X(20).
       01 ws-pm-seal          PIC X(9).
       01 ws-pm-job-name      PIC X(300).
       01 ws-pm-evidence-ts   PIC X(14).

      * Image of main.cbl's audit-record.
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
           02 FILLER           PIC X(1).
           02 ws-aud-compared  PIC X(1).
           02 FILLER           PIC X(1).
           02 ws-aud-lib-seal  PIC X(9).

      * Change control (see the header): who is signed on, the
      * grant line being tested, and what the attempt came to.
       01 ws-auth-filename    PIC X(300) VALUE "BFAUTH.DAT".
       01 ws-chglog-filename  PIC X(300) VALUE "BFLIBCHG.LOG".
       01 ws-aufile-status    PIC X(2).
       01 ws-aufile-eof-sw    PIC X(1) VALUE 'N'.
           88 ws-aufile-eof VALUE 'Y'.
       01 ws-auth-user        PIC X(20).
       01 ws-change-sw        PIC X(1) VALUE 'N'.
           88 ws-change-function VALUE 'Y'.
       01 ws-auth-granted-sw  PIC X(1) VALUE 'N'.
           88 ws-auth-granted VALUE 'Y'.
       01 ws-au-line          PIC X(300).
       01 ws-au-user          PIC X(20).
       01 ws-au-functions     PIC X(100).
       01 ws-au-members       PIC X(60).
       01 ws-au-fn-list       PIC X(102).
       01 ws-au-fn-token      PIC X(10).
       01 ws-au-fn-len        PIC 9(3) VALUE ZERO.
       01 ws-au-len           PIC 9(3) VALUE ZERO.
       01 ws-au-hits          PIC 9(3) VALUE ZERO.
       01 ws-chg-library      PIC X(300).
       01 ws-chg-named        PIC X(20).
       01 ws-chg-rc           PIC 9(2) VALUE ZERO.

       01 ws-list-line.
           02 ws-ll-name      PIC X(60).
           02 FILLER          PIC X(2) VALUE SPACES.
           END-UNSTRING

      * The library operand sits after each function's last required
      * operand: LIST, VERIFY and SEAL take it where a member name
      * would be, DELETE and HISTORY where a source dataset would be,
      * ROLLBACK (whose version rides in the source-dataset slot)
      * where an owner would be, ADD/REPLACE/FETCH after their fourth
      * token.
           EVALUATE ws-function
               WHEN "LIST"
               WHEN "VERIFY"
               WHEN "SEAL"
                   IF ws-member-name NOT = SPACES
                       MOVE ws-member-name TO ws-library-filename
                       MOVE SPACES TO ws-member-name
                       MOVE ws-owner TO ws-library-filename
                       MOVE SPACES TO ws-owner
                   END-IF
      * PROMOTE member promoter [test [production]]: two library
      * operands, so the line is split afresh with receivers wide
      * enough for dataset names.
               WHEN "PROMOTE"
                   MOVE SPACES TO ws-promoter
                   MOVE SPACES TO ws-test-operand
                   MOVE SPACES TO ws-prod-operand
                   UNSTRING ws-command-line DELIMITED BY ALL SPACE
                       INTO ws-function, ws-member-name,
                           ws-promoter, ws-test-operand,
                           ws-prod-operand
                   END-UNSTRING
                   MOVE SPACES TO ws-source-filename
                   MOVE SPACES TO ws-owner
                   IF ws-test-operand NOT = SPACES
                       MOVE ws-test-operand TO ws-test-filename
                   END-IF
                   IF ws-prod-operand NOT = SPACES
                       MOVE ws-prod-operand TO ws-prod-filename
                   END-IF
               WHEN OTHER
                   IF ws-library-operand NOT = SPACES
                       MOVE ws-library-operand
           MOVE ws-member-name TO ws-hdr-name
           MOVE ws-member-name TO ws-old-hdr-name

      * The library a change lands in is captured now: PROMOTE
      * moves ws-library-filename between its two libraries.
           MOVE 'N' TO ws-change-sw
           MOVE 'Y' TO ws-auth-granted-sw
           EVALUATE ws-function
               WHEN "ADD"
               WHEN "REPLACE"
                   MOVE 'Y' TO ws-change-sw
                   MOVE ws-owner TO ws-chg-named
                   MOVE ws-library-filename TO ws-chg-library
               WHEN "DELETE"
               WHEN "ROLLBACK"
               WHEN "SEAL"
                   MOVE 'Y' TO ws-change-sw
                   MOVE SPACES TO ws-chg-named
                   MOVE ws-library-filename TO ws-chg-library
               WHEN "PROMOTE"
                   MOVE 'Y' TO ws-change-sw
                   MOVE ws-promoter TO ws-chg-named
                   MOVE ws-prod-filename TO ws-chg-library
           END-EVALUATE
           IF ws-change-function
               PERFORM CHECK-AUTHORITY-PARA
           END-IF

           IF NOT ws-auth-granted
               DISPLAY "Not authorised: " FUNCTION TRIM(ws-auth-user)
                   " may not "
                   FUNCTION TRIM(ws-function) " "
                   ws-member-name(1:40)
               MOVE 16 TO RETURN-CODE
           ELSE
               EVALUATE ws-function
                   WHEN "LIST"
                       PERFORM LIST-MEMBERS-PARA
                   WHEN "ADD"
                       PERFORM ADD-MEMBER-PARA
                   WHEN "REPLACE"
                       PERFORM REPLACE-MEMBER-PARA
                   WHEN "DELETE"
                       PERFORM DELETE-MEMBER-PARA
                   WHEN "HISTORY"
                       PERFORM HISTORY-MEMBER-PARA
                   WHEN "FETCH"
                       PERFORM FETCH-MEMBER-PARA
                   WHEN "ROLLBACK"
                       PERFORM ROLLBACK-MEMBER-PARA
                   WHEN "VERIFY"
                       PERFORM VERIFY-LIBRARY-PARA
                   WHEN "SEAL"
                       PERFORM SEAL-LIBRARY-PARA
                   WHEN "PROMOTE"
                       PERFORM PROMOTE-MEMBER-PARA
                   WHEN OTHER
                       DISPLAY "bflib functions: LIST | ADD member"
                           " source owner | REPLACE member source"
                           " owner | DELETE member | HISTORY member"
                           " | FETCH member version dataset"
                           " | ROLLBACK member version"
                           " | VERIFY | SEAL"
                           " | PROMOTE member promoter"
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF

           IF ws-change-function
               PERFORM WRITE-CHANGE-LOG-PARA
           END-IF

           STOP RUN.

      * Grants the change when any line of the authorisation table
      * names the signed-on user, the function (or ALL) and a member
      * pattern covering the target. User names compare without
      * regard to case - sign-on names and the table's upper-case
      * convention need not agree. Fails closed: no user, no table,
      * no grant.
       CHECK-AUTHORITY-PARA.
           MOVE 'N' TO ws-auth-granted-sw
           MOVE SPACES TO ws-auth-user
           ACCEPT ws-auth-user FROM ENVIRONMENT "USER"
           IF ws-auth-user = SPACES
               ACCEPT ws-auth-user FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF ws-auth-user = SPACES
               MOVE "UNKNOWN" TO ws-auth-user
           ELSE
               MOVE FUNCTION UPPER-CASE(ws-auth-user) TO ws-auth-user
           END-IF
           MOVE SPACES TO ws-au-fn-token
           STRING "," DELIMITED BY SIZE
                   ws-function DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
               INTO ws-au-fn-token
           END-STRING
           COMPUTE ws-au-fn-len =
               FUNCTION LENGTH(FUNCTION TRIM(ws-function)) + 2
           MOVE 'N' TO ws-aufile-eof-sw
           OPEN INPUT aufile
           IF ws-aufile-status NOT = "00"
               DISPLAY "Authorisation table not readable: "
                   ws-auth-filename(1:60)
           ELSE
               PERFORM UNTIL ws-aufile-eof OR ws-auth-granted
                   READ aufile
                       AT END
                           SET ws-aufile-eof TO TRUE
                       NOT AT END
                           PERFORM CHECK-AUTH-LINE-PARA
                   END-READ
               END-PERFORM
               CLOSE aufile
           END-IF.

       CHECK-AUTH-LINE-PARA.
           MOVE FUNCTION TRIM(aufile-record LEADING) TO ws-au-line
           IF ws-au-line NOT = SPACES AND ws-au-line(1:1) NOT = '*'
               MOVE SPACES TO ws-au-user
               MOVE SPACES TO ws-au-functions
               MOVE SPACES TO ws-au-members
               UNSTRING ws-au-line DELIMITED BY ALL SPACE
                   INTO ws-au-user, ws-au-functions, ws-au-members
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(ws-au-user) TO ws-au-user
               MOVE FUNCTION UPPER-CASE(ws-au-functions)
                   TO ws-au-functions
               IF ws-au-user = ws-auth-user
                       AND ws-au-members NOT = SPACES
                   MOVE ZERO TO ws-au-hits
                   IF ws-au-functions = "ALL"
                       MOVE 1 TO ws-au-hits
                   ELSE
                       MOVE SPACES TO ws-au-fn-list
                       STRING "," DELIMITED BY SIZE
                               ws-au-functions DELIMITED BY SPACE
                               "," DELIMITED BY SIZE
                           INTO ws-au-fn-list
                       END-STRING
                       INSPECT ws-au-fn-list TALLYING ws-au-hits
                           FOR ALL ws-au-fn-token(1:ws-au-fn-len)
                   END-IF
                   IF ws-au-hits > 0
                       PERFORM CHECK-AUTH-MEMBER-PARA
                   END-IF
               END-IF
           END-IF.

       CHECK-AUTH-MEMBER-PARA.
           COMPUTE ws-au-len =
               FUNCTION LENGTH(FUNCTION TRIM(ws-au-members))
           EVALUATE TRUE
               WHEN ws-au-members = "*"
                   MOVE 'Y' TO ws-auth-granted-sw
               WHEN ws-function = "SEAL"
                   CONTINUE
               WHEN ws-au-members(ws-au-len:1) = "*"
                   IF ws-au-len = 1
                       MOVE 'Y' TO ws-auth-granted-sw
                   ELSE
                       IF ws-member-name(1:ws-au-len - 1)
                               = ws-au-members(1:ws-au-len - 1)
                           MOVE 'Y' TO ws-auth-granted-sw
                       END-IF
                   END-IF
               WHEN ws-au-members = ws-member-name
                   MOVE 'Y' TO ws-auth-granted-sw
           END-EVALUATE.

      * One line per attempted change, whatever became of it; the
      * outcome is read back off RETURN-CODE, which every function
      * sets on its failure paths.
       WRITE-CHANGE-LOG-PARA.
           MOVE RETURN-CODE TO ws-chg-rc
           MOVE FUNCTION CURRENT-DATE TO ws-timestamp
           MOVE SPACES TO chglog-record
           MOVE ws-timestamp(1:14) TO cgr-stamp
           MOVE ws-auth-user TO cgr-user
           MOVE ws-function TO cgr-function
           IF ws-function = "SEAL"
               MOVE "*" TO cgr-member
           ELSE
               MOVE ws-member-name TO cgr-member
           END-IF
           MOVE ws-chg-rc TO cgr-rc
           EVALUATE TRUE
               WHEN NOT ws-auth-granted
                   MOVE "REFUSED" TO cgr-result
               WHEN ws-chg-rc = 0
                   MOVE "DONE" TO cgr-result
               WHEN OTHER
                   MOVE "FAILED" TO cgr-result
           END-EVALUATE
      * The before version is only known once the function has
      * loaded the library with the member in it; PROMOTE's figure
      * is production's, which it holds only once it got that far.
           IF ws-auth-granted AND ws-member-found
                   AND ws-old-version > 0
               EVALUATE ws-function
                   WHEN "REPLACE"
                   WHEN "ROLLBACK"
                   WHEN "DELETE"
                       MOVE ws-old-version TO cgr-from-version
                   WHEN "PROMOTE"
                       IF ws-library-filename = ws-prod-filename
                           MOVE ws-old-version TO cgr-from-version
                       END-IF
               END-EVALUATE
           END-IF
           IF ws-auth-granted AND ws-chg-rc = 0
               EVALUATE ws-function
                   WHEN "ADD"
                   WHEN "REPLACE"
                   WHEN "ROLLBACK"
                       MOVE ws-new-version TO cgr-to-version
                   WHEN "PROMOTE"
                       MOVE ws-pm-version TO cgr-to-version
               END-EVALUATE
           END-IF
           IF ws-function = "ROLLBACK" AND ws-req-version-ok
               MOVE ws-req-version TO cgr-req-version
           END-IF
           MOVE ws-chg-named TO cgr-named
           MOVE ws-chg-library TO cgr-library
           OPEN EXTEND clfile
           WRITE chglog-record
           CLOSE clfile.

      * The version operand arrives in ws-source-filename; it must be
      * a plain number (1-4 digits as =VERSION stores them).
       PARSE-VERSION-PARA.
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-LIBRARY-PARA
               PERFORM FIND-INCLUDERS-PARA
               EVALUATE TRUE
                   WHEN ws-lib-truncated
                       CONTINUE
                       DISPLAY "Member not in library: "
                           ws-member-name
                       MOVE 8 TO RETURN-CODE
                   WHEN ws-dx-includers > 0
                       DISPLAY "DELETE refused: " ws-member-name
                       DISPLAY "  is still included by "
                           ws-dx-includers " current member(s)"
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 'D' TO ws-rewrite-mode
                       PERFORM REWRITE-LIBRARY-PARA
               END-EVALUATE
           END-IF.

      * Names every other current member whose block has an
      * "=INCLUDE" of the target, once per include line.
       FIND-INCLUDERS-PARA.
           MOVE ZERO TO ws-dx-includers
           MOVE 'N' TO ws-dx-current-sw
           PERFORM FIND-INCLUDER-LINE-PARA
               VARYING ws-lx FROM 1 BY 1
               UNTIL ws-lx > ws-lib-count.

       FIND-INCLUDER-LINE-PARA.
           EVALUATE TRUE
               WHEN ws-lib-line(ws-lx)(1:8) = "=MEMBER "
                   MOVE 'Y' TO ws-dx-current-sw
                   MOVE ws-lib-line(ws-lx)(9:60) TO ws-dx-block-name
               WHEN ws-lib-line(ws-lx)(1:8) = "=OLDMEM "
                   MOVE 'N' TO ws-dx-current-sw
               WHEN ws-lib-line(ws-lx)(1:4) = "=END"
                   MOVE 'N' TO ws-dx-current-sw
               WHEN ws-dx-current
                       AND ws-dx-block-name NOT = ws-member-name
                       AND ws-lib-line(ws-lx)(1:9) = "=INCLUDE "
                       AND ws-lib-line(ws-lx)(10:60) = ws-member-name
                   ADD 1 TO ws-dx-includers
                   DISPLAY "Included by: " ws-dx-block-name
           END-EVALUATE.

      * Every stored version of one member - the current block and
      * the retained =OLDMEM blocks - with owner, timestamp, version
      * and a CURRENT/OLD marker, in the order they sit in the

       FETCH-ONE-LINE-PARA.
           EVALUATE TRUE
      * The seal belongs to the stored block, not to the source.
               WHEN ws-ft-match
                   EVALUATE TRUE
                       WHEN lfile-record(1:4) = "=END"
                           CLOSE sfile
                           MOVE 'Y' TO ws-ft-found-sw
                           SET ws-lfile-eof TO TRUE
                       WHEN lfile-record(1:6) = "=SEAL "
                           CONTINUE
                       WHEN OTHER
                           MOVE lfile-record TO sfile-record
                           WRITE sfile-record
                   END-EVALUATE
               WHEN lfile-record(1:68) = ws-member-header
               WHEN lfile-record(1:68) = ws-oldmem-header
                   MOVE 'Y' TO ws-ft-in-block-sw
                   MOVE 'N' TO ws-rb-in-block-sw
           END-EVALUATE.

      * Appends the new current block for a rollback: fresh header,
      * tags and seal, then the body lines copied out of the image
      * (the old block's own =SEAL tag stays behind with it).
       APPEND-ROLLBACK-PARA.
           MOVE FUNCTION CURRENT-DATE TO ws-timestamp
           MOVE ws-rb-owner TO ws-tag-owner
           PERFORM BUILD-TAG-LINES-PARA
           PERFORM SEAL-RB-LINE-PARA
               VARYING ws-lx FROM ws-rb-start BY 1
               UNTIL ws-lx > ws-rb-end
           OPEN EXTEND lfile
           PERFORM WRITE-TAG-LINES-PARA
           PERFORM APPEND-RB-LINE-PARA
               VARYING ws-lx FROM ws-rb-start BY 1
               UNTIL ws-lx > ws-rb-end
               " to VERSION " ws-req-version
               " (stored as VERSION " ws-new-version ")".

       SEAL-RB-LINE-PARA.
           IF ws-lib-line(ws-lx)(1:6) NOT = "=SEAL "
               MOVE ws-lib-line(ws-lx) TO ws-seal-line
               PERFORM SEAL-TAKE-LINE-PARA
           END-IF.

       APPEND-RB-LINE-PARA.
           IF ws-lib-line(ws-lx)(1:6) NOT = "=SEAL "
               MOVE ws-lib-line(ws-lx) TO lfile-record
               WRITE lfile-record
           END-IF.

      * Proves the whole source dataset is cleanly readable before
      * anything is committed to the library; APPEND-MEMBER-PARA
                   ws-source-filename(1:60)
               MOVE 8 TO RETURN-CODE
           ELSE
      * The seal has to be known before the block's tags go out, so
      * the source is summed in a pass of its own and then re-read
      * for the copy.
               MOVE FUNCTION CURRENT-DATE TO ws-timestamp
               MOVE ws-owner TO ws-tag-owner
               PERFORM BUILD-TAG-LINES-PARA
               PERFORM UNTIL ws-sfile-eof
                   READ sfile
                       AT END
                           SET ws-sfile-eof TO TRUE
                       NOT AT END
                           MOVE sfile-record TO ws-seal-line
                           PERFORM SEAL-TAKE-LINE-PARA
                   END-READ
                   IF ws-sfile-status NOT = "00"
                       SET ws-sfile-eof TO TRUE
                   END-IF
               END-PERFORM
               CLOSE sfile
               MOVE 'N' TO ws-sfile-eof-sw
               OPEN INPUT sfile
               OPEN EXTEND lfile
               PERFORM WRITE-TAG-LINES-PARA
               PERFORM UNTIL ws-sfile-eof
                   READ sfile
                       AT END
               DISPLAY "Stored " ws-member-name " VERSION "
                   ws-new-version " (" ws-line-count " LINES)"
           END-IF.

      * Header and tag lines for a block about to be appended, with
      * the seal sum started over the member name and those tags;
      * the caller feeds the body lines through SEAL-TAKE-LINE-PARA
      * before WRITE-TAG-LINES-PARA stamps the result.
       BUILD-TAG-LINES-PARA.
           MOVE SPACES TO ws-owner-tag
           STRING "=OWNER " ws-tag-owner
               DELIMITED BY SIZE INTO ws-owner-tag
           END-STRING
           MOVE SPACES TO ws-stored-tag
           STRING "=STORED " ws-timestamp(1:14)
               DELIMITED BY SIZE INTO ws-stored-tag
           END-STRING
           MOVE SPACES TO ws-version-tag
           STRING "=VERSION " ws-new-version
               DELIMITED BY SIZE INTO ws-version-tag
           END-STRING
           MOVE ws-member-name TO ws-seal-line
           PERFORM SEAL-START-PARA
           MOVE ws-owner-tag TO ws-seal-line
           PERFORM SEAL-TAKE-LINE-PARA
           MOVE ws-stored-tag TO ws-seal-line
           PERFORM SEAL-TAKE-LINE-PARA
           MOVE ws-version-tag TO ws-seal-line
           PERFORM SEAL-TAKE-LINE-PARA.

       WRITE-TAG-LINES-PARA.
           MOVE SPACES TO lfile-record
           MOVE ws-member-header TO lfile-record
           WRITE lfile-record
           MOVE ws-owner-tag TO lfile-record
           WRITE lfile-record
           MOVE ws-stored-tag TO lfile-record
           WRITE lfile-record
           MOVE ws-version-tag TO lfile-record
           WRITE lfile-record
           MOVE ws-seal-sum TO ws-st-sum
           MOVE ws-seal-lines TO ws-st-lines
           MOVE SPACES TO lfile-record
           MOVE ws-seal-tag TO lfile-record
           WRITE lfile-record.

      * Seal arithmetic - kept in step with main.cbl and bfscan.
      * SEAL-START-PARA takes the member name in ws-seal-line; each
      * later line of the block up to its =END goes through
      * SEAL-TAKE-LINE-PARA, which files an existing =SEAL tag's
      * figures away instead of summing them.
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

      * Every block in the library, =MEMBER and =OLDMEM alike, is
      * summed and judged; only the exceptions are listed, then the
      * tallies. A block whose tag is intact but which has fewer
      * lines than it was sealed with lost its tail: TRUNCATED, as
      * is one that never reaches its =END.
       VERIFY-LIBRARY-PARA.
           MOVE 'V' TO ws-vf-mode
           PERFORM LOAD-LIBRARY-PARA
           DISPLAY "STATUS    BLOCK   MEMBER                      "
               "                                 VER    STORED"
           PERFORM SWEEP-LIBRARY-PARA
           DISPLAY ws-vf-blocks " BLOCKS CHECKED, "
               ws-vf-tampered " TAMPERED, "
               ws-vf-truncated " TRUNCATED, "
               ws-vf-unsealed " UNSEALED"
           EVALUATE TRUE
               WHEN ws-vf-tampered > 0 OR ws-vf-truncated > 0
                   MOVE 8 TO RETURN-CODE
               WHEN ws-vf-unsealed > 0 AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      * Stamps a seal on every complete block that has none, just
      * past its =VERSION tag, by rewriting the library from the
      * image. Sealed blocks - good or bad - are never re-stamped;
      * damaged ones stay for VERIFY to report.
       SEAL-LIBRARY-PARA.
           MOVE 'S' TO ws-vf-mode
           MOVE ZERO TO ws-stamp-count
           PERFORM LOAD-LIBRARY-PARA
           IF NOT ws-lib-truncated
               PERFORM SWEEP-LIBRARY-PARA
               IF ws-stamp-count > 0
                   MOVE 1 TO ws-stamp-next
                   OPEN OUTPUT lfile
                   PERFORM STAMP-ONE-LINE-PARA
                       VARYING ws-lx FROM 1 BY 1
                       UNTIL ws-lx > ws-lib-count
                   CLOSE lfile
               END-IF
               DISPLAY "Sealed " ws-stamp-count " of "
                   ws-vf-blocks " blocks"
           END-IF.

       STAMP-ONE-LINE-PARA.
           MOVE ws-lib-line(ws-lx) TO lfile-record
           WRITE lfile-record
           IF ws-stamp-next <= ws-stamp-count
               IF ws-stamp-at(ws-stamp-next) = ws-lx
                   MOVE ws-stamp-sum(ws-stamp-next) TO ws-st-sum
                   MOVE ws-stamp-lines(ws-stamp-next)
                       TO ws-st-lines
                   MOVE SPACES TO lfile-record
                   MOVE ws-seal-tag TO lfile-record
                   WRITE lfile-record
                   ADD 1 TO ws-stamp-next
               END-IF
           END-IF.

       SWEEP-LIBRARY-PARA.
           MOVE 'N' TO ws-vf-in-block-sw
           MOVE ZERO TO ws-vf-blocks
           MOVE ZERO TO ws-vf-tampered
           MOVE ZERO TO ws-vf-truncated
           MOVE ZERO TO ws-vf-unsealed
           PERFORM SWEEP-ONE-LINE-PARA
               VARYING ws-lx FROM 1 BY 1
               UNTIL ws-lx > ws-lib-count
           IF ws-vf-in-block
               PERFORM FINISH-BLOCK-PARA
           END-IF.

      * A header arriving while a block is still open means that
      * block never reached its =END.
       SWEEP-ONE-LINE-PARA.
           EVALUATE TRUE
               WHEN ws-lib-line(ws-lx)(1:8) = "=MEMBER "
               WHEN ws-lib-line(ws-lx)(1:8) = "=OLDMEM "
                   IF ws-vf-in-block
                       PERFORM FINISH-BLOCK-PARA
                   END-IF
                   MOVE 'Y' TO ws-vf-in-block-sw
                   IF ws-lib-line(ws-lx)(1:8) = "=MEMBER "
                       MOVE "CURRENT" TO ws-vf-marker
                   ELSE
                       MOVE "OLD" TO ws-vf-marker
                   END-IF
                   MOVE ws-lib-line(ws-lx)(9:60) TO ws-vf-name
                   MOVE SPACES TO ws-vf-version
                   MOVE SPACES TO ws-vf-stored
                   MOVE ws-lx TO ws-vf-insert-at
                   MOVE ws-vf-name TO ws-seal-line
                   PERFORM SEAL-START-PARA
               WHEN NOT ws-vf-in-block
                   CONTINUE
               WHEN ws-lib-line(ws-lx)(1:4) = "=END"
                   MOVE 'Y' TO ws-seal-ended-sw
                   PERFORM FINISH-BLOCK-PARA
               WHEN OTHER
                   IF ws-lib-line(ws-lx)(1:9) = "=VERSION "
                       MOVE ws-lib-line(ws-lx)(10:4)
                           TO ws-vf-version
                       MOVE ws-lx TO ws-vf-insert-at
                   END-IF
                   IF ws-lib-line(ws-lx)(1:8) = "=STORED "
                       MOVE ws-lib-line(ws-lx)(9:14)
                           TO ws-vf-stored
                   END-IF
                   MOVE ws-lib-line(ws-lx) TO ws-seal-line
                   PERFORM SEAL-TAKE-LINE-PARA
           END-EVALUATE.

       FINISH-BLOCK-PARA.
           MOVE 'N' TO ws-vf-in-block-sw
           ADD 1 TO ws-vf-blocks
           EVALUATE TRUE
               WHEN NOT ws-seal-ended
                   MOVE "TRUNCATED" TO ws-vf-status
                   ADD 1 TO ws-vf-truncated
               WHEN NOT ws-seal-seen
                   MOVE "UNSEALED" TO ws-vf-status
                   ADD 1 TO ws-vf-unsealed
               WHEN ws-seal-lines < ws-seal-tag-lines
                   MOVE "TRUNCATED" TO ws-vf-status
                   ADD 1 TO ws-vf-truncated
               WHEN ws-seal-lines > ws-seal-tag-lines
               WHEN ws-seal-sum NOT = ws-seal-tag-sum
                   MOVE "TAMPERED" TO ws-vf-status
                   ADD 1 TO ws-vf-tampered
               WHEN OTHER
                   MOVE "OK" TO ws-vf-status
           END-EVALUATE
           IF ws-vf-sealing
               IF ws-vf-status = "UNSEALED"
                   PERFORM QUEUE-STAMP-PARA
               END-IF
           ELSE
               IF ws-vf-status NOT = "OK"
                   MOVE ws-vf-status TO ws-vl-status
                   MOVE ws-vf-marker TO ws-vl-marker
                   MOVE ws-vf-name TO ws-vl-name
                   MOVE ws-vf-version TO ws-vl-version
                   MOVE ws-vf-stored TO ws-vl-stored
                   DISPLAY ws-vf-line
               END-IF
           END-IF.

      * The table fills in library order, which is the order the
      * rewrite meets the insertion points in.
       QUEUE-STAMP-PARA.
           IF ws-stamp-count < ws-stamp-max
               ADD 1 TO ws-stamp-count
               MOVE ws-vf-insert-at TO ws-stamp-at(ws-stamp-count)
               MOVE ws-seal-sum TO ws-stamp-sum(ws-stamp-count)
               MOVE ws-seal-lines TO ws-stamp-lines(ws-stamp-count)
           END-IF.

       PROMOTE-MEMBER-PARA.
           EVALUATE TRUE
               WHEN ws-member-name = SPACES
                   DISPLAY "PROMOTE needs a member name"
                   MOVE 8 TO RETURN-CODE
               WHEN ws-promoter = SPACES
                   DISPLAY "PROMOTE needs the promoter's name"
                   MOVE 8 TO RETURN-CODE
               WHEN ws-test-filename = ws-prod-filename
                   DISPLAY "PROMOTE needs two different libraries"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM PROMOTE-CHECKED-PARA
           END-EVALUATE.

      * The test block must be whole and still carry its own seal:
      * the seal is what ties the audit evidence to these exact
      * lines, and it is carried into production unchanged.
       PROMOTE-CHECKED-PARA.
           MOVE ws-test-filename TO ws-library-filename
           PERFORM LOAD-LIBRARY-PARA
           IF NOT ws-lib-truncated
               PERFORM FIND-TEST-BLOCK-PARA
           END-IF
           EVALUATE TRUE
               WHEN ws-lib-truncated
                   CONTINUE
               WHEN NOT ws-pm-found
                   DISPLAY "Member not in test library: "
                       ws-member-name(1:40) " "
                       ws-test-filename(1:60)
                   MOVE 8 TO RETURN-CODE
               WHEN ws-pm-too-long
                   DISPLAY "Test version over " ws-pm-max-lines
                       " lines, not promoted: " ws-member-name(1:40)
                   MOVE 8 TO RETURN-CODE
               WHEN NOT ws-seal-match
                   DISPLAY "Test version fails its seal, not "
                       "promoted: " ws-member-name(1:40)
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM FIND-EVIDENCE-PARA
                   IF ws-pm-evidence-ts = SPACES
                       DISPLAY "Not promoted: no NORMAL compare-mode"
                           " run of " ws-member-name(1:40)
                           " VERSION " ws-pm-version
                           " since it was stored " ws-pm-stored
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       PERFORM PROMOTE-INTO-PROD-PARA
                   END-IF
           END-EVALUATE.

       FIND-TEST-BLOCK-PARA.
           MOVE 'N' TO ws-pm-found-sw
           MOVE 'N' TO ws-pm-done-sw
           MOVE 'N' TO ws-pm-over-sw
           MOVE 'N' TO ws-seal-match-sw
           MOVE ZERO TO ws-pm-count
           MOVE ZERO TO ws-pm-version
           MOVE SPACES TO ws-pm-stored
           MOVE "UNKNOWN" TO ws-pm-owner
           PERFORM SCAN-TEST-LINE-PARA
               VARYING ws-lx FROM 1 BY 1
               UNTIL ws-lx > ws-lib-count OR ws-pm-done
           IF ws-pm-found
               PERFORM SEAL-CHECK-PARA
               MOVE ws-seal-tag-sum TO ws-pm-seal
           END-IF.

       SCAN-TEST-LINE-PARA.
           EVALUATE TRUE
               WHEN ws-lib-line(ws-lx)(1:68) = ws-member-header
                   MOVE 'Y' TO ws-pm-found-sw
                   MOVE ws-member-name TO ws-seal-line
                   PERFORM SEAL-START-PARA
                   PERFORM KEEP-PM-LINE-PARA
               WHEN NOT ws-pm-found
                   CONTINUE
               WHEN ws-lib-line(ws-lx)(1:4) = "=END"
                   MOVE 'Y' TO ws-seal-ended-sw
                   MOVE 'Y' TO ws-pm-done-sw
                   PERFORM KEEP-PM-LINE-PARA
      * A header before the =END: the block was cut short, which the
      * seal check reports.
               WHEN ws-lib-line(ws-lx)(1:8) = "=MEMBER "
               WHEN ws-lib-line(ws-lx)(1:8) = "=OLDMEM "
                   MOVE 'Y' TO ws-pm-done-sw
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN ws-lib-line(ws-lx)(1:7) = "=OWNER "
                           MOVE ws-lib-line(ws-lx)(8:20)
                               TO ws-pm-owner
                       WHEN ws-lib-line(ws-lx)(1:8) = "=STORED "
                           MOVE ws-lib-line(ws-lx)(9:14)
                               TO ws-pm-stored
                       WHEN ws-lib-line(ws-lx)(1:9) = "=VERSION "
                               AND ws-lib-line(ws-lx)(10:4)
                                   IS NUMERIC
                           MOVE ws-lib-line(ws-lx)(10:4)
                               TO ws-pm-version
                   END-EVALUATE
                   MOVE ws-lib-line(ws-lx) TO ws-seal-line
                   PERFORM SEAL-TAKE-LINE-PARA
                   PERFORM KEEP-PM-LINE-PARA
           END-EVALUATE.

       KEEP-PM-LINE-PARA.
           IF ws-pm-count < ws-pm-max-lines
               ADD 1 TO ws-pm-count
               MOVE ws-lib-line(ws-lx) TO ws-pm-line(ws-pm-count)
           ELSE
               MOVE 'Y' TO ws-pm-over-sw
           END-IF.

      * The latest qualifying run anywhere in the trail is kept as
      * the evidence the promotion log cites.
       FIND-EVIDENCE-PARA.
           MOVE SPACES TO ws-pm-evidence-ts
           MOVE SPACES TO ws-pm-job-name
           STRING "LIB:" ws-member-name
               DELIMITED BY SIZE INTO ws-pm-job-name
           END-STRING
           MOVE ZERO TO ws-arch-count
           MOVE 'N' TO ws-catfile-eof-sw
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
           CLOSE catfile
           PERFORM SEARCH-ONE-ARCHIVE-PARA
               VARYING ws-ax FROM 1 BY 1
               UNTIL ws-ax > ws-arch-count
           MOVE ws-live-audit-filename TO ws-audit-filename
           PERFORM SEARCH-AUDIT-PARA.

       SEARCH-ONE-ARCHIVE-PARA.
           MOVE ws-arch-name(ws-ax) TO ws-audit-filename
           PERFORM SEARCH-AUDIT-PARA.

       SEARCH-AUDIT-PARA.
           MOVE 'N' TO ws-afile-eof-sw
           OPEN INPUT afile
           PERFORM UNTIL ws-afile-eof
               MOVE SPACES TO ws-audit-rec
               READ afile INTO ws-audit-rec
                   AT END
                       SET ws-afile-eof TO TRUE
                   NOT AT END
                       PERFORM SIFT-EVIDENCE-PARA
               END-READ
           END-PERFORM
           CLOSE afile.

      * Period-close control records start with '=' and never match
      * a LIB: job name, so they need no test of their own. Both
      * timestamps are whole seconds, so a run ending in the second
      * the block was stored counts; the seal match already proves
      * the run loaded this block, =STORED being part of the sum.
       SIFT-EVIDENCE-PARA.
           IF ws-aud-job = ws-pm-job-name
                   AND ws-aud-outcome = "NORMAL"
                   AND ws-aud-compared = 'C'
                   AND ws-aud-lib-seal = ws-pm-seal
                   AND ws-aud-end NOT < ws-pm-stored
                   AND ws-aud-end > ws-pm-evidence-ts
               MOVE ws-aud-end TO ws-pm-evidence-ts
           END-IF.

      * Production's current block (if any) is demoted and retained
      * exactly as a REPLACE would leave it; the test block is then
      * appended line for line.
       PROMOTE-INTO-PROD-PARA.
           MOVE ws-prod-filename TO ws-library-filename
           PERFORM LOAD-LIBRARY-PARA
           EVALUATE TRUE
               WHEN ws-lib-truncated
                   CONTINUE
               WHEN ws-member-found
                       AND ws-old-version NOT < ws-pm-version
                   DISPLAY "Production already holds VERSION "
                       ws-old-version " of " ws-member-name(1:40)
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   IF ws-member-found
                       MOVE ws-pm-version TO ws-new-version
                       PERFORM SET-DROP-BELOW-PARA
                       MOVE 'P' TO ws-rewrite-mode
                       PERFORM REWRITE-LIBRARY-PARA
                   ELSE
                       MOVE ZERO TO ws-old-version
                   END-IF
                   OPEN EXTEND lfile
                   PERFORM APPEND-PM-LINE-PARA
                       VARYING ws-pm-px FROM 1 BY 1
                       UNTIL ws-pm-px > ws-pm-count
                   CLOSE lfile
                   PERFORM WRITE-PROMO-LOG-PARA
                   DISPLAY "Promoted " ws-member-name(1:40)
                       " VERSION " ws-pm-version " to "
                       ws-prod-filename(1:60)
                   DISPLAY "Production was VERSION " ws-old-version
                       "; tested by run ending " ws-pm-evidence-ts
           END-EVALUATE.

       APPEND-PM-LINE-PARA.
           MOVE ws-pm-line(ws-pm-px) TO lfile-record
           WRITE lfile-record.

       WRITE-PROMO-LOG-PARA.
           MOVE FUNCTION CURRENT-DATE TO ws-timestamp
           MOVE SPACES TO promo-record
           MOVE ws-timestamp(1:14) TO pmr-stamp
           MOVE ws-member-name TO pmr-member
           MOVE ws-promoter TO pmr-promoter
           MOVE ws-old-version TO pmr-from-version
           MOVE ws-pm-version TO pmr-to-version
           MOVE ws-pm-owner TO pmr-owner
           MOVE ws-pm-stored TO pmr-test-stored
           MOVE ws-pm-evidence-ts TO pmr-evidence-ts
           OPEN EXTEND pmfile
           WRITE promo-record
           CLOSE pmfile.
