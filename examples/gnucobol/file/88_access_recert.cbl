      * Run as: 88_access_recert [yyyyQn]
      * Quarterly access recertification. Every quarter the auditors
      * ask whether each operator still needs what operators.ctl
      * grants them; this sets each operator's grants against what
      * the audit trail shows they actually did (OPER= on each line,
      * by operation) over the quarter - every generation
      * 80_AUDIT_ROTATE has closed out included, so a quarter that
      * straddles a rotation is still read whole. The default is
      * the last complete quarter; 88_access_recert 2026Q2 names
      * one. Written to access_recert_<yyyy>Q<n>.txt:
      *     every operator on operators.ctl, their grants, their
      *     audit lines counted by operation, and the findings -
      *       NO ACTIVITY        not one audit line in the quarter
      *       GRANT NEVER USED   a granted action with nothing on
      *                          the trail to show for it
      *       ALL GRANT          ALL held by an operator who is not
      *                          on supervisors.ctl
      *       NO GRANT FOR       work on the trail the operator's
      *                          grants do not cover (a grant taken
      *                          away since, or granted by hand)
      *       NO BRANCH          not on operator_branches.ctl
      *     every other ID the trail shows acting in the quarter -
      *     leavers, SYSTEM, INSTALL - with its line count
      * and one sign-off sheet per branch, access_signoff_<branch>_
      * <yyyy>Q<n>.txt, listing only that branch's operators for
      * the branch manager to mark KEEP or REVOKE and sign.
      * operator_branches.ctl carries "OPERID BRANCH" per line, the
      * branch codes of branch_profiles.ctl (HQ for head office); an
      * operator with no line there lands on the HQ sheet.
      * supervisors.ctl carries one operator ID per line - the named
      * list allowed to hold ALL; with no list on file every ALL is
      * a finding.
      * Which audit lines show which grant in use:
      *     09_MAINTAIN INSERT                ADD
      *     09_MAINTAIN REWRITE or QUEUE      by the status byte of
      *                                       the before and after
      *                                       images - I DEACTIVATE,
      *                                       S SUSPEND, D DECEASE,
      *                                       back to A REACTIVATE,
      *                                       unchanged CHANGE
      *     09_MAINTAIN QUEUE of a hold       HOLD and RELEASE - the
      *                                       request line does not
      *                                       say which way it went
      *     HHMERGE, HHSPLIT                  HOUSEHOLD
      *     PINISSUE, PINUNLOCK               UNLOCK
      *     anything from 34_APPROVAL_QUEUE   APPROVE
      *     an operation named as an action   that action (ADDRESS,
      *                                       CONSENT, PESEL, NOTE,
      *                                       MERGE, TRANSFER,
      *                                       ...)
      * WORKLIST leaves no audit line, so it is listed for the
      * manager to confirm rather than counted as never used.
      * Any finding goes onto batch_alerts.log and brings the run
      * back with RC 4 - a finding, not a failed run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 88_ACCESS_RECERT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT OPERATORS-CONTROL ASSIGN TO 'operators.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_OPS-STATUS.

               SELECT BRANCH-CONTROL ASSIGN TO
                       'operator_branches.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_BR-STATUS.

               SELECT SUPERVISOR-CONTROL ASSIGN TO 'supervisors.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_SU-STATUS.

               SELECT AUDIT-IN ASSIGN TO W_AG-LOG-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AL-STATUS.

      * Closed-out years of the log - see AUDIT-GENERATIONS.cpy.
               SELECT AUDIT-GENERATION-FILE ASSIGN TO
                       'audit_generations.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AG-STATUS.

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.

               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

               SELECT SHEET-OUT ASSIGN TO W_SHEET-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'AUDIT-GENERATION-FILE.cpy'.

           FD OPERATORS-CONTROL.
           01 OC_OPERATOR-LINE PIC X(132).

           FD BRANCH-CONTROL.
           01 BC_BRANCH-LINE PIC X(40).

           FD SUPERVISOR-CONTROL.
           01 SC_SUPERVISOR-LINE PIC X(40).

           FD AUDIT-IN.
           01 A_AUDIT-LINE PIC X(320).

           COPY 'REPORT-PAGE-FILES.cpy'.

           FD SHEET-OUT.
           01 S_SHEET-LINE PIC X(132).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_OPS-STATUS PIC X(2).
               01 W_BR-STATUS PIC X(2).
               01 W_SU-STATUS PIC X(2).
               01 W_AL-STATUS PIC X(2).
               01 W_REPORT-FILENAME PIC X(40) VALUE SPACES.
               01 W_SHEET-FILENAME PIC X(40) VALUE SPACES.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_ARG-LINE PIC X(20) VALUE SPACES.

      * The quarter under review.
               01 W_QUARTER-NAME PIC X(6) VALUE SPACES.
               01 W_Q-YEAR PIC 9(4) VALUE 0.
               01 W_Q-NUMBER PIC 9(1) VALUE 0.
               01 W_Q-MONTH PIC 9(2) VALUE 0.
               01 W_Q-START PIC 9(8) VALUE 0.
               01 W_Q-END PIC 9(8) VALUE 0.

      * The actions 08_OPERATOR_SIGNON is asked about - the same
      * list 85_CONTROL_LINT checks operators.ctl against.
               01 W_ACTION-NAMES.
                   02 FILLER PIC X(30) VALUE
                      'ADD       CHANGE    DEACTIVATE'.
                   02 FILLER PIC X(30) VALUE
                      'REACTIVATESUSPEND   DECEASE   '.
                   02 FILLER PIC X(30) VALUE
                      'HOUSEHOLD ADDRESS   CONSENT   '.
                   02 FILLER PIC X(30) VALUE
                      'PESEL     NOTE      DOCUMENT  '.
                   02 FILLER PIC X(30) VALUE
                      'REISSUE   RELATE    HOLD      '.
                   02 FILLER PIC X(30) VALUE
                      'RELEASE   WORKLIST  APPROVE   '.
                   02 FILLER PIC X(30) VALUE
                      'MERGE     UNLOCK    TRANSFER  '.
               01 W_ACTION-TABLE REDEFINES W_ACTION-NAMES.
                   02 W_KNOWN-ACTION PIC X(10) OCCURS 21 TIMES.
               01 W_ACTION-SUB PIC 9(2) VALUE 0.
               01 W_ACTION-MATCH PIC 9(2) VALUE 0.
               01 W_WORKLIST-SUB PIC 9(2) VALUE 0.
               01 W_ACTION-TOKEN PIC X(20) VALUE SPACES.
               01 W_ACTION-PTR PIC 9(3) VALUE 0.

      * operators.ctl as it stands, with what the quarter showed.
      * W_OP-USED counts the lines evidencing each action in
      * W_KNOWN-ACTION's order; W_OP-OPERATION is the same lines
      * counted by the operation the trail wrote.
               01 W_OPERATOR-TABLE.
                   02 W_OPERATOR OCCURS 40 TIMES.
                       03 W_OP-ID PIC X(8).
                       03 W_OP-PERMS PIC X(120).
                       03 W_OP-ALL PIC X(1).
                       03 W_OP-SUPERVISOR PIC X(1).
                       03 W_OP-BRANCH PIC X(3).
                       03 W_OP-BRANCH-SET PIC X(1).
                       03 W_OP-LINES PIC 9(6).
                       03 W_OP-FINDINGS PIC 9(3).
                       03 W_OP-GRANTED PIC X(1) OCCURS 21 TIMES.
                       03 W_OP-USED PIC 9(6) OCCURS 21 TIMES.
                       03 W_OP-OPERATION-COUNT PIC 9(2).
                       03 W_OP-OPERATION OCCURS 20 TIMES.
                           04 W_OP-OP-NAME PIC X(10).
                           04 W_OP-OP-LINES PIC 9(6).
               01 W_OPERATOR-COUNT PIC 9(2) VALUE 0.
               01 W_OP-SUB PIC 9(2) VALUE 0.
               01 W_OP-MATCH PIC 9(2) VALUE 0.
               01 W_OP-SEEK PIC 9(2) VALUE 0.
               01 W_OPN-SUB PIC 9(2) VALUE 0.
               01 W_OPN-MATCH PIC 9(2) VALUE 0.
               01 W_LINE-ID PIC X(8) VALUE SPACES.
               01 W_LINE-PERMS PIC X(120) VALUE SPACES.
               01 W_LINE-BRANCH PIC X(10) VALUE SPACES.

      * IDs acting on the trail that are not on operators.ctl.
               01 W_OTHER-TABLE.
                   02 W_OTHER OCCURS 50 TIMES.
                       03 W_OT-ID PIC X(8).
                       03 W_OT-LINES PIC 9(6).
               01 W_OTHER-COUNT PIC 9(2) VALUE 0.
               01 W_OT-SUB PIC 9(2) VALUE 0.
               01 W_OT-MATCH PIC 9(2) VALUE 0.
               01 W_OTHER-OVERFLOW PIC 9(6) VALUE 0.

      * supervisors.ctl.
               01 W_SUPERVISOR-TABLE.
                   02 W_SU-ID PIC X(8) OCCURS 40 TIMES.
               01 W_SUPERVISOR-COUNT PIC 9(2) VALUE 0.
               01 W_SU-SUB PIC 9(2) VALUE 0.
               01 W_SUPERVISOR-LIST-SW PIC X(1) VALUE 'N'.
                   88 SUPERVISOR-LIST-HELD VALUE 'Y'.
               01 W_BRANCH-LIST-SW PIC X(1) VALUE 'N'.
                   88 BRANCH-LIST-HELD VALUE 'Y'.

      * The branches that get a sheet, in first-seen order.
               01 W_SHEET-TABLE.
                   02 W_SHEET-BRANCH PIC X(3) OCCURS 40 TIMES.
               01 W_SHEET-COUNT PIC 9(2) VALUE 0.
               01 W_SH-SUB PIC 9(2) VALUE 0.
               01 W_SH-MATCH PIC 9(2) VALUE 0.
               01 W_CURR-BRANCH PIC X(3) VALUE SPACES.

      * One audit_trail.log line taken apart. Everything from KEY=
      * on sits at fixed columns, as WRITE-AUDIT-SECTION builds it:
      * the key in 1-20, the before-image from 30, the after-image
      * from 119 and the operator after '] OPER=' at 199.
               01 W_LOG-HEADER PIC X(60) VALUE SPACES.
               01 W_LOG-REMAINDER PIC X(260) VALUE SPACES.
               01 W_LOG-STAMP PIC X(17) VALUE SPACES.
               01 W_LOG-PROGRAM PIC X(20) VALUE SPACES.
               01 W_LOG-OPERATION PIC X(10) VALUE SPACES.
               01 W_LOG-OPERATOR PIC X(8) VALUE SPACES.
               01 W_LOG-DATE PIC 9(8) VALUE 0.
               01 W_LOG-BEFORE-ID PIC X(6) VALUE SPACES.
               01 W_LOG-AFTER-ID PIC X(6) VALUE SPACES.
               01 W_LOG-BEFORE-STATUS PIC X(1) VALUE SPACE.
               01 W_LOG-AFTER-STATUS PIC X(1) VALUE SPACE.
               01 W_EVIDENCE-ACTION PIC X(10) VALUE SPACES.
               01 W_EVIDENCE-SECOND PIC X(10) VALUE SPACES.

               01 W_QUARTER-LINES PIC 9(7) VALUE 0.
               01 W_UNATTRIBUTED PIC 9(7) VALUE 0.
               01 W_UNREAD-GENERATIONS PIC 9(3) VALUE 0.
               01 W_FLAGGED-OPERATORS PIC 9(3) VALUE 0.
               01 W_TOTAL-FINDINGS PIC 9(5) VALUE 0.
               01 W_FINDING-TEXT PIC X(100) VALUE SPACES.
               01 W_FINDING-PTR PIC 9(3) VALUE 1.

               01 W_EDIT-LINES PIC ZZZZZ9.
               01 W_EDIT-FINDINGS PIC ZZ9.

      * Job-level run trailer (see JOB-TRAILER.cpy) - the count is
      * the operators reviewed.
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

      * Generation walk (see AUDIT-GENERATIONS.cpy).
               COPY 'AUDIT-GENERATIONS-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           PERFORM SET-QUARTER-SECTION.
           MOVE 'WORKLIST' TO W_EVIDENCE-ACTION.
           PERFORM FIND-ACTION-SECTION.
           MOVE W_ACTION-MATCH TO W_WORKLIST-SUB.

           PERFORM LOAD-OPERATORS-SECTION.
           PERFORM LOAD-BRANCHES-SECTION.
           PERFORM LOAD-SUPERVISORS-SECTION.

           PERFORM FIRST-AUDIT-FILE-SECTION.
           PERFORM UNTIL NO-MORE-AUDIT-FILES
               PERFORM READ-AUDIT-FILE-SECTION
               PERFORM NEXT-AUDIT-FILE-SECTION
           END-PERFORM.

           PERFORM VARYING W_OP-SUB FROM 1 BY 1
                   UNTIL W_OP-SUB > W_OPERATOR-COUNT
               PERFORM COUNT-FINDINGS-SECTION
           END-PERFORM.

           PERFORM WRITE-REPORT-SECTION.
           PERFORM VARYING W_SH-SUB FROM 1 BY 1
                   UNTIL W_SH-SUB > W_SHEET-COUNT
               PERFORM WRITE-SHEET-SECTION
           END-PERFORM.

           DISPLAY 'Recertification for 'W_QUARTER-NAME' ('
               W_Q-START' to 'W_Q-END') written to '
               FUNCTION TRIM(W_REPORT-FILENAME).
           DISPLAY W_OPERATOR-COUNT' operator(s), '
               W_FLAGGED-OPERATORS' with findings, '
               W_SHEET-COUNT' branch sign-off sheet(s), '
               W_QUARTER-LINES' audit line(s) in the quarter'.

           IF W_FLAGGED-OPERATORS > 0
               MOVE SPACES TO L_ALERT-LOG-REC
               STRING W_TODAY DELIMITED BY SIZE
                      ' RECERT ' DELIMITED BY SIZE
                      W_QUARTER-NAME DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      W_FLAGGED-OPERATORS DELIMITED BY SIZE
                      ' OPERATOR(S) WITH FINDINGS' DELIMITED BY SIZE
                   INTO L_ALERT-LOG-REC
               END-STRING
               OPEN EXTEND ALERT-LOG
               WRITE L_ALERT-LOG-REC
               CLOSE ALERT-LOG
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE '88_ACCESS_RECERT' TO W_TRAILER-PROGRAM.
           MOVE W_OPERATOR-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.
       COPY 'AUDIT-GENERATIONS.cpy'.

      * yyyyQn from the command line, or the last quarter that has
      * ended - recertification looks back over a whole quarter.
       SET-QUARTER-SECTION SECTION.
           IF W_ARG-LINE = SPACES
               MOVE W_TODAY(1:4) TO W_Q-YEAR
               MOVE W_TODAY(5:2) TO W_Q-MONTH
               COMPUTE W_Q-NUMBER = (W_Q-MONTH - 1) / 3
               IF W_Q-NUMBER = 0
                   MOVE 4 TO W_Q-NUMBER
                   SUBTRACT 1 FROM W_Q-YEAR
               END-IF
           ELSE
               IF W_ARG-LINE(1:4) IS NOT NUMERIC
                  OR W_ARG-LINE(5:1) NOT = 'Q'
                  OR W_ARG-LINE(6:1) < '1'
                  OR W_ARG-LINE(6:1) > '4'
                  OR W_ARG-LINE(7:) NOT = SPACES
                   DISPLAY '** the quarter is yyyyQn, e.g. 2026Q2'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE W_ARG-LINE(1:4) TO W_Q-YEAR
               MOVE W_ARG-LINE(6:1) TO W_Q-NUMBER
           END-IF.

           COMPUTE W_Q-START = W_Q-YEAR * 10000
               + (W_Q-NUMBER * 3 - 2) * 100 + 1.
           EVALUATE W_Q-NUMBER
               WHEN 1 COMPUTE W_Q-END = W_Q-YEAR * 10000 + 0331
               WHEN 2 COMPUTE W_Q-END = W_Q-YEAR * 10000 + 0630
               WHEN 3 COMPUTE W_Q-END = W_Q-YEAR * 10000 + 0930
               WHEN OTHER COMPUTE W_Q-END = W_Q-YEAR * 10000 + 1231
           END-EVALUATE.

           MOVE SPACES TO W_QUARTER-NAME.
           STRING W_Q-YEAR DELIMITED BY SIZE
                  'Q' DELIMITED BY SIZE
                  W_Q-NUMBER DELIMITED BY SIZE
               INTO W_QUARTER-NAME
           END-STRING.
           STRING 'access_recert_' DELIMITED BY SIZE
                  W_QUARTER-NAME DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO W_REPORT-FILENAME
           END-STRING.

      * operators.ctl read the way 08_OPERATOR_SIGNON reads it, the
      * grant list split on commas against the known actions. A
      * missing file leaves nothing to recertify.
       LOAD-OPERATORS-SECTION SECTION.
           OPEN INPUT OPERATORS-CONTROL.
           IF W_OPS-STATUS NOT = '00'
               DISPLAY '** no operators.ctl on file - nothing to '
                   'recertify'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ OPERATORS-CONTROL
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF OC_OPERATOR-LINE NOT = SPACES
                           IF W_OPERATOR-COUNT < 40
                               PERFORM ADD-OPERATOR-SECTION
                           ELSE
                               DISPLAY 'operators.ctl: more than 40 '
                                   'operators - the rest are ignored'
                               MOVE 'Y' TO B_EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPERATORS-CONTROL.

       ADD-OPERATOR-SECTION SECTION.
           MOVE SPACES TO W_LINE-ID W_LINE-PERMS.
           UNSTRING OC_OPERATOR-LINE DELIMITED BY ALL SPACE
               INTO W_LINE-ID, W_LINE-PERMS
           END-UNSTRING.
           ADD 1 TO W_OPERATOR-COUNT.
           MOVE W_OPERATOR-COUNT TO W_OP-SUB.
           INITIALIZE W_OPERATOR(W_OP-SUB).
           MOVE W_LINE-ID TO W_OP-ID(W_OP-SUB).
           MOVE W_LINE-PERMS TO W_OP-PERMS(W_OP-SUB).
           MOVE 'N' TO W_OP-ALL(W_OP-SUB) W_OP-SUPERVISOR(W_OP-SUB)
               W_OP-BRANCH-SET(W_OP-SUB).
           MOVE 'HQ' TO W_OP-BRANCH(W_OP-SUB).
           PERFORM VARYING W_ACTION-SUB FROM 1 BY 1
                   UNTIL W_ACTION-SUB > 21
               MOVE 'N' TO W_OP-GRANTED(W_OP-SUB, W_ACTION-SUB)
           END-PERFORM.

           IF W_LINE-PERMS = 'ALL'
               MOVE 'Y' TO W_OP-ALL(W_OP-SUB)
               PERFORM VARYING W_ACTION-SUB FROM 1 BY 1
                       UNTIL W_ACTION-SUB > 21
                   MOVE 'Y' TO W_OP-GRANTED(W_OP-SUB, W_ACTION-SUB)
               END-PERFORM
               GO TO ADD-OPERATOR-EXIT
           END-IF.

           MOVE 1 TO W_ACTION-PTR.
           PERFORM UNTIL W_ACTION-PTR > 120
               MOVE SPACES TO W_ACTION-TOKEN
               UNSTRING W_LINE-PERMS DELIMITED BY ','
                   INTO W_ACTION-TOKEN
                   WITH POINTER W_ACTION-PTR
               END-UNSTRING
               IF W_ACTION-TOKEN NOT = SPACES
                   MOVE W_ACTION-TOKEN TO W_EVIDENCE-ACTION
                   PERFORM FIND-ACTION-SECTION
                   IF W_ACTION-MATCH > 0
                       MOVE 'Y'
                           TO W_OP-GRANTED(W_OP-SUB, W_ACTION-MATCH)
                   END-IF
               END-IF
           END-PERFORM.

       ADD-OPERATOR-EXIT.
           EXIT.

      * W_EVIDENCE-ACTION looked up in W_KNOWN-ACTION - W_ACTION-
      * MATCH is its place, or 0.
       FIND-ACTION-SECTION SECTION.
           MOVE 0 TO W_ACTION-MATCH.
           PERFORM VARYING W_ACTION-SUB FROM 1 BY 1
                   UNTIL W_ACTION-SUB > 21 OR W_ACTION-MATCH > 0
               IF W_KNOWN-ACTION(W_ACTION-SUB) = W_EVIDENCE-ACTION
                   MOVE W_ACTION-SUB TO W_ACTION-MATCH
               END-IF
           END-PERFORM.

      * operator_branches.ctl - "OPERID BRANCH" per line. Lines for
      * IDs not on operators.ctl are shown and skipped; the lint and
      * the sheet both work from operators.ctl.
       LOAD-BRANCHES-SECTION SECTION.
           OPEN INPUT BRANCH-CONTROL.
           IF W_BR-STATUS NOT = '00'
               DISPLAY '** no operator_branches.ctl on file - every '
                   'operator goes on the HQ sheet'
               GO TO LOAD-BRANCHES-SHEETS
           END-IF.
           MOVE 'Y' TO W_BRANCH-LIST-SW.

           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ BRANCH-CONTROL
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF BC_BRANCH-LINE NOT = SPACES
                           MOVE SPACES TO W_LINE-ID W_LINE-BRANCH
                           UNSTRING BC_BRANCH-LINE
                               DELIMITED BY ALL SPACE
                               INTO W_LINE-ID, W_LINE-BRANCH
                           END-UNSTRING
                           PERFORM SET-BRANCH-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BRANCH-CONTROL.

       LOAD-BRANCHES-SHEETS.
           PERFORM VARYING W_OP-SUB FROM 1 BY 1
                   UNTIL W_OP-SUB > W_OPERATOR-COUNT
               MOVE W_OP-BRANCH(W_OP-SUB) TO W_CURR-BRANCH
               MOVE 0 TO W_SH-MATCH
               PERFORM VARYING W_SH-SUB FROM 1 BY 1
                       UNTIL W_SH-SUB > W_SHEET-COUNT
                   IF W_SHEET-BRANCH(W_SH-SUB) = W_CURR-BRANCH
                       MOVE W_SH-SUB TO W_SH-MATCH
                   END-IF
               END-PERFORM
               IF W_SH-MATCH = 0
                   ADD 1 TO W_SHEET-COUNT
                   MOVE W_CURR-BRANCH TO W_SHEET-BRANCH(W_SHEET-COUNT)
               END-IF
           END-PERFORM.

       SET-BRANCH-SECTION SECTION.
           PERFORM FIND-OPERATOR-SECTION.
           IF W_OP-MATCH = 0
               DISPLAY 'operator_branches.ctl: 'W_LINE-ID
                   ' is not on operators.ctl - skipped'
               GO TO SET-BRANCH-EXIT
           END-IF.
           IF W_LINE-BRANCH = SPACES OR W_LINE-BRANCH(4:) NOT = SPACES
               DISPLAY 'operator_branches.ctl: 'W_LINE-ID
                   ' has no usable branch code - left on HQ'
               GO TO SET-BRANCH-EXIT
           END-IF.
           MOVE W_LINE-BRANCH TO W_OP-BRANCH(W_OP-MATCH).
           MOVE 'Y' TO W_OP-BRANCH-SET(W_OP-MATCH).

       SET-BRANCH-EXIT.
           EXIT.

      * W_LINE-ID looked up on the operator table - W_OP-MATCH is
      * its place, or 0.
       FIND-OPERATOR-SECTION SECTION.
           MOVE 0 TO W_OP-MATCH.
           PERFORM VARYING W_OP-SEEK FROM 1 BY 1
                   UNTIL W_OP-SEEK > W_OPERATOR-COUNT OR W_OP-MATCH > 0
               IF W_OP-ID(W_OP-SEEK) = W_LINE-ID
                   MOVE W_OP-SEEK TO W_OP-MATCH
               END-IF
           END-PERFORM.

      * supervisors.ctl - one operator ID per line.
       LOAD-SUPERVISORS-SECTION SECTION.
           OPEN INPUT SUPERVISOR-CONTROL.
           IF W_SU-STATUS NOT = '00'
               DISPLAY '** no supervisors.ctl on file - every ALL '
                   'grant is reported'
               GO TO LOAD-SUPERVISORS-EXIT
           END-IF.
           MOVE 'Y' TO W_SUPERVISOR-LIST-SW.

           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ SUPERVISOR-CONTROL
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF SC_SUPERVISOR-LINE NOT = SPACES
                           MOVE SPACES TO W_LINE-ID
                           UNSTRING SC_SUPERVISOR-LINE
                               DELIMITED BY ALL SPACE
                               INTO W_LINE-ID
                           END-UNSTRING
                           PERFORM FIND-OPERATOR-SECTION
                           IF W_OP-MATCH > 0
                               MOVE 'Y'
                                   TO W_OP-SUPERVISOR(W_OP-MATCH)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUPERVISOR-CONTROL.

       LOAD-SUPERVISORS-EXIT.
           EXIT.

      * One file of the generation walk. A generation that will not
      * open is counted and named in the report - the auditors are
      * told part of the quarter could not be read.
       READ-AUDIT-FILE-SECTION SECTION.
           OPEN INPUT AUDIT-IN.
           IF W_AL-STATUS NOT = '00'
               IF NOT AUDIT-WALK-ON-LIVE
                   ADD 1 TO W_UNREAD-GENERATIONS
                   DISPLAY '** audit generation '
                       FUNCTION TRIM(W_AG-LOG-FILENAME)
                       ' could not be read'
               END-IF
               GO TO READ-AUDIT-FILE-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ AUDIT-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM TAKE-AUDIT-LINE-SECTION
               END-READ
           END-PERFORM.
           CLOSE AUDIT-IN.

       READ-AUDIT-FILE-EXIT.
           EXIT.

      * One audit line: inside the quarter, split, credited to its
      * operator by operation and by the grant it shows in use.
       TAKE-AUDIT-LINE-SECTION SECTION.
           IF A_AUDIT-LINE(1:8) IS NOT NUMERIC
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.
           MOVE A_AUDIT-LINE(1:8) TO W_LOG-DATE.
           IF W_LOG-DATE < W_Q-START OR W_LOG-DATE > W_Q-END
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.
           ADD 1 TO W_QUARTER-LINES.

           MOVE SPACES TO W_LOG-HEADER W_LOG-REMAINDER.
           UNSTRING A_AUDIT-LINE DELIMITED BY ' KEY='
               INTO W_LOG-HEADER W_LOG-REMAINDER
           END-UNSTRING.
           IF W_LOG-REMAINDER(199:7) NOT = '] OPER='
               OR W_LOG-REMAINDER(206:8) = SPACES
               ADD 1 TO W_UNATTRIBUTED
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.
           MOVE SPACES TO W_LOG-STAMP W_LOG-PROGRAM W_LOG-OPERATION.
           UNSTRING W_LOG-HEADER DELIMITED BY ALL SPACE
               INTO W_LOG-STAMP W_LOG-PROGRAM W_LOG-OPERATION
           END-UNSTRING.
           MOVE W_LOG-REMAINDER(206:8) TO W_LOG-OPERATOR.

           MOVE W_LOG-OPERATOR TO W_LINE-ID.
           PERFORM FIND-OPERATOR-SECTION.
           IF W_OP-MATCH = 0
               PERFORM COUNT-OTHER-ID-SECTION
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.
           MOVE W_OP-MATCH TO W_OP-SUB.
           ADD 1 TO W_OP-LINES(W_OP-SUB).
           PERFORM COUNT-OPERATION-SECTION.

           PERFORM DERIVE-EVIDENCE-SECTION.
           IF W_EVIDENCE-ACTION NOT = SPACES
               PERFORM FIND-ACTION-SECTION
               IF W_ACTION-MATCH > 0
                   ADD 1 TO W_OP-USED(W_OP-SUB, W_ACTION-MATCH)
               END-IF
           END-IF.
           IF W_EVIDENCE-SECOND NOT = SPACES
               MOVE W_EVIDENCE-SECOND TO W_EVIDENCE-ACTION
               PERFORM FIND-ACTION-SECTION
               IF W_ACTION-MATCH > 0
                   ADD 1 TO W_OP-USED(W_OP-SUB, W_ACTION-MATCH)
               END-IF
           END-IF.

       TAKE-AUDIT-LINE-EXIT.
           EXIT.

       COUNT-OPERATION-SECTION SECTION.
           MOVE 0 TO W_OPN-MATCH.
           PERFORM VARYING W_OPN-SUB FROM 1 BY 1
                   UNTIL W_OPN-SUB > W_OP-OPERATION-COUNT(W_OP-SUB)
                      OR W_OPN-MATCH > 0
               IF W_OP-OP-NAME(W_OP-SUB, W_OPN-SUB)
                   = W_LOG-OPERATION
                   MOVE W_OPN-SUB TO W_OPN-MATCH
               END-IF
           END-PERFORM.
           IF W_OPN-MATCH = 0
               IF W_OP-OPERATION-COUNT(W_OP-SUB) < 20
                   ADD 1 TO W_OP-OPERATION-COUNT(W_OP-SUB)
                   MOVE W_OP-OPERATION-COUNT(W_OP-SUB) TO W_OPN-MATCH
                   MOVE W_LOG-OPERATION
                       TO W_OP-OP-NAME(W_OP-SUB, W_OPN-MATCH)
                   MOVE 0 TO W_OP-OP-LINES(W_OP-SUB, W_OPN-MATCH)
               ELSE
                   GO TO COUNT-OPERATION-EXIT
               END-IF
           END-IF.
           ADD 1 TO W_OP-OP-LINES(W_OP-SUB, W_OPN-MATCH).

       COUNT-OPERATION-EXIT.
           EXIT.

       COUNT-OTHER-ID-SECTION SECTION.
           MOVE 0 TO W_OT-MATCH.
           PERFORM VARYING W_OT-SUB FROM 1 BY 1
                   UNTIL W_OT-SUB > W_OTHER-COUNT OR W_OT-MATCH > 0
               IF W_OT-ID(W_OT-SUB) = W_LOG-OPERATOR
                   MOVE W_OT-SUB TO W_OT-MATCH
               END-IF
           END-PERFORM.
           IF W_OT-MATCH = 0
               IF W_OTHER-COUNT < 50
                   ADD 1 TO W_OTHER-COUNT
                   MOVE W_OTHER-COUNT TO W_OT-MATCH
                   MOVE W_LOG-OPERATOR TO W_OT-ID(W_OT-MATCH)
                   MOVE 0 TO W_OT-LINES(W_OT-MATCH)
               ELSE
                   ADD 1 TO W_OTHER-OVERFLOW
                   GO TO COUNT-OTHER-ID-EXIT
               END-IF
           END-IF.
           ADD 1 TO W_OT-LINES(W_OT-MATCH).

       COUNT-OTHER-ID-EXIT.
           EXIT.

      * Which grant the line shows in use - the table in the header.
      * A person image carries its status byte at 52; a queued hold
      * carries the hold request in place of the after-image, which
      * is how it is told apart from a queued status change.
       DERIVE-EVIDENCE-SECTION SECTION.
           MOVE SPACES TO W_EVIDENCE-ACTION W_EVIDENCE-SECOND.

           IF W_LOG-PROGRAM = '34_APPROVAL_QUEUE'
               MOVE 'APPROVE' TO W_EVIDENCE-ACTION
               GO TO DERIVE-EVIDENCE-EXIT
           END-IF.

           IF W_LOG-PROGRAM = '102_REVERSE_CHANGE'
               MOVE 'REVERSAL' TO W_EVIDENCE-ACTION
               GO TO DERIVE-EVIDENCE-EXIT
           END-IF.

           IF W_LOG-PROGRAM = '09_MAINTAIN'
               IF W_LOG-OPERATION = 'INSERT'
                   MOVE 'ADD' TO W_EVIDENCE-ACTION
                   GO TO DERIVE-EVIDENCE-EXIT
               END-IF
               IF W_LOG-OPERATION = 'REWRITE'
                  OR W_LOG-OPERATION = 'QUEUE'
                   PERFORM DERIVE-STATUS-MOVE-SECTION
                   GO TO DERIVE-EVIDENCE-EXIT
               END-IF
           END-IF.

           EVALUATE W_LOG-OPERATION
               WHEN 'HHMERGE'
               WHEN 'HHSPLIT'
                   MOVE 'HOUSEHOLD' TO W_EVIDENCE-ACTION
               WHEN 'PINISSUE'
               WHEN 'PINUNLOCK'
                   MOVE 'UNLOCK' TO W_EVIDENCE-ACTION
               WHEN OTHER
                   MOVE W_LOG-OPERATION TO W_EVIDENCE-ACTION
           END-EVALUATE.

       DERIVE-EVIDENCE-EXIT.
           EXIT.

       DERIVE-STATUS-MOVE-SECTION SECTION.
           MOVE W_LOG-REMAINDER(30:6) TO W_LOG-BEFORE-ID.
           MOVE W_LOG-REMAINDER(119:6) TO W_LOG-AFTER-ID.
           MOVE W_LOG-REMAINDER(81:1) TO W_LOG-BEFORE-STATUS.
           MOVE W_LOG-REMAINDER(170:1) TO W_LOG-AFTER-STATUS.

           IF W_LOG-AFTER-ID NOT = W_LOG-BEFORE-ID
               MOVE 'HOLD' TO W_EVIDENCE-ACTION
               MOVE 'RELEASE' TO W_EVIDENCE-SECOND
               GO TO DERIVE-STATUS-MOVE-EXIT
           END-IF.

           IF W_LOG-AFTER-STATUS = W_LOG-BEFORE-STATUS
               MOVE 'CHANGE' TO W_EVIDENCE-ACTION
               GO TO DERIVE-STATUS-MOVE-EXIT
           END-IF.
           EVALUATE W_LOG-AFTER-STATUS
               WHEN 'I'
                   MOVE 'DEACTIVATE' TO W_EVIDENCE-ACTION
               WHEN 'S'
                   MOVE 'SUSPEND' TO W_EVIDENCE-ACTION
               WHEN 'D'
                   MOVE 'DECEASE' TO W_EVIDENCE-ACTION
               WHEN 'A'
                   MOVE 'REACTIVATE' TO W_EVIDENCE-ACTION
               WHEN OTHER
                   MOVE 'CHANGE' TO W_EVIDENCE-ACTION
           END-EVALUATE.

       DERIVE-STATUS-MOVE-EXIT.
           EXIT.

      * Findings for W_OP-SUB, counted once here so the report and
      * the sheets agree.
       COUNT-FINDINGS-SECTION SECTION.
           MOVE 0 TO W_OP-FINDINGS(W_OP-SUB).
           IF W_OP-LINES(W_OP-SUB) = 0
               ADD 1 TO W_OP-FINDINGS(W_OP-SUB)
           END-IF.
           IF W_OP-ALL(W_OP-SUB) = 'Y'
               IF W_OP-SUPERVISOR(W_OP-SUB) NOT = 'Y'
                   ADD 1 TO W_OP-FINDINGS(W_OP-SUB)
               END-IF
           ELSE
               PERFORM VARYING W_ACTION-SUB FROM 1 BY 1
                       UNTIL W_ACTION-SUB > 21
                   IF W_ACTION-SUB NOT = W_WORKLIST-SUB
                       IF W_OP-GRANTED(W_OP-SUB, W_ACTION-SUB) = 'Y'
                          AND W_OP-USED(W_OP-SUB, W_ACTION-SUB) = 0
                           ADD 1 TO W_OP-FINDINGS(W_OP-SUB)
                       END-IF
                       IF W_OP-GRANTED(W_OP-SUB, W_ACTION-SUB) = 'N'
                          AND W_OP-USED(W_OP-SUB, W_ACTION-SUB) > 0
                           ADD 1 TO W_OP-FINDINGS(W_OP-SUB)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF BRANCH-LIST-HELD AND W_OP-BRANCH-SET(W_OP-SUB) = 'N'
               ADD 1 TO W_OP-FINDINGS(W_OP-SUB)
           END-IF.
           IF W_OP-FINDINGS(W_OP-SUB) > 0
               ADD 1 TO W_FLAGGED-OPERATORS
               ADD W_OP-FINDINGS(W_OP-SUB) TO W_TOTAL-FINDINGS
           END-IF.

      * The full report - every operator, every ID acting, and the
      * totals.
       WRITE-REPORT-SECTION SECTION.
           MOVE SPACES TO W_RP-TITLE.
           STRING 'ACCESS RECERTIFICATION - ' DELIMITED BY SIZE
                  W_QUARTER-NAME DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '88_ACCESS_RECERT' TO W_RP-PROGRAM.
           MOVE W_REPORT-FILENAME TO W_RP-PRINT-FILENAME.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'operators.ctl + audit trail' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           STRING 'QUARTER ' DELIMITED BY SIZE
                  W_QUARTER-NAME DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  W_Q-START DELIMITED BY SIZE
                  ' to ' DELIMITED BY SIZE
                  W_Q-END DELIMITED BY SIZE
                  ') - prepared ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           PERFORM REPORT-LINE-SECTION.

           MOVE '--- OPERATORS ON operators.ctl ---' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           PERFORM VARYING W_OP-SUB FROM 1 BY 1
                   UNTIL W_OP-SUB > W_OPERATOR-COUNT
               PERFORM WRITE-OPERATOR-BLOCK-SECTION
           END-PERFORM.

           PERFORM REPORT-LINE-SECTION.
           MOVE '--- OTHER IDS ACTING IN THE QUARTER ---'
               TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           IF W_OTHER-COUNT = 0
               MOVE '(none)' TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-IF.
           PERFORM VARYING W_OT-SUB FROM 1 BY 1
                   UNTIL W_OT-SUB > W_OTHER-COUNT
               MOVE W_OT-LINES(W_OT-SUB) TO W_EDIT-LINES
               STRING W_OT-ID(W_OT-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      W_EDIT-LINES DELIMITED BY SIZE
                      ' line(s) - not on operators.ctl'
                          DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
           END-PERFORM.
           IF W_OTHER-OVERFLOW > 0
               MOVE W_OTHER-OVERFLOW TO W_EDIT-LINES
               STRING '(and ' DELIMITED BY SIZE
                      W_EDIT-LINES DELIMITED BY SIZE
                      ' line(s) from IDs past the first 50)'
                          DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
           END-IF.

           PERFORM REPORT-LINE-SECTION.
           STRING 'Audit lines in the quarter: ' DELIMITED BY SIZE
                  W_QUARTER-LINES DELIMITED BY SIZE
                  ', without an operator: ' DELIMITED BY SIZE
                  W_UNATTRIBUTED DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           IF W_UNREAD-GENERATIONS > 0
               STRING '** ' DELIMITED BY SIZE
                      W_UNREAD-GENERATIONS DELIMITED BY SIZE
                      ' audit generation(s) could not be read - '
                          DELIMITED BY SIZE
                      'activity may be missing' DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
           END-IF.
           STRING 'Operators: ' DELIMITED BY SIZE
                  W_OPERATOR-COUNT DELIMITED BY SIZE
                  ', with findings: ' DELIMITED BY SIZE
                  W_FLAGGED-OPERATORS DELIMITED BY SIZE
                  ', findings: ' DELIMITED BY SIZE
                  W_TOTAL-FINDINGS DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_OPERATOR-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

      * One operator on the report: who, where, what granted, what
      * the trail shows by operation, then the findings.
       WRITE-OPERATOR-BLOCK-SECTION SECTION.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_OP-LINES(W_OP-SUB) TO W_EDIT-LINES.
           MOVE W_OP-FINDINGS(W_OP-SUB) TO W_EDIT-FINDINGS.
           STRING W_OP-ID(W_OP-SUB) DELIMITED BY SIZE
                  ' branch ' DELIMITED BY SIZE
                  W_OP-BRANCH(W_OP-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_EDIT-LINES DELIMITED BY SIZE
                  ' audit line(s) ' DELIMITED BY SIZE
                  W_EDIT-FINDINGS DELIMITED BY SIZE
                  ' finding(s)' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           STRING '  granted: ' DELIMITED BY SIZE
                  W_OP-PERMS(W_OP-SUB) DELIMITED BY SPACE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           PERFORM VARYING W_OPN-SUB FROM 1 BY 1
                   UNTIL W_OPN-SUB > W_OP-OPERATION-COUNT(W_OP-SUB)
               MOVE W_OP-OP-LINES(W_OP-SUB, W_OPN-SUB)
                   TO W_EDIT-LINES
               STRING '  did:     ' DELIMITED BY SIZE
                      W_OP-OP-NAME(W_OP-SUB, W_OPN-SUB)
                          DELIMITED BY SIZE
                      W_EDIT-LINES DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
           END-PERFORM.
           PERFORM VARYING W_ACTION-SUB FROM 1 BY 1
                   UNTIL W_ACTION-SUB > 21
               PERFORM BUILD-FINDING-SECTION
               IF W_FINDING-TEXT NOT = SPACES
                   MOVE W_FINDING-TEXT TO W_RP-LINE
                   PERFORM REPORT-LINE-SECTION
               END-IF
           END-PERFORM.
           MOVE 0 TO W_ACTION-SUB.
           PERFORM BUILD-FINDING-SECTION.
           IF W_FINDING-TEXT NOT = SPACES
               MOVE W_FINDING-TEXT TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-IF.

      * The finding text for W_OP-SUB - per action when W_ACTION-SUB
      * is 1 to 20, the operator-wide findings when it is 0. Spaces
      * when there is nothing to say. The report and the sheets
      * both print from here.
       BUILD-FINDING-SECTION SECTION.
           MOVE SPACES TO W_FINDING-TEXT.
           IF W_ACTION-SUB = 0
               GO TO BUILD-FINDING-OPERATOR
           END-IF.

           IF W_ACTION-SUB = W_WORKLIST-SUB
               IF W_OP-GRANTED(W_OP-SUB, W_ACTION-SUB) = 'Y'
                  AND W_OP-ALL(W_OP-SUB) = 'N'
                   MOVE '  -- WORKLIST leaves no audit line - '
                       TO W_FINDING-TEXT
                   MOVE 'confirm it is still needed'
                       TO W_FINDING-TEXT(38:)
               END-IF
               GO TO BUILD-FINDING-EXIT
           END-IF.
           IF W_OP-ALL(W_OP-SUB) = 'Y'
               GO TO BUILD-FINDING-EXIT
           END-IF.
           IF W_OP-GRANTED(W_OP-SUB, W_ACTION-SUB) = 'Y'
              AND W_OP-USED(W_OP-SUB, W_ACTION-SUB) = 0
               STRING '  ** GRANT NEVER USED: ' DELIMITED BY SIZE
                      W_KNOWN-ACTION(W_ACTION-SUB) DELIMITED BY SPACE
                   INTO W_FINDING-TEXT
               END-STRING
           END-IF.
           IF W_OP-GRANTED(W_OP-SUB, W_ACTION-SUB) = 'N'
              AND W_OP-USED(W_OP-SUB, W_ACTION-SUB) > 0
               MOVE W_OP-USED(W_OP-SUB, W_ACTION-SUB) TO W_EDIT-LINES
               STRING '  ** NO GRANT FOR: ' DELIMITED BY SIZE
                      W_KNOWN-ACTION(W_ACTION-SUB) DELIMITED BY SPACE
                      ' - yet ' DELIMITED BY SIZE
                      W_EDIT-LINES DELIMITED BY SIZE
                      ' line(s) show it done' DELIMITED BY SIZE
                   INTO W_FINDING-TEXT
               END-STRING
           END-IF.
           GO TO BUILD-FINDING-EXIT.

      * The operator-wide findings share one line, '; ' between.
       BUILD-FINDING-OPERATOR.
           MOVE 1 TO W_FINDING-PTR.
           IF W_OP-LINES(W_OP-SUB) = 0
               PERFORM FINDING-SEPARATOR-SECTION
               STRING 'NO ACTIVITY IN THE QUARTER' DELIMITED BY SIZE
                   INTO W_FINDING-TEXT WITH POINTER W_FINDING-PTR
               END-STRING
           END-IF.
           IF W_OP-ALL(W_OP-SUB) = 'Y'
              AND W_OP-SUPERVISOR(W_OP-SUB) NOT = 'Y'
               PERFORM FINDING-SEPARATOR-SECTION
               IF SUPERVISOR-LIST-HELD
                   STRING 'ALL GRANT - NOT ON supervisors.ctl'
                           DELIMITED BY SIZE
                       INTO W_FINDING-TEXT WITH POINTER W_FINDING-PTR
                   END-STRING
               ELSE
                   STRING 'ALL GRANT - no supervisors.ctl on file'
                           DELIMITED BY SIZE
                       INTO W_FINDING-TEXT WITH POINTER W_FINDING-PTR
                   END-STRING
               END-IF
           END-IF.
           IF BRANCH-LIST-HELD AND W_OP-BRANCH-SET(W_OP-SUB) = 'N'
               PERFORM FINDING-SEPARATOR-SECTION
               STRING 'NO BRANCH ON operator_branches.ctl'
                       DELIMITED BY SIZE
                   INTO W_FINDING-TEXT WITH POINTER W_FINDING-PTR
               END-STRING
           END-IF.

       BUILD-FINDING-EXIT.
           EXIT.

       FINDING-SEPARATOR-SECTION SECTION.
           IF W_FINDING-PTR = 1
               STRING '  ** ' DELIMITED BY SIZE
                   INTO W_FINDING-TEXT WITH POINTER W_FINDING-PTR
               END-STRING
           ELSE
               STRING '; ' DELIMITED BY SIZE
                   INTO W_FINDING-TEXT WITH POINTER W_FINDING-PTR
               END-STRING
           END-IF.

      * One branch manager's sheet - only the operators on that
      * branch, each with the findings and a KEEP / REVOKE mark to
      * make, and the sign-off lines the auditors file.
       WRITE-SHEET-SECTION SECTION.
           MOVE W_SHEET-BRANCH(W_SH-SUB) TO W_CURR-BRANCH.
           MOVE SPACES TO W_SHEET-FILENAME.
           STRING 'access_signoff_' DELIMITED BY SIZE
                  W_CURR-BRANCH DELIMITED BY SPACE
                  '_' DELIMITED BY SIZE
                  W_QUARTER-NAME DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO W_SHEET-FILENAME
           END-STRING.
           OPEN OUTPUT SHEET-OUT.

           MOVE SPACES TO S_SHEET-LINE.
           STRING 'ACCESS RECERTIFICATION SIGN-OFF - BRANCH '
                      DELIMITED BY SIZE
                  W_CURR-BRANCH DELIMITED BY SPACE
                  ' - ' DELIMITED BY SIZE
                  W_QUARTER-NAME DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  W_Q-START DELIMITED BY SIZE
                  ' to ' DELIMITED BY SIZE
                  W_Q-END DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO S_SHEET-LINE
           END-STRING.
           WRITE S_SHEET-LINE.
           MOVE SPACES TO S_SHEET-LINE.
           STRING 'Prepared ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
                  ' from operators.ctl and the audit trail.'
                      DELIMITED BY SIZE
               INTO S_SHEET-LINE
           END-STRING.
           WRITE S_SHEET-LINE.
           MOVE SPACES TO S_SHEET-LINE.
           STRING 'For each operator mark KEEP, or REVOKE with the '
                      DELIMITED BY SIZE
                  'actions to take away, then sign below.'
                      DELIMITED BY SIZE
               INTO S_SHEET-LINE
           END-STRING.
           WRITE S_SHEET-LINE.
           MOVE SPACES TO S_SHEET-LINE.
           WRITE S_SHEET-LINE.

           PERFORM VARYING W_OP-SUB FROM 1 BY 1
                   UNTIL W_OP-SUB > W_OPERATOR-COUNT
               IF W_OP-BRANCH(W_OP-SUB) = W_CURR-BRANCH
                   PERFORM WRITE-SHEET-OPERATOR-SECTION
               END-IF
           END-PERFORM.

           MOVE SPACES TO S_SHEET-LINE.
           WRITE S_SHEET-LINE.
           MOVE SPACES TO S_SHEET-LINE.
           STRING 'Branch manager: ______________________   '
                      DELIMITED BY SIZE
                  'Signature: __________________   Date: ____________'
                      DELIMITED BY SIZE
               INTO S_SHEET-LINE
           END-STRING.
           WRITE S_SHEET-LINE.
           CLOSE SHEET-OUT.
           DISPLAY 'Sign-off sheet for '
               FUNCTION TRIM(W_CURR-BRANCH) ' written to '
               FUNCTION TRIM(W_SHEET-FILENAME).

       WRITE-SHEET-OPERATOR-SECTION SECTION.
           MOVE W_OP-LINES(W_OP-SUB) TO W_EDIT-LINES.
           MOVE W_OP-FINDINGS(W_OP-SUB) TO W_EDIT-FINDINGS.
           MOVE SPACES TO S_SHEET-LINE.
           STRING W_OP-ID(W_OP-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_EDIT-LINES DELIMITED BY SIZE
                  ' audit line(s) ' DELIMITED BY SIZE
                  W_EDIT-FINDINGS DELIMITED BY SIZE
                  ' finding(s)    KEEP [ ]   REVOKE [ ] __________'
                      DELIMITED BY SIZE
               INTO S_SHEET-LINE
           END-STRING.
           WRITE S_SHEET-LINE.
           MOVE SPACES TO S_SHEET-LINE.
           STRING '  granted: ' DELIMITED BY SIZE
                  W_OP-PERMS(W_OP-SUB) DELIMITED BY SPACE
               INTO S_SHEET-LINE
           END-STRING.
           WRITE S_SHEET-LINE.
           PERFORM VARYING W_ACTION-SUB FROM 1 BY 1
                   UNTIL W_ACTION-SUB > 21
               PERFORM BUILD-FINDING-SECTION
               IF W_FINDING-TEXT NOT = SPACES
                   MOVE W_FINDING-TEXT TO S_SHEET-LINE
                   WRITE S_SHEET-LINE
               END-IF
           END-PERFORM.
           MOVE 0 TO W_ACTION-SUB.
           PERFORM BUILD-FINDING-SECTION.
           IF W_FINDING-TEXT NOT = SPACES
               MOVE W_FINDING-TEXT TO S_SHEET-LINE
               WRITE S_SHEET-LINE
           END-IF.
           MOVE SPACES TO S_SHEET-LINE.
           WRITE S_SHEET-LINE.
