      * Execute files/63_death_match.cbl or 09_maintain.cbl (DECEASE)
      * first
      * Moving a person to Deceased - by 63_DEATH_MATCH off the
      * registry's notices or by an operator in 09_MAINTAIN - only
      * changes the status byte. Everything else held on them stays
      * as it was: their mailing consents, their household's head,
      * their family links, the payroll bureau's copy of them. This
      * is the closure run that follows the move through everywhere
      * else, in one pass.
      * The audit trail is walked, every generation of it (see
      * AUDIT-GENERATIONS.cpy), for the lines that moved a person
      * record to Deceased - a REWRITE, APPROVE, MASSUPDATE or
      * REVERSAL whose after-image carries status D where the
      * before-image did not. Each such person on the branch set the
      * profile points at (see BRANCH-PROFILE.cpy) who has not been
      * closed out already (deceased_closure.dat, see
      * DECEASED-CLOSURE-RECORD.cpy) is closed out now:
      *   - every consent still granted is withdrawn, so no label,
      *     letter or export can reach them through the consent
      *     gate (58_LETTER_ENGINE also holds back anything
      *     addressed to a Deceased person);
      *   - where they head a household, the head role passes to
      *     the eldest Active adult member; with no such member the
      *     household is flagged for the household clerk;
      *   - a current marriage or guardianship ends, both halves
      *     of the link, and a ward left with no guardian at all is
      *     flagged;
      *   - their next of kin - spouse, children and parents, or
      *     siblings where there are none of those - are selected
      *     for a condolence letter, rendered at the end of the run
      *     by "58_letter_engine CONDOLENCE" against
      *     condolence_template.txt (&REF carries the deceased's
      *     person ID, &DUE the date their death was recorded). Kin
      *     who have withdrawn mailing consent are not written to,
      *     and nobody is written to for a death recorded more than
      *     W_CONDOLENCE-DAYS days ago;
      *   - an open dues balance is listed for the treasurer;
      *   - for a member who was Active on the head-office set, and
      *     so on the nightly payroll extract (53_PAYROLL_EXTRACT),
      *     the stop is their absence from the next send - it is
      *     listed until the bureau has acknowledged a send made
      *     after the day their death was recorded (54_PAYROLL_ACK
      *     keeps that date on payroll_sent.ctl), and every run
      *     re-checks the earlier closures still waiting on it.
      * Every change is audited. The checklist - one block per
      * person, DONE for what the run did and TODO for what needs
      * a person to act - goes to deceased_closure_<date>.txt. A
      * run with any TODO on it puts one line on batch_alerts.log
      * with the count, and still ends with return code 0: the
      * people it closed out tonight are marked closed on
      * deceased_closure.dat, so a rerun would find nothing to close
      * and write their checklist over with an empty one. Only a run
      * that could not start (output.dat or deceased_closure.dat
      * will not open) ends with 16. 07_DAILY_RUN runs it nightly.
      * Run as: 110_deceased_closure
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 110_DECEASED_CLOSURE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PERSON-IN ASSIGN TO W_BRANCH-PERSON-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

      * The audit trail as read - every generation in turn.
               SELECT AUDIT-IN ASSIGN TO W_AG-LOG-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AL-STATUS.

      * Closed-out years of the log - see AUDIT-GENERATIONS.cpy.
               SELECT AUDIT-GENERATION-FILE ASSIGN TO
                       'audit_generations.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AG-STATUS.

      * Who has been closed out - see DECEASED-CLOSURE-RECORD.cpy.
               SELECT CLOSURE-FILE ASSIGN TO 'deceased_closure.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DC_PERSON-ID
                   FILE STATUS IS W_DC-STATUS.

               SELECT CONSENT-FILE ASSIGN TO 'consent.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CN_KEY
                   FILE STATUS IS W_CN-STATUS.

               SELECT RELATIONSHIP-FILE ASSIGN TO 'relationship.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RL_KEY
                   FILE STATUS IS W_RL-STATUS.

               SELECT HOUSEHOLD-MASTER ASSIGN TO
                       'household_master.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS HM_HOUSEHOLD-ID
                   FILE STATUS IS W_HM-STATUS.

               SELECT HOUSEHOLD-LINK ASSIGN TO 'household.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS HH_PERSON-ID
                   FILE STATUS IS W_HH-STATUS.

               SELECT LEDGER-FILE ASSIGN TO 'dues_ledger.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS DL_PERSON-ID
                   FILE STATUS IS W_DL-STATUS.

      * The payroll interface's outstanding-send record - read only.
               SELECT SENT-CONTROL ASSIGN TO 'payroll_sent.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_SENT-STATUS.

               SELECT CONDOLENCE-IDS-OUT ASSIGN TO
                       'condolence_ids.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.

               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

               SELECT AUDIT-LOG ASSIGN TO 'audit_trail.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Chain-state companion of the audit trail - see
      * AUDIT-CHAIN-FILE.cpy.
               SELECT AUDIT-CHAIN ASSIGN TO 'audit_chain.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_CHAIN-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'AUDIT-LOG.cpy'.
           COPY 'AUDIT-CHAIN-FILE.cpy'.
           COPY 'AUDIT-GENERATION-FILE.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'REPORT-PAGE-FILES.cpy'.

           FD AUDIT-IN.
           01 A_AUDIT-LINE PIC X(320).

           FD PERSON-IN.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY FI_PERSON-ID
                             PREFIX-NAME BY FI_PERSON-NAME
                             PREFIX-SURNAME BY FI_PERSON-SURNAME
                             PREFIX-BIRTH-YEAR-ONLY BY
                                 FI_PERSON-BIRTH-YEAR-ONLY
                             PREFIX-BIRTH-QUALITY BY
                                 FI_PERSON-BIRTH-QUALITY
                             PREFIX-BIRTH-YEAR BY FI_PERSON-BIRTH-YEAR
                             PREFIX-BIRTH-DATE BY FI_PERSON-BIRTH-DATE
                             PREFIX-BIRTH-FULL BY FI_PERSON-BIRTH-FULL
                             PREFIX-STATUS BY FI_PERSON-STATUS
                             PREFIX-ACTIVE BY FI_PERSON-ACTIVE
                             PREFIX-INACTIVE BY FI_PERSON-INACTIVE
                             PREFIX-PENDING BY FI_PERSON-PENDING
                             PREFIX-SUSPENDED BY FI_PERSON-SUSPENDED
                             PREFIX-DECEASED BY FI_PERSON-DECEASED
                             PREFIX BY FI_PERSON.

           FD CLOSURE-FILE.
           COPY 'DECEASED-CLOSURE-RECORD.cpy'
               REPLACING PREFIX-ID BY DC_PERSON-ID
                         PREFIX-BRANCH BY DC_BRANCH
                         PREFIX-AUDIT-SEQ BY DC_AUDIT-SEQ
                         PREFIX-RECORDED-ON BY DC_RECORDED-ON
                         PREFIX-CLOSED-ON BY DC_CLOSED-ON
                         PREFIX-CONSENTS BY DC_CONSENTS
                         PREFIX-HOUSEHOLD-ID BY DC_HOUSEHOLD-ID
                         PREFIX-HEAD-STATE BY DC_HEAD-STATE
                         PREFIX-NOT-HEAD BY DC_NOT-HEAD
                         PREFIX-HEAD-PASSED BY DC_HEAD-PASSED
                         PREFIX-HEAD-FLAGGED BY DC_HEAD-FLAGGED
                         PREFIX-NEW-HEAD-ID BY DC_NEW-HEAD-ID
                         PREFIX-LINKS-ENDED BY DC_LINKS-ENDED
                         PREFIX-KIN-LETTERS BY DC_KIN-LETTERS
                         PREFIX-PAYROLL-STATE BY DC_PAYROLL-STATE
                         PREFIX-OFF-PAYROLL BY DC_OFF-PAYROLL
                         PREFIX-PAYROLL-WAITING BY DC_PAYROLL-WAITING
                         PREFIX-PAYROLL-ACKED BY DC_PAYROLL-ACKED
                         PREFIX-PAYROLL-ACK-ON BY DC_PAYROLL-ACK-ON
                         PREFIX-STATE BY DC_STATE
                         PREFIX-OPEN BY DC_OPEN
                         PREFIX-COMPLETE BY DC_COMPLETE
                         PREFIX BY DC_CLOSURE.

           FD CONSENT-FILE.
           COPY 'CONSENT-RECORD.cpy'
               REPLACING PREFIX-ID BY CN_PERSON-ID
                         PREFIX-TYPE BY CN_TYPE
                         PREFIX-KEY BY CN_KEY
                         PREFIX-STATE BY CN_STATE
                         PREFIX-GRANTED BY CN_GRANTED
                         PREFIX-WITHDRAWN BY CN_WITHDRAWN
                         PREFIX-EXPIRED BY CN_EXPIRED
                         PREFIX-EFFECTIVE-DATE BY CN_EFFECTIVE-DATE
                         PREFIX-GIVEN-BY BY CN_GIVEN-BY
                         PREFIX BY CN_CONSENT.

           FD RELATIONSHIP-FILE.
           COPY 'RELATIONSHIP-RECORD.cpy'
               REPLACING PREFIX-KEY BY RL_KEY
                         PREFIX-ID BY RL_PERSON-ID
                         PREFIX-TYPE BY RL_TYPE
                         PREFIX-SPOUSE BY RL_SPOUSE
                         PREFIX-PARENT BY RL_PARENT
                         PREFIX-CHILD BY RL_CHILD
                         PREFIX-SIBLING BY RL_SIBLING
                         PREFIX-GUARDIAN BY RL_GUARDIAN
                         PREFIX-WARD BY RL_WARD
                         PREFIX-OTHER-ID BY RL_OTHER-ID
                         PREFIX-STATE BY RL_STATE
                         PREFIX-CURRENT BY RL_CURRENT
                         PREFIX-ENDED BY RL_ENDED
                         PREFIX-ENDED-ON BY RL_ENDED-ON
                         PREFIX-RECORDED-ON BY RL_RECORDED-ON
                         PREFIX-RECORDED-BY BY RL_RECORDED-BY
                         PREFIX BY RL_RELATION.

           FD HOUSEHOLD-MASTER.
           COPY 'HOUSEHOLD-MASTER-RECORD.cpy'
               REPLACING PREFIX-HOUSEHOLD-ID BY HM_HOUSEHOLD-ID
                         PREFIX-HEAD-ID BY HM_HEAD-ID
                         PREFIX-ADDRESS-ID BY HM_ADDRESS-ID
                         PREFIX BY HM_HOUSEHOLD.

           FD HOUSEHOLD-LINK.
           COPY 'HOUSEHOLD-RECORD.cpy'
               REPLACING PREFIX-ID BY HH_PERSON-ID
                         PREFIX-HOUSEHOLD-ID BY HH_HOUSEHOLD-ID
                         PREFIX BY HH_PERSON.

           FD LEDGER-FILE.
           COPY 'DUES-LEDGER-RECORD.cpy'
               REPLACING PREFIX-ID BY DL_PERSON-ID
                         PREFIX-OPENED-ON BY DL_OPENED-ON
                         PREFIX-BALANCE BY DL_BALANCE
                         PREFIX-DUNNING-STAGE BY DL_DUNNING-STAGE
                         PREFIX-DUNNED-ON BY DL_DUNNED-ON
                         PREFIX-INTEREST-TO BY DL_INTEREST-TO
                         PREFIX-LINE-COUNT BY DL_LINE-COUNT
                         PREFIX-LINE BY DL_LINE
                         PREFIX-REF BY DL_REF
                         PREFIX-KIND BY DL_KIND
                         PREFIX-DUES BY DL_DUES
                         PREFIX-LATE-FEE BY DL_LATE-FEE
                         PREFIX-YEAR BY DL_YEAR
                         PREFIX-ISSUED-ON BY DL_ISSUED-ON
                         PREFIX-DUE-ON BY DL_DUE-ON
                         PREFIX-AMOUNT BY DL_AMOUNT
                         PREFIX-PAID BY DL_PAID
                         PREFIX-STATE BY DL_STATE
                         PREFIX-LINE-OPEN BY DL_LINE-OPEN
                         PREFIX-LINE-SETTLED BY DL_LINE-SETTLED
                         PREFIX BY DL_ACCOUNT.

           FD SENT-CONTROL.
           01 SC_SENT-REC.
              02 SC_SENT-DATE PIC 9(8).
              02 SC_SENT-COUNT PIC 9(6).
              02 SC_ID-SUM PIC 9(12).
              02 SC_LAST-ACKED PIC 9(8).

           FD CONDOLENCE-IDS-OUT.
           01 CI_ID-LINE PIC X(60).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 B_LINKS-EOF PIC X(1) VALUE 'N'.
               01 W_PI-STATUS PIC X(2).
               01 W_AL-STATUS PIC X(2).
               01 W_DC-STATUS PIC X(2).
               01 W_CN-STATUS PIC X(2).
               01 W_RL-STATUS PIC X(2).
               01 W_HM-STATUS PIC X(2).
               01 W_HH-STATUS PIC X(2).
               01 W_DL-STATUS PIC X(2).
               01 W_SENT-STATUS PIC X(2).
               01 W_CONSENT-USABLE-SW PIC X(1) VALUE 'N'.
                   88 CONSENT-USABLE VALUE 'Y'.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_RUN-BRANCH PIC X(3) VALUE SPACES.
               01 W_REPORT-FILENAME PIC X(60) VALUE SPACES.
               01 W_LETTER-COMMAND PIC X(40) VALUE SPACES.
               01 W_SEL-LINE PIC X(60) VALUE SPACES.

      * A condolence letter weeks after the funeral does more harm
      * than none - older deaths are closed out without one.
               01 W_CONDOLENCE-DAYS PIC 9(3) VALUE 60.
               01 W_DAYS-SINCE PIC S9(7) VALUE 0.

      * The payroll interface as it stands tonight.
               01 W_PAYROLL-SENT-ON PIC 9(8) VALUE 0.
               01 W_PAYROLL-LAST-ACKED PIC 9(8) VALUE 0.

      * One audit_trail.log line taken apart. Everything from KEY=
      * on sits at fixed columns, as WRITE-AUDIT-SECTION builds it:
      * the key in 1-20, the before-image from 30, the after-image
      * from 119 and '] OPER=' at 199, with SEQ= behind the operator.
      * A person image carries its status at column 52.
               01 W_LOG-HEADER PIC X(60) VALUE SPACES.
               01 W_LOG-REMAINDER PIC X(260) VALUE SPACES.
               01 W_LOG-STAMP PIC X(17) VALUE SPACES.
               01 W_LOG-PROGRAM PIC X(20) VALUE SPACES.
               01 W_LOG-OPERATION PIC X(10) VALUE SPACES.
                   88 STATUS-MOVE-OPERATION VALUE 'REWRITE'
                       'APPROVE' 'MASSUPDATE' 'REVERSAL'.
               01 W_LOG-OPER-PART PIC X(62) VALUE SPACES.
               01 W_LOG-SEQ-PART PIC X(62) VALUE SPACES.
               01 W_LOG-SEQ PIC 9(9) VALUE 0.
               01 W_LOG-DATE PIC 9(8) VALUE 0.
               01 W_UNREAD-GENERATIONS PIC 9(4) VALUE 0.

      * The person being closed out.
               01 W_DEAD-ID PIC 9(6) VALUE 0.
               01 W_DEAD-NAME PIC X(42) VALUE SPACES.
               01 W_BEFORE-STATUS PIC X(1) VALUE SPACE.

      * Their family links as found, before any is ended.
               01 W_LINK-TABLE.
                   02 W_LK-ENTRY OCCURS 30 TIMES.
                       03 W_LK-TYPE PIC X(1).
                       03 W_LK-OTHER-ID PIC 9(6).
                       03 W_LK-STATE PIC X(1).
               01 W_LINK-COUNT PIC 9(2) VALUE 0.
               01 W_LK-SUB PIC 9(2) VALUE 0.
               01 W_CLOSE-KIN-COUNT PIC 9(2) VALUE 0.
               01 W_KIN-WORD PIC X(10) VALUE SPACES.
               01 W_LINK-WORD PIC X(12) VALUE SPACES.
               01 W_OTHER-HALF-TYPE PIC X(1) VALUE SPACE.
               01 W_GUARDIANS-LEFT PIC 9(2) VALUE 0.

      * The household head hunt.
               01 W_HEAD-HOUSEHOLD PIC 9(6) VALUE 0.
               01 W_NEW-HEAD-ID PIC 9(6) VALUE 0.
               01 W_NEW-HEAD-BORN PIC 9(8) VALUE 0.
               01 W_MEMBER-BORN PIC 9(8) VALUE 0.

      * One checklist item - DONE, TODO or NOTE and its text.
               01 W_ITEM-TAG PIC X(4) VALUE SPACES.
               01 W_ITEM-TEXT PIC X(110) VALUE SPACES.
               01 W_BALANCE-EDIT PIC Z,ZZZ,ZZ9.99.

               01 W_SCANNED-COUNT PIC 9(7) VALUE 0.
               01 W_CLOSED-COUNT PIC 9(6) VALUE 0.
               01 W_ALREADY-COUNT PIC 9(6) VALUE 0.
               01 W_ELSEWHERE-COUNT PIC 9(6) VALUE 0.
               01 W_RECHECKED-COUNT PIC 9(6) VALUE 0.
               01 W_TODO-COUNT PIC 9(6) VALUE 0.
               01 W_LETTER-COUNT PIC 9(6) VALUE 0.

      * Walk over every audit generation (see AUDIT-GENERATIONS.cpy).
               COPY 'AUDIT-GENERATIONS-FIELDS.cpy'.

      * Consent gate and its under-18 test (see CONSENT-GATE.cpy).
               COPY 'CONSENT-GATE-FIELDS.cpy'.
               COPY 'MINOR-CHECK-FIELDS.cpy'.

      * Shared audit trail (see AUDIT-TRAIL.cpy).
               COPY 'AUDIT-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

      * Branch file profile (see BRANCH-PROFILE.cpy) - which set of
      * data files this run points at.
               COPY 'BRANCH-FILES.cpy'.

       PROCEDURE DIVISION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           MOVE W_TODAY TO W_MN-TODAY.
           PERFORM BRANCH-PROFILE-SECTION.
           IF W_BRANCH-CODE = SPACES
               MOVE 'HQ' TO W_RUN-BRANCH
           ELSE
               MOVE W_BRANCH-CODE TO W_RUN-BRANCH
           END-IF.
           PERFORM START-JOB-TIMER-SECTION.

           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               DISPLAY '** 'FUNCTION TRIM(W_BRANCH-PERSON-FILE)
                   ' open failed (status 'W_PI-STATUS') - nobody '
                   'closed out'
               MOVE '110_DECEASED_CLOSURE' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CLOSURE-FILE.
           IF W_DC-STATUS = '35'
               OPEN OUTPUT CLOSURE-FILE
               CLOSE CLOSURE-FILE
               OPEN I-O CLOSURE-FILE
           END-IF.
           IF W_DC-STATUS NOT = '00'
               DISPLAY '** deceased_closure.dat open failed (status '
                   W_DC-STATUS') - nobody closed out'
               CLOSE PERSON-IN
               MOVE '110_DECEASED_CLOSURE' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * None of the sub-files need exist yet - nothing of that kind
      * is held for anyone.
           OPEN I-O CONSENT-FILE.
           IF W_CN-STATUS = '00'
               MOVE 'Y' TO W_CONSENT-USABLE-SW
           END-IF.
           OPEN I-O RELATIONSHIP-FILE.
           OPEN I-O HOUSEHOLD-MASTER.
           OPEN INPUT HOUSEHOLD-LINK.
           OPEN INPUT LEDGER-FILE.
           PERFORM READ-PAYROLL-CONTROL-SECTION.
           OPEN OUTPUT CONDOLENCE-IDS-OUT.

           STRING 'deceased_closure_' W_TODAY '.txt'
               DELIMITED BY SIZE
               INTO W_REPORT-FILENAME.
           STRING 'DECEASED CLOSURE CHECKLIST - ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '110_DECEASED_CLOSURE' TO W_RP-PROGRAM.
           MOVE W_REPORT-FILENAME TO W_RP-PRINT-FILENAME.
           PERFORM REPORT-OPEN-SECTION.
           MOVE 'CLOSED OUT TONIGHT' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           PERFORM FIRST-AUDIT-FILE-SECTION.
           PERFORM UNTIL NO-MORE-AUDIT-FILES
               PERFORM READ-AUDIT-FILE-SECTION
               PERFORM NEXT-AUDIT-FILE-SECTION
           END-PERFORM.
           IF W_CLOSED-COUNT = 0
               MOVE '  nobody newly recorded deceased' TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-IF.

           PERFORM REPORT-LINE-SECTION.
           MOVE 'EARLIER CLOSURES STILL WAITING ON THE PAYROLL BUREAU'
               TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           PERFORM RECHECK-OPEN-CLOSURES-SECTION.
           IF W_RECHECKED-COUNT = 0
               MOVE '  none' TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-IF.

           PERFORM REPORT-LINE-SECTION.
           STRING 'CLOSED OUT: ' DELIMITED BY SIZE
                  W_CLOSED-COUNT DELIMITED BY SIZE
                  '  CONDOLENCE LETTERS: ' DELIMITED BY SIZE
                  W_LETTER-COUNT DELIMITED BY SIZE
                  '  ITEMS NEEDING ACTION: ' DELIMITED BY SIZE
                  W_TODO-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_CLOSED-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           CLOSE CONDOLENCE-IDS-OUT.
           CLOSE PERSON-IN.
           CLOSE CLOSURE-FILE.
           IF CONSENT-USABLE
               CLOSE CONSENT-FILE
           END-IF.
           IF W_RL-STATUS = '00'
               CLOSE RELATIONSHIP-FILE
           END-IF.
           IF W_HM-STATUS = '00'
               CLOSE HOUSEHOLD-MASTER
           END-IF.
           IF W_HH-STATUS = '00'
               CLOSE HOUSEHOLD-LINK
           END-IF.
           IF W_DL-STATUS = '00'
               CLOSE LEDGER-FILE
           END-IF.

      * The letters through the engine with their own template - a
      * failed render leaves condolence_ids.txt to rerun by hand.
           IF W_LETTER-COUNT > 0
               MOVE '58_letter_engine CONDOLENCE' TO W_LETTER-COMMAND
               CALL 'SYSTEM' USING W_LETTER-COMMAND
               IF RETURN-CODE NOT = 0
                   DISPLAY '** 'FUNCTION TRIM(W_LETTER-COMMAND)
                       ' ended with return code 'RETURN-CODE
                       ' - rerun it by hand'
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'Audit lines read        : 'W_SCANNED-COUNT.
           DISPLAY 'Closed out              : 'W_CLOSED-COUNT.
           DISPLAY '  closed out before     : 'W_ALREADY-COUNT.
           DISPLAY '  on another branch set : 'W_ELSEWHERE-COUNT.
           DISPLAY 'Payroll stops rechecked : 'W_RECHECKED-COUNT.
           DISPLAY 'Condolence letters      : 'W_LETTER-COUNT.
           DISPLAY 'Items needing action    : 'W_TODO-COUNT.
           DISPLAY 'Checklist               : '
               FUNCTION TRIM(W_REPORT-FILENAME).
           IF W_UNREAD-GENERATIONS > 0
               DISPLAY '** 'W_UNREAD-GENERATIONS' audit '
                   'generation(s) could not be read - a death '
                   'recorded in them is not closed out'
           END-IF.

           MOVE '110_DECEASED_CLOSURE' TO W_TRAILER-PROGRAM.
           MOVE W_CLOSED-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.
           IF W_TODO-COUNT > 0
               MOVE SPACES TO L_ALERT-LOG-REC
               STRING W_TRAILER-DATE DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      W_TRAILER-TIME DELIMITED BY SIZE
                      ' DECEASED CLOSURE TODO=' DELIMITED BY SIZE
                      W_TODO-COUNT DELIMITED BY SIZE
                   INTO L_ALERT-LOG-REC
               END-STRING
               OPEN EXTEND ALERT-LOG
               WRITE L_ALERT-LOG-REC
               CLOSE ALERT-LOG
           END-IF.

       STOP RUN.

       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'AUDIT-GENERATIONS.cpy'.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.
       COPY 'CONSENT-GATE.cpy'.
       COPY 'MINOR-CHECK.cpy'.
       COPY 'BRANCH-PROFILE.cpy'.

      * The last send the bureau acknowledged, and the one still
      * outstanding - no control record (or one from before the
      * acknowledged date was kept) reads as neither.
       READ-PAYROLL-CONTROL-SECTION SECTION.
           OPEN INPUT SENT-CONTROL.
           IF W_SENT-STATUS NOT = '00'
               GO TO READ-PAYROLL-CONTROL-EXIT
           END-IF.
           READ SENT-CONTROL
               AT END MOVE SPACES TO SC_SENT-REC
           END-READ.
           CLOSE SENT-CONTROL.
           IF SC_SENT-COUNT IS NUMERIC AND SC_SENT-COUNT > 0
               AND SC_SENT-DATE IS NUMERIC
               MOVE SC_SENT-DATE TO W_PAYROLL-SENT-ON
           END-IF.
           IF SC_LAST-ACKED IS NUMERIC
               MOVE SC_LAST-ACKED TO W_PAYROLL-LAST-ACKED
           END-IF.

       READ-PAYROLL-CONTROL-EXIT.
           EXIT.

      * One file of the generation walk.
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
                       ADD 1 TO W_SCANNED-COUNT
                       PERFORM TAKE-AUDIT-LINE-SECTION
               END-READ
           END-PERFORM.
           CLOSE AUDIT-IN.

       READ-AUDIT-FILE-EXIT.
           EXIT.

      * A move to Deceased: a person image before and after, the
      * same person in both and in the key, D after and not before.
       TAKE-AUDIT-LINE-SECTION SECTION.
           MOVE SPACES TO W_LOG-HEADER W_LOG-REMAINDER.
           UNSTRING A_AUDIT-LINE DELIMITED BY ' KEY='
               INTO W_LOG-HEADER W_LOG-REMAINDER
           END-UNSTRING.
           IF W_LOG-REMAINDER(119:1) NOT NUMERIC
               OR W_LOG-REMAINDER(170:1) NOT = 'D'
               OR W_LOG-REMAINDER(81:1) = 'D'
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.
           MOVE SPACES TO W_LOG-STAMP W_LOG-PROGRAM W_LOG-OPERATION.
           UNSTRING W_LOG-HEADER DELIMITED BY ALL SPACE
               INTO W_LOG-STAMP W_LOG-PROGRAM W_LOG-OPERATION
           END-UNSTRING.
           IF NOT STATUS-MOVE-OPERATION
               OR W_LOG-REMAINDER(119:6) IS NOT NUMERIC
               OR W_LOG-REMAINDER(119:6) NOT = W_LOG-REMAINDER(1:6)
               OR W_LOG-REMAINDER(30:6) NOT = W_LOG-REMAINDER(1:6)
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.

           MOVE 0 TO W_LOG-DATE.
           IF W_LOG-STAMP(1:8) IS NUMERIC
               MOVE W_LOG-STAMP(1:8) TO W_LOG-DATE
           END-IF.
      * A line from before the chain existed has no SEQ= - it is
      * still a death, recorded with sequence zero.
           MOVE 0 TO W_LOG-SEQ.
           MOVE SPACES TO W_LOG-OPER-PART W_LOG-SEQ-PART.
           UNSTRING W_LOG-REMAINDER(199:62) DELIMITED BY ' SEQ='
               INTO W_LOG-OPER-PART W_LOG-SEQ-PART
           END-UNSTRING.
           IF W_LOG-SEQ-PART(1:9) IS NUMERIC
               MOVE W_LOG-SEQ-PART(1:9) TO W_LOG-SEQ
           END-IF.
           MOVE W_LOG-REMAINDER(119:6) TO W_DEAD-ID.
           MOVE W_LOG-REMAINDER(81:1) TO W_BEFORE-STATUS.
           PERFORM CLOSE-ONE-PERSON-SECTION.

       TAKE-AUDIT-LINE-EXIT.
           EXIT.

      * Once per person, and only on the branch set that holds them
      * - another branch's run closes out its own.
       CLOSE-ONE-PERSON-SECTION SECTION.
           MOVE W_DEAD-ID TO DC_PERSON-ID.
           READ CLOSURE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO W_ALREADY-COUNT
                   GO TO CLOSE-ONE-PERSON-EXIT
           END-READ.
           MOVE W_DEAD-ID TO FI_PERSON-ID.
           READ PERSON-IN
               INVALID KEY
                   ADD 1 TO W_ELSEWHERE-COUNT
                   GO TO CLOSE-ONE-PERSON-EXIT
           END-READ.
           IF NOT FI_PERSON-DECEASED
               GO TO CLOSE-ONE-PERSON-EXIT
           END-IF.

           INITIALIZE DC_CLOSURE.
           MOVE W_DEAD-ID TO DC_PERSON-ID.
           MOVE W_RUN-BRANCH TO DC_BRANCH.
           MOVE W_LOG-SEQ TO DC_AUDIT-SEQ.
           MOVE W_LOG-DATE TO DC_RECORDED-ON.
           MOVE W_TODAY TO DC_CLOSED-ON.
           MOVE 'N' TO DC_HEAD-STATE.
           MOVE 'N' TO DC_PAYROLL-STATE.
           MOVE 'C' TO DC_STATE.

           MOVE SPACES TO W_DEAD-NAME.
           STRING FUNCTION TRIM(FI_PERSON-NAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(FI_PERSON-SURNAME) DELIMITED BY SIZE
               INTO W_DEAD-NAME
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           STRING W_DEAD-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  W_DEAD-NAME DELIMITED BY SIZE
                  ' RECORDED DECEASED ' DELIMITED BY SIZE
                  DC_RECORDED-ON DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  W_LOG-PROGRAM DELIMITED BY SPACE
                  ' (AUDIT SEQ ' DELIMITED BY SIZE
                  DC_AUDIT-SEQ DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           PERFORM WITHDRAW-CONSENTS-SECTION.
           PERFORM PASS-HOUSEHOLD-HEAD-SECTION.
           PERFORM FAMILY-LINKS-SECTION.
           PERFORM CONDOLENCE-SECTION.
           PERFORM DUES-CHECK-SECTION.
           IF W_BEFORE-STATUS = 'A' AND W_BRANCH-CODE = SPACES
               MOVE 'W' TO DC_PAYROLL-STATE
               PERFORM PAYROLL-STOP-SECTION
           END-IF.

           WRITE DC_CLOSURE
               INVALID KEY
                   DISPLAY '** closure of 'W_DEAD-ID' not recorded '
                       '- it will be redone next run'
               NOT INVALID KEY
                   ADD 1 TO W_CLOSED-COUNT
           END-WRITE.

       CLOSE-ONE-PERSON-EXIT.
           EXIT.

      * Every consent of theirs still granted is withdrawn - the
      * consents sit together in key order.
       WITHDRAW-CONSENTS-SECTION SECTION.
           IF NOT CONSENT-USABLE
               GO TO WITHDRAW-CONSENTS-EXIT
           END-IF.
           MOVE 'N' TO B_LINKS-EOF.
           MOVE W_DEAD-ID TO CN_PERSON-ID.
           MOVE LOW-VALUES TO CN_TYPE.
           START CONSENT-FILE KEY IS >= CN_KEY
               INVALID KEY
                   MOVE 'Y' TO B_LINKS-EOF
           END-START.
           PERFORM UNTIL B_LINKS-EOF = 'Y'
               READ CONSENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_LINKS-EOF
                   NOT AT END
                       IF CN_PERSON-ID NOT = W_DEAD-ID
                           MOVE 'Y' TO B_LINKS-EOF
                       ELSE
                           IF CN_GRANTED
                               PERFORM WITHDRAW-ONE-CONSENT-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WITHDRAW-CONSENTS-EXIT.
           IF DC_CONSENTS > 0
               MOVE 'DONE' TO W_ITEM-TAG
               STRING DC_CONSENTS DELIMITED BY SIZE
                      ' consent(s) withdrawn' DELIMITED BY SIZE
                   INTO W_ITEM-TEXT
               END-STRING
               PERFORM PRINT-ITEM-SECTION
           END-IF.

       WITHDRAW-ONE-CONSENT-SECTION SECTION.
           MOVE 'W' TO CN_STATE.
           MOVE W_TODAY TO CN_EFFECTIVE-DATE.
           REWRITE CN_CONSENT
               INVALID KEY
                   DISPLAY '** could not withdraw 'CN_TYPE' consent '
                       'for 'W_DEAD-ID
                   GO TO WITHDRAW-ONE-CONSENT-EXIT
           END-REWRITE.
           ADD 1 TO DC_CONSENTS.

           MOVE '110_DECEASED_CLOSURE' TO W_AUDIT-PROGRAM.
           MOVE 'CONSENT' TO W_AUDIT-OPERATION.
           MOVE W_DEAD-ID TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-BEFORE.
           STRING CN_TYPE DELIMITED BY SPACE
                  ' G' DELIMITED BY SIZE
               INTO W_AUDIT-BEFORE
           END-STRING.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING CN_TYPE DELIMITED BY SPACE
                  ' W effective ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
                  ' deceased' DELIMITED BY SIZE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.

       WITHDRAW-ONE-CONSENT-EXIT.
           EXIT.

      * Where they head a household, the eldest Active adult among
      * the other members takes over (the lowest ID on a tie); with
      * none the household is left for the clerk.
       PASS-HOUSEHOLD-HEAD-SECTION SECTION.
           IF W_HH-STATUS NOT = '00' OR W_HM-STATUS NOT = '00'
               GO TO PASS-HOUSEHOLD-HEAD-EXIT
           END-IF.
           MOVE W_DEAD-ID TO HH_PERSON-ID.
           READ HOUSEHOLD-LINK
               INVALID KEY
                   GO TO PASS-HOUSEHOLD-HEAD-EXIT
           END-READ.
           MOVE HH_HOUSEHOLD-ID TO W_HEAD-HOUSEHOLD.
           MOVE W_HEAD-HOUSEHOLD TO DC_HOUSEHOLD-ID.
           MOVE W_HEAD-HOUSEHOLD TO HM_HOUSEHOLD-ID.
           READ HOUSEHOLD-MASTER
               INVALID KEY
                   GO TO PASS-HOUSEHOLD-HEAD-EXIT
           END-READ.
           IF HM_HEAD-ID NOT = W_DEAD-ID
               GO TO PASS-HOUSEHOLD-HEAD-EXIT
           END-IF.

           MOVE 0 TO W_NEW-HEAD-ID.
           MOVE 99999999 TO W_NEW-HEAD-BORN.
           MOVE 'N' TO B_LINKS-EOF.
           MOVE 0 TO HH_PERSON-ID.
           START HOUSEHOLD-LINK KEY IS >= HH_PERSON-ID
               INVALID KEY
                   MOVE 'Y' TO B_LINKS-EOF
           END-START.
           PERFORM UNTIL B_LINKS-EOF = 'Y'
               READ HOUSEHOLD-LINK NEXT RECORD
                   AT END MOVE 'Y' TO B_LINKS-EOF
                   NOT AT END
                       IF HH_HOUSEHOLD-ID = W_HEAD-HOUSEHOLD
                           AND HH_PERSON-ID NOT = W_DEAD-ID
                           PERFORM JUDGE-HEAD-CANDIDATE-SECTION
                       END-IF
               END-READ
           END-PERFORM.

           IF W_NEW-HEAD-ID = 0
               MOVE 'F' TO DC_HEAD-STATE
               MOVE 'TODO' TO W_ITEM-TAG
               STRING 'headed household ' DELIMITED BY SIZE
                      W_HEAD-HOUSEHOLD DELIMITED BY SIZE
                      ' - no Active adult member to take over; '
                          DELIMITED BY SIZE
                      'name a head in 59_HOUSEHOLD_MAINTAIN'
                          DELIMITED BY SIZE
                   INTO W_ITEM-TEXT
               END-STRING
               PERFORM PRINT-ITEM-SECTION
               GO TO PASS-HOUSEHOLD-HEAD-EXIT
           END-IF.

           MOVE W_HEAD-HOUSEHOLD TO HM_HOUSEHOLD-ID.
           READ HOUSEHOLD-MASTER
               INVALID KEY
                   GO TO PASS-HOUSEHOLD-HEAD-EXIT
           END-READ.
           MOVE W_NEW-HEAD-ID TO HM_HEAD-ID.
           REWRITE HM_HOUSEHOLD
               INVALID KEY
                   DISPLAY '** could not pass the head of household '
                       W_HEAD-HOUSEHOLD
                   GO TO PASS-HOUSEHOLD-HEAD-EXIT
           END-REWRITE.
           MOVE 'R' TO DC_HEAD-STATE.
           MOVE W_NEW-HEAD-ID TO DC_NEW-HEAD-ID.

           MOVE '110_DECEASED_CLOSURE' TO W_AUDIT-PROGRAM.
           MOVE 'HOUSEHOLD' TO W_AUDIT-OPERATION.
           MOVE SPACES TO W_AUDIT-KEY.
           MOVE W_HEAD-HOUSEHOLD TO W_AUDIT-KEY(1:6).
           MOVE SPACES TO W_AUDIT-BEFORE.
           STRING 'head ' DELIMITED BY SIZE
                  W_DEAD-ID DELIMITED BY SIZE
                  ' address-ref ' DELIMITED BY SIZE
                  HM_ADDRESS-ID DELIMITED BY SIZE
               INTO W_AUDIT-BEFORE
           END-STRING.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING 'head ' DELIMITED BY SIZE
                  W_NEW-HEAD-ID DELIMITED BY SIZE
                  ' address-ref ' DELIMITED BY SIZE
                  HM_ADDRESS-ID DELIMITED BY SIZE
                  ' head deceased' DELIMITED BY SIZE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.

           MOVE 'DONE' TO W_ITEM-TAG.
           STRING 'head of household ' DELIMITED BY SIZE
                  W_HEAD-HOUSEHOLD DELIMITED BY SIZE
                  ' passed to ' DELIMITED BY SIZE
                  W_NEW-HEAD-ID DELIMITED BY SIZE
               INTO W_ITEM-TEXT
           END-STRING.
           PERFORM PRINT-ITEM-SECTION.

       PASS-HOUSEHOLD-HEAD-EXIT.
           EXIT.

      * A member on this set who is Active and an adult - kept if
      * born earlier than the best so far (a year-only birth counts
      * as mid-year).
       JUDGE-HEAD-CANDIDATE-SECTION SECTION.
           MOVE HH_PERSON-ID TO FI_PERSON-ID.
           READ PERSON-IN
               INVALID KEY
                   GO TO JUDGE-HEAD-CANDIDATE-EXIT
           END-READ.
           IF NOT FI_PERSON-ACTIVE
               GO TO JUDGE-HEAD-CANDIDATE-EXIT
           END-IF.
           MOVE FI_PERSON-BIRTH-DATE TO W_MN-BIRTH-DATE.
           MOVE FI_PERSON-BIRTH-QUALITY TO W_MN-BIRTH-QUALITY.
           PERFORM CHECK-MINOR-SECTION.
           IF PERSON-IS-MINOR
               GO TO JUDGE-HEAD-CANDIDATE-EXIT
           END-IF.
           IF FI_PERSON-BIRTH-FULL
               MOVE FI_PERSON-BIRTH-DATE TO W_MEMBER-BORN
           ELSE
               COMPUTE W_MEMBER-BORN =
                   FI_PERSON-BIRTH-YEAR * 10000 + 701
           END-IF.
           IF W_MEMBER-BORN < W_NEW-HEAD-BORN
               MOVE W_MEMBER-BORN TO W_NEW-HEAD-BORN
               MOVE FI_PERSON-ID TO W_NEW-HEAD-ID
           END-IF.

       JUDGE-HEAD-CANDIDATE-EXIT.
           EXIT.

      * Their links are gathered first. A current marriage or
      * guardianship ends from both ends; parent, child and sibling
      * links stand - they are the family the condolence goes to.
       FAMILY-LINKS-SECTION SECTION.
           MOVE 0 TO W_LINK-COUNT.
           IF W_RL-STATUS NOT = '00'
               GO TO FAMILY-LINKS-EXIT
           END-IF.
           MOVE 'N' TO B_LINKS-EOF.
           MOVE W_DEAD-ID TO RL_PERSON-ID.
           MOVE LOW-VALUES TO RL_TYPE.
           MOVE 0 TO RL_OTHER-ID.
           START RELATIONSHIP-FILE KEY IS >= RL_KEY
               INVALID KEY
                   MOVE 'Y' TO B_LINKS-EOF
           END-START.
           PERFORM UNTIL B_LINKS-EOF = 'Y'
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_LINKS-EOF
                   NOT AT END
                       IF RL_PERSON-ID NOT = W_DEAD-ID
                           MOVE 'Y' TO B_LINKS-EOF
                       ELSE
                           IF W_LINK-COUNT < 30
                               ADD 1 TO W_LINK-COUNT
                               MOVE RL_TYPE
                                   TO W_LK-TYPE(W_LINK-COUNT)
                               MOVE RL_OTHER-ID
                                   TO W_LK-OTHER-ID(W_LINK-COUNT)
                               MOVE RL_STATE
                                   TO W_LK-STATE(W_LINK-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING W_LK-SUB FROM 1 BY 1
                   UNTIL W_LK-SUB > W_LINK-COUNT
               IF W_LK-STATE(W_LK-SUB) = 'C'
                   AND (W_LK-TYPE(W_LK-SUB) = 'S'
                        OR W_LK-TYPE(W_LK-SUB) = 'G'
                        OR W_LK-TYPE(W_LK-SUB) = 'W')
                   PERFORM END-ONE-LINK-SECTION
               END-IF
           END-PERFORM.

       FAMILY-LINKS-EXIT.
           IF DC_LINKS-ENDED > 0
               MOVE 'DONE' TO W_ITEM-TAG
               STRING DC_LINKS-ENDED DELIMITED BY SIZE
                      ' marriage/guardianship link(s) ended'
                          DELIMITED BY SIZE
                   INTO W_ITEM-TEXT
               END-STRING
               PERFORM PRINT-ITEM-SECTION
           END-IF.

      * Both halves of one link, the way 09_MAINTAIN's RELATE action
      * ends one - a missing other half is left for
      * 76_RELATION_CHECK to report.
       END-ONE-LINK-SECTION SECTION.
           EVALUATE W_LK-TYPE(W_LK-SUB)
               WHEN 'S'
                   MOVE 'S' TO W_OTHER-HALF-TYPE
                   MOVE 'SPOUSE OF' TO W_LINK-WORD
               WHEN 'G'
                   MOVE 'W' TO W_OTHER-HALF-TYPE
                   MOVE 'GUARDIAN OF' TO W_LINK-WORD
               WHEN OTHER
                   MOVE 'G' TO W_OTHER-HALF-TYPE
                   MOVE 'WARD OF' TO W_LINK-WORD
           END-EVALUATE.

           MOVE W_DEAD-ID TO RL_PERSON-ID.
           MOVE W_LK-TYPE(W_LK-SUB) TO RL_TYPE.
           MOVE W_LK-OTHER-ID(W_LK-SUB) TO RL_OTHER-ID.
           READ RELATIONSHIP-FILE
               INVALID KEY
                   GO TO END-ONE-LINK-EXIT
           END-READ.
           MOVE 'E' TO RL_STATE.
           MOVE W_TODAY TO RL_ENDED-ON.
           REWRITE RL_RELATION
               INVALID KEY
                   DISPLAY '** could not end the link of 'W_DEAD-ID
                       ' to 'W_LK-OTHER-ID(W_LK-SUB)
                   GO TO END-ONE-LINK-EXIT
           END-REWRITE.

           MOVE W_LK-OTHER-ID(W_LK-SUB) TO RL_PERSON-ID.
           MOVE W_OTHER-HALF-TYPE TO RL_TYPE.
           MOVE W_DEAD-ID TO RL_OTHER-ID.
           READ RELATIONSHIP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'E' TO RL_STATE
                   MOVE W_TODAY TO RL_ENDED-ON
                   REWRITE RL_RELATION
                       INVALID KEY
                           DISPLAY '** could not end the other half '
                               'for 'RL_PERSON-ID
                   END-REWRITE
           END-READ.
           ADD 1 TO DC_LINKS-ENDED.

           MOVE '110_DECEASED_CLOSURE' TO W_AUDIT-PROGRAM.
           MOVE 'RELATE' TO W_AUDIT-OPERATION.
           MOVE W_DEAD-ID TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-BEFORE.
           STRING W_LINK-WORD DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  W_LK-OTHER-ID(W_LK-SUB) DELIMITED BY SIZE
                  ' CURRENT' DELIMITED BY SIZE
               INTO W_AUDIT-BEFORE
           END-STRING.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING W_LINK-WORD DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  W_LK-OTHER-ID(W_LK-SUB) DELIMITED BY SIZE
                  ' ENDED deceased' DELIMITED BY SIZE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.

           IF W_LK-TYPE(W_LK-SUB) = 'G'
               PERFORM CHECK-WARD-GUARDIANS-SECTION
           END-IF.

       END-ONE-LINK-EXIT.
           EXIT.

      * A ward of theirs still under 18 must have a guardian left -
      * one who has none is flagged for a new one to be recorded.
       CHECK-WARD-GUARDIANS-SECTION SECTION.
           MOVE W_LK-OTHER-ID(W_LK-SUB) TO FI_PERSON-ID.
           READ PERSON-IN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FI_PERSON-BIRTH-DATE TO W_MN-BIRTH-DATE
                   MOVE FI_PERSON-BIRTH-QUALITY TO W_MN-BIRTH-QUALITY
                   PERFORM CHECK-MINOR-SECTION
                   IF NOT PERSON-IS-MINOR OR FI_PERSON-DECEASED
                       GO TO CHECK-WARD-GUARDIANS-EXIT
                   END-IF
           END-READ.

           MOVE 0 TO W_GUARDIANS-LEFT.
           MOVE 'N' TO B_LINKS-EOF.
           MOVE W_LK-OTHER-ID(W_LK-SUB) TO RL_PERSON-ID.
           MOVE 'W' TO RL_TYPE.
           MOVE 0 TO RL_OTHER-ID.
           START RELATIONSHIP-FILE KEY IS >= RL_KEY
               INVALID KEY
                   MOVE 'Y' TO B_LINKS-EOF
           END-START.
           PERFORM UNTIL B_LINKS-EOF = 'Y'
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_LINKS-EOF
                   NOT AT END
                       IF RL_PERSON-ID NOT = W_LK-OTHER-ID(W_LK-SUB)
                           OR NOT RL_WARD
                           MOVE 'Y' TO B_LINKS-EOF
                       ELSE
                           IF RL_CURRENT
                               ADD 1 TO W_GUARDIANS-LEFT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF W_GUARDIANS-LEFT = 0
               MOVE 'TODO' TO W_ITEM-TAG
               STRING 'ward ' DELIMITED BY SIZE
                      W_LK-OTHER-ID(W_LK-SUB) DELIMITED BY SIZE
                      ' is under 18 with no guardian left - '
                          DELIMITED BY SIZE
                      'record one with 09_MAINTAIN RELATE'
                          DELIMITED BY SIZE
                   INTO W_ITEM-TEXT
               END-STRING
               PERFORM PRINT-ITEM-SECTION
           END-IF.

       CHECK-WARD-GUARDIANS-EXIT.
           EXIT.

      * The next of kin from the links gathered above: spouse (a
      * marriage current when they died), children and parents -
      * or, where none of those is on file, their siblings.
       CONDOLENCE-SECTION SECTION.
           COMPUTE W_DAYS-SINCE =
               FUNCTION INTEGER-OF-DATE(W_TODAY)
               - FUNCTION INTEGER-OF-DATE(DC_RECORDED-ON).
           IF W_DAYS-SINCE > W_CONDOLENCE-DAYS
               MOVE 'NOTE' TO W_ITEM-TAG
               STRING 'death recorded over ' DELIMITED BY SIZE
                      W_CONDOLENCE-DAYS DELIMITED BY SIZE
                      ' days ago - no condolence letter'
                          DELIMITED BY SIZE
                   INTO W_ITEM-TEXT
               END-STRING
               PERFORM PRINT-ITEM-SECTION
               GO TO CONDOLENCE-EXIT
           END-IF.

           MOVE 0 TO W_CLOSE-KIN-COUNT.
           PERFORM VARYING W_LK-SUB FROM 1 BY 1
                   UNTIL W_LK-SUB > W_LINK-COUNT
               IF (W_LK-TYPE(W_LK-SUB) = 'S'
                       AND W_LK-STATE(W_LK-SUB) = 'C')
                   OR W_LK-TYPE(W_LK-SUB) = 'P'
                   OR W_LK-TYPE(W_LK-SUB) = 'C'
                   ADD 1 TO W_CLOSE-KIN-COUNT
                   PERFORM SELECT-ONE-KIN-SECTION
               END-IF
           END-PERFORM.
           IF W_CLOSE-KIN-COUNT = 0
               PERFORM VARYING W_LK-SUB FROM 1 BY 1
                       UNTIL W_LK-SUB > W_LINK-COUNT
                   IF W_LK-TYPE(W_LK-SUB) = 'B'
                       ADD 1 TO W_CLOSE-KIN-COUNT
                       PERFORM SELECT-ONE-KIN-SECTION
                   END-IF
               END-PERFORM
           END-IF.
           IF W_CLOSE-KIN-COUNT = 0
               MOVE 'NOTE' TO W_ITEM-TAG
               MOVE 'no next of kin on file - no condolence letter'
                   TO W_ITEM-TEXT
               PERFORM PRINT-ITEM-SECTION
           END-IF.

       CONDOLENCE-EXIT.
           EXIT.

      * One of the kin: written to if Active on this set and the
      * consent gate lets us; kin held on another branch's set are
      * listed for a letter by hand.
       SELECT-ONE-KIN-SECTION SECTION.
      * The link reads "the deceased is the <type> of the other".
           EVALUATE W_LK-TYPE(W_LK-SUB)
               WHEN 'S'
                   MOVE 'spouse' TO W_KIN-WORD
               WHEN 'P'
                   MOVE 'child' TO W_KIN-WORD
               WHEN 'C'
                   MOVE 'parent' TO W_KIN-WORD
               WHEN OTHER
                   MOVE 'sibling' TO W_KIN-WORD
           END-EVALUATE.

           MOVE W_LK-OTHER-ID(W_LK-SUB) TO FI_PERSON-ID.
           READ PERSON-IN
               INVALID KEY
                   MOVE 'TODO' TO W_ITEM-TAG
                   STRING W_KIN-WORD DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          W_LK-OTHER-ID(W_LK-SUB) DELIMITED BY SIZE
                          ' is held on another branch set - '
                              DELIMITED BY SIZE
                          'condolence letter by hand'
                              DELIMITED BY SIZE
                       INTO W_ITEM-TEXT
                   END-STRING
                   PERFORM PRINT-ITEM-SECTION
                   GO TO SELECT-ONE-KIN-EXIT
           END-READ.
           IF NOT FI_PERSON-ACTIVE
               GO TO SELECT-ONE-KIN-EXIT
           END-IF.

           MOVE FI_PERSON-ID TO W_CG-PERSON-ID.
           MOVE 'MAILING' TO W_CG-TYPE.
           MOVE FI_PERSON-BIRTH-DATE TO W_MN-BIRTH-DATE.
           MOVE FI_PERSON-BIRTH-QUALITY TO W_MN-BIRTH-QUALITY.
           PERFORM CHECK-CONSENT-SECTION.
           IF CONSENT-SUPPRESSED
               MOVE 'NOTE' TO W_ITEM-TAG
               STRING W_KIN-WORD DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      FI_PERSON-ID DELIMITED BY SIZE
                      ' not written to - no mailing consent'
                          DELIMITED BY SIZE
                   INTO W_ITEM-TEXT
               END-STRING
               PERFORM PRINT-ITEM-SECTION
               GO TO SELECT-ONE-KIN-EXIT
           END-IF.

           MOVE SPACES TO W_SEL-LINE.
           MOVE FI_PERSON-ID TO W_SEL-LINE(1:6).
           MOVE W_DEAD-ID TO W_SEL-LINE(8:6).
           MOVE DC_RECORDED-ON TO W_SEL-LINE(32:8).
           WRITE CI_ID-LINE FROM W_SEL-LINE.
           ADD 1 TO W_LETTER-COUNT.
           ADD 1 TO DC_KIN-LETTERS.

           MOVE 'DONE' TO W_ITEM-TAG.
           STRING 'condolence letter to ' DELIMITED BY SIZE
                  W_KIN-WORD DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  FI_PERSON-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(FI_PERSON-NAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(FI_PERSON-SURNAME) DELIMITED BY SIZE
               INTO W_ITEM-TEXT
           END-STRING.
           PERFORM PRINT-ITEM-SECTION.

       SELECT-ONE-KIN-EXIT.
           EXIT.

      * Money still owed is the treasurer's to write off or claim -
      * 68_DUES_ARREARS already duns nobody deceased.
       DUES-CHECK-SECTION SECTION.
           IF W_DL-STATUS NOT = '00'
               GO TO DUES-CHECK-EXIT
           END-IF.
           MOVE W_DEAD-ID TO DL_PERSON-ID.
           READ LEDGER-FILE
               INVALID KEY
                   GO TO DUES-CHECK-EXIT
           END-READ.
           IF DL_BALANCE > 0
               MOVE DL_BALANCE TO W_BALANCE-EDIT
               MOVE 'TODO' TO W_ITEM-TAG
               STRING 'dues of ' DELIMITED BY SIZE
                      FUNCTION TRIM(W_BALANCE-EDIT) DELIMITED BY SIZE
                      ' still open - treasurer to write off or '
                          DELIMITED BY SIZE
                      'claim against the estate' DELIMITED BY SIZE
                   INTO W_ITEM-TEXT
               END-STRING
               PERFORM PRINT-ITEM-SECTION
           END-IF.

       DUES-CHECK-EXIT.
           EXIT.

      * The stop is acknowledged once the bureau has acknowledged a
      * send made AFTER the day the death was recorded - a send the
      * same day may have gone before the status moved.
       PAYROLL-STOP-SECTION SECTION.
           IF W_PAYROLL-LAST-ACKED > DC_RECORDED-ON
               MOVE 'A' TO DC_PAYROLL-STATE
               MOVE W_PAYROLL-LAST-ACKED TO DC_PAYROLL-ACK-ON
               MOVE 'C' TO DC_STATE
               MOVE 'DONE' TO W_ITEM-TAG
               STRING 'payroll stop acknowledged by the bureau '
                          DELIMITED BY SIZE
                      'with the send of ' DELIMITED BY SIZE
                      W_PAYROLL-LAST-ACKED DELIMITED BY SIZE
                   INTO W_ITEM-TEXT
               END-STRING
               PERFORM PRINT-ITEM-SECTION
               GO TO PAYROLL-STOP-EXIT
           END-IF.

           MOVE 'O' TO DC_STATE.
           MOVE 'TODO' TO W_ITEM-TAG.
           IF W_PAYROLL-SENT-ON > DC_RECORDED-ON
               STRING 'payroll stop went with the send of '
                          DELIMITED BY SIZE
                      W_PAYROLL-SENT-ON DELIMITED BY SIZE
                      ' - not yet acknowledged by the bureau '
                          DELIMITED BY SIZE
                      '(see 54_PAYROLL_ACK)' DELIMITED BY SIZE
                   INTO W_ITEM-TEXT
               END-STRING
           ELSE
               STRING 'payroll stop not yet sent - the next '
                          DELIMITED BY SIZE
                      '53_PAYROLL_EXTRACT leaves them out; '
                          DELIMITED BY SIZE
                      'not acknowledged' DELIMITED BY SIZE
                   INTO W_ITEM-TEXT
               END-STRING
           END-IF.
           PERFORM PRINT-ITEM-SECTION.

       PAYROLL-STOP-EXIT.
           EXIT.

      * Every earlier closure of this set still waiting on the
      * bureau is looked at again - listed until acknowledged, then
      * listed once more as done and marked complete.
       RECHECK-OPEN-CLOSURES-SECTION SECTION.
           MOVE 'N' TO B_LINKS-EOF.
           MOVE 0 TO DC_PERSON-ID.
           START CLOSURE-FILE KEY IS >= DC_PERSON-ID
               INVALID KEY
                   MOVE 'Y' TO B_LINKS-EOF
           END-START.
           PERFORM UNTIL B_LINKS-EOF = 'Y'
               READ CLOSURE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_LINKS-EOF
                   NOT AT END
                       IF DC_OPEN AND DC_PAYROLL-WAITING
                           AND DC_BRANCH = W_RUN-BRANCH
                           AND DC_CLOSED-ON < W_TODAY
                           PERFORM RECHECK-ONE-CLOSURE-SECTION
                       END-IF
               END-READ
           END-PERFORM.

       RECHECK-ONE-CLOSURE-SECTION SECTION.
           ADD 1 TO W_RECHECKED-COUNT.
           STRING DC_PERSON-ID DELIMITED BY SIZE
                  '  CLOSED OUT ' DELIMITED BY SIZE
                  DC_CLOSED-ON DELIMITED BY SIZE
                  ', RECORDED DECEASED ' DELIMITED BY SIZE
                  DC_RECORDED-ON DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           PERFORM PAYROLL-STOP-SECTION.
           IF DC_COMPLETE
               REWRITE DC_CLOSURE
                   INVALID KEY
                       DISPLAY '** closure of 'DC_PERSON-ID' not '
                           'updated - rechecked again next run'
               END-REWRITE
           END-IF.

      * One checklist line under the person's heading.
       PRINT-ITEM-SECTION SECTION.
           IF W_ITEM-TAG = 'TODO'
               ADD 1 TO W_TODO-COUNT
           END-IF.
           MOVE SPACES TO W_RP-LINE.
           MOVE W_ITEM-TAG TO W_RP-LINE(9:4).
           MOVE W_ITEM-TEXT TO W_RP-LINE(15:110).
           PERFORM REPORT-LINE-SECTION.
           MOVE SPACES TO W_ITEM-TAG W_ITEM-TEXT.
