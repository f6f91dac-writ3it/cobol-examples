      * Run as: 90_pending_aging [yyyymmdd]  (default today)
      * A hand-keyed ADD lands Pending until REACTIVATE verifies it,
      * and nothing made anyone do that - unverified registrations
      * sat on output.dat indefinitely and counted in the census as
      * if they were members. This nightly run ages every Pending
      * person in BUSINESS days (the shared 10_BUSINESS_DAYS) from
      * the day they entered Pending, as pending_tracking.dat holds
      * it (see PENDING-TRACKING-RECORD.cpy):
      *     ESCALATE-DAYS reached  the registration goes onto
      *                            pending_exceptions.txt, which
      *                            44_WORKLIST_UPDATE routes as
      *                            source PENDING - the same line
      *                            every night, so the item ages
      *                            rather than multiplies
      *     CANCEL-DAYS reached    the registration is cancelled:
      *                            P -> I cleared with
      *                            06_STATUS_TRANSITION, REWRITE,
      *                            audited as CANCEL, the
      *                            deactivation date recorded for
      *                            06_PURGE as 04_START_AND_DELETE
      *                            records it, and the applicant
      *                            selected on cancelled_ids.txt for
      *                            58_LETTER_ENGINE CANCELLED - the
      *                            cancelled_template.txt wording
      *                            tells them what to bring in
      * Both thresholds come from pending_aging.ctl, one rule and a
      * number of business days per line:
      *     ESCALATE-DAYS 10
      *     CANCEL-DAYS   30
      * the values shown being the built-in ones used when the file
      * or a rule is missing. A Pending person with no tracking
      * entry (added before the file existed) starts the clock
      * tonight, and an entry whose person is no longer Pending is
      * removed. pending_aging_<date>.txt lists everyone still
      * Pending or cancelled tonight.
      * A mutator of output.dat: advisory lock held, integrity
      * control verified at the door and recomputed on the way out.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 90_PENDING_AGING.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PERSON-IO ASSIGN TO 'output.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FIO_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

      * When each Pending person entered Pending - see
      * PENDING-TRACKING-RECORD.cpy.
               SELECT PENDING-TRACKING ASSIGN TO
                       'pending_tracking.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PT_PERSON-ID
                   FILE STATUS IS W_PT-STATUS.

      * A cancelled registration ages toward 06_PURGE like any
      * other deactivation - see DEACTIVATION-TRACKING-RECORD.cpy.
               SELECT DEACTIVATION-TRACKING ASSIGN TO
                       'deactivation_tracking.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DT_PERSON-ID
                   FILE STATUS IS W_DT-STATUS.

               SELECT AGING-CONTROL ASSIGN TO 'pending_aging.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_CTL-STATUS.

               SELECT EXCEPTIONS-OUT ASSIGN TO
                       'pending_exceptions.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT CANCELLED-OUT ASSIGN TO 'cancelled_ids.txt'
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

      * Advisory lock shared by every output.dat-mutating program -
      * see PERSON-LOCK.cpy.
               SELECT PERSON-LOCK-FILE ASSIGN TO 'person_file.lock'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_LOCK-STATUS.

      * Integrity control record for output.dat - see
      * PERSON-CONTROL.cpy.
               SELECT PERSON-CONTROL-FILE ASSIGN TO
                       'person_control.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PC-STATUS.

               SELECT CONTROL-SCAN ASSIGN TO 'output.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS CS_PERSON-ID
                   FILE STATUS IS W_CS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY 'AUDIT-LOG.cpy'.
           COPY 'AUDIT-CHAIN-FILE.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'PERSON-LOCK-FILE.cpy'.
           COPY 'PERSON-CONTROL-FILE.cpy'.

           FD CONTROL-SCAN.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY CS_PERSON-ID
                             PREFIX-NAME BY CS_PERSON-NAME
                             PREFIX-SURNAME BY CS_PERSON-SURNAME
                             PREFIX-BIRTH-YEAR-ONLY BY
                                 CS_PERSON-BIRTH-YEAR-ONLY
                             PREFIX-BIRTH-QUALITY BY
                                 CS_PERSON-BIRTH-QUALITY
                             PREFIX-BIRTH-YEAR BY CS_PERSON-BIRTH-YEAR
                             PREFIX-BIRTH-DATE BY CS_PERSON-BIRTH-DATE
                             PREFIX-BIRTH-FULL BY CS_PERSON-BIRTH-FULL
                             PREFIX-STATUS BY CS_PERSON-STATUS
                             PREFIX-ACTIVE BY CS_PERSON-ACTIVE
                             PREFIX-INACTIVE BY CS_PERSON-INACTIVE
                             PREFIX-PENDING BY CS_PERSON-PENDING
                             PREFIX-SUSPENDED BY CS_PERSON-SUSPENDED
                             PREFIX-DECEASED BY CS_PERSON-DECEASED
                             PREFIX BY CS_PERSON.

           FD PERSON-IO.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY FIO_PERSON-ID
                             PREFIX-NAME BY FIO_PERSON-NAME
                             PREFIX-SURNAME BY FIO_PERSON-SURNAME
                             PREFIX-BIRTH-YEAR-ONLY BY
                                 FIO_PERSON-BIRTH-YEAR-ONLY
                             PREFIX-BIRTH-QUALITY BY
                                 FIO_PERSON-BIRTH-QUALITY
                             PREFIX-BIRTH-YEAR BY
                                 FIO_PERSON-BIRTH-YEAR
                             PREFIX-BIRTH-DATE BY
                                 FIO_PERSON-BIRTH-DATE
                             PREFIX-BIRTH-FULL BY
                                 FIO_PERSON-BIRTH-FULL
                             PREFIX-STATUS BY FIO_PERSON-STATUS
                             PREFIX-ACTIVE BY FIO_PERSON-ACTIVE
                             PREFIX-INACTIVE BY FIO_PERSON-INACTIVE
                             PREFIX-PENDING BY FIO_PERSON-PENDING
                             PREFIX-SUSPENDED BY FIO_PERSON-SUSPENDED
                             PREFIX-DECEASED BY FIO_PERSON-DECEASED
                             PREFIX BY FIO_PERSON.

           FD PENDING-TRACKING.
           COPY 'PENDING-TRACKING-RECORD.cpy'
               REPLACING PREFIX-ID BY PT_PERSON-ID
                         PREFIX-PENDING-SINCE BY PT_PENDING-SINCE
                         PREFIX-ESCALATED-ON BY PT_ESCALATED-ON
                         PREFIX BY PT_PERSON.

           FD DEACTIVATION-TRACKING.
           COPY 'DEACTIVATION-TRACKING-RECORD.cpy'
               REPLACING PREFIX-ID BY DT_PERSON-ID
                         PREFIX-DEACTIVATED-ON BY
                             DT_PERSON-DEACTIVATED-ON
                         PREFIX BY DT_PERSON.

           FD AGING-CONTROL.
           01 AC_CONTROL-LINE PIC X(80).

           FD EXCEPTIONS-OUT.
           01 EX_EXCEPTION-REC PIC X(100).

           FD CANCELLED-OUT.
           01 CX_ID-LINE PIC X(60).

           COPY 'REPORT-PAGE-FILES.cpy'.

           WORKING-STORAGE SECTION.
      * The before-image of the registration being cancelled.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY S_PERSON-ID
                             PREFIX-NAME BY S_PERSON-NAME
                             PREFIX-SURNAME BY S_PERSON-SURNAME
                             PREFIX-BIRTH-YEAR-ONLY BY
                                 S_PERSON-BIRTH-YEAR-ONLY
                             PREFIX-BIRTH-QUALITY BY
                                 S_PERSON-BIRTH-QUALITY
                             PREFIX-BIRTH-YEAR BY S_PERSON-BIRTH-YEAR
                             PREFIX-BIRTH-DATE BY S_PERSON-BIRTH-DATE
                             PREFIX-BIRTH-FULL BY S_PERSON-BIRTH-FULL
                             PREFIX-STATUS BY S_PERSON-STATUS
                             PREFIX-ACTIVE BY S_PERSON-ACTIVE
                             PREFIX-INACTIVE BY S_PERSON-INACTIVE
                             PREFIX-PENDING BY S_PERSON-PENDING
                             PREFIX-SUSPENDED BY S_PERSON-SUSPENDED
                             PREFIX-DECEASED BY S_PERSON-DECEASED
                             PREFIX BY S_PERSON.

               01 B_EOF PIC X(1) VALUE 'N'.
               01 B_SCAN-EOF PIC X(1) VALUE 'N'.
               01 W_PI-STATUS PIC X(2).
               01 W_PT-STATUS PIC X(2).
               01 W_DT-STATUS PIC X(2).
               01 W_CTL-STATUS PIC X(2).
               01 W_ARG-1 PIC X(10) VALUE SPACES.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_REPORT-FILENAME PIC X(40) VALUE SPACES.
               01 W_LETTER-COMMAND PIC X(40) VALUE SPACES.

      * Thresholds in business days, from pending_aging.ctl.
               01 W_ESCALATE-DAYS PIC 9(3) VALUE 10.
               01 W_CANCEL-DAYS PIC 9(3) VALUE 30.
               01 W_RULE-NAME PIC X(20) VALUE SPACES.
               01 W_RULE-VALUE PIC X(20) VALUE SPACES.

      * Business days in Pending (see 10_BUSINESS_DAYS.cbl).
               01 W_BD-REQUEST PIC X(8) VALUE 'DIFFBUS'.
               01 W_BD-DATE-1 PIC 9(8) VALUE 0.
               01 W_BD-DATE-2 PIC 9(8) VALUE 0.
               01 W_BD-DAYS PIC S9(5) VALUE 0.
               01 W_BD-STATUS PIC X(1) VALUE '0'.
                   88 BD-OK VALUE '0'.
               01 W_DAYS-PENDING PIC 9(5) VALUE 0.
               01 W_DAYS-EDIT PIC ZZZZ9.
               01 W_ACTION PIC X(12) VALUE SPACES.

               01 W_TRACKED-SW PIC X(1) VALUE 'N'.
                   88 TRACKING-ON-FILE VALUE 'Y'.
               01 W_PERSON-SW PIC X(1) VALUE 'N'.
                   88 STILL-PENDING VALUE 'Y'.

      * Shared lifecycle rules (see 06_STATUS_TRANSITION.cbl).
               01 W_TARGET-STATUS PIC X(1) VALUE 'I'.
               01 W_TRANS-REASON PIC X(40) VALUE SPACES.
               01 W_TRANS-STATUS PIC X(1) VALUE '0'.
                   88 TRANSITION-OK VALUE '0'.

               01 W_PENDING-COUNT PIC 9(6) VALUE 0.
               01 W_STARTED-COUNT PIC 9(6) VALUE 0.
               01 W_ESCALATED-COUNT PIC 9(6) VALUE 0.
               01 W_CANCELLED-COUNT PIC 9(6) VALUE 0.
               01 W_REFUSED-COUNT PIC 9(6) VALUE 0.
               01 W_CLEARED-COUNT PIC 9(6) VALUE 0.

      * Shared audit trail (see AUDIT-TRAIL.cpy).
               COPY 'AUDIT-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

      * Advisory lock fields (see PERSON-LOCK.cpy).
               COPY 'PERSON-LOCK-FIELDS.cpy'.

      * Integrity control fields (see PERSON-CONTROL.cpy).
               COPY 'PERSON-CONTROL-FIELDS.cpy'.

       PROCEDURE DIVISION.

           ACCEPT W_ARG-1 FROM COMMAND-LINE.
           IF W_ARG-1(1:8) IS NUMERIC
               MOVE W_ARG-1(1:8) TO W_TODAY
           ELSE
               ACCEPT W_TODAY FROM DATE YYYYMMDD
           END-IF.
           STRING 'pending_aging_' W_TODAY '.txt'
               DELIMITED BY SIZE
               INTO W_REPORT-FILENAME.
           PERFORM LOAD-THRESHOLDS-SECTION.

      * Integrity gate - the file must still match its control
      * record before this run mutates anything.
           PERFORM VERIFY-PERSON-CONTROL-SECTION.

           MOVE '90_PENDING_AGING' TO W_LOCK-PROGRAM.
           PERFORM ACQUIRE-PERSON-LOCK-SECTION.
           PERFORM START-JOB-TIMER-SECTION.

           OPEN I-O PERSON-IO.
           IF W_PI-STATUS NOT = '00'
               DISPLAY '** output.dat open failed (status '
                   W_PI-STATUS') - nothing to age'
               PERFORM RELEASE-PERSON-LOCK-SECTION
               MOVE '90_PENDING_AGING' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O PENDING-TRACKING.
           IF W_PT-STATUS = '35'
               OPEN OUTPUT PENDING-TRACKING
               CLOSE PENDING-TRACKING
               OPEN I-O PENDING-TRACKING
           END-IF.
           IF W_PT-STATUS NOT = '00'
               DISPLAY '** pending_tracking.dat open failed (status '
                   W_PT-STATUS') - nothing aged'
               CLOSE PERSON-IO
               PERFORM RELEASE-PERSON-LOCK-SECTION
               MOVE '90_PENDING_AGING' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTIONS-OUT.
           OPEN OUTPUT CANCELLED-OUT.
           MOVE SPACES TO W_RP-TITLE.
           STRING 'PENDING REGISTRATIONS AGING - ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '90_PENDING_AGING' TO W_RP-PROGRAM.
           MOVE W_REPORT-FILENAME TO W_RP-PRINT-FILENAME.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'output.dat' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           PERFORM WRITE-REPORT-HEADER-SECTION.

           PERFORM UNTIL B_EOF = 'Y'
               READ PERSON-IO NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF FIO_PERSON-PENDING
                           ADD 1 TO W_PENDING-COUNT
                           PERFORM AGE-ONE-PERSON-SECTION
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM CLEAR-STALE-TRACKING-SECTION.

           PERFORM REPORT-LINE-SECTION.
           STRING W_PENDING-COUNT DELIMITED BY SIZE
                  ' pending, ' DELIMITED BY SIZE
                  W_ESCALATED-COUNT DELIMITED BY SIZE
                  ' on the worklist, ' DELIMITED BY SIZE
                  W_CANCELLED-COUNT DELIMITED BY SIZE
                  ' cancelled tonight' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           CLOSE PERSON-IO.
           CLOSE PENDING-TRACKING.
           CLOSE EXCEPTIONS-OUT.
           CLOSE CANCELLED-OUT.
           MOVE W_PENDING-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

      * Mutations all on disk - recompute the control record so
      * the next opener can verify against it.
           PERFORM UPDATE-PERSON-CONTROL-SECTION.
           PERFORM RELEASE-PERSON-LOCK-SECTION.

      * The cancellation letters - a failed render leaves
      * cancelled_ids.txt in place to rerun by hand.
           IF W_CANCELLED-COUNT > 0
               MOVE '58_letter_engine CANCELLED' TO W_LETTER-COMMAND
               CALL 'SYSTEM' USING W_LETTER-COMMAND
               IF RETURN-CODE NOT = 0
                   DISPLAY '** 'FUNCTION TRIM(W_LETTER-COMMAND)
                       ' ended with return code 'RETURN-CODE
                       ' - rerun it by hand'
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'Pending registrations      : 'W_PENDING-COUNT.
           DISPLAY 'Clock started tonight      : 'W_STARTED-COUNT.
           DISPLAY 'On the worklist            : 'W_ESCALATED-COUNT.
           DISPLAY 'Cancelled                  : 'W_CANCELLED-COUNT.
           DISPLAY 'Tracking entries cleared   : 'W_CLEARED-COUNT.
           DISPLAY 'Aging report               : '
               FUNCTION TRIM(W_REPORT-FILENAME).
           IF W_REFUSED-COUNT > 0
               DISPLAY '** 'W_REFUSED-COUNT' registration(s) due for '
                   'cancellation could not be cancelled'
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE '90_PENDING_AGING' TO W_TRAILER-PROGRAM.
           MOVE W_PENDING-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.
       COPY 'PERSON-LOCK.cpy'.
       COPY 'PERSON-CONTROL.cpy'.

      * pending_aging.ctl - a rule name and a number per line; no
      * file, an unknown rule or a value that is not a number
      * leaves the built-in threshold (85_CONTROL_LINT reports it).
       LOAD-THRESHOLDS-SECTION SECTION.
           OPEN INPUT AGING-CONTROL.
           IF W_CTL-STATUS NOT = '00'
               GO TO LOAD-THRESHOLDS-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ AGING-CONTROL
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE SPACES TO W_RULE-NAME W_RULE-VALUE
                       UNSTRING AC_CONTROL-LINE DELIMITED BY ALL SPACE
                           INTO W_RULE-NAME, W_RULE-VALUE
                       END-UNSTRING
                       IF FUNCTION NUMVAL(W_RULE-VALUE) > 0
                           EVALUATE W_RULE-NAME
                               WHEN 'ESCALATE-DAYS'
                                   COMPUTE W_ESCALATE-DAYS =
                                       FUNCTION NUMVAL(W_RULE-VALUE)
                               WHEN 'CANCEL-DAYS'
                                   COMPUTE W_CANCEL-DAYS =
                                       FUNCTION NUMVAL(W_RULE-VALUE)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGING-CONTROL.
           MOVE 'N' TO B_EOF.

       LOAD-THRESHOLDS-EXIT.
           EXIT.

       WRITE-REPORT-HEADER-SECTION SECTION.
           STRING 'WORKLIST AT ' DELIMITED BY SIZE
                  W_ESCALATE-DAYS DELIMITED BY SIZE
                  ', CANCELLED AT ' DELIMITED BY SIZE
                  W_CANCEL-DAYS DELIMITED BY SIZE
                  ' BUSINESS DAYS' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'ID     NAME                           PENDING SINCE'
               TO W_RP-LINE.
           MOVE 'DAYS  ACTION' TO W_RP-LINE(54:12).
           PERFORM REPORT-LINE-SECTION.

      * One Pending person: find (or start) the clock, count the
      * business days, and act on whichever threshold is reached.
       AGE-ONE-PERSON-SECTION SECTION.
           MOVE FIO_PERSON-ID TO PT_PERSON-ID.
           MOVE 'Y' TO W_TRACKED-SW.
           READ PENDING-TRACKING
               INVALID KEY
                   MOVE 'N' TO W_TRACKED-SW
           END-READ.
           IF NOT TRACKING-ON-FILE
               MOVE FIO_PERSON-ID TO PT_PERSON-ID
               MOVE W_TODAY TO PT_PENDING-SINCE
               MOVE 0 TO PT_ESCALATED-ON
               WRITE PT_PERSON
                   INVALID KEY
                       DISPLAY '** could not start the clock for '
                           FIO_PERSON-ID
               END-WRITE
               ADD 1 TO W_STARTED-COUNT
           END-IF.

           MOVE 0 TO W_DAYS-PENDING.
           IF PT_PENDING-SINCE < W_TODAY
               MOVE PT_PENDING-SINCE TO W_BD-DATE-1
               MOVE W_TODAY TO W_BD-DATE-2
               CALL '10_BUSINESS_DAYS' USING W_BD-REQUEST,
                   W_BD-DATE-1, W_BD-DATE-2, W_BD-DAYS, W_BD-STATUS
               IF BD-OK AND W_BD-DAYS > 0
                   MOVE W_BD-DAYS TO W_DAYS-PENDING
               END-IF
           END-IF.

           MOVE 'WAITING' TO W_ACTION.
           EVALUATE TRUE
               WHEN W_DAYS-PENDING >= W_CANCEL-DAYS
                   PERFORM CANCEL-REGISTRATION-SECTION
               WHEN W_DAYS-PENDING >= W_ESCALATE-DAYS
                   PERFORM ESCALATE-SECTION
           END-EVALUATE.

           MOVE FIO_PERSON-ID TO W_RP-LINE(1:6).
           STRING FIO_PERSON-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  FIO_PERSON-SURNAME DELIMITED BY SIZE
               INTO W_RP-LINE(8:30)
           END-STRING.
           MOVE PT_PENDING-SINCE TO W_RP-LINE(40:8).
           MOVE W_DAYS-PENDING TO W_DAYS-EDIT.
           MOVE W_DAYS-EDIT TO W_RP-LINE(50:5).
           MOVE W_ACTION TO W_RP-LINE(60:12).
           PERFORM REPORT-LINE-SECTION.

      * Past the worklist threshold - the same line every night
      * while the person stays Pending, so 44_WORKLIST_UPDATE ages
      * the one item. The first night is stamped on the entry.
       ESCALATE-SECTION SECTION.
           MOVE 'WORKLIST' TO W_ACTION.
           ADD 1 TO W_ESCALATED-COUNT.
           MOVE SPACES TO EX_EXCEPTION-REC.
           STRING 'PENDING ' DELIMITED BY SIZE
                  FIO_PERSON-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(FIO_PERSON-SURNAME) DELIMITED BY SIZE
                  ' REGISTERED ' DELIMITED BY SIZE
                  PT_PENDING-SINCE DELIMITED BY SIZE
                  ' NOT VERIFIED - CANCELS AT ' DELIMITED BY SIZE
                  W_CANCEL-DAYS DELIMITED BY SIZE
                  ' BUSINESS DAYS' DELIMITED BY SIZE
               INTO EX_EXCEPTION-REC
           END-STRING.
           WRITE EX_EXCEPTION-REC.
           IF PT_ESCALATED-ON = 0
               MOVE W_TODAY TO PT_ESCALATED-ON
               REWRITE PT_PERSON
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.

      * Past the cancellation threshold: P -> I through the shared
      * lifecycle rules, audited, the deactivation date recorded,
      * the Pending clock stopped and the applicant selected for the
      * letter.
       CANCEL-REGISTRATION-SECTION SECTION.
           CALL '06_STATUS_TRANSITION' USING FIO_PERSON-STATUS,
               W_TARGET-STATUS, W_TRANS-REASON, W_TRANS-STATUS,
               FIO_PERSON-ID.
           IF NOT TRANSITION-OK
               ADD 1 TO W_REFUSED-COUNT
               MOVE 'REFUSED' TO W_ACTION
               DISPLAY '** registration 'FIO_PERSON-ID' not '
                   'cancelled - 'W_TRANS-REASON
               GO TO CANCEL-REGISTRATION-EXIT
           END-IF.

           MOVE FIO_PERSON TO S_PERSON.
           MOVE W_TARGET-STATUS TO FIO_PERSON-STATUS.
           REWRITE FIO_PERSON
               INVALID KEY
                   ADD 1 TO W_REFUSED-COUNT
                   MOVE 'REFUSED' TO W_ACTION
                   DISPLAY '** rewrite failed for person '
                       FIO_PERSON-ID
                   GO TO CANCEL-REGISTRATION-EXIT
           END-REWRITE.

           ADD 1 TO W_CANCELLED-COUNT.
           MOVE 'CANCELLED' TO W_ACTION.
           MOVE '90_PENDING_AGING' TO W_AUDIT-PROGRAM.
           MOVE 'CANCEL' TO W_AUDIT-OPERATION.
           MOVE FIO_PERSON-ID TO W_AUDIT-KEY.
           MOVE S_PERSON TO W_AUDIT-BEFORE.
           MOVE FIO_PERSON TO W_AUDIT-AFTER.
           PERFORM WRITE-AUDIT-SECTION.

           PERFORM RECORD-DEACTIVATION-SECTION.

           DELETE PENDING-TRACKING RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

           MOVE SPACES TO CX_ID-LINE.
           MOVE FIO_PERSON-ID TO CX_ID-LINE(1:6).
           WRITE CX_ID-LINE.

       CANCEL-REGISTRATION-EXIT.
           EXIT.

      * The cancellation date onto deactivation_tracking.dat, the
      * file created the first time it is needed - the same WRITE or
      * REWRITE 04_START_AND_DELETE does for its deactivations.
       RECORD-DEACTIVATION-SECTION SECTION.
           OPEN I-O DEACTIVATION-TRACKING.
           IF W_DT-STATUS = '35'
               OPEN OUTPUT DEACTIVATION-TRACKING
               CLOSE DEACTIVATION-TRACKING
               OPEN I-O DEACTIVATION-TRACKING
           END-IF.
           IF W_DT-STATUS NOT = '00'
               DISPLAY '** deactivation_tracking.dat open failed '
                   '(status 'W_DT-STATUS') - 'FIO_PERSON-ID
                   ' will not age toward the purge'
               GO TO RECORD-DEACTIVATION-EXIT
           END-IF.
           MOVE FIO_PERSON-ID TO DT_PERSON-ID.
           READ DEACTIVATION-TRACKING
               INVALID KEY
                   MOVE W_TODAY TO DT_PERSON-DEACTIVATED-ON
                   WRITE DT_PERSON
                   END-WRITE
               NOT INVALID KEY
                   MOVE W_TODAY TO DT_PERSON-DEACTIVATED-ON
                   REWRITE DT_PERSON
                   END-REWRITE
           END-READ.
           CLOSE DEACTIVATION-TRACKING.

       RECORD-DEACTIVATION-EXIT.
           EXIT.

      * Entries whose person has left Pending some other way (a
      * verification or deactivation from before 09_MAINTAIN kept
      * the file, a merge, a purge, a rollback) are removed, so the
      * file only ever holds a running clock.
       CLEAR-STALE-TRACKING-SECTION SECTION.
           MOVE 'N' TO B_SCAN-EOF.
           MOVE 0 TO PT_PERSON-ID.
           START PENDING-TRACKING KEY IS >= PT_PERSON-ID
               INVALID KEY
                   MOVE 'Y' TO B_SCAN-EOF
           END-START.
           PERFORM UNTIL B_SCAN-EOF = 'Y'
               READ PENDING-TRACKING NEXT RECORD
                   AT END MOVE 'Y' TO B_SCAN-EOF
                   NOT AT END
                       MOVE PT_PERSON-ID TO FIO_PERSON-ID
                       MOVE 'Y' TO W_PERSON-SW
                       READ PERSON-IO
                           INVALID KEY
                               MOVE 'N' TO W_PERSON-SW
                           NOT INVALID KEY
                               IF NOT FIO_PERSON-PENDING
                                   MOVE 'N' TO W_PERSON-SW
                               END-IF
                       END-READ
                       IF NOT STILL-PENDING
                           DELETE PENDING-TRACKING RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO W_CLEARED-COUNT
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
