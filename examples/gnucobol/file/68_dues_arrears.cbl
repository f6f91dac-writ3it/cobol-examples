      * Execute files/66_dues_invoice.cbl first
      * Arrears aging and dunning for the dues ledger - unpaid dues
      * used to just sit there. Every open line on dues_ledger.dat
      * (see DUES-LEDGER-RECORD.cpy) is aged in BUSINESS days past
      * its due date through the shared 10_BUSINESS_DAYS routine,
      * into the buckets under 30 / 30-59 / 60-89 / 90 and over,
      * and dues_aging_<date>.txt lists every account still owing
      * with its buckets and totals for the treasurer.
      * The oldest open line picks the account's dunning stage:
      *     30+ business days  1 reminder
      *     60+                2 formal demand
      *     90+                3 final notice before suspension
      * A stage is acted on once, when the account first reaches it
      * (DL_DUNNING-STAGE remembers the last letter sent; paying up
      * in 67_PAYMENT_POST, or the overdue lines clearing, puts it
      * back to 0). Acting on a stage means:
      *   - late-fee interest on the overdue dues since they fell
      *     due (or since interest was last charged), at the annual
      *     W_LATE-RATE on calendar days, worked out with the same
      *     split COMPUTE ROUNDED steps 07_INTEREST uses, and
      *     charged to the account as its own LF line, payable at
      *     once;
      *   - the letter: each stage has its own selection and
      *     wording - reminder_ids.txt/reminder_template.txt,
      *     demand_ids.txt/demand_template.txt and
      *     final_ids.txt/final_template.txt - rendered at the end
      *     of the run by 58_LETTER_ENGINE REMINDER, DEMAND and
      *     FINAL, with the oldest open reference, the balance and
      *     its due date on the selection line for &REF, &AMOUNT
      *     and &DUE;
      *   - at the final stage, a Suspend request: the move A -> S
      *     is cleared with 06_STATUS_TRANSITION and then parked on
      *     pending_approvals.dat for a second operator in
      *     34_APPROVAL_QUEUE, exactly as 09_MAINTAIN parks a
      *     SUSPEND - this program never changes a status itself.
      * A deceased member is aged but never written to. The run
      * date is today unless a YYYYMMDD is given on the command
      * line.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 68_DUES_ARREARS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT LEDGER-FILE ASSIGN TO 'dues_ledger.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DL_PERSON-ID
                   FILE STATUS IS W_DL-STATUS.

               SELECT PERSON-IN ASSIGN TO 'output.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

      * Maker-checker queue - the final-stage Suspend request waits
      * here for a second operator, see APPROVAL-RECORD.cpy.
               SELECT APPROVAL-QUEUE ASSIGN TO
                       'pending_approvals.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AP_APPROVAL-ID
                   FILE STATUS IS W_AP-STATUS.

               SELECT REMINDER-OUT ASSIGN TO 'reminder_ids.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT DEMAND-OUT ASSIGN TO 'demand_ids.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT FINAL-OUT ASSIGN TO 'final_ids.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT AGING-OUT ASSIGN TO W_AGING-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

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
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

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

           FD APPROVAL-QUEUE.
           COPY 'APPROVAL-RECORD.cpy'
               REPLACING PREFIX-APPROVAL-ID BY AP_APPROVAL-ID
                         PREFIX-PERSON-ID BY AP_PERSON-ID
                         PREFIX-ACTION BY AP_ACTION
                         PREFIX-STATE BY AP_STATE
                         PREFIX-QUEUED BY AP_QUEUED
                         PREFIX-APPROVED BY AP_APPROVED
                         PREFIX-REJECTED BY AP_REJECTED
                         PREFIX-REQUESTED-BY BY AP_REQUESTED-BY
                         PREFIX-REQUESTED-ON BY AP_REQUESTED-ON
                         PREFIX-BRANCH BY AP_BRANCH
                         PREFIX-BEFORE BY AP_BEFORE
                         PREFIX-AFTER BY AP_AFTER
                         PREFIX-DECIDED-BY BY AP_DECIDED-BY
                         PREFIX-DECIDED-ON BY AP_DECIDED-ON
                         PREFIX-REFERENCE BY AP_REFERENCE
                         PREFIX-DECISION-REASON BY
                             AP_DECISION-REASON
                         PREFIX BY AP_APPROVAL.

           FD REMINDER-OUT.
           01 RM_ID-LINE PIC X(60).

           FD DEMAND-OUT.
           01 DM_ID-LINE PIC X(60).

           FD FINAL-OUT.
           01 FN_ID-LINE PIC X(60).

           FD AGING-OUT.
           01 R_AGING-LINE PIC X(120).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 B_AP-EOF PIC X(1) VALUE 'N'.
               01 W_PI-STATUS PIC X(2).
               01 W_AP-STATUS PIC X(2).
               01 W_ARG-1 PIC X(10) VALUE SPACES.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_TODAY-INTEGER PIC S9(9) VALUE 0.
               01 W_AGING-FILENAME PIC X(40) VALUE SPACES.

      * The run's own return code, kept apart from RETURN-CODE -
      * the letter-engine CALLs through SYSTEM overwrite that, and
      * it is only set from here just before STOP RUN.
               01 W_FINAL-RC PIC 9(2) VALUE 0.

      * Business days past due (see 10_BUSINESS_DAYS.cbl).
               01 W_BD-REQUEST PIC X(8) VALUE 'DIFFBUS'.
               01 W_BD-DATE-1 PIC 9(8) VALUE 0.
               01 W_BD-DATE-2 PIC 9(8) VALUE 0.
               01 W_BD-DAYS PIC S9(5) VALUE 0.
               01 W_BD-STATUS PIC X(1) VALUE '0'.
                   88 BD-OK VALUE '0'.

      * Stage thresholds in business days past due.
               01 W_REMINDER-DAYS PIC 9(3) VALUE 30.
               01 W_DEMAND-DAYS PIC 9(3) VALUE 60.
               01 W_FINAL-DAYS PIC 9(3) VALUE 90.

      * Late-fee interest - the statutory annual rate for late
      * payment, charged on calendar days.
               01 W_LATE-RATE PIC 9(2)V99 VALUE 11.25.
               01 W_DAILY-RATE PIC V9(8) VALUE 0.
               01 W_INTEREST-FROM PIC 9(8) VALUE 0.
               01 W_INTEREST-DAYS PIC 9(5) VALUE 0.
               01 W_LINE-FACTOR PIC 9(4)V9(8) VALUE 0.
               01 W_LINE-INTEREST PIC 9(7)V99 VALUE 0.
               01 W_LATE-FEE PIC 9(7)V99 VALUE 0.

      * One account's aging.
               01 W_LINE-SUB PIC 9(2) VALUE 0.
               01 W_OUTSTANDING PIC 9(7)V99 VALUE 0.
               01 W_DAYS-PAST-DUE PIC S9(5) VALUE 0.
               01 W_OLDEST-DAYS PIC S9(5) VALUE 0.
               01 W_OLDEST-SUB PIC 9(2) VALUE 0.
               01 W_TARGET-STAGE PIC 9(1) VALUE 0.
               01 W_OLD-STAGE PIC 9(1) VALUE 0.
               01 W_ACCT-BUCKETS.
                   02 W_ACCT-BUCKET PIC 9(7)V99 OCCURS 4 TIMES.
               01 W_BUCKET-SUB PIC 9(1) VALUE 0.
               01 W_TOTAL-BUCKETS.
                   02 W_TOTAL-BUCKET PIC 9(9)V99 OCCURS 4 TIMES.
               01 W_PERSON-FOUND-SW PIC X(1) VALUE 'N'.
                   88 PERSON-FOUND VALUE 'Y'.
               01 W_REWRITE-SW PIC X(1) VALUE 'N'.
                   88 ACCOUNT-CHANGED VALUE 'Y'.

               01 W_BUCKET-EDIT PIC Z(6)9.99.
               01 W_TOTAL-EDIT PIC Z(8)9.99.
               01 W_BALANCE-EDIT PIC -(7)9.99.
               01 W_FEE-EDIT PIC Z(6)9.99.
               01 W_SEL-LINE PIC X(60) VALUE SPACES.
               01 W_LETTER-COMMAND PIC X(40) VALUE SPACES.

      * Suspend request (see 06_STATUS_TRANSITION.cbl and
      * APPROVAL-RECORD.cpy).
               01 W_TARGET-STATUS PIC X(1) VALUE 'S'.
               01 W_TRANS-REASON PIC X(40) VALUE SPACES.
               01 W_TRANS-STATUS PIC X(1) VALUE '0'.
                   88 TRANSITION-OK VALUE '0'.
               01 W_NEXT-APPROVAL-ID PIC 9(6) VALUE 0.
               01 W_ALREADY-QUEUED-SW PIC X(1) VALUE 'N'.
                   88 ALREADY-QUEUED VALUE 'Y'.
               01 W_AFTER-IMAGE PIC X(61) VALUE SPACES.

               01 W_ACCOUNT-COUNT PIC 9(6) VALUE 0.
               01 W_OWING-COUNT PIC 9(6) VALUE 0.
               01 W_REMINDER-COUNT PIC 9(6) VALUE 0.
               01 W_DEMAND-COUNT PIC 9(6) VALUE 0.
               01 W_FINAL-COUNT PIC 9(6) VALUE 0.
               01 W_FEE-COUNT PIC 9(6) VALUE 0.
               01 W_FEE-TOTAL PIC 9(9)V99 VALUE 0.
               01 W_SUSPEND-QUEUED-COUNT PIC 9(6) VALUE 0.
               01 W_FEE-REFUSED-COUNT PIC 9(6) VALUE 0.

      * Dues ledger line maintenance (see DUES-LEDGER.cpy).
               COPY 'DUES-LEDGER-FIELDS.cpy'.

      * Shared audit trail (see AUDIT-TRAIL.cpy).
               COPY 'AUDIT-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.
           ACCEPT W_ARG-1 FROM COMMAND-LINE.
           IF W_ARG-1(1:8) IS NUMERIC
               MOVE W_ARG-1(1:8) TO W_TODAY
           ELSE
               ACCEPT W_TODAY FROM DATE YYYYMMDD
           END-IF.
           COMPUTE W_TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(W_TODAY).
           STRING 'dues_aging_' W_TODAY '.txt'
               DELIMITED BY SIZE
               INTO W_AGING-FILENAME.
           COMPUTE W_DAILY-RATE ROUNDED = W_LATE-RATE / 36500.
           PERFORM START-JOB-TIMER-SECTION.

           OPEN I-O LEDGER-FILE.
           IF W_DL-STATUS NOT = '00'
               DISPLAY '** dues_ledger.dat open failed (status '
                   W_DL-STATUS') - nothing to age'
               MOVE '68_DUES_ARREARS' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PERSON-IN.

           OPEN OUTPUT REMINDER-OUT.
           OPEN OUTPUT DEMAND-OUT.
           OPEN OUTPUT FINAL-OUT.
           OPEN OUTPUT AGING-OUT.
           MOVE SPACES TO R_AGING-LINE.
           STRING 'DUES ARREARS AGING ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
                  ' (BUSINESS DAYS PAST DUE)' DELIMITED BY SIZE
               INTO R_AGING-LINE
           END-STRING.
           WRITE R_AGING-LINE.
           MOVE SPACES TO R_AGING-LINE.
           WRITE R_AGING-LINE.
           MOVE SPACES TO R_AGING-LINE.
           STRING 'ID     NAME                           '
                      DELIMITED BY SIZE
                  '   UNDER 30      30-59      60-89    90 PLUS'
                      DELIMITED BY SIZE
                  '  STAGE' DELIMITED BY SIZE
               INTO R_AGING-LINE
           END-STRING.
           WRITE R_AGING-LINE.
           INITIALIZE W_TOTAL-BUCKETS.

           PERFORM UNTIL B_EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_ACCOUNT-COUNT
                       PERFORM AGE-ONE-ACCOUNT-SECTION
               END-READ
           END-PERFORM.

           MOVE SPACES TO R_AGING-LINE.
           WRITE R_AGING-LINE.
           MOVE SPACES TO R_AGING-LINE.
           MOVE 'TOTAL' TO R_AGING-LINE(1:5).
           PERFORM VARYING W_BUCKET-SUB FROM 1 BY 1
                   UNTIL W_BUCKET-SUB > 4
               MOVE W_TOTAL-BUCKET(W_BUCKET-SUB) TO W_TOTAL-EDIT
               MOVE W_TOTAL-EDIT TO
                   R_AGING-LINE(37 + (W_BUCKET-SUB - 1) * 11:12)
           END-PERFORM.
           WRITE R_AGING-LINE.

           CLOSE LEDGER-FILE.
           CLOSE PERSON-IN.
           CLOSE REMINDER-OUT.
           CLOSE DEMAND-OUT.
           CLOSE FINAL-OUT.
           CLOSE AGING-OUT.

      * Each stage's letters through the engine with that stage's
      * own template - only the stages that selected anyone.
           IF W_REMINDER-COUNT > 0
               MOVE '58_letter_engine REMINDER' TO W_LETTER-COMMAND
               PERFORM RUN-LETTER-ENGINE-SECTION
           END-IF.
           IF W_DEMAND-COUNT > 0
               MOVE '58_letter_engine DEMAND' TO W_LETTER-COMMAND
               PERFORM RUN-LETTER-ENGINE-SECTION
           END-IF.
           IF W_FINAL-COUNT > 0
               MOVE '58_letter_engine FINAL' TO W_LETTER-COMMAND
               PERFORM RUN-LETTER-ENGINE-SECTION
           END-IF.

           MOVE W_FEE-TOTAL TO W_TOTAL-EDIT.
           DISPLAY 'Ledger accounts read       : 'W_ACCOUNT-COUNT.
           DISPLAY 'Accounts owing             : 'W_OWING-COUNT.
           DISPLAY 'Reminders                  : 'W_REMINDER-COUNT.
           DISPLAY 'Formal demands             : 'W_DEMAND-COUNT.
           DISPLAY 'Final notices              : 'W_FINAL-COUNT.
           DISPLAY 'Late fees charged          : 'W_FEE-COUNT
               '  total 'W_TOTAL-EDIT.
           DISPLAY 'Suspend requests queued    : '
               W_SUSPEND-QUEUED-COUNT.
           DISPLAY 'Aging report               : '
               FUNCTION TRIM(W_AGING-FILENAME).
           IF W_FEE-REFUSED-COUNT > 0
               DISPLAY '** 'W_FEE-REFUSED-COUNT' late fee(s) not '
                   'charged - ledger account full of open lines'
               MOVE 4 TO W_FINAL-RC
           END-IF.

           MOVE '68_DUES_ARREARS' TO W_TRAILER-PROGRAM.
           COMPUTE W_TRAILER-COUNT = W_REMINDER-COUNT
               + W_DEMAND-COUNT + W_FINAL-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.
           MOVE W_FINAL-RC TO RETURN-CODE.

       STOP RUN.

       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'DUES-LEDGER.cpy'.

      * One account: bucket every open line, find the oldest, and
      * act on a stage the account has newly reached.
       AGE-ONE-ACCOUNT-SECTION SECTION.
           INITIALIZE W_ACCT-BUCKETS.
           MOVE 0 TO W_OLDEST-DAYS.
           MOVE 0 TO W_OLDEST-SUB.
           MOVE 'N' TO W_REWRITE-SW.
           MOVE SPACES TO W_AUDIT-BEFORE.
           MOVE DL_BALANCE TO W_BALANCE-EDIT.
           STRING 'STAGE ' DELIMITED BY SIZE
                  DL_DUNNING-STAGE DELIMITED BY SIZE
                  ' BALANCE ' DELIMITED BY SIZE
                  W_BALANCE-EDIT DELIMITED BY SIZE
               INTO W_AUDIT-BEFORE
           END-STRING.
           MOVE DL_DUNNING-STAGE TO W_OLD-STAGE.

           PERFORM VARYING W_LINE-SUB FROM 1 BY 1
                   UNTIL W_LINE-SUB > DL_LINE-COUNT
               IF DL_LINE-OPEN(W_LINE-SUB)
                   PERFORM AGE-ONE-LINE-SECTION
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN W_OLDEST-DAYS >= W_FINAL-DAYS
                   MOVE 3 TO W_TARGET-STAGE
               WHEN W_OLDEST-DAYS >= W_DEMAND-DAYS
                   MOVE 2 TO W_TARGET-STAGE
               WHEN W_OLDEST-DAYS >= W_REMINDER-DAYS
                   MOVE 1 TO W_TARGET-STAGE
               WHEN OTHER
                   MOVE 0 TO W_TARGET-STAGE
           END-EVALUATE.

           MOVE DL_PERSON-ID TO FI_PERSON-ID.
           MOVE 'Y' TO W_PERSON-FOUND-SW.
           READ PERSON-IN
               INVALID KEY
                   MOVE 'N' TO W_PERSON-FOUND-SW
                   MOVE SPACES TO FI_PERSON-NAME FI_PERSON-SURNAME
                   MOVE SPACE TO FI_PERSON-STATUS
           END-READ.

      * Nothing overdue any more (paid down, or only this year's
      * fresh invoice left) - the cycle starts again next time.
           IF W_TARGET-STAGE = 0 AND DL_DUNNING-STAGE > 0
               MOVE 0 TO DL_DUNNING-STAGE
               MOVE 'Y' TO W_REWRITE-SW
           END-IF.

           IF W_TARGET-STAGE > DL_DUNNING-STAGE
               AND NOT FI_PERSON-DECEASED
               PERFORM ESCALATE-ACCOUNT-SECTION
           END-IF.

           IF ACCOUNT-CHANGED
               REWRITE DL_ACCOUNT
                   INVALID KEY
                       DISPLAY '** could not rewrite dues account '
                           DL_PERSON-ID
                   NOT INVALID KEY
                       MOVE '68_DUES_ARREARS' TO W_AUDIT-PROGRAM
                       MOVE 'DUNNING' TO W_AUDIT-OPERATION
                       MOVE DL_PERSON-ID TO W_AUDIT-KEY
                       MOVE DL_BALANCE TO W_BALANCE-EDIT
                       MOVE W_LATE-FEE TO W_FEE-EDIT
                       MOVE SPACES TO W_AUDIT-AFTER
                       STRING 'STAGE ' DELIMITED BY SIZE
                              DL_DUNNING-STAGE DELIMITED BY SIZE
                              ' FEE ' DELIMITED BY SIZE
                              W_FEE-EDIT DELIMITED BY SIZE
                              ' BALANCE ' DELIMITED BY SIZE
                              W_BALANCE-EDIT DELIMITED BY SIZE
                           INTO W_AUDIT-AFTER
                       END-STRING
                       PERFORM WRITE-AUDIT-SECTION
               END-REWRITE
           END-IF.

           IF W_TARGET-STAGE = 3 AND W_OLD-STAGE < 3
               AND FI_PERSON-ACTIVE
               PERFORM RAISE-SUSPEND-REQUEST-SECTION
           END-IF.

           IF DL_BALANCE > 0
               ADD 1 TO W_OWING-COUNT
               PERFORM WRITE-AGING-LINE-SECTION
           END-IF.

      * One open line into its bucket - a line not yet due, or due
      * today, is zero days past due.
       AGE-ONE-LINE-SECTION SECTION.
           COMPUTE W_OUTSTANDING =
               DL_AMOUNT(W_LINE-SUB) - DL_PAID(W_LINE-SUB).
           MOVE 0 TO W_DAYS-PAST-DUE.
           IF DL_DUE-ON(W_LINE-SUB) < W_TODAY
               MOVE DL_DUE-ON(W_LINE-SUB) TO W_BD-DATE-1
               MOVE W_TODAY TO W_BD-DATE-2
               CALL '10_BUSINESS_DAYS' USING W_BD-REQUEST,
                   W_BD-DATE-1, W_BD-DATE-2, W_BD-DAYS, W_BD-STATUS
               IF BD-OK
                   MOVE W_BD-DAYS TO W_DAYS-PAST-DUE
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN W_DAYS-PAST-DUE >= W_FINAL-DAYS
                   MOVE 4 TO W_BUCKET-SUB
               WHEN W_DAYS-PAST-DUE >= W_DEMAND-DAYS
                   MOVE 3 TO W_BUCKET-SUB
               WHEN W_DAYS-PAST-DUE >= W_REMINDER-DAYS
                   MOVE 2 TO W_BUCKET-SUB
               WHEN OTHER
                   MOVE 1 TO W_BUCKET-SUB
           END-EVALUATE.
           ADD W_OUTSTANDING TO W_ACCT-BUCKET(W_BUCKET-SUB).
           ADD W_OUTSTANDING TO W_TOTAL-BUCKET(W_BUCKET-SUB).
           IF W_DAYS-PAST-DUE > W_OLDEST-DAYS OR W_OLDEST-SUB = 0
               MOVE W_DAYS-PAST-DUE TO W_OLDEST-DAYS
               MOVE W_LINE-SUB TO W_OLDEST-SUB
           END-IF.

      * The account has reached a stage it has not been written to
      * at yet: charge the interest, select the letter, move the
      * stage on.
       ESCALATE-ACCOUNT-SECTION SECTION.
           PERFORM CHARGE-LATE-FEE-SECTION.

           MOVE SPACES TO W_SEL-LINE.
           MOVE DL_PERSON-ID TO W_SEL-LINE(1:6).
           MOVE DL_REF(W_OLDEST-SUB) TO W_SEL-LINE(8:12).
           MOVE DL_BALANCE TO W_BUCKET-EDIT.
           MOVE W_BUCKET-EDIT TO W_SEL-LINE(21:10).
           MOVE DL_DUE-ON(W_OLDEST-SUB) TO W_SEL-LINE(32:8).
           EVALUATE W_TARGET-STAGE
               WHEN 1
                   WRITE RM_ID-LINE FROM W_SEL-LINE
                   ADD 1 TO W_REMINDER-COUNT
               WHEN 2
                   WRITE DM_ID-LINE FROM W_SEL-LINE
                   ADD 1 TO W_DEMAND-COUNT
               WHEN 3
                   WRITE FN_ID-LINE FROM W_SEL-LINE
                   ADD 1 TO W_FINAL-COUNT
           END-EVALUATE.

           MOVE W_TARGET-STAGE TO DL_DUNNING-STAGE.
           MOVE W_TODAY TO DL_DUNNED-ON.
           MOVE 'Y' TO W_REWRITE-SW.

      * Interest on each overdue dues line, from its due date or
      * from the date interest was last charged up to, whichever is
      * later, to today - rate first, then the day factor, then the
      * money, each step ROUNDED on its own as in 07_INTEREST.
      * Fees are not charged interest on themselves.
       CHARGE-LATE-FEE-SECTION SECTION.
           MOVE 0 TO W_LATE-FEE.
           PERFORM VARYING W_LINE-SUB FROM 1 BY 1
                   UNTIL W_LINE-SUB > DL_LINE-COUNT
               IF DL_LINE-OPEN(W_LINE-SUB) AND DL_DUES(W_LINE-SUB)
                   AND DL_DUE-ON(W_LINE-SUB) < W_TODAY
                   IF DL_INTEREST-TO > DL_DUE-ON(W_LINE-SUB)
                       MOVE DL_INTEREST-TO TO W_INTEREST-FROM
                   ELSE
                       MOVE DL_DUE-ON(W_LINE-SUB) TO W_INTEREST-FROM
                   END-IF
                   IF W_INTEREST-FROM < W_TODAY
                       COMPUTE W_INTEREST-DAYS = W_TODAY-INTEGER
                           - FUNCTION INTEGER-OF-DATE(W_INTEREST-FROM)
                       COMPUTE W_OUTSTANDING =
                           DL_AMOUNT(W_LINE-SUB) - DL_PAID(W_LINE-SUB)
                       COMPUTE W_LINE-FACTOR ROUNDED =
                           W_DAILY-RATE * W_INTEREST-DAYS
                       COMPUTE W_LINE-INTEREST ROUNDED =
                           W_OUTSTANDING * W_LINE-FACTOR
                       ADD W_LINE-INTEREST TO W_LATE-FEE
                   END-IF
               END-IF
           END-PERFORM.
           IF W_LATE-FEE = 0
               GO TO CHARGE-LATE-FEE-EXIT
           END-IF.

           MOVE SPACES TO W_DL-NEW-REF.
           STRING 'LF' DELIMITED BY SIZE
                  W_TODAY(5:4) DELIMITED BY SIZE
                  DL_PERSON-ID DELIMITED BY SIZE
               INTO W_DL-NEW-REF
           END-STRING.
           MOVE 'F' TO W_DL-NEW-KIND.
           MOVE W_TODAY(1:4) TO W_DL-NEW-YEAR.
           MOVE W_TODAY TO W_DL-NEW-ISSUED-ON.
           MOVE W_TODAY TO W_DL-NEW-DUE-ON.
           MOVE W_LATE-FEE TO W_DL-NEW-AMOUNT.
           PERFORM ADD-LEDGER-LINE-SECTION.
           IF NOT LEDGER-LINE-ADDED
               ADD 1 TO W_FEE-REFUSED-COUNT
               DISPLAY '** late fee not charged to 'DL_PERSON-ID
                   ' - ledger account full of open lines'
               MOVE 0 TO W_LATE-FEE
               GO TO CHARGE-LATE-FEE-EXIT
           END-IF.
           MOVE W_TODAY TO DL_INTEREST-TO.
           ADD 1 TO W_FEE-COUNT.
           ADD W_LATE-FEE TO W_FEE-TOTAL.

       CHARGE-LATE-FEE-EXIT.
           EXIT.

      * The final notice's Suspend request: cleared with the shared
      * lifecycle rules, then parked for a second operator the way
      * 09_MAINTAIN's ENQUEUE-APPROVAL-SECTION parks one - never
      * queued twice while an earlier request for the person is
      * still waiting.
       RAISE-SUSPEND-REQUEST-SECTION SECTION.
           CALL '06_STATUS_TRANSITION' USING FI_PERSON-STATUS,
               W_TARGET-STATUS, W_TRANS-REASON, W_TRANS-STATUS,
               FI_PERSON-ID.
           IF NOT TRANSITION-OK
               DISPLAY '** no Suspend request for 'FI_PERSON-ID
                   ' - 'W_TRANS-REASON
               GO TO RAISE-SUSPEND-REQUEST-EXIT
           END-IF.

           OPEN I-O APPROVAL-QUEUE.
           IF W_AP-STATUS = '35'
               OPEN OUTPUT APPROVAL-QUEUE
               CLOSE APPROVAL-QUEUE
               OPEN I-O APPROVAL-QUEUE
           END-IF.
           IF W_AP-STATUS NOT = '00'
               DISPLAY '** could not open pending_approvals.dat '
                   '(status 'W_AP-STATUS') - Suspend request for '
                   FI_PERSON-ID' not queued'
               MOVE 4 TO W_FINAL-RC
               GO TO RAISE-SUSPEND-REQUEST-EXIT
           END-IF.

           MOVE 0 TO W_NEXT-APPROVAL-ID.
           MOVE 'N' TO W_ALREADY-QUEUED-SW.
           MOVE 'N' TO B_AP-EOF.
           PERFORM UNTIL B_AP-EOF = 'Y'
               READ APPROVAL-QUEUE NEXT RECORD
                   AT END MOVE 'Y' TO B_AP-EOF
                   NOT AT END
                       MOVE AP_APPROVAL-ID TO W_NEXT-APPROVAL-ID
                       IF AP_PERSON-ID = FI_PERSON-ID
                           AND AP_ACTION = 'SUSPEND'
                           AND AP_QUEUED
                           MOVE 'Y' TO W_ALREADY-QUEUED-SW
                       END-IF
               END-READ
           END-PERFORM.
           IF ALREADY-QUEUED
               CLOSE APPROVAL-QUEUE
               GO TO RAISE-SUSPEND-REQUEST-EXIT
           END-IF.
           ADD 1 TO W_NEXT-APPROVAL-ID.

           MOVE FI_PERSON TO W_AFTER-IMAGE.
           MOVE W_TARGET-STATUS TO W_AFTER-IMAGE(52:1).
           MOVE W_NEXT-APPROVAL-ID TO AP_APPROVAL-ID.
           MOVE FI_PERSON-ID TO AP_PERSON-ID.
           MOVE 'SUSPEND' TO AP_ACTION.
           MOVE 'P' TO AP_STATE.
           MOVE W_AUDIT-OPERATOR TO AP_REQUESTED-BY.
           MOVE W_TODAY TO AP_REQUESTED-ON.
           MOVE SPACES TO AP_BRANCH.
           MOVE FI_PERSON TO AP_BEFORE.
           MOVE W_AFTER-IMAGE TO AP_AFTER.
           MOVE SPACES TO AP_DECIDED-BY.
           MOVE 0 TO AP_DECIDED-ON.
           MOVE SPACES TO AP_REFERENCE.
           MOVE SPACES TO AP_DECISION-REASON.
           WRITE AP_APPROVAL
               INVALID KEY
                   DISPLAY '** could not queue approval '
                       W_NEXT-APPROVAL-ID
                   MOVE 4 TO W_FINAL-RC
               NOT INVALID KEY
                   ADD 1 TO W_SUSPEND-QUEUED-COUNT
                   MOVE '68_DUES_ARREARS' TO W_AUDIT-PROGRAM
                   MOVE 'QUEUE' TO W_AUDIT-OPERATION
                   MOVE FI_PERSON-ID TO W_AUDIT-KEY
                   MOVE AP_BEFORE TO W_AUDIT-BEFORE
                   MOVE AP_AFTER TO W_AUDIT-AFTER
                   PERFORM WRITE-AUDIT-SECTION
                   DISPLAY 'Suspend request for 'FI_PERSON-ID
                       ' queued as approval 'W_NEXT-APPROVAL-ID
           END-WRITE.
           CLOSE APPROVAL-QUEUE.

       RAISE-SUSPEND-REQUEST-EXIT.
           EXIT.

       WRITE-AGING-LINE-SECTION SECTION.
           MOVE SPACES TO R_AGING-LINE.
           MOVE DL_PERSON-ID TO R_AGING-LINE(1:6).
           IF PERSON-FOUND
               STRING FI_PERSON-NAME DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      FI_PERSON-SURNAME DELIMITED BY SIZE
                   INTO R_AGING-LINE(8:28)
               END-STRING
           ELSE
               MOVE '(not on output.dat)' TO R_AGING-LINE(8:28)
           END-IF.
           PERFORM VARYING W_BUCKET-SUB FROM 1 BY 1
                   UNTIL W_BUCKET-SUB > 4
               MOVE W_ACCT-BUCKET(W_BUCKET-SUB) TO W_BUCKET-EDIT
               MOVE W_BUCKET-EDIT TO
                   R_AGING-LINE(39 + (W_BUCKET-SUB - 1) * 11:10)
           END-PERFORM.
           MOVE DL_DUNNING-STAGE TO R_AGING-LINE(88:1).
           WRITE R_AGING-LINE.

      * One stage's letters rendered - a failed render leaves the
      * selection file in place to rerun by hand.
       RUN-LETTER-ENGINE-SECTION SECTION.
           CALL 'SYSTEM' USING W_LETTER-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY '** 'FUNCTION TRIM(W_LETTER-COMMAND)
                   ' ended with return code 'RETURN-CODE
                   ' - rerun it by hand'
               MOVE 0 TO RETURN-CODE
           END-IF.
