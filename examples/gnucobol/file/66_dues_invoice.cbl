      * Execute files/02_write.cbl first
      * Yearly membership dues run. Annual dues were billed by
      * spreadsheet off a printout of output.dat, and nothing tied
      * a payment back to a person record. This raises one dues
      * invoice for every Active person onto dues_ledger.dat (see
      * DUES-LEDGER-RECORD.cpy - one account per person ID), at the
      * rate dues_schedule.ctl sets for the person's status and age
      * band. The schedule is maintained by the board's treasurer
      * through operations, not a code change - one
      *     STATUS AGE-FROM AGE-TO RATE
      * line per band, e.g. "A 0 25 60.00" (a line starting * is a
      * comment). Age is the age reached during the billing year,
      * so a year-only birth date bills the same as a full one. A
      * band with rate 0.00 is an exempt band - no invoice - and an
      * Active person no band covers is listed as an exception for
      * the treasurer, not billed at a guess.
      * The billing year is the current year unless a YYYY is given
      * on the command line. Each invoice is due 30 days after the
      * run and carries the reference DU<year><person ID>, which is
      * what members are asked to quote in the transfer title.
      * Restart: 66_dues_invoice.ckpt holds the billing year and the
      * last person ID finished (the 06_PURGE convention), and a run
      * interrupted part-way resumes after it with the selection
      * and the register opened EXTEND, as 03_REWRITE does. The
      * ledger is the final word, though - an account that already
      * holds this year's dues line is never billed again, so even a
      * crash between the ledger write and the checkpoint, or a
      * second run of a finished year, bills nobody twice.
      * Outputs:
      *   dues_ids.txt - the selection for "58_letter_engine DUES"
      *       (invoice wording in dues_template.txt), one line per
      *       invoice: person ID, reference, amount and due date for
      *       the &REF, &AMOUNT and &DUE tokens; the engine is run
      *       from here at the end, so the run leaves
      *       letters_dues_<date>.txt ready to print;
      *   dues_invoices_<year>.txt - the invoice register, closed
      *       by the year's control total (count and amount of every
      *       dues invoice on the ledger for the year, re-added from
      *       the ledger itself so a resumed run still totals the
      *       whole year).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 66_DUES_INVOICE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SCHEDULE-IN ASSIGN TO 'dues_schedule.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_SC-STATUS.

               SELECT PERSON-IN ASSIGN TO 'output.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

               SELECT LEDGER-FILE ASSIGN TO 'dues_ledger.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DL_PERSON-ID
                   FILE STATUS IS W_DL-STATUS.

               SELECT CHECKPOINT-FILE ASSIGN TO '66_dues_invoice.ckpt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_CKPT-STATUS.

               SELECT SELECTION-OUT ASSIGN TO 'dues_ids.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT REGISTER-OUT ASSIGN TO W_REGISTER-FILENAME
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

           FD SCHEDULE-IN.
           01 SC_SCHEDULE-LINE PIC X(40).

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

      * Billing year and last person ID finished - a checkpoint
      * left over from another year's run is ignored.
           FD CHECKPOINT-FILE.
           01 CKPT-REC.
               02 CK_YEAR PIC 9(4).
               02 CK_LAST-ID PIC 9(6).

           FD SELECTION-OUT.
           01 SL_ID-LINE PIC X(60).

           FD REGISTER-OUT.
           01 R_REGISTER-LINE PIC X(100).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 B_SC-EOF PIC X(1) VALUE 'N'.
               01 W_SC-STATUS PIC X(2).
               01 W_PI-STATUS PIC X(2).
               01 W_CKPT-STATUS PIC X(2).
               01 W_ARG-1 PIC X(10) VALUE SPACES.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_BILL-YEAR PIC 9(4) VALUE 0.
               01 W_DUE-DATE PIC 9(8) VALUE 0.
               01 W_DUE-DAYS PIC 9(3) VALUE 30.
               01 W_REGISTER-FILENAME PIC X(40) VALUE SPACES.
               01 W_LAST-ID-DONE PIC 9(6) VALUE 0.
               01 W_RESUME-SW PIC X(1) VALUE 'N'.
                   88 RESUMING VALUE 'Y'.
               01 W_LETTER-COMMAND PIC X(40)
                   VALUE '58_letter_engine DUES'.

      * dues_schedule.ctl, loaded once - a band per status and age
      * range.
               01 W_SCHEDULE-TABLE.
                   02 W_SC-ENTRY OCCURS 50 TIMES.
                       03 W_SC-PERSON-STATUS PIC X(1).
                       03 W_SC-AGE-FROM PIC 9(3).
                       03 W_SC-AGE-TO PIC 9(3).
                       03 W_SC-RATE PIC 9(5)V99.
               01 W_SC-COUNT PIC 9(2) VALUE 0.
               01 W_SC-SUB PIC 9(2) VALUE 0.
               01 W_SC-FOUND PIC 9(2) VALUE 0.
               01 W_SC-STATUS-TXT PIC X(1) VALUE SPACE.
               01 W_SC-FROM-TXT PIC X(5) VALUE SPACES.
               01 W_SC-TO-TXT PIC X(5) VALUE SPACES.
               01 W_SC-RATE-TXT PIC X(12) VALUE SPACES.

               01 W_AGE PIC 9(3) VALUE 0.
               01 W_INVOICE-REF PIC X(12) VALUE SPACES.
               01 W_ACCOUNT-FOUND-SW PIC X(1) VALUE 'N'.
                   88 ACCOUNT-FOUND VALUE 'Y'.
               01 W_BILLED-SW PIC X(1) VALUE 'N'.
                   88 ALREADY-BILLED VALUE 'Y'.
               01 W_LINE-SUB PIC 9(2) VALUE 0.
               01 W_AMOUNT-EDIT PIC Z(6)9.99.
               01 W_BALANCE-EDIT PIC -(7)9.99.

               01 W_INVOICED-COUNT PIC 9(6) VALUE 0.
               01 W_INVOICED-AMOUNT PIC 9(9)V99 VALUE 0.
               01 W_ALREADY-COUNT PIC 9(6) VALUE 0.
               01 W_EXEMPT-COUNT PIC 9(6) VALUE 0.
               01 W_NO-RATE-COUNT PIC 9(6) VALUE 0.
               01 W_FULL-COUNT PIC 9(6) VALUE 0.
               01 W_NON-ACTIVE-COUNT PIC 9(6) VALUE 0.

      * The year's control total, re-added from the ledger.
               01 W_CONTROL-COUNT PIC 9(6) VALUE 0.
               01 W_CONTROL-AMOUNT PIC 9(9)V99 VALUE 0.
               01 W_CONTROL-EDIT PIC Z(8)9.99.

      * Dues ledger line maintenance (see DUES-LEDGER.cpy).
               COPY 'DUES-LEDGER-FIELDS.cpy'.

      * Shared audit-trail fields (see AUDIT-TRAIL.cpy).
               COPY 'AUDIT-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_ARG-1 FROM COMMAND-LINE.
           IF W_ARG-1(1:4) IS NUMERIC
               MOVE W_ARG-1(1:4) TO W_BILL-YEAR
           ELSE
               MOVE W_TODAY(1:4) TO W_BILL-YEAR
           END-IF.
           COMPUTE W_DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W_TODAY) + W_DUE-DAYS).
           STRING 'dues_invoices_' DELIMITED BY SIZE
                  W_BILL-YEAR DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO W_REGISTER-FILENAME
           END-STRING.

           PERFORM LOAD-SCHEDULE-SECTION.
           IF W_SC-COUNT = 0
               DISPLAY '** dues_schedule.ctl missing or empty - no '
                   'invoices raised'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               DISPLAY '** output.dat open failed (status '
                   W_PI-STATUS')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * First run ever has no ledger yet - the usual status-35
      * create-and-reopen.
           OPEN I-O LEDGER-FILE.
           IF W_DL-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF W_DL-STATUS NOT = '00'
               DISPLAY '** dues_ledger.dat open failed (status '
                   W_DL-STATUS')'
               CLOSE PERSON-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM START-JOB-TIMER-SECTION.

      * Resume past the last person finished by an interrupted run
      * of the same year.
           OPEN INPUT CHECKPOINT-FILE.
           IF W_CKPT-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END
                       MOVE 0 TO CK_LAST-ID
                       MOVE 0 TO CK_YEAR
               END-READ
               CLOSE CHECKPOINT-FILE
               IF CK_YEAR = W_BILL-YEAR AND CK_LAST-ID > 0
                   MOVE CK_LAST-ID TO W_LAST-ID-DONE
                   MOVE 'Y' TO W_RESUME-SW
               END-IF
           END-IF.

      * EXTEND, not OUTPUT, on a resumed run - the invoices raised
      * before the interruption stay in the selection and the
      * register.
           IF RESUMING
               DISPLAY 'Resuming the 'W_BILL-YEAR' run after person '
                   W_LAST-ID-DONE
               OPEN EXTEND SELECTION-OUT
               OPEN EXTEND REGISTER-OUT
           ELSE
               OPEN OUTPUT SELECTION-OUT
               OPEN OUTPUT REGISTER-OUT
               MOVE SPACES TO R_REGISTER-LINE
               STRING 'DUES INVOICE REGISTER ' DELIMITED BY SIZE
                      W_BILL-YEAR DELIMITED BY SIZE
                      ' - RUN ' DELIMITED BY SIZE
                      W_TODAY DELIMITED BY SIZE
                   INTO R_REGISTER-LINE
               END-STRING
               WRITE R_REGISTER-LINE
               MOVE SPACES TO R_REGISTER-LINE
               WRITE R_REGISTER-LINE
           END-IF.

           MOVE W_LAST-ID-DONE TO FI_PERSON-ID.
           START PERSON-IN KEY IS GREATER THAN FI_PERSON-ID
               INVALID KEY
                   MOVE 'Y' TO B_EOF
           END-START.

           PERFORM UNTIL B_EOF = 'Y'
               READ PERSON-IN NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF FI_PERSON-ACTIVE
                           PERFORM INVOICE-ONE-PERSON-SECTION
                       ELSE
                           ADD 1 TO W_NON-ACTIVE-COUNT
                       END-IF
                       MOVE W_BILL-YEAR TO CK_YEAR
                       MOVE FI_PERSON-ID TO CK_LAST-ID
                       OPEN OUTPUT CHECKPOINT-FILE
                       WRITE CKPT-REC
                       CLOSE CHECKPOINT-FILE
               END-READ
           END-PERFORM.
           CLOSE PERSON-IN.

           PERFORM CONTROL-TOTAL-SECTION.
           CLOSE LEDGER-FILE.
           CLOSE SELECTION-OUT.
           CLOSE REGISTER-OUT.

      * Whole file completed cleanly - clear the checkpoint so a
      * later run starts from the top again.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE W_BILL-YEAR TO CK_YEAR.
           MOVE 0 TO CK_LAST-ID.
           WRITE CKPT-REC.
           CLOSE CHECKPOINT-FILE.

           MOVE W_INVOICED-AMOUNT TO W_CONTROL-EDIT.
           DISPLAY 'Invoices raised this run    : 'W_INVOICED-COUNT
               '  amount 'W_CONTROL-EDIT.
           DISPLAY 'Already billed for 'W_BILL-YEAR'     : '
               W_ALREADY-COUNT.
           DISPLAY 'Exempt band (rate 0.00)     : 'W_EXEMPT-COUNT.
           DISPLAY 'No rate in schedule         : 'W_NO-RATE-COUNT.
           DISPLAY 'Ledger account full         : 'W_FULL-COUNT.
           MOVE W_CONTROL-AMOUNT TO W_CONTROL-EDIT.
           DISPLAY 'Control total 'W_BILL-YEAR'          : '
               W_CONTROL-COUNT' invoice(s), 'W_CONTROL-EDIT.
           DISPLAY 'Register                    : '
               FUNCTION TRIM(W_REGISTER-FILENAME).

      * Render the invoices - a resumed run renders the whole
      * selection, including what was raised before the break; a
      * run that raised nothing leaves the last print file alone.
           IF W_INVOICED-COUNT > 0 OR RESUMING
               CALL 'SYSTEM' USING W_LETTER-COMMAND
               IF RETURN-CODE NOT = 0
                   DISPLAY '** 58_letter_engine DUES ended with '
                       'return code 'RETURN-CODE' - invoices are on '
                       'the ledger, rerun the engine to print them'
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE '66_DUES_INVOICE' TO W_TRAILER-PROGRAM.
           MOVE W_INVOICED-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

      * Persons left unbilled for want of a rate or of ledger room
      * need the treasurer - a warning return code, not a failure.
           IF W_NO-RATE-COUNT > 0 OR W_FULL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       STOP RUN.

       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'DUES-LEDGER.cpy'.

       LOAD-SCHEDULE-SECTION SECTION.
           OPEN INPUT SCHEDULE-IN.
           IF W_SC-STATUS NOT = '00'
               GO TO LOAD-SCHEDULE-EXIT
           END-IF.
           PERFORM UNTIL B_SC-EOF = 'Y'
               READ SCHEDULE-IN
                   AT END MOVE 'Y' TO B_SC-EOF
                   NOT AT END
                       IF SC_SCHEDULE-LINE(1:1) NOT = '*'
                           AND SC_SCHEDULE-LINE NOT = SPACES
                           AND W_SC-COUNT < 50
                           MOVE SPACES TO W_SC-STATUS-TXT
                               W_SC-FROM-TXT W_SC-TO-TXT
                               W_SC-RATE-TXT
                           UNSTRING SC_SCHEDULE-LINE
                               DELIMITED BY ALL SPACE
                               INTO W_SC-STATUS-TXT, W_SC-FROM-TXT,
                                    W_SC-TO-TXT, W_SC-RATE-TXT
                           END-UNSTRING
                           ADD 1 TO W_SC-COUNT
                           MOVE W_SC-STATUS-TXT
                               TO W_SC-PERSON-STATUS(W_SC-COUNT)
                           MOVE FUNCTION NUMVAL(W_SC-FROM-TXT)
                               TO W_SC-AGE-FROM(W_SC-COUNT)
                           MOVE FUNCTION NUMVAL(W_SC-TO-TXT)
                               TO W_SC-AGE-TO(W_SC-COUNT)
                           MOVE FUNCTION NUMVAL(W_SC-RATE-TXT)
                               TO W_SC-RATE(W_SC-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHEDULE-IN.

       LOAD-SCHEDULE-EXIT.
           EXIT.

      * One Active person: find the band, find or open the
      * account, refuse a second dues line for the same year,
      * charge the line, write the account, audit it, and put the
      * invoice in the selection and the register.
       INVOICE-ONE-PERSON-SECTION SECTION.
           IF FI_PERSON-BIRTH-YEAR > W_BILL-YEAR
               MOVE 0 TO W_AGE
           ELSE
               COMPUTE W_AGE = W_BILL-YEAR - FI_PERSON-BIRTH-YEAR
           END-IF.
           MOVE 0 TO W_SC-FOUND.
           PERFORM VARYING W_SC-SUB FROM 1 BY 1
                   UNTIL W_SC-SUB > W_SC-COUNT OR W_SC-FOUND > 0
               IF W_SC-PERSON-STATUS(W_SC-SUB) = FI_PERSON-STATUS
                   AND W_AGE >= W_SC-AGE-FROM(W_SC-SUB)
                   AND W_AGE <= W_SC-AGE-TO(W_SC-SUB)
                   MOVE W_SC-SUB TO W_SC-FOUND
               END-IF
           END-PERFORM.
           IF W_SC-FOUND = 0
               ADD 1 TO W_NO-RATE-COUNT
               MOVE SPACES TO R_REGISTER-LINE
               STRING '** ' DELIMITED BY SIZE
                      FI_PERSON-ID DELIMITED BY SIZE
                      ' NO RATE IN dues_schedule.ctl FOR STATUS '
                          DELIMITED BY SIZE
                      FI_PERSON-STATUS DELIMITED BY SIZE
                      ' AGE ' DELIMITED BY SIZE
                      W_AGE DELIMITED BY SIZE
                   INTO R_REGISTER-LINE
               END-STRING
               WRITE R_REGISTER-LINE
               GO TO INVOICE-ONE-PERSON-EXIT
           END-IF.
           IF W_SC-RATE(W_SC-FOUND) = 0
               ADD 1 TO W_EXEMPT-COUNT
               GO TO INVOICE-ONE-PERSON-EXIT
           END-IF.

           MOVE FI_PERSON-ID TO DL_PERSON-ID.
           MOVE 'Y' TO W_ACCOUNT-FOUND-SW.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 'N' TO W_ACCOUNT-FOUND-SW
           END-READ.

           MOVE SPACES TO W_AUDIT-BEFORE.
           IF ACCOUNT-FOUND
               MOVE 'N' TO W_BILLED-SW
               PERFORM VARYING W_LINE-SUB FROM 1 BY 1
                       UNTIL W_LINE-SUB > DL_LINE-COUNT
                          OR ALREADY-BILLED
                   IF DL_DUES(W_LINE-SUB)
                       AND DL_YEAR(W_LINE-SUB) = W_BILL-YEAR
                       MOVE 'Y' TO W_BILLED-SW
                   END-IF
               END-PERFORM
               IF ALREADY-BILLED
                   ADD 1 TO W_ALREADY-COUNT
                   GO TO INVOICE-ONE-PERSON-EXIT
               END-IF
               MOVE DL_BALANCE TO W_BALANCE-EDIT
               STRING 'BALANCE ' DELIMITED BY SIZE
                      W_BALANCE-EDIT DELIMITED BY SIZE
                      ' LINES ' DELIMITED BY SIZE
                      DL_LINE-COUNT DELIMITED BY SIZE
                   INTO W_AUDIT-BEFORE
               END-STRING
           ELSE
               INITIALIZE DL_ACCOUNT
               MOVE FI_PERSON-ID TO DL_PERSON-ID
               MOVE W_TODAY TO DL_OPENED-ON
               MOVE 0 TO DL_BALANCE
               MOVE 0 TO DL_LINE-COUNT
           END-IF.

           MOVE SPACES TO W_INVOICE-REF.
           STRING 'DU' DELIMITED BY SIZE
                  W_BILL-YEAR DELIMITED BY SIZE
                  FI_PERSON-ID DELIMITED BY SIZE
               INTO W_INVOICE-REF
           END-STRING.
           MOVE W_INVOICE-REF TO W_DL-NEW-REF.
           MOVE 'D' TO W_DL-NEW-KIND.
           MOVE W_BILL-YEAR TO W_DL-NEW-YEAR.
           MOVE W_TODAY TO W_DL-NEW-ISSUED-ON.
           MOVE W_DUE-DATE TO W_DL-NEW-DUE-ON.
           MOVE W_SC-RATE(W_SC-FOUND) TO W_DL-NEW-AMOUNT.
           PERFORM ADD-LEDGER-LINE-SECTION.
           IF NOT LEDGER-LINE-ADDED
               ADD 1 TO W_FULL-COUNT
               MOVE SPACES TO R_REGISTER-LINE
               STRING '** ' DELIMITED BY SIZE
                      FI_PERSON-ID DELIMITED BY SIZE
                      ' LEDGER ACCOUNT FULL OF OPEN LINES - NOT '
                          DELIMITED BY SIZE
                      'BILLED' DELIMITED BY SIZE
                   INTO R_REGISTER-LINE
               END-STRING
               WRITE R_REGISTER-LINE
               GO TO INVOICE-ONE-PERSON-EXIT
           END-IF.

           IF ACCOUNT-FOUND
               REWRITE DL_ACCOUNT
                   INVALID KEY
                       DISPLAY '** could not rewrite dues account '
                           DL_PERSON-ID
                       GO TO INVOICE-ONE-PERSON-EXIT
               END-REWRITE
           ELSE
               WRITE DL_ACCOUNT
                   INVALID KEY
                       DISPLAY '** could not write dues account '
                           DL_PERSON-ID
                       GO TO INVOICE-ONE-PERSON-EXIT
               END-WRITE
           END-IF.

           MOVE W_DL-NEW-AMOUNT TO W_AMOUNT-EDIT.
           MOVE '66_DUES_INVOICE' TO W_AUDIT-PROGRAM.
           MOVE 'INVOICE' TO W_AUDIT-OPERATION.
           MOVE FI_PERSON-ID TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING W_INVOICE-REF DELIMITED BY SIZE
                  ' AMOUNT ' DELIMITED BY SIZE
                  W_AMOUNT-EDIT DELIMITED BY SIZE
                  ' DUE ' DELIMITED BY SIZE
                  W_DUE-DATE DELIMITED BY SIZE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.

           MOVE SPACES TO SL_ID-LINE.
           MOVE FI_PERSON-ID TO SL_ID-LINE(1:6).
           MOVE W_INVOICE-REF TO SL_ID-LINE(8:12).
           MOVE W_AMOUNT-EDIT TO SL_ID-LINE(21:10).
           MOVE W_DUE-DATE TO SL_ID-LINE(32:8).
           WRITE SL_ID-LINE.

           MOVE SPACES TO R_REGISTER-LINE.
           STRING W_INVOICE-REF DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FI_PERSON-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FI_PERSON-SURNAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_AMOUNT-EDIT DELIMITED BY SIZE
                  '  DUE ' DELIMITED BY SIZE
                  W_DUE-DATE DELIMITED BY SIZE
               INTO R_REGISTER-LINE
           END-STRING.
           WRITE R_REGISTER-LINE.

           ADD 1 TO W_INVOICED-COUNT.
           ADD W_DL-NEW-AMOUNT TO W_INVOICED-AMOUNT.

       INVOICE-ONE-PERSON-EXIT.
           EXIT.

      * Every dues line of the billing year on the ledger, counted
      * and summed - the figure the treasurer balances the year's
      * billing against, whatever number of runs it took.
       CONTROL-TOTAL-SECTION SECTION.
           MOVE 0 TO DL_PERSON-ID.
           MOVE 'N' TO B_EOF.
           START LEDGER-FILE KEY IS NOT LESS THAN DL_PERSON-ID
               INVALID KEY
                   MOVE 'Y' TO B_EOF
           END-START.
           PERFORM UNTIL B_EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM VARYING W_LINE-SUB FROM 1 BY 1
                               UNTIL W_LINE-SUB > DL_LINE-COUNT
                           IF DL_DUES(W_LINE-SUB)
                               AND DL_YEAR(W_LINE-SUB) = W_BILL-YEAR
                               ADD 1 TO W_CONTROL-COUNT
                               ADD DL_AMOUNT(W_LINE-SUB)
                                   TO W_CONTROL-AMOUNT
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.

           MOVE W_CONTROL-AMOUNT TO W_CONTROL-EDIT.
           MOVE SPACES TO R_REGISTER-LINE.
           WRITE R_REGISTER-LINE.
           MOVE SPACES TO R_REGISTER-LINE.
           STRING 'CONTROL TOTAL ' DELIMITED BY SIZE
                  W_BILL-YEAR DELIMITED BY SIZE
                  '  INVOICES ' DELIMITED BY SIZE
                  W_CONTROL-COUNT DELIMITED BY SIZE
                  '  AMOUNT ' DELIMITED BY SIZE
                  W_CONTROL-EDIT DELIMITED BY SIZE
               INTO R_REGISTER-LINE
           END-STRING.
           WRITE R_REGISTER-LINE.
