      * Execute files/66_dues_invoice.cbl first
      * Posts the bank's daily statement against the dues ledger -
      * payments used to be ticked off the invoice printout by
      * hand, which is where the errors came from. The bank sends
      * bank_statement.txt, one credit per D line:
      *     col 1      D
      *     col 2-9    value date YYYYMMDD
      *     col 10-25  the bank's own transaction reference
      *     col 26-36  amount, 9(9)V99 without a point
      *     col 37-66  payer name
      *     col 67-136 transfer title, as the member typed it
      * closed by one T line (count in 2-7, total 9(11)V99 in
      * 8-20). The details must add up to the trailer before a
      * single payment is posted - a statement that does not
      * balance to itself is refused whole (RC 16), nothing moved.
      * Each credit is matched by the invoice reference in its
      * title (DU<year><person ID> - see 66_DUES_INVOICE - or any
      * other ledger line's reference), failing that by a person ID
      * standing alone in the title. A payment of exactly what the
      * matched invoice still owes settles it; a payment quoting
      * only the person ID settles either the whole account or the
      * one open line it exactly covers. Everything else - no
      * match, no account, an invoice already paid, a partial
      * payment, an overpayment - goes to payment_suspense.dat with
      * the reason and the date it was first seen, and the whole
      * suspense file is re-presented at the top of every night's
      * run the way delta_suspense.dat is in 29_APPLY_DELTA, until
      * the item posts (the treasurer raised the missing invoice,
      * say) or ages past W_SUSPENSE-AGE-DAYS into a dated aged-out
      * file to be settled by hand.
      * Every posting is audited (operation PAYMENT). Before the run
      * reports success, tonight's statement total must equal what
      * was posted plus what was suspended from it; only then is
      * the statement set aside as a dated _done file. A statement
      * that does not come out even has still had its postings made,
      * so it is set aside all the same, under a dated _unbalanced
      * name, and the run fails (RC 16) - left in place, tomorrow's
      * run would post its credits a second time. The treasurer
      * reconciles it from the audit trail and the suspense file.
      * A run repeated over a statement already posted settles nothing
      * twice - the repeats meet paid invoices and land in
      * suspense, money parked, not lost.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 67_PAYMENT_POST.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT BANK-IN ASSIGN TO 'bank_statement.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_BANK-STATUS.

               SELECT LEDGER-FILE ASSIGN TO 'dues_ledger.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DL_PERSON-ID
                   FILE STATUS IS W_DL-STATUS.

      * Suspense carry-over - read whole at start, rebuilt fresh at
      * the end of every run from the items that still failed.
               SELECT SUSPENSE-FILE ASSIGN TO 'payment_suspense.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_SUSP-STATUS.

      * Scratch spill for suspense items past the recycle table -
      * carried over untouched, not lost (as in 29_APPLY_DELTA).
               SELECT SUSPENSE-OVERFLOW ASSIGN TO
                       'payment_suspense.ovf'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_OVFL-STATUS.

               SELECT AGED-OUT-FILE ASSIGN TO W_AGED-FILENAME
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

           FD BANK-IN.
           01 BK_BANK-REC.
              02 BK_TYPE PIC X(1).
              02 BK_VALUE-DATE PIC 9(8).
              02 BK_BANK-REF PIC X(16).
              02 BK_AMOUNT PIC 9(9)V99.
              02 BK_PAYER PIC X(30).
              02 BK_TITLE PIC X(70).
           01 BK_TRAILER-REC.
              02 FILLER PIC X(1).
              02 BK_TR-COUNT PIC 9(6).
              02 BK_TR-TOTAL PIC 9(11)V99.
              02 FILLER PIC X(116).

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

           FD SUSPENSE-FILE.
           01 SU_SUSPENSE-REC.
              02 SU_FIRST-SEEN PIC 9(8).
              02 SU_REASON PIC X(40).
              02 SU_PAYMENT PIC X(136).

           FD SUSPENSE-OVERFLOW.
           01 OV_OVERFLOW-REC PIC X(184).

           FD AGED-OUT-FILE.
           01 AG_AGED-REC PIC X(184).

           WORKING-STORAGE SECTION.
               01 B_BANK-EOF PIC X(1) VALUE 'N'.
               01 B_SUSP-EOF PIC X(1) VALUE 'N'.
               01 B_OVFL-EOF PIC X(1) VALUE 'N'.
               01 W_BANK-STATUS PIC X(2).
               01 W_DL-STATUS PIC X(2).
               01 W_SUSP-STATUS PIC X(2).
               01 W_OVFL-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_AGED-FILENAME PIC X(40) VALUE SPACES.
               01 W_FEED-PRESENT-SW PIC X(1) VALUE 'N'.
                   88 FEED-PRESENT VALUE 'Y'.

      * The statement's own balance - details added up against the
      * trailer before anything is posted.
               01 W_BANK-COUNT PIC 9(6) VALUE 0.
               01 W_BANK-TOTAL PIC 9(11)V99 VALUE 0.
               01 W_TRAILER-SEEN-SW PIC X(1) VALUE 'N'.
                   88 TRAILER-SEEN VALUE 'Y'.
               01 W_TR-COUNT PIC 9(6) VALUE 0.
               01 W_TR-TOTAL PIC 9(11)V99 VALUE 0.

      * The payment being posted, fresh or recycled.
               01 W_CURR-PAYMENT.
                  02 W_CP-TYPE PIC X(1).
                  02 W_CP-VALUE-DATE PIC 9(8).
                  02 W_CP-BANK-REF PIC X(16).
                  02 W_CP-AMOUNT PIC 9(9)V99.
                  02 W_CP-PAYER PIC X(30).
                  02 W_CP-TITLE PIC X(70).
               01 W_CURR-FIRST-SEEN PIC 9(8) VALUE 0.
               01 W_CURR-FRESH-SW PIC X(1) VALUE 'N'.
                   88 CURR-FRESH VALUE 'Y'.

      * What the title quoted - an invoice reference (R) or a
      * bare person ID (I).
               01 W_TITLE-UPPER PIC X(72) VALUE SPACES.
               01 W_SCAN PIC 9(2) VALUE 0.
               01 W_MATCH-BY PIC X(1) VALUE SPACE.
                   88 MATCHED-BY-REF VALUE 'R'.
                   88 MATCHED-BY-ID VALUE 'I'.
               01 W_MATCH-REF PIC X(12) VALUE SPACES.
               01 W_MATCH-ID PIC 9(6) VALUE 0.

               01 W_POST-OK-SW PIC X(1) VALUE 'Y'.
                   88 POST-OK VALUE 'Y'.
               01 W_SUSPEND-REASON PIC X(40) VALUE SPACES.
               01 W_LINE-SUB PIC 9(2) VALUE 0.
               01 W_LINE-FOUND PIC 9(2) VALUE 0.
               01 W_OUTSTANDING PIC 9(7)V99 VALUE 0.
               01 W_SETTLED-AMOUNT PIC 9(7)V99 VALUE 0.
               01 W_SETTLED-WHAT PIC X(12) VALUE SPACES.
               01 W_AMOUNT-EDIT PIC Z(8)9.99.
               01 W_BALANCE-EDIT PIC -(7)9.99.
               01 W_TOTAL-EDIT PIC Z(10)9.99.

      * Suspense recycle: yesterday's whole suspense file is read
      * into this table up front so the file itself can be rebuilt
      * fresh - the same read-it-all-first approach 29_APPLY_DELTA
      * takes.
               01 W_RECYCLE-TABLE.
                   02 W_RECYCLE-ENTRY PIC X(184) OCCURS 500 TIMES.
               01 W_RECYCLE-COUNT PIC 9(4) VALUE 0.
               01 W_RECYCLE-SUB PIC 9(4) VALUE 0.
               01 W_RECYCLE-OVERFLOW-SW PIC X(1) VALUE 'N'.
               01 W_CARRIED-COUNT PIC 9(4) VALUE 0.
               01 W_OVFL-FILENAME PIC X(20) VALUE
                   'payment_suspense.ovf'.
               01 W_RECYCLE-ITEM.
                   02 W_RI-FIRST-SEEN PIC 9(8).
                   02 W_RI-REASON PIC X(40).
                   02 W_RI-PAYMENT PIC X(136).

      * Suspense items older than this many days stop recycling and
      * go to the dated aged-out file instead.
               01 W_SUSPENSE-AGE-DAYS PIC 9(4) VALUE 30.
               01 W_TODAY-INTEGER PIC S9(9) VALUE 0.
               01 W_SEEN-INTEGER PIC S9(9) VALUE 0.
               01 W_DAYS-IN-SUSPENSE PIC S9(9) VALUE 0.

               01 W_FRESH-POSTED-COUNT PIC 9(6) VALUE 0.
               01 W_FRESH-POSTED-AMOUNT PIC 9(11)V99 VALUE 0.
               01 W_FRESH-SUSPENDED-COUNT PIC 9(6) VALUE 0.
               01 W_FRESH-SUSPENDED-AMOUNT PIC 9(11)V99 VALUE 0.
               01 W_RECYCLED-COUNT PIC 9(6) VALUE 0.
               01 W_RECYCLED-POSTED-COUNT PIC 9(6) VALUE 0.
               01 W_RESUSPENDED-COUNT PIC 9(6) VALUE 0.
               01 W_AGED-OUT-COUNT PIC 9(6) VALUE 0.
               01 W_CHECK-TOTAL PIC 9(11)V99 VALUE 0.

      * The posted statement is renamed to a dated _done name so
      * tomorrow's run never sees it again - _unbalanced when it
      * did not come out even.
               01 W_DONE-FILENAME PIC X(40) VALUE SPACES.
               01 W_SET-ASIDE-SUFFIX PIC X(12) VALUE '_done'.
               01 W_FEED-FILENAME PIC X(40)
                   VALUE 'bank_statement.txt'.
               01 W_RENAME-RC PIC 9(9) VALUE 0.

      * Shared audit trail (see AUDIT-TRAIL.cpy).
               COPY 'AUDIT-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           COMPUTE W_TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(W_TODAY).
           STRING 'payment_aged_out_' W_TODAY '.txt'
               DELIMITED BY SIZE
               INTO W_AGED-FILENAME.
           PERFORM START-JOB-TIMER-SECTION.

           PERFORM PRE-BALANCE-SECTION.
           IF FEED-PRESENT AND TRAILER-SEEN
               AND (W_TR-COUNT NOT = W_BANK-COUNT
                    OR W_TR-TOTAL NOT = W_BANK-TOTAL)
               MOVE W_BANK-TOTAL TO W_TOTAL-EDIT
               DISPLAY '** bank_statement.txt does not balance to '
                   'its trailer - details 'W_BANK-COUNT' / '
                   W_TOTAL-EDIT
               MOVE W_TR-TOTAL TO W_TOTAL-EDIT
               DISPLAY '**   trailer 'W_TR-COUNT' / 'W_TOTAL-EDIT
                   ' - nothing posted'
               MOVE '67_PAYMENT_POST' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FEED-PRESENT AND NOT TRAILER-SEEN
               DISPLAY '** no trailer on bank_statement.txt - '
                   'balancing against the detail total only'
           END-IF.

      * No ledger yet means no invoices yet - every payment will
      * suspend, which is still the right place for it.
           OPEN I-O LEDGER-FILE.
           IF W_DL-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF W_DL-STATUS NOT = '00'
               DISPLAY '** dues_ledger.dat open failed (status '
                   W_DL-STATUS') - nothing posted'
               MOVE '67_PAYMENT_POST' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-SUSPENSE-TABLE-SECTION.

      * The suspense file is rebuilt fresh every run - whatever
      * still fails tonight is written back below, whatever posts
      * or ages out is not.
           OPEN OUTPUT SUSPENSE-FILE.
           OPEN OUTPUT AGED-OUT-FILE.

      * Recycled suspense items first, oldest money first, then
      * tonight's statement.
           PERFORM VARYING W_RECYCLE-SUB FROM 1 BY 1
                   UNTIL W_RECYCLE-SUB > W_RECYCLE-COUNT
               MOVE W_RECYCLE-ENTRY(W_RECYCLE-SUB) TO W_RECYCLE-ITEM
               PERFORM RECYCLE-ONE-ITEM-SECTION
           END-PERFORM.

           IF FEED-PRESENT
               PERFORM POST-STATEMENT-SECTION
           END-IF.

           IF W_RECYCLE-OVERFLOW-SW = 'Y'
               PERFORM CARRY-OVERFLOW-SECTION
           END-IF.

           CLOSE SUSPENSE-FILE.
           CLOSE AGED-OUT-FILE.
           CLOSE LEDGER-FILE.

           MOVE W_BANK-TOTAL TO W_TOTAL-EDIT.
           DISPLAY 'Statement credits read   : 'W_BANK-COUNT
               '  total 'W_TOTAL-EDIT.
           MOVE W_FRESH-POSTED-AMOUNT TO W_TOTAL-EDIT.
           DISPLAY 'Posted to the ledger     : '
               W_FRESH-POSTED-COUNT'  total 'W_TOTAL-EDIT.
           MOVE W_FRESH-SUSPENDED-AMOUNT TO W_TOTAL-EDIT.
           DISPLAY 'Written to suspense      : '
               W_FRESH-SUSPENDED-COUNT'  total 'W_TOTAL-EDIT.
           DISPLAY 'Suspense items recycled  : 'W_RECYCLED-COUNT.
           DISPLAY '  posted this time       : '
               W_RECYCLED-POSTED-COUNT.
           DISPLAY '  suspended again        : 'W_RESUSPENDED-COUNT.
           DISPLAY 'Aged out of suspense     : 'W_AGED-OUT-COUNT.
           IF W_RECYCLE-OVERFLOW-SW = 'Y'
               DISPLAY 'Carried over (table full): 'W_CARRIED-COUNT
           END-IF.
           IF W_AGED-OUT-COUNT > 0
               DISPLAY '** aged-out payments listed in '
                   W_AGED-FILENAME' - settle by hand'
           END-IF.

      * Tonight's statement must be wholly accounted for - every
      * credit either posted or parked - before the run calls
      * itself complete and sets the statement aside.
           COMPUTE W_CHECK-TOTAL =
               W_FRESH-POSTED-AMOUNT + W_FRESH-SUSPENDED-AMOUNT.
           IF W_CHECK-TOTAL NOT = W_BANK-TOTAL
               MOVE W_CHECK-TOTAL TO W_TOTAL-EDIT
               DISPLAY '** OUT OF BALANCE - posted plus suspended '
                   W_TOTAL-EDIT' against the statement total'
               IF FEED-PRESENT
                   MOVE '_unbalanced' TO W_SET-ASIDE-SUFFIX
                   PERFORM CONSUME-FEED-SECTION
               END-IF
               MOVE '67_PAYMENT_POST' TO W_TRAILER-PROGRAM
               MOVE W_FRESH-POSTED-COUNT TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FEED-PRESENT
               DISPLAY 'In balance - statement total equals posted '
                   'plus suspended'
               PERFORM CONSUME-FEED-SECTION
           END-IF.

           MOVE '67_PAYMENT_POST' TO W_TRAILER-PROGRAM.
           MOVE W_FRESH-POSTED-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.

      * One pass over the statement adding up its credits and
      * picking up its trailer - a missing statement is a day the
      * bank sent nothing, and only the suspense recycle runs.
       PRE-BALANCE-SECTION SECTION.
           OPEN INPUT BANK-IN.
           IF W_BANK-STATUS NOT = '00'
               DISPLAY 'No bank_statement.txt on file - suspense '
                   'recycle only this run'
               GO TO PRE-BALANCE-EXIT
           END-IF.
           MOVE 'Y' TO W_FEED-PRESENT-SW.
           PERFORM UNTIL B_BANK-EOF = 'Y'
               READ BANK-IN
                   AT END MOVE 'Y' TO B_BANK-EOF
                   NOT AT END
                       EVALUATE BK_TYPE
                           WHEN 'D'
                               ADD 1 TO W_BANK-COUNT
                               ADD BK_AMOUNT TO W_BANK-TOTAL
                           WHEN 'T'
                               MOVE 'Y' TO W_TRAILER-SEEN-SW
                               MOVE BK_TR-COUNT TO W_TR-COUNT
                               MOVE BK_TR-TOTAL TO W_TR-TOTAL
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE BANK-IN.

       PRE-BALANCE-EXIT.
           EXIT.

       POST-STATEMENT-SECTION SECTION.
           MOVE 'N' TO B_BANK-EOF.
           OPEN INPUT BANK-IN.
           PERFORM UNTIL B_BANK-EOF = 'Y'
               READ BANK-IN
                   AT END MOVE 'Y' TO B_BANK-EOF
                   NOT AT END
                       IF BK_TYPE = 'D'
                           MOVE BK_BANK-REC TO W_CURR-PAYMENT
                           MOVE W_TODAY TO W_CURR-FIRST-SEEN
                           MOVE 'Y' TO W_CURR-FRESH-SW
                           PERFORM POST-ONE-PAYMENT-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BANK-IN.

      * Reads the prior run's whole suspense file into the recycle
      * table - a missing file (first run ever, or a clean night)
      * just means nothing to recycle.
       LOAD-SUSPENSE-TABLE-SECTION SECTION.
           OPEN INPUT SUSPENSE-FILE.
           IF W_SUSP-STATUS NOT = '00'
               GO TO LOAD-SUSPENSE-EXIT
           END-IF.

           PERFORM UNTIL B_SUSP-EOF = 'Y'
               READ SUSPENSE-FILE
                   AT END MOVE 'Y' TO B_SUSP-EOF
                   NOT AT END
                       IF W_RECYCLE-COUNT < 500
                           ADD 1 TO W_RECYCLE-COUNT
                           MOVE SU_SUSPENSE-REC TO
                               W_RECYCLE-ENTRY(W_RECYCLE-COUNT)
                       ELSE
                           IF W_RECYCLE-OVERFLOW-SW = 'N'
                               MOVE 'Y' TO W_RECYCLE-OVERFLOW-SW
                               OPEN OUTPUT SUSPENSE-OVERFLOW
                               DISPLAY '** more than 500 suspense '
                                   'items - the rest carry over '
                                   'untouched this run'
                           END-IF
                           WRITE OV_OVERFLOW-REC
                               FROM SU_SUSPENSE-REC
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
           IF W_RECYCLE-OVERFLOW-SW = 'Y'
               CLOSE SUSPENSE-OVERFLOW
           END-IF.

       LOAD-SUSPENSE-EXIT.
           EXIT.

      * Appends the spilled items to the tail of the rebuilt
      * suspense file, byte for byte - their first-seen dates and
      * reasons stand.
       CARRY-OVERFLOW-SECTION SECTION.
           OPEN INPUT SUSPENSE-OVERFLOW.
           IF W_OVFL-STATUS NOT = '00'
               DISPLAY '** suspense spill file unreadable - '
                   'overflow items LOST, status 'W_OVFL-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO CARRY-OVERFLOW-EXIT
           END-IF.
           PERFORM UNTIL B_OVFL-EOF = 'Y'
               READ SUSPENSE-OVERFLOW
                   AT END MOVE 'Y' TO B_OVFL-EOF
                   NOT AT END
                       ADD 1 TO W_CARRIED-COUNT
                       WRITE SU_SUSPENSE-REC
                           FROM OV_OVERFLOW-REC
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-OVERFLOW.
           CALL 'CBL_DELETE_FILE' USING W_OVFL-FILENAME.

       CARRY-OVERFLOW-EXIT.
           EXIT.

      * One recycled suspense item: aged past the recycle window it
      * goes to the aged-out file; otherwise it is re-presented to
      * the same posting logic as a fresh credit, keeping its
      * original first-seen date if it suspends again. Recycled
      * money is not part of tonight's statement balance.
       RECYCLE-ONE-ITEM-SECTION SECTION.
           ADD 1 TO W_RECYCLED-COUNT.
           COMPUTE W_SEEN-INTEGER =
               FUNCTION INTEGER-OF-DATE(W_RI-FIRST-SEEN).
           COMPUTE W_DAYS-IN-SUSPENSE =
               W_TODAY-INTEGER - W_SEEN-INTEGER.

           IF W_DAYS-IN-SUSPENSE > W_SUSPENSE-AGE-DAYS
               ADD 1 TO W_AGED-OUT-COUNT
               MOVE W_RECYCLE-ENTRY(W_RECYCLE-SUB) TO AG_AGED-REC
               WRITE AG_AGED-REC
               END-WRITE
               DISPLAY '** aged out after 'W_DAYS-IN-SUSPENSE
                   ' day(s): 'W_RI-PAYMENT(10:16)' ('W_RI-REASON')'
           ELSE
               MOVE W_RI-PAYMENT TO W_CURR-PAYMENT
               MOVE W_RI-FIRST-SEEN TO W_CURR-FIRST-SEEN
               MOVE 'N' TO W_CURR-FRESH-SW
               PERFORM POST-ONE-PAYMENT-SECTION
           END-IF.

      * One credit through matching and posting - any failure sets
      * the reason and the credit lands in suspense instead of
      * stopping the run or vanishing.
       POST-ONE-PAYMENT-SECTION SECTION.
           MOVE 'Y' TO W_POST-OK-SW.
           MOVE SPACES TO W_SUSPEND-REASON.

           PERFORM FIND-REFERENCE-SECTION.
           IF MATCHED-BY-REF OR MATCHED-BY-ID
               PERFORM APPLY-PAYMENT-SECTION
           ELSE
               MOVE 'N' TO W_POST-OK-SW
               MOVE 'no invoice ref or person ID in title'
                   TO W_SUSPEND-REASON
           END-IF.

           EVALUATE TRUE
               WHEN POST-OK AND CURR-FRESH
                   ADD 1 TO W_FRESH-POSTED-COUNT
                   ADD W_CP-AMOUNT TO W_FRESH-POSTED-AMOUNT
               WHEN POST-OK
                   ADD 1 TO W_RECYCLED-POSTED-COUNT
               WHEN OTHER
                   IF CURR-FRESH
                       ADD 1 TO W_FRESH-SUSPENDED-COUNT
                       ADD W_CP-AMOUNT TO W_FRESH-SUSPENDED-AMOUNT
                   ELSE
                       ADD 1 TO W_RESUSPENDED-COUNT
                   END-IF
                   MOVE W_CURR-FIRST-SEEN TO SU_FIRST-SEEN
                   MOVE W_SUSPEND-REASON TO SU_REASON
                   MOVE W_CURR-PAYMENT TO SU_PAYMENT
                   WRITE SU_SUSPENSE-REC
                   END-WRITE
                   DISPLAY '** suspended 'W_CP-BANK-REF' - '
                       W_SUSPEND-REASON
           END-EVALUATE.

      * The title as typed is free text - look first for a ledger
      * reference (two letters, four-digit year, six-digit person
      * ID run together), then for six digits standing on their
      * own as a person ID. The title is scanned with a space
      * either side of it, so the digit before and after a
      * candidate can always be looked at.
       FIND-REFERENCE-SECTION SECTION.
           MOVE SPACE TO W_MATCH-BY.
           MOVE SPACES TO W_MATCH-REF.
           MOVE 0 TO W_MATCH-ID.
           MOVE SPACES TO W_TITLE-UPPER.
           MOVE FUNCTION UPPER-CASE(W_CP-TITLE)
               TO W_TITLE-UPPER(2:70).

           PERFORM VARYING W_SCAN FROM 2 BY 1
                   UNTIL W_SCAN > 60 OR MATCHED-BY-REF
               IF (W_TITLE-UPPER(W_SCAN:2) = 'DU'
                   OR W_TITLE-UPPER(W_SCAN:2) = 'LF')
                   AND W_TITLE-UPPER(W_SCAN + 2:10) IS NUMERIC
                   MOVE W_TITLE-UPPER(W_SCAN:12) TO W_MATCH-REF
                   MOVE W_MATCH-REF(7:6) TO W_MATCH-ID
                   MOVE 'R' TO W_MATCH-BY
               END-IF
           END-PERFORM.
           IF MATCHED-BY-REF
               GO TO FIND-REFERENCE-EXIT
           END-IF.

           PERFORM VARYING W_SCAN FROM 2 BY 1
                   UNTIL W_SCAN > 66 OR MATCHED-BY-ID
               IF W_TITLE-UPPER(W_SCAN:6) IS NUMERIC
                   AND W_TITLE-UPPER(W_SCAN - 1:1) IS NOT NUMERIC
                   AND W_TITLE-UPPER(W_SCAN + 6:1) IS NOT NUMERIC
                   MOVE W_TITLE-UPPER(W_SCAN:6) TO W_MATCH-ID
                   MOVE 'I' TO W_MATCH-BY
               END-IF
           END-PERFORM.

       FIND-REFERENCE-EXIT.
           EXIT.

      * The matched account, the line (or lines) the money settles,
      * and the rules for what does not fit exactly.
       APPLY-PAYMENT-SECTION SECTION.
           MOVE W_MATCH-ID TO DL_PERSON-ID.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 'N' TO W_POST-OK-SW
                   MOVE 'no dues account for the person'
                       TO W_SUSPEND-REASON
                   GO TO APPLY-PAYMENT-EXIT
           END-READ.
           MOVE DL_BALANCE TO W_BALANCE-EDIT.
           MOVE SPACES TO W_AUDIT-BEFORE.
           STRING 'BALANCE ' DELIMITED BY SIZE
                  W_BALANCE-EDIT DELIMITED BY SIZE
               INTO W_AUDIT-BEFORE
           END-STRING.

           IF MATCHED-BY-REF
               PERFORM APPLY-BY-REF-SECTION
           ELSE
               PERFORM APPLY-BY-ID-SECTION
           END-IF.
           IF NOT POST-OK
               GO TO APPLY-PAYMENT-EXIT
           END-IF.
      * A cleared account starts the arrears cycle afresh.
           IF DL_BALANCE = 0
               MOVE 0 TO DL_DUNNING-STAGE
               MOVE 0 TO DL_INTEREST-TO
           END-IF.

           REWRITE DL_ACCOUNT
               INVALID KEY
                   MOVE 'N' TO W_POST-OK-SW
                   MOVE 'could not rewrite dues_ledger.dat'
                       TO W_SUSPEND-REASON
                   GO TO APPLY-PAYMENT-EXIT
           END-REWRITE.

           MOVE '67_PAYMENT_POST' TO W_AUDIT-PROGRAM.
           MOVE 'PAYMENT' TO W_AUDIT-OPERATION.
           MOVE DL_PERSON-ID TO W_AUDIT-KEY.
           MOVE W_CP-AMOUNT TO W_AMOUNT-EDIT.
           MOVE DL_BALANCE TO W_BALANCE-EDIT.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING 'PAID ' DELIMITED BY SIZE
                  W_SETTLED-WHAT DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  W_AMOUNT-EDIT DELIMITED BY SIZE
                  ' BANK ' DELIMITED BY SIZE
                  W_CP-BANK-REF DELIMITED BY SPACE
                  ' BALANCE ' DELIMITED BY SIZE
                  W_BALANCE-EDIT DELIMITED BY SIZE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.

       APPLY-PAYMENT-EXIT.
           EXIT.

      * The quoted invoice must be on the account, still open, and
      * paid to the grosz - a part payment or an overpayment is the
      * treasurer's call, not the program's.
       APPLY-BY-REF-SECTION SECTION.
           MOVE 0 TO W_LINE-FOUND.
           PERFORM VARYING W_LINE-SUB FROM 1 BY 1
                   UNTIL W_LINE-SUB > DL_LINE-COUNT
                      OR W_LINE-FOUND > 0
               IF DL_REF(W_LINE-SUB) = W_MATCH-REF
                   MOVE W_LINE-SUB TO W_LINE-FOUND
               END-IF
           END-PERFORM.
           IF W_LINE-FOUND = 0
               MOVE 'N' TO W_POST-OK-SW
               MOVE 'invoice ref not on the ledger'
                   TO W_SUSPEND-REASON
               GO TO APPLY-BY-REF-EXIT
           END-IF.
           IF DL_LINE-SETTLED(W_LINE-FOUND)
               MOVE 'N' TO W_POST-OK-SW
               MOVE 'invoice already paid' TO W_SUSPEND-REASON
               GO TO APPLY-BY-REF-EXIT
           END-IF.
           COMPUTE W_OUTSTANDING =
               DL_AMOUNT(W_LINE-FOUND) - DL_PAID(W_LINE-FOUND).
           EVALUATE TRUE
               WHEN W_CP-AMOUNT < W_OUTSTANDING
                   MOVE 'N' TO W_POST-OK-SW
                   MOVE 'partial payment' TO W_SUSPEND-REASON
               WHEN W_CP-AMOUNT > W_OUTSTANDING
                   MOVE 'N' TO W_POST-OK-SW
                   MOVE 'overpayment' TO W_SUSPEND-REASON
               WHEN OTHER
                   MOVE W_LINE-FOUND TO W_LINE-SUB
                   PERFORM SETTLE-LINE-SECTION
                   MOVE W_MATCH-REF TO W_SETTLED-WHAT
           END-EVALUATE.

       APPLY-BY-REF-EXIT.
           EXIT.

      * Only the person ID quoted - the money must clear the whole
      * account, or exactly one open line (the oldest such).
       APPLY-BY-ID-SECTION SECTION.
           IF DL_BALANCE NOT > 0
               MOVE 'N' TO W_POST-OK-SW
               MOVE 'nothing owed on the account'
                   TO W_SUSPEND-REASON
               GO TO APPLY-BY-ID-EXIT
           END-IF.
           IF W_CP-AMOUNT = DL_BALANCE
               PERFORM VARYING W_LINE-SUB FROM 1 BY 1
                       UNTIL W_LINE-SUB > DL_LINE-COUNT
                   IF DL_LINE-OPEN(W_LINE-SUB)
                       PERFORM SETTLE-LINE-SECTION
                   END-IF
               END-PERFORM
               MOVE 'ACCOUNT' TO W_SETTLED-WHAT
               GO TO APPLY-BY-ID-EXIT
           END-IF.

           MOVE 0 TO W_LINE-FOUND.
           PERFORM VARYING W_LINE-SUB FROM 1 BY 1
                   UNTIL W_LINE-SUB > DL_LINE-COUNT
                      OR W_LINE-FOUND > 0
               IF DL_LINE-OPEN(W_LINE-SUB)
                   AND DL_AMOUNT(W_LINE-SUB) - DL_PAID(W_LINE-SUB)
                       = W_CP-AMOUNT
                   MOVE W_LINE-SUB TO W_LINE-FOUND
               END-IF
           END-PERFORM.
           IF W_LINE-FOUND > 0
               MOVE W_LINE-FOUND TO W_LINE-SUB
               PERFORM SETTLE-LINE-SECTION
               MOVE DL_REF(W_LINE-FOUND) TO W_SETTLED-WHAT
               GO TO APPLY-BY-ID-EXIT
           END-IF.

           MOVE 'N' TO W_POST-OK-SW.
           IF W_CP-AMOUNT < DL_BALANCE
               MOVE 'partial payment' TO W_SUSPEND-REASON
           ELSE
               MOVE 'overpayment' TO W_SUSPEND-REASON
           END-IF.

       APPLY-BY-ID-EXIT.
           EXIT.

      * Line W_LINE-SUB paid up in full, and the account balance
      * brought down by what it still owed.
       SETTLE-LINE-SECTION SECTION.
           COMPUTE W_SETTLED-AMOUNT =
               DL_AMOUNT(W_LINE-SUB) - DL_PAID(W_LINE-SUB).
           MOVE DL_AMOUNT(W_LINE-SUB) TO DL_PAID(W_LINE-SUB).
           MOVE 'P' TO DL_STATE(W_LINE-SUB).
           SUBTRACT W_SETTLED-AMOUNT FROM DL_BALANCE.

      * The posted statement is set aside under a dated name so
      * the next run never posts it again.
       CONSUME-FEED-SECTION SECTION.
           MOVE SPACES TO W_DONE-FILENAME.
           STRING 'bank_statement_' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
                  W_SET-ASIDE-SUFFIX DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO W_DONE-FILENAME.
           CALL 'CBL_RENAME_FILE' USING W_FEED-FILENAME,
               W_DONE-FILENAME.
           MOVE RETURN-CODE TO W_RENAME-RC.
           MOVE 0 TO RETURN-CODE.
           IF W_RENAME-RC NOT = 0
               DISPLAY '** could not rename the posted statement to '
                   W_DONE-FILENAME' - move it aside BY HAND before '
                   'the next run'
           ELSE
               DISPLAY 'Posted statement set aside as '
                   W_DONE-FILENAME
           END-IF.
