      * Execute files/107_confirm_campaign.cbl first
      * How the data-accuracy confirmation campaign is going, branch
      * by branch, off confirmation.dat (see CONFIRMATION-RECORD.cpy)
      * for one campaign year - the current year unless given. For
      * each branch set that sent statements: how many went out, how
      * many were reminded, how many came back confirmed and how
      * many corrected, how many of the replies came only after the
      * reminder, how many are still awaited, and the response rate
      * (replies over statements sent). A correction is followed
      * onto the approval queue (see APPROVAL-RECORD.cpy) and
      * counted as still with the checker, applied, or rejected, so
      * a branch can see what became of its members' corrections.
      * The report goes to confirm_report_<year>.txt.
      * Run as: 109_confirm_report [yyyy]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 109_CONFIRM_REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
      * The campaign - see CONFIRMATION-RECORD.cpy.
               SELECT CONFIRMATION-FILE ASSIGN TO 'confirmation.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS CF_PERSON-ID
                   FILE STATUS IS W_CF-STATUS.

      * Maker-checker queue - see APPROVAL-RECORD.cpy.
               SELECT APPROVAL-QUEUE ASSIGN TO
                       'pending_approvals.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS AP_APPROVAL-ID
                   FILE STATUS IS W_AP-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.

               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'REPORT-PAGE-FILES.cpy'.

           FD CONFIRMATION-FILE.
           COPY 'CONFIRMATION-RECORD.cpy'
               REPLACING PREFIX-ID BY CF_PERSON-ID
                         PREFIX-BRANCH BY CF_BRANCH
                         PREFIX-YEAR BY CF_YEAR
                         PREFIX-REF BY CF_REF
                         PREFIX-SENT-ON BY CF_SENT-ON
                         PREFIX-REMINDED-ON BY CF_REMINDED-ON
                         PREFIX-STATE BY CF_STATE
                         PREFIX-AWAITING BY CF_AWAITING
                         PREFIX-CONFIRMED BY CF_CONFIRMED
                         PREFIX-CORRECTED BY CF_CORRECTED
                         PREFIX-REPLIED-ON BY CF_REPLIED-ON
                         PREFIX-APPROVAL-ID BY CF_APPROVAL-ID
                         PREFIX-LAST-CONFIRMED BY CF_LAST-CONFIRMED
                         PREFIX BY CF_CONFIRMATION.

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

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_CF-STATUS PIC X(2).
               01 W_AP-STATUS PIC X(2).
               01 W_QUEUE-OPEN-SW PIC X(1) VALUE 'N'.
                   88 QUEUE-OPEN VALUE 'Y'.
               01 W_ARG-1 PIC X(10) VALUE SPACES.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_CAMPAIGN-YEAR PIC 9(4) VALUE 0.

      * One row per branch set, in the order first met; row 31 is
      * the all-branches total. Thirty branch sets is more than the
      * shop has ever run.
               01 W_BRANCH-TABLE.
                   02 W_BR-ROW OCCURS 31 TIMES.
                       03 W_BR-CODE PIC X(3).
                       03 W_BR-SENT PIC 9(7).
                       03 W_BR-REMINDED PIC 9(7).
                       03 W_BR-CONFIRMED PIC 9(7).
                       03 W_BR-CORRECTED PIC 9(7).
                       03 W_BR-AFTER-REMINDER PIC 9(7).
                       03 W_BR-AWAITING PIC 9(7).
                       03 W_BR-WITH-CHECKER PIC 9(7).
                       03 W_BR-APPLIED PIC 9(7).
                       03 W_BR-REFUSED PIC 9(7).
               01 W_BR-COUNT PIC 9(2) VALUE 0.
               01 W_BR-SUB PIC 9(2) VALUE 0.
               01 W_BR-FOUND PIC 9(2) VALUE 0.
               01 W_BR-TOTAL PIC 9(2) VALUE 31.
               01 W_BR-FULL-COUNT PIC 9(6) VALUE 0.

               01 W_RATE PIC 9(3)V9 VALUE 0.
               01 W_RATE-EDIT PIC ZZ9.9.
               01 W_SENT-EDIT PIC Z(6)9.
               01 W_REMINDED-EDIT PIC Z(6)9.
               01 W_CONFIRMED-EDIT PIC Z(6)9.
               01 W_CORRECTED-EDIT PIC Z(6)9.
               01 W_AFTER-EDIT PIC Z(6)9.
               01 W_AWAITING-EDIT PIC Z(6)9.
               01 W_CHECKER-EDIT PIC Z(6)9.
               01 W_APPLIED-EDIT PIC Z(6)9.
               01 W_REFUSED-EDIT PIC Z(6)9.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_ARG-1 FROM COMMAND-LINE.
           IF W_ARG-1(1:4) IS NUMERIC
               MOVE W_ARG-1(1:4) TO W_CAMPAIGN-YEAR
           ELSE
               MOVE W_TODAY(1:4) TO W_CAMPAIGN-YEAR
           END-IF.
           PERFORM START-JOB-TIMER-SECTION.

           OPEN INPUT CONFIRMATION-FILE.
           IF W_CF-STATUS NOT = '00'
               DISPLAY '** no confirmation.dat on file - no campaign '
                   'has been sent yet'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT APPROVAL-QUEUE.
           IF W_AP-STATUS = '00'
               MOVE 'Y' TO W_QUEUE-OPEN-SW
           END-IF.

           INITIALIZE W_BRANCH-TABLE.
           PERFORM UNTIL B_EOF = 'Y'
               READ CONFIRMATION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF CF_YEAR = W_CAMPAIGN-YEAR
                           PERFORM TALLY-ONE-PERSON-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONFIRMATION-FILE.
           IF QUEUE-OPEN
               CLOSE APPROVAL-QUEUE
           END-IF.

           MOVE 'DATA CONFIRMATION CAMPAIGN - RESPONSE BY BRANCH'
               TO W_RP-TITLE.
           MOVE '109_CONFIRM_REPORT' TO W_RP-PROGRAM.
           MOVE 'ALL' TO W_RP-BRANCH.
           STRING 'confirm_report_' W_CAMPAIGN-YEAR '.txt'
               DELIMITED BY SIZE INTO W_RP-PRINT-FILENAME
           END-STRING.
           PERFORM REPORT-OPEN-SECTION.
           PERFORM PRINT-REPORT-SECTION.
           MOVE W_BR-SENT(W_BR-TOTAL) TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           IF W_BR-FULL-COUNT > 0
               DISPLAY '** 'W_BR-FULL-COUNT' person(s) from branch '
                   'sets past the first 30 counted in the total only'
           END-IF.

           MOVE '109_CONFIRM_REPORT' TO W_TRAILER-PROGRAM.
           MOVE W_BR-SENT(W_BR-TOTAL) TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * One person's campaign record into their branch's row and the
      * total row.
       TALLY-ONE-PERSON-SECTION SECTION.
           MOVE 0 TO W_BR-FOUND.
           PERFORM VARYING W_BR-SUB FROM 1 BY 1
                   UNTIL W_BR-SUB > W_BR-COUNT OR W_BR-FOUND > 0
               IF W_BR-CODE(W_BR-SUB) = CF_BRANCH
                   MOVE W_BR-SUB TO W_BR-FOUND
               END-IF
           END-PERFORM.
           IF W_BR-FOUND = 0
               IF W_BR-COUNT < W_BR-TOTAL - 1
                   ADD 1 TO W_BR-COUNT
                   MOVE W_BR-COUNT TO W_BR-FOUND
                   MOVE CF_BRANCH TO W_BR-CODE(W_BR-FOUND)
               ELSE
                   ADD 1 TO W_BR-FULL-COUNT
               END-IF
           END-IF.

           IF W_BR-FOUND > 0
               MOVE W_BR-FOUND TO W_BR-SUB
               PERFORM ADD-TO-ROW-SECTION
           END-IF.
           MOVE W_BR-TOTAL TO W_BR-SUB.
           PERFORM ADD-TO-ROW-SECTION.

       ADD-TO-ROW-SECTION SECTION.
           ADD 1 TO W_BR-SENT(W_BR-SUB).
           IF CF_REMINDED-ON > 0
               ADD 1 TO W_BR-REMINDED(W_BR-SUB)
           END-IF.
           IF CF_REMINDED-ON > 0 AND NOT CF_AWAITING
               AND CF_REPLIED-ON >= CF_REMINDED-ON
               ADD 1 TO W_BR-AFTER-REMINDER(W_BR-SUB)
           END-IF.
           EVALUATE TRUE
               WHEN CF_CONFIRMED
                   ADD 1 TO W_BR-CONFIRMED(W_BR-SUB)
               WHEN CF_CORRECTED
                   ADD 1 TO W_BR-CORRECTED(W_BR-SUB)
                   PERFORM FOLLOW-CORRECTION-SECTION
               WHEN OTHER
                   ADD 1 TO W_BR-AWAITING(W_BR-SUB)
           END-EVALUATE.

      * What the checker made of the correction - an item no longer
      * on the queue is counted as still with the checker rather
      * than guessed at.
       FOLLOW-CORRECTION-SECTION SECTION.
           IF NOT QUEUE-OPEN
               ADD 1 TO W_BR-WITH-CHECKER(W_BR-SUB)
               GO TO FOLLOW-CORRECTION-EXIT
           END-IF.
           MOVE CF_APPROVAL-ID TO AP_APPROVAL-ID.
           READ APPROVAL-QUEUE
               INVALID KEY
                   ADD 1 TO W_BR-WITH-CHECKER(W_BR-SUB)
                   GO TO FOLLOW-CORRECTION-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN AP_APPROVED
                   ADD 1 TO W_BR-APPLIED(W_BR-SUB)
               WHEN AP_REJECTED
                   ADD 1 TO W_BR-REFUSED(W_BR-SUB)
               WHEN OTHER
                   ADD 1 TO W_BR-WITH-CHECKER(W_BR-SUB)
           END-EVALUATE.

       FOLLOW-CORRECTION-EXIT.
           EXIT.

       PRINT-REPORT-SECTION SECTION.
           MOVE SPACES TO W_RP-LINE.
           STRING 'CAMPAIGN YEAR ' W_CAMPAIGN-YEAR
               DELIMITED BY SIZE INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           PERFORM REPORT-LINE-SECTION.
           STRING 'BRANCH     SENT REMINDED CONFIRMED CORRECTED'
                  ' AFTER REMINDER AWAITING  RATE %'
                  '   CORRECTIONS: WITH CHECKER  APPLIED  REJECTED'
               DELIMITED BY SIZE INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           IF W_BR-COUNT = 0
               MOVE 'No statements were sent in this campaign year.'
                   TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
               GO TO PRINT-REPORT-EXIT
           END-IF.
           PERFORM VARYING W_BR-SUB FROM 1 BY 1
                   UNTIL W_BR-SUB > W_BR-COUNT
               PERFORM PRINT-ONE-ROW-SECTION
           END-PERFORM.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'ALL' TO W_BR-CODE(W_BR-TOTAL).
           MOVE W_BR-TOTAL TO W_BR-SUB.
           PERFORM PRINT-ONE-ROW-SECTION.

       PRINT-REPORT-EXIT.
           EXIT.

      * Response rate = replies (confirmed + corrected) over
      * statements sent, to one decimal place.
       PRINT-ONE-ROW-SECTION SECTION.
           MOVE 0 TO W_RATE.
           IF W_BR-SENT(W_BR-SUB) > 0
               COMPUTE W_RATE ROUNDED =
                   (W_BR-CONFIRMED(W_BR-SUB)
                    + W_BR-CORRECTED(W_BR-SUB)) * 100
                   / W_BR-SENT(W_BR-SUB)
           END-IF.
           MOVE W_RATE TO W_RATE-EDIT.
           MOVE W_BR-SENT(W_BR-SUB) TO W_SENT-EDIT.
           MOVE W_BR-REMINDED(W_BR-SUB) TO W_REMINDED-EDIT.
           MOVE W_BR-CONFIRMED(W_BR-SUB) TO W_CONFIRMED-EDIT.
           MOVE W_BR-CORRECTED(W_BR-SUB) TO W_CORRECTED-EDIT.
           MOVE W_BR-AFTER-REMINDER(W_BR-SUB) TO W_AFTER-EDIT.
           MOVE W_BR-AWAITING(W_BR-SUB) TO W_AWAITING-EDIT.
           MOVE W_BR-WITH-CHECKER(W_BR-SUB) TO W_CHECKER-EDIT.
           MOVE W_BR-APPLIED(W_BR-SUB) TO W_APPLIED-EDIT.
           MOVE W_BR-REFUSED(W_BR-SUB) TO W_REFUSED-EDIT.
           MOVE SPACES TO W_RP-LINE.
           STRING W_BR-CODE(W_BR-SUB) '     ' W_SENT-EDIT '  '
                  W_REMINDED-EDIT '   ' W_CONFIRMED-EDIT '   '
                  W_CORRECTED-EDIT '        ' W_AFTER-EDIT '  '
                  W_AWAITING-EDIT '   ' W_RATE-EDIT
                  '                     ' W_CHECKER-EDIT '  '
                  W_APPLIED-EDIT '   ' W_REFUSED-EDIT
               DELIMITED BY SIZE INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
