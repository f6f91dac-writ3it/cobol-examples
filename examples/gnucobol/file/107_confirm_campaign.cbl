      * Execute files/02_write.cbl first
      * The yearly data-accuracy confirmation campaign. RODO asks us
      * to keep personal data accurate, and until now nobody was
      * ever asked whether what we hold on them is right. Two steps,
      * each run against the branch set the profile points at (see
      * BRANCH-PROFILE.cpy - HQ for the head-office set), so every
      * branch runs its own campaign:
      *   SEND [yyyy] - every Active person the consent gate lets us
      *       write to (MAILING, see CONSENT-GATE.cpy) is sent a
      *       statement of their details, rendered by
      *       "58_letter_engine CONFIRM" against
      *       confirm_template.txt (the &BIRTH, &PHONE and address
      *       tokens are the statement, &REF the reply reference to
      *       quote). Each is entered on confirmation.dat (see
      *       CONFIRMATION-RECORD.cpy) as awaiting a reply under
      *       reference CF<year><person ID>. The campaign year is the
      *       current year unless given. A person already written to
      *       in this year's campaign is never written to again; one
      *       written to earlier today is put back in the selection,
      *       so a same-day rerun renders the whole day's letters
      *       rather than only the last few.
      *   REMIND [days] - every person still awaiting a reply
      *       W_REMIND-DAYS business days (default 15, counted by
      *       10_BUSINESS_DAYS) after their statement went out, and
      *       not reminded yet, gets the one reminder, rendered by
      *       "58_letter_engine CONFREMIND" against
      *       confremind_template.txt with the same reference. A
      *       person no longer Active, or who has withdrawn consent
      *       since, is not reminded. Run nightly through the
      *       campaign; the same-day rerun rule is as for SEND.
      * Replies are taken in by 108_CONFIRM_REPLIES and the response
      * rate reported by 109_CONFIRM_REPORT.
      * Run as: 107_confirm_campaign SEND [yyyy]
      *         107_confirm_campaign REMIND [business-days]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 107_CONFIRM_CAMPAIGN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PERSON-IN ASSIGN TO W_BRANCH-PERSON-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

      * The campaign itself - see CONFIRMATION-RECORD.cpy.
               SELECT CONFIRMATION-FILE ASSIGN TO 'confirmation.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CF_PERSON-ID
                   FILE STATUS IS W_CF-STATUS.

      * The consent gate - see CONSENT-RECORD.cpy.
               SELECT CONSENT-FILE ASSIGN TO 'consent.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CN_KEY
                   FILE STATUS IS W_CN-STATUS.

               SELECT SELECTION-OUT ASSIGN TO W_SELECTION-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

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

           FD SELECTION-OUT.
           01 SL_ID-LINE PIC X(60).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_PI-STATUS PIC X(2).
               01 W_CF-STATUS PIC X(2).
               01 W_CN-STATUS PIC X(2).
               01 W_CONSENT-USABLE-SW PIC X(1) VALUE 'N'.
                   88 CONSENT-USABLE VALUE 'Y'.
               01 W_ARG-LINE PIC X(80) VALUE SPACES.
               01 W_MODE PIC X(10) VALUE SPACES.
                   88 MODE-SEND VALUE 'SEND'.
                   88 MODE-REMIND VALUE 'REMIND'.
               01 W_ARG-2 PIC X(10) VALUE SPACES.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_RUN-BRANCH PIC X(3) VALUE SPACES.
               01 W_CAMPAIGN-YEAR PIC 9(4) VALUE 0.
               01 W_REMIND-DAYS PIC 9(3) VALUE 15.
               01 W_SELECTION-FILENAME PIC X(40) VALUE SPACES.
               01 W_LETTER-COMMAND PIC X(40) VALUE SPACES.
               01 W_REPLY-REF PIC X(12) VALUE SPACES.

      * Business days since the statement (see 10_BUSINESS_DAYS.cbl).
               01 W_BD-REQUEST PIC X(8) VALUE 'DIFFBUS'.
               01 W_BD-DATE-1 PIC 9(8) VALUE 0.
               01 W_BD-DATE-2 PIC 9(8) VALUE 0.
               01 W_BD-DAYS PIC S9(5) VALUE 0.
               01 W_BD-STATUS PIC X(1) VALUE '0'.
                   88 BD-OK VALUE '0'.

               01 W_SELECTED-COUNT PIC 9(6) VALUE 0.
               01 W_RESENT-COUNT PIC 9(6) VALUE 0.
               01 W_ALREADY-COUNT PIC 9(6) VALUE 0.
               01 W_NON-ACTIVE-COUNT PIC 9(6) VALUE 0.
               01 W_SUPPRESSED-COUNT PIC 9(6) VALUE 0.
               01 W_NOT-DUE-COUNT PIC 9(6) VALUE 0.
               01 W_GONE-COUNT PIC 9(6) VALUE 0.
               01 W_ERROR-COUNT PIC 9(6) VALUE 0.

      * Consent gate and its under-18 test (see CONSENT-GATE.cpy).
               COPY 'CONSENT-GATE-FIELDS.cpy'.
               COPY 'MINOR-CHECK-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Branch file profile (see BRANCH-PROFILE.cpy) - which set of
      * data files this run points at.
               COPY 'BRANCH-FILES.cpy'.

       PROCEDURE DIVISION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
               INTO W_MODE, W_ARG-2
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(W_MODE) TO W_MODE.
           IF NOT MODE-SEND AND NOT MODE-REMIND
               DISPLAY 'Usage: 107_confirm_campaign SEND [yyyy]'
               DISPLAY '       107_confirm_campaign REMIND '
                   '[business-days]'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE W_TODAY(1:4) TO W_CAMPAIGN-YEAR.
           IF MODE-SEND AND W_ARG-2 NOT = SPACES
               IF W_ARG-2(1:4) IS NOT NUMERIC
                   OR W_ARG-2(5:6) NOT = SPACES
                   DISPLAY '** campaign year 'W_ARG-2' is not YYYY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE W_ARG-2(1:4) TO W_CAMPAIGN-YEAR
           END-IF.
           IF MODE-REMIND AND W_ARG-2 NOT = SPACES
               IF FUNCTION TRIM(W_ARG-2) IS NOT NUMERIC
                   DISPLAY '** reminder days 'W_ARG-2' is not a number'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE W_REMIND-DAYS = FUNCTION NUMVAL(W_ARG-2)
           END-IF.

           PERFORM BRANCH-PROFILE-SECTION.
           IF W_BRANCH-CODE = SPACES
               MOVE 'HQ' TO W_RUN-BRANCH
           ELSE
               MOVE W_BRANCH-CODE TO W_RUN-BRANCH
           END-IF.
           IF MODE-SEND
               MOVE 'confirm_ids.txt' TO W_SELECTION-FILENAME
               MOVE '58_letter_engine CONFIRM' TO W_LETTER-COMMAND
           ELSE
               MOVE 'confremind_ids.txt' TO W_SELECTION-FILENAME
               MOVE '58_letter_engine CONFREMIND' TO W_LETTER-COMMAND
           END-IF.

           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               DISPLAY '** 'FUNCTION TRIM(W_BRANCH-PERSON-FILE)
                   ' open failed (status 'W_PI-STATUS')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * First campaign ever has no confirmation.dat yet - the usual
      * status-35 create-and-reopen.
           OPEN I-O CONFIRMATION-FILE.
           IF W_CF-STATUS = '35'
               OPEN OUTPUT CONFIRMATION-FILE
               CLOSE CONFIRMATION-FILE
               OPEN I-O CONFIRMATION-FILE
           END-IF.
           IF W_CF-STATUS NOT = '00'
               DISPLAY '** confirmation.dat open failed (status '
                   W_CF-STATUS')'
               CLOSE PERSON-IN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM START-JOB-TIMER-SECTION.

      * No consent.dat just means nobody has recorded anything yet.
           MOVE W_TODAY TO W_MN-TODAY.
           OPEN INPUT CONSENT-FILE.
           IF W_CN-STATUS = '00'
               MOVE 'Y' TO W_CONSENT-USABLE-SW
           END-IF.

           OPEN OUTPUT SELECTION-OUT.
           IF MODE-SEND
               PERFORM SEND-CAMPAIGN-SECTION
           ELSE
               PERFORM SEND-REMINDERS-SECTION
           END-IF.
           CLOSE SELECTION-OUT.

           CLOSE PERSON-IN.
           CLOSE CONFIRMATION-FILE.
           IF CONSENT-USABLE
               CLOSE CONSENT-FILE
           END-IF.

           IF MODE-SEND
               DISPLAY 'Campaign 'W_CAMPAIGN-YEAR', branch '
                   W_RUN-BRANCH
               DISPLAY 'Statements sent             : '
                   W_SELECTED-COUNT
               DISPLAY '  of which re-rendered today: 'W_RESENT-COUNT
               DISPLAY 'Already written to this year: '
                   W_ALREADY-COUNT
               DISPLAY 'Not Active                  : '
                   W_NON-ACTIVE-COUNT
           ELSE
               DISPLAY 'Reminders after 'W_REMIND-DAYS
                   ' business days, branch 'W_RUN-BRANCH
               DISPLAY 'Reminders sent              : '
                   W_SELECTED-COUNT
               DISPLAY '  of which re-rendered today: 'W_RESENT-COUNT
               DISPLAY 'Awaiting, not yet due       : 'W_NOT-DUE-COUNT
               DISPLAY 'No longer Active / on file  : 'W_GONE-COUNT
           END-IF.
           DISPLAY 'Consent withheld (suppressed): '
               W_SUPPRESSED-COUNT.
           DISPLAY '  minors without guardian consent: '
               W_CG-MINOR-COUNT.
           DISPLAY '  under a RODO restriction: '
               W_CG-RESTRICTED-COUNT.

      * Render the letters - a run that selected nobody leaves the
      * last print file alone.
           IF W_SELECTED-COUNT > 0
               CALL 'SYSTEM' USING W_LETTER-COMMAND
               IF RETURN-CODE NOT = 0
                   DISPLAY '** 'FUNCTION TRIM(W_LETTER-COMMAND)
                       ' ended with return code 'RETURN-CODE
                       ' - the campaign is recorded, rerun it by hand'
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE '107_CONFIRM_CAMPAIGN' TO W_TRAILER-PROGRAM.
           MOVE W_SELECTED-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.
           IF W_ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'CONSENT-GATE.cpy'.
       COPY 'MINOR-CHECK.cpy'.
       COPY 'BRANCH-PROFILE.cpy'.

      * Every Active person on the branch set, in ID order.
       SEND-CAMPAIGN-SECTION SECTION.
           MOVE 0 TO FI_PERSON-ID.
           START PERSON-IN KEY IS NOT LESS THAN FI_PERSON-ID
               INVALID KEY
                   GO TO SEND-CAMPAIGN-EXIT
           END-START.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PERSON-IN NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF FI_PERSON-ACTIVE
                           PERFORM SEND-ONE-STATEMENT-SECTION
                       ELSE
                           ADD 1 TO W_NON-ACTIVE-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       SEND-CAMPAIGN-EXIT.
           EXIT.

      * One person into this year's campaign - a new record, or last
      * year's overwritten with the last-confirmed date kept.
       SEND-ONE-STATEMENT-SECTION SECTION.
           PERFORM CHECK-PERSON-CONSENT-SECTION.
           IF CONSENT-SUPPRESSED
               ADD 1 TO W_SUPPRESSED-COUNT
               GO TO SEND-ONE-STATEMENT-EXIT
           END-IF.

           MOVE SPACES TO W_REPLY-REF.
           STRING 'CF' W_CAMPAIGN-YEAR FI_PERSON-ID
               DELIMITED BY SIZE INTO W_REPLY-REF
           END-STRING.

           MOVE FI_PERSON-ID TO CF_PERSON-ID.
           READ CONFIRMATION-FILE
               INVALID KEY
                   MOVE FI_PERSON-ID TO CF_PERSON-ID
                   MOVE 0 TO CF_LAST-CONFIRMED
                   PERFORM FILL-CAMPAIGN-SECTION
                   WRITE CF_CONFIRMATION
                       INVALID KEY
                           DISPLAY '** confirmation for '
                               FI_PERSON-ID' not written (status '
                               W_CF-STATUS')'
                           ADD 1 TO W_ERROR-COUNT
                           GO TO SEND-ONE-STATEMENT-EXIT
                   END-WRITE
                   PERFORM WRITE-SELECTION-SECTION
                   GO TO SEND-ONE-STATEMENT-EXIT
           END-READ.

           IF CF_YEAR = W_CAMPAIGN-YEAR
               IF CF_SENT-ON = W_TODAY AND CF_AWAITING
                   ADD 1 TO W_RESENT-COUNT
                   PERFORM WRITE-SELECTION-SECTION
               ELSE
                   ADD 1 TO W_ALREADY-COUNT
               END-IF
               GO TO SEND-ONE-STATEMENT-EXIT
           END-IF.

           PERFORM FILL-CAMPAIGN-SECTION.
           REWRITE CF_CONFIRMATION
               INVALID KEY
                   DISPLAY '** confirmation for 'FI_PERSON-ID
                       ' not rewritten (status 'W_CF-STATUS')'
                   ADD 1 TO W_ERROR-COUNT
                   GO TO SEND-ONE-STATEMENT-EXIT
           END-REWRITE.
           PERFORM WRITE-SELECTION-SECTION.

       SEND-ONE-STATEMENT-EXIT.
           EXIT.

       FILL-CAMPAIGN-SECTION SECTION.
           MOVE W_RUN-BRANCH TO CF_BRANCH.
           MOVE W_CAMPAIGN-YEAR TO CF_YEAR.
           MOVE W_REPLY-REF TO CF_REF.
           MOVE W_TODAY TO CF_SENT-ON.
           MOVE 0 TO CF_REMINDED-ON.
           MOVE 'S' TO CF_STATE.
           MOVE 0 TO CF_REPLIED-ON.
           MOVE 0 TO CF_APPROVAL-ID.

      * The selection line 58_LETTER_ENGINE reads: the person ID,
      * and the reply reference in columns 8-19 for &REF.
       WRITE-SELECTION-SECTION SECTION.
           MOVE SPACES TO SL_ID-LINE.
           MOVE CF_PERSON-ID TO SL_ID-LINE(1:6).
           MOVE CF_REF TO SL_ID-LINE(8:12).
           WRITE SL_ID-LINE.
           ADD 1 TO W_SELECTED-COUNT.

      * Everyone this branch wrote to who is still awaiting a reply
      * and has not been reminded - or was reminded earlier today.
       SEND-REMINDERS-SECTION SECTION.
           MOVE 0 TO CF_PERSON-ID.
           START CONFIRMATION-FILE KEY IS NOT LESS THAN CF_PERSON-ID
               INVALID KEY
                   GO TO SEND-REMINDERS-EXIT
           END-START.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ CONFIRMATION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF CF_BRANCH = W_RUN-BRANCH AND CF_AWAITING
                           PERFORM REMIND-ONE-PERSON-SECTION
                       END-IF
               END-READ
           END-PERFORM.

       SEND-REMINDERS-EXIT.
           EXIT.

       REMIND-ONE-PERSON-SECTION SECTION.
           IF CF_REMINDED-ON = W_TODAY
               ADD 1 TO W_RESENT-COUNT
               PERFORM WRITE-SELECTION-SECTION
               GO TO REMIND-ONE-PERSON-EXIT
           END-IF.
           IF CF_REMINDED-ON NOT = 0
               GO TO REMIND-ONE-PERSON-EXIT
           END-IF.

           MOVE CF_SENT-ON TO W_BD-DATE-1.
           MOVE W_TODAY TO W_BD-DATE-2.
           CALL '10_BUSINESS_DAYS' USING W_BD-REQUEST,
               W_BD-DATE-1, W_BD-DATE-2, W_BD-DAYS, W_BD-STATUS.
           IF NOT BD-OK OR W_BD-DAYS < W_REMIND-DAYS
               ADD 1 TO W_NOT-DUE-COUNT
               GO TO REMIND-ONE-PERSON-EXIT
           END-IF.

           MOVE CF_PERSON-ID TO FI_PERSON-ID.
           READ PERSON-IN
               INVALID KEY
                   ADD 1 TO W_GONE-COUNT
                   GO TO REMIND-ONE-PERSON-EXIT
           END-READ.
           IF NOT FI_PERSON-ACTIVE
               ADD 1 TO W_GONE-COUNT
               GO TO REMIND-ONE-PERSON-EXIT
           END-IF.
           PERFORM CHECK-PERSON-CONSENT-SECTION.
           IF CONSENT-SUPPRESSED
               ADD 1 TO W_SUPPRESSED-COUNT
               GO TO REMIND-ONE-PERSON-EXIT
           END-IF.

           MOVE W_TODAY TO CF_REMINDED-ON.
           REWRITE CF_CONFIRMATION
               INVALID KEY
                   DISPLAY '** confirmation for 'CF_PERSON-ID
                       ' not rewritten (status 'W_CF-STATUS')'
                   ADD 1 TO W_ERROR-COUNT
                   GO TO REMIND-ONE-PERSON-EXIT
           END-REWRITE.
           PERFORM WRITE-SELECTION-SECTION.

       REMIND-ONE-PERSON-EXIT.
           EXIT.

       CHECK-PERSON-CONSENT-SECTION SECTION.
           MOVE FI_PERSON-ID TO W_CG-PERSON-ID.
           MOVE 'MAILING' TO W_CG-TYPE.
           MOVE FI_PERSON-BIRTH-DATE TO W_MN-BIRTH-DATE.
           MOVE FI_PERSON-BIRTH-QUALITY TO W_MN-BIRTH-QUALITY.
           PERFORM CHECK-CONSENT-SECTION.
