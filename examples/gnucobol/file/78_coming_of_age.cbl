      * Execute files/09_maintain.cbl (RELATE, CONSENT) first
      * Monthly coming-of-age run. Every live person on output.dat
      * who has turned 18 (see MINOR-CHECK.cpy) since the same day
      * last month is listed in coming_of_age_<date>.txt, and for
      * each of them:
      *   - every consent their guardian gave (CONSENT-RECORD.cpy,
      *     GIVEN-BY not zero) still granted is set to 'E' expired -
      *     it suppresses like a withdrawal from today;
      *   - every current guardianship over them is ended, both
      *     halves of the link (RELATIONSHIP-RECORD.cpy);
      *   - they are selected for a letter asking for their consent
      *     in their own right - consent_ids.txt, with the day they
      *     turned 18 for &DUE, rendered at the end of the run by
      *     58_LETTER_ENGINE CONSENT with consent_template.txt.
      * An adult found still carrying a guardian's grant or a
      * current guardianship from before the window (a month the
      * run was missed) is put right the same way and marked LATE.
      * Every change is audited. The run date is today unless a
      * YYYYMMDD is given on the command line. 47_MONTH_END_RUN
      * runs it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 78_COMING_OF_AGE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PERSON-IN ASSIGN TO 'output.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

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

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.

               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

               SELECT CONSENT-IDS-OUT ASSIGN TO 'consent_ids.txt'
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

           COPY 'REPORT-PAGE-FILES.cpy'.

           FD CONSENT-IDS-OUT.
           01 CI_ID-LINE PIC X(60).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 B_LINKS-EOF PIC X(1) VALUE 'N'.
               01 W_PI-STATUS PIC X(2).
               01 W_CN-STATUS PIC X(2).
               01 W_RL-STATUS PIC X(2).
               01 W_ARG-1 PIC X(10) VALUE SPACES.
               01 W_REPORT-FILENAME PIC X(40) VALUE SPACES.
               01 W_SEL-LINE PIC X(60) VALUE SPACES.
               01 W_LETTER-COMMAND PIC X(40) VALUE SPACES.
               01 W_NAME PIC X(30) VALUE SPACES.

      * The run date, and the same day a month back - a person who
      * turned 18 after W_WINDOW-FROM and by W_TODAY is this
      * month's.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_WINDOW-FROM PIC 9(8) VALUE 0.
               01 W_WINDOW-PARTS REDEFINES W_WINDOW-FROM.
                   02 W_WINDOW-YEAR PIC 9(4).
                   02 W_WINDOW-MONTH PIC 9(2).
                   02 W_WINDOW-DAY PIC 9(2).

      * This person's guardians, gathered off the ward's run of
      * links before any of them is rewritten.
               01 W_GUARDIAN-MAX PIC 9(2) VALUE 10.
               01 W_GUARDIAN-TOTAL PIC 9(2) VALUE 0.
               01 W_GUARDIAN-SUB PIC 9(2) VALUE 0.
               01 W_GUARDIAN-TABLE.
                   02 W_GUARDIAN-ID PIC 9(6) OCCURS 10 TIMES.

               01 W_PERSON-EXPIRED PIC 9(3) VALUE 0.
               01 W_PERSON-ENDED PIC 9(3) VALUE 0.
               01 W_PERSON-NOTE PIC X(4) VALUE SPACES.

               01 W_SCANNED-COUNT PIC 9(6) VALUE 0.
               01 W_LISTED-COUNT PIC 9(6) VALUE 0.
               01 W_LATE-COUNT PIC 9(6) VALUE 0.
               01 W_EXPIRED-COUNT PIC 9(6) VALUE 0.
               01 W_ENDED-COUNT PIC 9(6) VALUE 0.
               01 W_LETTER-COUNT PIC 9(6) VALUE 0.

      * Under-18 test (see MINOR-CHECK.cpy).
               COPY 'MINOR-CHECK-FIELDS.cpy'.

      * Shared audit trail (see AUDIT-TRAIL.cpy).
               COPY 'AUDIT-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.

           ACCEPT W_ARG-1 FROM COMMAND-LINE.
           IF W_ARG-1(1:8) IS NUMERIC
               MOVE W_ARG-1(1:8) TO W_TODAY
           ELSE
               ACCEPT W_TODAY FROM DATE YYYYMMDD
           END-IF.
           MOVE W_TODAY TO W_MN-TODAY.
           MOVE W_TODAY TO W_WINDOW-FROM.
           IF W_WINDOW-MONTH = 1
               MOVE 12 TO W_WINDOW-MONTH
               SUBTRACT 1 FROM W_WINDOW-YEAR
           ELSE
               SUBTRACT 1 FROM W_WINDOW-MONTH
           END-IF.
           STRING 'coming_of_age_' W_TODAY '.txt'
               DELIMITED BY SIZE
               INTO W_REPORT-FILENAME.

           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               DISPLAY '** output.dat open failed (status '
                   W_PI-STATUS') - coming-of-age run not done'
               MOVE '78_COMING_OF_AGE' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * Neither consent.dat nor relationship.dat need exist yet -
      * nothing of that kind is held for anyone.
           OPEN I-O CONSENT-FILE.
           OPEN I-O RELATIONSHIP-FILE.

           OPEN OUTPUT CONSENT-IDS-OUT.
           STRING 'COMING OF AGE - ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '78_COMING_OF_AGE' TO W_RP-PROGRAM.
           MOVE W_REPORT-FILENAME TO W_RP-PRINT-FILENAME.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'output.dat' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           STRING 'TURNED 18 AFTER ' DELIMITED BY SIZE
                  W_WINDOW-FROM DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           PERFORM REPORT-LINE-SECTION.
           STRING 'ID     NAME                           '
                      DELIMITED BY SIZE
                  '18 ON     CONSENTS  GUARDIANS  NOTE'
                      DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           STRING '                                      '
                      DELIMITED BY SIZE
                  '          EXPIRED   ENDED' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           PERFORM UNTIL B_EOF = 'Y'
               READ PERSON-IN NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_SCANNED-COUNT
                       IF NOT FI_PERSON-INACTIVE
                           AND NOT FI_PERSON-DECEASED
                           PERFORM CHECK-ONE-PERSON-SECTION
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM REPORT-LINE-SECTION.
           STRING 'TOTAL LISTED: ' DELIMITED BY SIZE
                  W_LISTED-COUNT DELIMITED BY SIZE
                  '  LATE: ' DELIMITED BY SIZE
                  W_LATE-COUNT DELIMITED BY SIZE
                  '  CONSENTS EXPIRED: ' DELIMITED BY SIZE
                  W_EXPIRED-COUNT DELIMITED BY SIZE
                  '  GUARDIANSHIPS ENDED: ' DELIMITED BY SIZE
                  W_ENDED-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_LISTED-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.
           CLOSE CONSENT-IDS-OUT.
           CLOSE PERSON-IN.
           IF W_CN-STATUS = '00'
               CLOSE CONSENT-FILE
           END-IF.
           IF W_RL-STATUS = '00'
               CLOSE RELATIONSHIP-FILE
           END-IF.

      * The letters through the engine with their own template - a
      * failed render leaves consent_ids.txt to rerun by hand.
           IF W_LETTER-COUNT > 0
               MOVE '58_letter_engine CONSENT' TO W_LETTER-COMMAND
               CALL 'SYSTEM' USING W_LETTER-COMMAND
               IF RETURN-CODE NOT = 0
                   DISPLAY '** 'FUNCTION TRIM(W_LETTER-COMMAND)
                       ' ended with return code 'RETURN-CODE
                       ' - rerun it by hand'
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'Persons scanned        : 'W_SCANNED-COUNT.
           DISPLAY 'Come of age            : 'W_LISTED-COUNT.
           DISPLAY '  from earlier months  : 'W_LATE-COUNT.
           DISPLAY 'Guardian consents ended: 'W_EXPIRED-COUNT.
           DISPLAY 'Guardianships ended    : 'W_ENDED-COUNT.
           DISPLAY 'Consent letters        : 'W_LETTER-COUNT.
           DISPLAY 'Report                 : '
               FUNCTION TRIM(W_REPORT-FILENAME).

           MOVE '78_COMING_OF_AGE' TO W_TRAILER-PROGRAM.
           MOVE W_LISTED-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.
       COPY 'MINOR-CHECK.cpy'.

      * A live person who is an adult today: listed when they turned
      * 18 inside the window, or when anything from their minority
      * is still standing.
       CHECK-ONE-PERSON-SECTION SECTION.
           MOVE FI_PERSON-BIRTH-DATE TO W_MN-BIRTH-DATE.
           MOVE FI_PERSON-BIRTH-QUALITY TO W_MN-BIRTH-QUALITY.
           PERFORM CHECK-MINOR-SECTION.
           IF PERSON-IS-MINOR OR W_MN-ADULT-ON = 0
               GO TO CHECK-ONE-PERSON-EXIT
           END-IF.

           MOVE 0 TO W_PERSON-EXPIRED.
           MOVE 0 TO W_PERSON-ENDED.
           PERFORM EXPIRE-GUARDIAN-CONSENT-SECTION.
           PERFORM END-GUARDIANSHIP-SECTION.

           IF W_MN-ADULT-ON > W_WINDOW-FROM
               MOVE SPACES TO W_PERSON-NOTE
           ELSE
               IF W_PERSON-EXPIRED = 0 AND W_PERSON-ENDED = 0
                   GO TO CHECK-ONE-PERSON-EXIT
               END-IF
               MOVE 'LATE' TO W_PERSON-NOTE
               ADD 1 TO W_LATE-COUNT
           END-IF.

           MOVE SPACES TO W_SEL-LINE.
           MOVE FI_PERSON-ID TO W_SEL-LINE(1:6).
           MOVE W_MN-ADULT-ON TO W_SEL-LINE(32:8).
           WRITE CI_ID-LINE FROM W_SEL-LINE.
           ADD 1 TO W_LETTER-COUNT.

           MOVE SPACES TO W_NAME.
           STRING FUNCTION TRIM(FI_PERSON-NAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(FI_PERSON-SURNAME) DELIMITED BY SIZE
               INTO W_NAME
           END-STRING.
           MOVE FI_PERSON-ID TO W_RP-LINE(1:6).
           MOVE W_NAME TO W_RP-LINE(8:30).
           MOVE W_MN-ADULT-ON TO W_RP-LINE(39:8).
           MOVE W_PERSON-EXPIRED TO W_RP-LINE(49:3).
           MOVE W_PERSON-ENDED TO W_RP-LINE(59:3).
           MOVE W_PERSON-NOTE TO W_RP-LINE(70:4).
           PERFORM REPORT-LINE-SECTION.
           ADD 1 TO W_LISTED-COUNT.

       CHECK-ONE-PERSON-EXIT.
           EXIT.

      * The person's consents sit together in key order - each one
      * their guardian gave and still granted is expired.
       EXPIRE-GUARDIAN-CONSENT-SECTION SECTION.
           IF W_CN-STATUS NOT = '00'
               GO TO EXPIRE-GUARDIAN-CONSENT-EXIT
           END-IF.
           MOVE 'N' TO B_LINKS-EOF.
           MOVE FI_PERSON-ID TO CN_PERSON-ID.
           MOVE LOW-VALUES TO CN_TYPE.
           START CONSENT-FILE KEY IS >= CN_KEY
               INVALID KEY
                   MOVE 'Y' TO B_LINKS-EOF
           END-START.
           PERFORM UNTIL B_LINKS-EOF = 'Y'
               READ CONSENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_LINKS-EOF
                   NOT AT END
                       IF CN_PERSON-ID NOT = FI_PERSON-ID
                           MOVE 'Y' TO B_LINKS-EOF
                       ELSE
                           IF CN_GRANTED AND CN_GIVEN-BY NOT = 0
                               PERFORM EXPIRE-ONE-CONSENT-SECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       EXPIRE-GUARDIAN-CONSENT-EXIT.
           EXIT.

       EXPIRE-ONE-CONSENT-SECTION SECTION.
           MOVE 'E' TO CN_STATE.
           MOVE W_TODAY TO CN_EFFECTIVE-DATE.
           REWRITE CN_CONSENT
               INVALID KEY
                   DISPLAY '** could not expire 'CN_TYPE' consent '
                       'for 'FI_PERSON-ID
                   GO TO EXPIRE-ONE-CONSENT-EXIT
           END-REWRITE.
           ADD 1 TO W_PERSON-EXPIRED.
           ADD 1 TO W_EXPIRED-COUNT.

           MOVE '78_COMING_OF_AGE' TO W_AUDIT-PROGRAM.
           MOVE 'CONSENT' TO W_AUDIT-OPERATION.
           MOVE FI_PERSON-ID TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-BEFORE.
           STRING CN_TYPE DELIMITED BY SPACE
                  ' G by ' DELIMITED BY SIZE
                  CN_GIVEN-BY DELIMITED BY SIZE
               INTO W_AUDIT-BEFORE
           END-STRING.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING CN_TYPE DELIMITED BY SPACE
                  ' E effective ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
                  ' came of age' DELIMITED BY SIZE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.

       EXPIRE-ONE-CONSENT-EXIT.
           EXIT.

      * The ward's current links are gathered first, then each
      * guardianship is ended from both ends, the way 09_MAINTAIN's
      * RELATE action ends one.
       END-GUARDIANSHIP-SECTION SECTION.
           IF W_RL-STATUS NOT = '00'
               GO TO END-GUARDIANSHIP-EXIT
           END-IF.
           MOVE 0 TO W_GUARDIAN-TOTAL.
           MOVE 'N' TO B_LINKS-EOF.
           MOVE FI_PERSON-ID TO RL_PERSON-ID.
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
                       IF RL_PERSON-ID NOT = FI_PERSON-ID
                           OR NOT RL_WARD
                           MOVE 'Y' TO B_LINKS-EOF
                       ELSE
                           IF RL_CURRENT
                               AND W_GUARDIAN-TOTAL < W_GUARDIAN-MAX
                               ADD 1 TO W_GUARDIAN-TOTAL
                               MOVE RL_OTHER-ID
                                   TO W_GUARDIAN-ID(W_GUARDIAN-TOTAL)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING W_GUARDIAN-SUB FROM 1 BY 1
                   UNTIL W_GUARDIAN-SUB > W_GUARDIAN-TOTAL
               PERFORM END-ONE-GUARDIANSHIP-SECTION
           END-PERFORM.

       END-GUARDIANSHIP-EXIT.
           EXIT.

       END-ONE-GUARDIANSHIP-SECTION SECTION.
           MOVE FI_PERSON-ID TO RL_PERSON-ID.
           MOVE 'W' TO RL_TYPE.
           MOVE W_GUARDIAN-ID(W_GUARDIAN-SUB) TO RL_OTHER-ID.
           READ RELATIONSHIP-FILE
               INVALID KEY
                   GO TO END-ONE-GUARDIANSHIP-EXIT
           END-READ.
           MOVE 'E' TO RL_STATE.
           MOVE W_TODAY TO RL_ENDED-ON.
           REWRITE RL_RELATION
               INVALID KEY
                   DISPLAY '** could not end the guardianship of '
                       FI_PERSON-ID
                   GO TO END-ONE-GUARDIANSHIP-EXIT
           END-REWRITE.

      * The guardian's half - missing, it is left for
      * 76_RELATION_CHECK to report.
           MOVE W_GUARDIAN-ID(W_GUARDIAN-SUB) TO RL_PERSON-ID.
           MOVE 'G' TO RL_TYPE.
           MOVE FI_PERSON-ID TO RL_OTHER-ID.
           READ RELATIONSHIP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'E' TO RL_STATE
                   MOVE W_TODAY TO RL_ENDED-ON
                   REWRITE RL_RELATION
                       INVALID KEY
                           DISPLAY '** could not end the guardian '
                               'half for 'RL_PERSON-ID
                   END-REWRITE
           END-READ.
           ADD 1 TO W_PERSON-ENDED.
           ADD 1 TO W_ENDED-COUNT.

           MOVE '78_COMING_OF_AGE' TO W_AUDIT-PROGRAM.
           MOVE 'RELATE' TO W_AUDIT-OPERATION.
           MOVE FI_PERSON-ID TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-BEFORE.
           STRING 'WARD OF ' DELIMITED BY SIZE
                  W_GUARDIAN-ID(W_GUARDIAN-SUB) DELIMITED BY SIZE
                  ' CURRENT' DELIMITED BY SIZE
               INTO W_AUDIT-BEFORE
           END-STRING.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING 'WARD OF ' DELIMITED BY SIZE
                  W_GUARDIAN-ID(W_GUARDIAN-SUB) DELIMITED BY SIZE
                  ' ENDED' DELIMITED BY SIZE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.

       END-ONE-GUARDIANSHIP-EXIT.
           EXIT.
