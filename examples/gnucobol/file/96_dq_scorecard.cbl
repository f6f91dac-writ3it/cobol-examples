      * Run as: 96_dq_scorecard [yyyymm]
      *                          (default the month before today's)
      * The exception files name individual problems; nothing said
      * how complete a branch's data is overall. This scores every
      * live person (Pending, Active, Suspended) on every person file
      * branch_profiles.ctl lists (HQ is the unprefixed output.dat,
      * as in 91_BRANCH_DUPLICATES; no branch_profiles.ctl scores
      * output.dat alone) out of 100:
      *     full birth date, not year-only            20
      *     an address on address.dat                 20
      *     a postal code in the NN-NNN form          15
      *     a consent recorded on consent.dat         15
      *         (any type, any state - the question
      *         was asked and answered)
      *     a household on household.dat              10
      *     no open worklist item                     20
      *         (NEW or ACKNOWLEDGED on
      *         exceptions_worklist.dat with the ID as
      *         a six-digit number in its text)
      * and writes dq_scorecard_<yyyymm>.txt:
      *     the branch league table, best average first, with last
      *     month's average beside it and the share of persons
      *     meeting each check
      *     every branch's average month by month over the last
      *     twelve months - whether a clean-up campaign moved it
      *     each branch's 10 lowest-scoring persons and what they
      *     are missing, for the clean-up
      * The month's figures per branch go onto dq_score_history.dat
      * (see DQ-SCORE-HISTORY-RECORD.cpy), replacing any earlier run
      * for the same month - the month-by-month record the trend is
      * read from. The month is the label the scores are kept
      * under; the data scored is the data on file today.
      * Run by 47_MONTH_END_RUN for the period it closes.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 96_DQ_SCORECARD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PROFILE-CONTROL ASSIGN TO
                       'branch_profiles.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PROF-STATUS.

               SELECT PERSON-IN ASSIGN TO W_PERSON-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

               SELECT ADDRESS-FILE ASSIGN TO 'address.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS AD_PERSON-ID
                   FILE STATUS IS W_AD-STATUS.

               SELECT HOUSEHOLD-LINK ASSIGN TO 'household.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS HH_PERSON-ID
                   FILE STATUS IS W_HH-STATUS.

               SELECT CONSENT-FILE ASSIGN TO 'consent.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CN_KEY
                   FILE STATUS IS W_CN-STATUS.

               SELECT WORKLIST-FILE ASSIGN TO
                       'exceptions_worklist.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS WL_EXCEPTION-ID
                   FILE STATUS IS W_WL-STATUS.

      * Month-by-month history - see DQ-SCORE-HISTORY-RECORD.cpy.
               SELECT HISTORY-FILE ASSIGN TO 'dq_score_history.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DH_KEY
                   FILE STATUS IS W_DH-STATUS.

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.

               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

           FD PROFILE-CONTROL.
           01 PC_BRANCH-LINE PIC X(10).

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

           FD ADDRESS-FILE.
           COPY 'ADDRESS-RECORD.cpy'
               REPLACING PREFIX-ID BY AD_PERSON-ID
                         PREFIX-STREET BY AD_STREET
                         PREFIX-CITY BY AD_CITY
                         PREFIX-POSTAL-CODE BY AD_POSTAL-CODE
                         PREFIX-PHONE BY AD_PHONE
                         PREFIX-MAIL-STATE BY AD_MAIL-STATE
                         PREFIX-DELIVERABLE BY AD_DELIVERABLE
                         PREFIX-UNDELIVERABLE BY AD_UNDELIVERABLE
                         PREFIX-RETURNED-ON BY AD_RETURNED-ON
                         PREFIX-RETURN-REASON BY AD_RETURN-REASON
                         PREFIX BY AD_ADDRESS.

           FD HOUSEHOLD-LINK.
           COPY 'HOUSEHOLD-RECORD.cpy'
               REPLACING PREFIX-ID BY HH_PERSON-ID
                         PREFIX-HOUSEHOLD-ID BY HH_HOUSEHOLD-ID
                         PREFIX BY HH_PERSON.

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

           FD WORKLIST-FILE.
           COPY 'WORKLIST-RECORD.cpy'
               REPLACING PREFIX-EXCEPTION-ID BY WL_EXCEPTION-ID
                         PREFIX-SOURCE BY WL_SOURCE
                         PREFIX-TEXT BY WL_TEXT
                         PREFIX-FIRST-SEEN BY WL_FIRST-SEEN
                         PREFIX-LAST-SEEN BY WL_LAST-SEEN
                         PREFIX-STATE BY WL_STATE
                         PREFIX-NEW BY WL_NEW
                         PREFIX-ACKNOWLEDGED BY WL_ACKNOWLEDGED
                         PREFIX-RESOLVED BY WL_RESOLVED
                         PREFIX-OWNER BY WL_OWNER
                         PREFIX-NOTE BY WL_NOTE
                         PREFIX-RESOLVED-ON BY WL_RESOLVED-ON
                         PREFIX BY WL_ITEM.

           FD HISTORY-FILE.
           COPY 'DQ-SCORE-HISTORY-RECORD.cpy'
               REPLACING PREFIX-KEY BY DH_KEY
                         PREFIX-PERIOD BY DH_PERIOD
                         PREFIX-BRANCH BY DH_BRANCH
                         PREFIX-PERSONS BY DH_PERSONS
                         PREFIX-SCORE-TOTAL BY DH_SCORE-TOTAL
                         PREFIX-AVERAGE BY DH_AVERAGE
                         PREFIX-FULL-MARKS BY DH_FULL-MARKS
                         PREFIX-MET BY DH_MET
                         PREFIX-RUN-ON BY DH_RUN-ON
                         PREFIX BY DH_HISTORY.

           COPY 'REPORT-PAGE-FILES.cpy'.

           WORKING-STORAGE SECTION.
               01 B_PROF-EOF PIC X(1) VALUE 'N'.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_PROF-STATUS PIC X(2).
               01 W_PI-STATUS PIC X(2).
               01 W_AD-STATUS PIC X(2).
               01 W_HH-STATUS PIC X(2).
               01 W_CN-STATUS PIC X(2).
               01 W_WL-STATUS PIC X(2).
               01 W_DH-STATUS PIC X(2).
               01 W_AD-OPEN-SW PIC X(1) VALUE 'N'.
                   88 ADDRESS-OPEN VALUE 'Y'.
               01 W_HH-OPEN-SW PIC X(1) VALUE 'N'.
                   88 HOUSEHOLD-OPEN VALUE 'Y'.
               01 W_CN-OPEN-SW PIC X(1) VALUE 'N'.
                   88 CONSENT-OPEN VALUE 'Y'.
               01 W_PERSON-FILENAME PIC X(30) VALUE SPACES.
               01 W_REPORT-FILENAME PIC X(40) VALUE SPACES.
               01 W_CURR-BRANCH PIC X(3) VALUE SPACES.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_ARG-1 PIC X(10) VALUE SPACES.
               01 W_PERIOD PIC 9(6) VALUE 0.
               01 W_PERIOD-YEAR PIC 9(4) VALUE 0.
               01 W_PERIOD-MONTH PIC 9(2) VALUE 0.
               01 W_PERIOD-INDEX PIC 9(6) VALUE 0.
               01 W_HIST-INDEX PIC 9(6) VALUE 0.
               01 W_MONTH-OFFSET PIC S9(6) VALUE 0.

      * The points for each check, in the order the checks are
      * numbered everywhere (see DQ-SCORE-HISTORY-RECORD.cpy).
               01 W_CHECK-POINTS-VALUES.
                   02 FILLER PIC 9(3) VALUE 20.
                   02 FILLER PIC 9(3) VALUE 20.
                   02 FILLER PIC 9(3) VALUE 15.
                   02 FILLER PIC 9(3) VALUE 15.
                   02 FILLER PIC 9(3) VALUE 10.
                   02 FILLER PIC 9(3) VALUE 20.
               01 W_CHECK-POINTS-TABLE REDEFINES W_CHECK-POINTS-VALUES.
                   02 W_CHECK-POINTS PIC 9(3) OCCURS 6 TIMES.
               01 W_CHECK-NAME-VALUES.
                   02 FILLER PIC X(10) VALUE 'BIRTH'.
                   02 FILLER PIC X(10) VALUE 'ADDRESS'.
                   02 FILLER PIC X(10) VALUE 'POSTCODE'.
                   02 FILLER PIC X(10) VALUE 'CONSENT'.
                   02 FILLER PIC X(10) VALUE 'HOUSEHOLD'.
                   02 FILLER PIC X(10) VALUE 'WORKLIST'.
               01 W_CHECK-NAME-TABLE REDEFINES W_CHECK-NAME-VALUES.
                   02 W_CHECK-NAME PIC X(10) OCCURS 6 TIMES.
               01 W_CHECK-SUB PIC 9(1) VALUE 0.

      * One person's result.
               01 W_SCORE PIC 9(3) VALUE 0.
               01 W_CHECK-MET-FLAGS.
                   02 W_CHECK-MET PIC X(1) OCCURS 6 TIMES.

      * Every person ID an open worklist item names.
               01 W_OPEN-ID-TABLE.
                   02 W_OPEN-ID PIC 9(6) OCCURS 5000 TIMES.
               01 W_OPEN-ID-COUNT PIC 9(4) VALUE 0.
               01 W_OPEN-ID-OVERFLOW PIC 9(6) VALUE 0.
               01 W_TEXT-POS PIC 9(2) VALUE 0.
               01 W_SUB PIC 9(4) VALUE 0.
               01 W_FOUND-SW PIC X(1) VALUE 'N'.
                   88 ID-FOUND VALUE 'Y'.

      * One row per branch scored.
               01 W_BRANCH-TABLE.
                   02 W_BT-ENTRY OCCURS 40 TIMES.
                       03 W_BT-CODE PIC X(3).
                       03 W_BT-PERSONS PIC 9(7).
                       03 W_BT-SCORE-TOTAL PIC 9(9).
                       03 W_BT-AVERAGE PIC 9(3)V9.
                       03 W_BT-FULL-MARKS PIC 9(7).
                       03 W_BT-MET PIC 9(7) OCCURS 6 TIMES.
                       03 W_BT-LOW-COUNT PIC 9(2).
                       03 W_BT-LOW OCCURS 10 TIMES.
                           04 W_LW-ID PIC 9(6).
                           04 W_LW-SCORE PIC 9(3).
                           04 W_LW-SURNAME PIC X(25).
                           04 W_LW-NAME PIC X(16).
                           04 W_LW-MET-FLAGS PIC X(6).
                       03 W_BT-TREND OCCURS 12 TIMES.
                           04 W_TR-HAS PIC X(1).
                           04 W_TR-AVERAGE PIC 9(3)V9.
               01 W_BRANCH-COUNT PIC 9(2) VALUE 0.
               01 W_BR PIC 9(2) VALUE 0.
               01 W_LS PIC 9(2) VALUE 0.
               01 W_HOLD-LOW.
                   02 W_HL-ID PIC 9(6).
                   02 W_HL-SCORE PIC 9(3).
                   02 W_HL-SURNAME PIC X(25).
                   02 W_HL-NAME PIC X(16).
                   02 W_HL-MET-FLAGS PIC X(6).

      * League order - branch subscripts, best average first.
               01 W_ORDER-TABLE.
                   02 W_ORDER PIC 9(2) OCCURS 40 TIMES.
               01 W_O1 PIC 9(2) VALUE 0.
               01 W_O2 PIC 9(2) VALUE 0.
               01 W_HOLD-ORDER PIC 9(2) VALUE 0.

               01 W_TOTAL-PERSONS PIC 9(7) VALUE 0.
               01 W_TOTAL-SCORE PIC 9(9) VALUE 0.
               01 W_TOTAL-AVERAGE PIC 9(3)V9 VALUE 0.
               01 W_SKIPPED-COUNT PIC 9(2) VALUE 0.

      * Report editing.
               01 W_RANK-SHOWN PIC Z9.
               01 W_COUNT-SHOWN PIC Z(6)9.
               01 W_AVG-SHOWN PIC ZZ9.9.
               01 W_CHANGE PIC S9(3)V9 VALUE 0.
               01 W_CHANGE-SHOWN PIC +ZZ9.9.
               01 W_PCT PIC 9(3) VALUE 0.
               01 W_PCT-SHOWN PIC ZZ9.
               01 W_SCORE-SHOWN PIC ZZ9.
               01 W_COL PIC 9(3) VALUE 0.
               01 W_MISSING-TEXT PIC X(66) VALUE SPACES.
               01 W_MISSING-POINTER PIC 9(3) VALUE 1.
               01 W_LABEL-INDEX PIC S9(6) VALUE 0.
               01 W_LABEL-PERIOD PIC 9(6) VALUE 0.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_ARG-1 FROM COMMAND-LINE.
           IF W_ARG-1(1:6) IS NUMERIC AND W_ARG-1(7:) = SPACES
               MOVE W_ARG-1(1:6) TO W_PERIOD
           ELSE
               PERFORM SET-LAST-MONTH-SECTION
           END-IF.
           MOVE W_PERIOD(1:4) TO W_PERIOD-YEAR.
           MOVE W_PERIOD(5:2) TO W_PERIOD-MONTH.
           COMPUTE W_PERIOD-INDEX =
               W_PERIOD-YEAR * 12 + W_PERIOD-MONTH - 1.
           STRING 'dq_scorecard_' W_PERIOD '.txt'
               DELIMITED BY SIZE
               INTO W_REPORT-FILENAME.

           INITIALIZE W_BRANCH-TABLE.
           PERFORM LOAD-OPEN-ITEMS-SECTION.

           OPEN INPUT ADDRESS-FILE.
           IF W_AD-STATUS = '00'
               MOVE 'Y' TO W_AD-OPEN-SW
           END-IF.
           OPEN INPUT HOUSEHOLD-LINK.
           IF W_HH-STATUS = '00'
               MOVE 'Y' TO W_HH-OPEN-SW
           END-IF.
           OPEN INPUT CONSENT-FILE.
           IF W_CN-STATUS = '00'
               MOVE 'Y' TO W_CN-OPEN-SW
           END-IF.

           OPEN INPUT PROFILE-CONTROL.
           IF W_PROF-STATUS = '00'
               MOVE 'N' TO B_PROF-EOF
               PERFORM UNTIL B_PROF-EOF = 'Y'
                   READ PROFILE-CONTROL
                       AT END MOVE 'Y' TO B_PROF-EOF
                       NOT AT END
                           IF PC_BRANCH-LINE NOT = SPACES
                               MOVE PC_BRANCH-LINE(1:3)
                                   TO W_CURR-BRANCH
                               PERFORM SCORE-ONE-BRANCH-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILE-CONTROL
           ELSE
               MOVE 'HQ' TO W_CURR-BRANCH
               PERFORM SCORE-ONE-BRANCH-SECTION
           END-IF.

           IF ADDRESS-OPEN
               CLOSE ADDRESS-FILE
           END-IF.
           IF HOUSEHOLD-OPEN
               CLOSE HOUSEHOLD-LINK
           END-IF.
           IF CONSENT-OPEN
               CLOSE CONSENT-FILE
           END-IF.

           PERFORM KEEP-HISTORY-SECTION.
           PERFORM READ-TREND-SECTION.
           PERFORM RANK-BRANCHES-SECTION.

           MOVE SPACES TO W_RP-TITLE.
           STRING 'DATA-QUALITY SCORECARD - ' DELIMITED BY SIZE
                  W_PERIOD DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '96_DQ_SCORECARD' TO W_RP-PROGRAM.
           MOVE W_REPORT-FILENAME TO W_RP-PRINT-FILENAME.
           MOVE 'ALL' TO W_RP-BRANCH.
           PERFORM REPORT-OPEN-SECTION.
           PERFORM WRITE-LEAGUE-SECTION.
           PERFORM WRITE-TREND-SECTION.
           PERFORM VARYING W_O1 FROM 1 BY 1
                   UNTIL W_O1 > W_BRANCH-COUNT
               MOVE W_ORDER(W_O1) TO W_BR
               PERFORM WRITE-LOWEST-SECTION
           END-PERFORM.
           MOVE W_TOTAL-PERSONS TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           DISPLAY 'Period                     : 'W_PERIOD.
           DISPLAY 'Branch files scored        : 'W_BRANCH-COUNT.
           DISPLAY 'Branch files not readable  : 'W_SKIPPED-COUNT.
           DISPLAY 'Persons scored             : 'W_TOTAL-PERSONS.
           MOVE W_TOTAL-AVERAGE TO W_AVG-SHOWN.
           DISPLAY 'Average score              : 'W_AVG-SHOWN.
           DISPLAY 'Scorecard                  : '
               FUNCTION TRIM(W_REPORT-FILENAME).

           MOVE '96_DQ_SCORECARD' TO W_TRAILER-PROGRAM.
           MOVE W_TOTAL-PERSONS TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * The month before today's, as 47_MONTH_END_RUN closes it.
       SET-LAST-MONTH-SECTION SECTION.
           MOVE W_TODAY(1:4) TO W_PERIOD-YEAR.
           MOVE W_TODAY(5:2) TO W_PERIOD-MONTH.
           IF W_PERIOD-MONTH = 1
               SUBTRACT 1 FROM W_PERIOD-YEAR
               MOVE 12 TO W_PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM W_PERIOD-MONTH
           END-IF.
           COMPUTE W_PERIOD = W_PERIOD-YEAR * 100 + W_PERIOD-MONTH.

      * Every six-digit number standing on its own in the text of an
      * open worklist item - the person IDs the items are about. No
      * worklist means nobody has an open item.
       LOAD-OPEN-ITEMS-SECTION SECTION.
           OPEN INPUT WORKLIST-FILE.
           IF W_WL-STATUS NOT = '00'
               GO TO LOAD-OPEN-ITEMS-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ WORKLIST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF NOT WL_RESOLVED
                           PERFORM TAKE-ITEM-IDS-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORKLIST-FILE.

       LOAD-OPEN-ITEMS-EXIT.
           EXIT.

       TAKE-ITEM-IDS-SECTION SECTION.
           PERFORM VARYING W_TEXT-POS FROM 1 BY 1
                   UNTIL W_TEXT-POS > 75
               IF WL_TEXT(W_TEXT-POS:6) IS NUMERIC
                  AND (W_TEXT-POS = 1
                       OR WL_TEXT(W_TEXT-POS - 1:1) IS NOT NUMERIC)
                  AND (W_TEXT-POS = 75
                       OR WL_TEXT(W_TEXT-POS + 6:1) IS NOT NUMERIC)
                   IF W_OPEN-ID-COUNT < 5000
                       ADD 1 TO W_OPEN-ID-COUNT
                       MOVE WL_TEXT(W_TEXT-POS:6)
                           TO W_OPEN-ID(W_OPEN-ID-COUNT)
                   ELSE
                       ADD 1 TO W_OPEN-ID-OVERFLOW
                   END-IF
               END-IF
           END-PERFORM.

      * One branch file, every live person scored into the branch's
      * row - a file that cannot open is named and skipped.
       SCORE-ONE-BRANCH-SECTION SECTION.
           MOVE SPACES TO W_PERSON-FILENAME.
           IF W_CURR-BRANCH = 'HQ'
               MOVE 'output.dat' TO W_PERSON-FILENAME
           ELSE
               STRING W_CURR-BRANCH DELIMITED BY SPACE
                      '_output.dat' DELIMITED BY SIZE
                   INTO W_PERSON-FILENAME
               END-STRING
           END-IF.

           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               DISPLAY '** 'FUNCTION TRIM(W_PERSON-FILENAME)
                   ' not readable (status 'W_PI-STATUS') - branch '
                   W_CURR-BRANCH' not scored'
               ADD 1 TO W_SKIPPED-COUNT
               GO TO SCORE-ONE-BRANCH-EXIT
           END-IF.
           IF W_BRANCH-COUNT = 40
               DISPLAY '** branch table full - branch '
                   W_CURR-BRANCH' not scored'
               ADD 1 TO W_SKIPPED-COUNT
               CLOSE PERSON-IN
               GO TO SCORE-ONE-BRANCH-EXIT
           END-IF.
           ADD 1 TO W_BRANCH-COUNT.
           MOVE W_BRANCH-COUNT TO W_BR.
           MOVE W_CURR-BRANCH TO W_BT-CODE(W_BR).

           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PERSON-IN NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF FI_PERSON-ACTIVE OR FI_PERSON-PENDING
                          OR FI_PERSON-SUSPENDED
                           PERFORM SCORE-PERSON-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERSON-IN.

           IF W_BT-PERSONS(W_BR) > 0
               COMPUTE W_BT-AVERAGE(W_BR) ROUNDED =
                   W_BT-SCORE-TOTAL(W_BR) / W_BT-PERSONS(W_BR)
           END-IF.

       SCORE-ONE-BRANCH-EXIT.
           EXIT.

       SCORE-PERSON-SECTION SECTION.
           MOVE 'NNNNNN' TO W_CHECK-MET-FLAGS.

           IF FI_PERSON-BIRTH-FULL
               MOVE 'Y' TO W_CHECK-MET(1)
           END-IF.

           IF ADDRESS-OPEN
               MOVE FI_PERSON-ID TO AD_PERSON-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO W_CHECK-MET(2)
                       IF AD_POSTAL-CODE(1:2) IS NUMERIC
                          AND AD_POSTAL-CODE(3:1) = '-'
                          AND AD_POSTAL-CODE(4:3) IS NUMERIC
                          AND AD_POSTAL-CODE(7:) = SPACES
                           MOVE 'Y' TO W_CHECK-MET(3)
                       END-IF
               END-READ
           END-IF.

           IF CONSENT-OPEN
               MOVE FI_PERSON-ID TO CN_PERSON-ID
               MOVE LOW-VALUES TO CN_TYPE
               START CONSENT-FILE KEY IS >= CN_KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CONSENT-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF CN_PERSON-ID = FI_PERSON-ID
                                   MOVE 'Y' TO W_CHECK-MET(4)
                               END-IF
                       END-READ
               END-START
           END-IF.

           IF HOUSEHOLD-OPEN
               MOVE FI_PERSON-ID TO HH_PERSON-ID
               READ HOUSEHOLD-LINK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO W_CHECK-MET(5)
               END-READ
           END-IF.

           MOVE 'N' TO W_FOUND-SW.
           PERFORM VARYING W_SUB FROM 1 BY 1
                   UNTIL W_SUB > W_OPEN-ID-COUNT OR ID-FOUND
               IF W_OPEN-ID(W_SUB) = FI_PERSON-ID
                   MOVE 'Y' TO W_FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT ID-FOUND
               MOVE 'Y' TO W_CHECK-MET(6)
           END-IF.

           MOVE 0 TO W_SCORE.
           PERFORM VARYING W_CHECK-SUB FROM 1 BY 1
                   UNTIL W_CHECK-SUB > 6
               IF W_CHECK-MET(W_CHECK-SUB) = 'Y'
                   ADD W_CHECK-POINTS(W_CHECK-SUB) TO W_SCORE
                   ADD 1 TO W_BT-MET(W_BR, W_CHECK-SUB)
               END-IF
           END-PERFORM.

           ADD 1 TO W_BT-PERSONS(W_BR) W_TOTAL-PERSONS.
           ADD W_SCORE TO W_BT-SCORE-TOTAL(W_BR) W_TOTAL-SCORE.
           IF W_SCORE = 100
               ADD 1 TO W_BT-FULL-MARKS(W_BR)
           ELSE
               PERFORM KEEP-IF-LOWEST-SECTION
           END-IF.

      * The branch's ten lowest, lowest first - a new entry goes in
      * at the bottom of the list (or over its highest when the list
      * is full) and is moved up past every higher score. An equal
      * score stays below the earlier, lower ID.
       KEEP-IF-LOWEST-SECTION SECTION.
           IF W_BT-LOW-COUNT(W_BR) = 10
               IF W_SCORE >= W_LW-SCORE(W_BR, 10)
                   GO TO KEEP-IF-LOWEST-EXIT
               END-IF
           ELSE
               ADD 1 TO W_BT-LOW-COUNT(W_BR)
           END-IF.
           MOVE W_BT-LOW-COUNT(W_BR) TO W_LS.
           MOVE FI_PERSON-ID TO W_LW-ID(W_BR, W_LS).
           MOVE W_SCORE TO W_LW-SCORE(W_BR, W_LS).
           MOVE FI_PERSON-SURNAME TO W_LW-SURNAME(W_BR, W_LS).
           MOVE FI_PERSON-NAME TO W_LW-NAME(W_BR, W_LS).
           MOVE W_CHECK-MET-FLAGS TO W_LW-MET-FLAGS(W_BR, W_LS).
           PERFORM UNTIL W_LS < 2
               IF W_LW-SCORE(W_BR, W_LS - 1) <= W_LW-SCORE(W_BR, W_LS)
                   MOVE 1 TO W_LS
               ELSE
                   MOVE W_BT-LOW(W_BR, W_LS - 1) TO W_HOLD-LOW
                   MOVE W_BT-LOW(W_BR, W_LS)
                       TO W_BT-LOW(W_BR, W_LS - 1)
                   MOVE W_HOLD-LOW TO W_BT-LOW(W_BR, W_LS)
                   SUBTRACT 1 FROM W_LS
               END-IF
           END-PERFORM.

       KEEP-IF-LOWEST-EXIT.
           EXIT.

      * This month's figures onto dq_score_history.dat - a second
      * run for the same month replaces the first.
       KEEP-HISTORY-SECTION SECTION.
           IF W_TOTAL-PERSONS > 0
               COMPUTE W_TOTAL-AVERAGE ROUNDED =
                   W_TOTAL-SCORE / W_TOTAL-PERSONS
           END-IF.
           OPEN I-O HISTORY-FILE.
           IF W_DH-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.
           IF W_DH-STATUS NOT = '00'
               DISPLAY '** dq_score_history.dat will not open '
                   '(status 'W_DH-STATUS') - this month is not kept'
               GO TO KEEP-HISTORY-EXIT
           END-IF.
           PERFORM VARYING W_BR FROM 1 BY 1
                   UNTIL W_BR > W_BRANCH-COUNT
               MOVE W_PERIOD TO DH_PERIOD
               MOVE W_BT-CODE(W_BR) TO DH_BRANCH
               MOVE W_BT-PERSONS(W_BR) TO DH_PERSONS
               MOVE W_BT-SCORE-TOTAL(W_BR) TO DH_SCORE-TOTAL
               MOVE W_BT-AVERAGE(W_BR) TO DH_AVERAGE
               MOVE W_BT-FULL-MARKS(W_BR) TO DH_FULL-MARKS
               PERFORM VARYING W_CHECK-SUB FROM 1 BY 1
                       UNTIL W_CHECK-SUB > 6
                   MOVE W_BT-MET(W_BR, W_CHECK-SUB)
                       TO DH_MET(W_CHECK-SUB)
               END-PERFORM
               MOVE W_TODAY TO DH_RUN-ON
               WRITE DH_HISTORY
                   INVALID KEY
                       REWRITE DH_HISTORY
                       END-REWRITE
               END-WRITE
           END-PERFORM.
           CLOSE HISTORY-FILE.

       KEEP-HISTORY-EXIT.
           EXIT.

      * Each branch's average for the twelve months to this one,
      * off the history - column 12 is this month, column 1 eleven
      * months back.
       READ-TREND-SECTION SECTION.
           OPEN INPUT HISTORY-FILE.
           IF W_DH-STATUS NOT = '00'
               GO TO READ-TREND-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM TAKE-TREND-ENTRY-SECTION
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.

       READ-TREND-EXIT.
           EXIT.

       TAKE-TREND-ENTRY-SECTION SECTION.
           DIVIDE DH_PERIOD BY 100 GIVING W_LABEL-INDEX
               REMAINDER W_LABEL-PERIOD.
           COMPUTE W_HIST-INDEX =
               W_LABEL-INDEX * 12 + W_LABEL-PERIOD - 1.
           COMPUTE W_MONTH-OFFSET = W_PERIOD-INDEX - W_HIST-INDEX.
           IF W_MONTH-OFFSET < 0 OR W_MONTH-OFFSET > 11
               GO TO TAKE-TREND-ENTRY-EXIT
           END-IF.
           COMPUTE W_COL = 12 - W_MONTH-OFFSET.
           PERFORM VARYING W_BR FROM 1 BY 1
                   UNTIL W_BR > W_BRANCH-COUNT
               IF W_BT-CODE(W_BR) = DH_BRANCH
                   MOVE 'Y' TO W_TR-HAS(W_BR, W_COL)
                   MOVE DH_AVERAGE TO W_TR-AVERAGE(W_BR, W_COL)
               END-IF
           END-PERFORM.

       TAKE-TREND-ENTRY-EXIT.
           EXIT.

      * Best average first - a plain exchange sort over at most 40.
       RANK-BRANCHES-SECTION SECTION.
           PERFORM VARYING W_O1 FROM 1 BY 1
                   UNTIL W_O1 > W_BRANCH-COUNT
               MOVE W_O1 TO W_ORDER(W_O1)
           END-PERFORM.
           PERFORM VARYING W_O1 FROM 1 BY 1
                   UNTIL W_O1 >= W_BRANCH-COUNT
               PERFORM VARYING W_O2 FROM W_O1 BY 1
                       UNTIL W_O2 > W_BRANCH-COUNT
                   IF W_BT-AVERAGE(W_ORDER(W_O2))
                       > W_BT-AVERAGE(W_ORDER(W_O1))
                       MOVE W_ORDER(W_O1) TO W_HOLD-ORDER
                       MOVE W_ORDER(W_O2) TO W_ORDER(W_O1)
                       MOVE W_HOLD-ORDER TO W_ORDER(W_O2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-LEAGUE-SECTION SECTION.
           STRING 'Out of 100: full birth date 20, address 20, '
                      DELIMITED BY SIZE
                  'NN-NNN postal code 15, consent 15, household 10, '
                      DELIMITED BY SIZE
                  'no open worklist item 20' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           PERFORM REPORT-LINE-SECTION.

           MOVE 'BRANCH LEAGUE TABLE' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'RK BR   PERSONS  AVERAGE  LAST MONTH  CHANGE'
               TO W_RP-LINE(1:44).
           MOVE '  FULL %  BIRTH  ADDR  POST  CONS  HHLD  WORK %'
               TO W_RP-LINE(45:48).
           PERFORM REPORT-LINE-SECTION.

           PERFORM VARYING W_O1 FROM 1 BY 1
                   UNTIL W_O1 > W_BRANCH-COUNT
               MOVE W_ORDER(W_O1) TO W_BR
               MOVE W_O1 TO W_RANK-SHOWN
               MOVE W_RANK-SHOWN TO W_RP-LINE(1:2)
               MOVE W_BT-CODE(W_BR) TO W_RP-LINE(4:3)
               MOVE W_BT-PERSONS(W_BR) TO W_COUNT-SHOWN
               MOVE W_COUNT-SHOWN TO W_RP-LINE(8:7)
               MOVE W_BT-AVERAGE(W_BR) TO W_AVG-SHOWN
               MOVE W_AVG-SHOWN TO W_RP-LINE(19:5)
               IF W_TR-HAS(W_BR, 11) = 'Y'
                   MOVE W_TR-AVERAGE(W_BR, 11) TO W_AVG-SHOWN
                   MOVE W_AVG-SHOWN TO W_RP-LINE(31:5)
                   COMPUTE W_CHANGE = W_BT-AVERAGE(W_BR)
                       - W_TR-AVERAGE(W_BR, 11)
                   MOVE W_CHANGE TO W_CHANGE-SHOWN
                   MOVE W_CHANGE-SHOWN TO W_RP-LINE(39:6)
               ELSE
                   MOVE '-' TO W_RP-LINE(35:1)
               END-IF
               MOVE 0 TO W_PCT
               IF W_BT-PERSONS(W_BR) > 0
                   COMPUTE W_PCT ROUNDED = W_BT-FULL-MARKS(W_BR)
                       * 100 / W_BT-PERSONS(W_BR)
               END-IF
               MOVE W_PCT TO W_PCT-SHOWN
               MOVE W_PCT-SHOWN TO W_RP-LINE(49:3)
               PERFORM VARYING W_CHECK-SUB FROM 1 BY 1
                       UNTIL W_CHECK-SUB > 6
                   MOVE 0 TO W_PCT
                   IF W_BT-PERSONS(W_BR) > 0
                       COMPUTE W_PCT ROUNDED =
                           W_BT-MET(W_BR, W_CHECK-SUB) * 100
                           / W_BT-PERSONS(W_BR)
                   END-IF
                   MOVE W_PCT TO W_PCT-SHOWN
                   COMPUTE W_COL = 54 + (W_CHECK-SUB - 1) * 6
                   MOVE W_PCT-SHOWN TO W_RP-LINE(W_COL:3)
               END-PERFORM
               PERFORM REPORT-LINE-SECTION
           END-PERFORM.

           MOVE 'ALL' TO W_RP-LINE(4:3).
           MOVE W_TOTAL-PERSONS TO W_COUNT-SHOWN.
           MOVE W_COUNT-SHOWN TO W_RP-LINE(8:7).
           MOVE W_TOTAL-AVERAGE TO W_AVG-SHOWN.
           MOVE W_AVG-SHOWN TO W_RP-LINE(19:5).
           PERFORM REPORT-LINE-SECTION.
           IF W_OPEN-ID-OVERFLOW > 0
               STRING '** ' DELIMITED BY SIZE
                      W_OPEN-ID-OVERFLOW DELIMITED BY SIZE
                      ' worklist reference(s) past 5000 not counted'
                          DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
           END-IF.

       WRITE-TREND-SECTION SECTION.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'AVERAGE SCORE MONTH BY MONTH' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'BR' TO W_RP-LINE(1:2).
           PERFORM VARYING W_COL FROM 1 BY 1 UNTIL W_COL > 12
               COMPUTE W_LABEL-INDEX = W_PERIOD-INDEX - 12 + W_COL
               DIVIDE W_LABEL-INDEX BY 12 GIVING W_PERIOD-YEAR
                   REMAINDER W_PERIOD-MONTH
               COMPUTE W_LABEL-PERIOD =
                   W_PERIOD-YEAR * 100 + W_PERIOD-MONTH + 1
               MOVE W_LABEL-PERIOD
                   TO W_RP-LINE(6 + (W_COL - 1) * 8:6)
           END-PERFORM.
           PERFORM REPORT-LINE-SECTION.
           PERFORM VARYING W_O1 FROM 1 BY 1
                   UNTIL W_O1 > W_BRANCH-COUNT
               MOVE W_ORDER(W_O1) TO W_BR
               MOVE W_BT-CODE(W_BR) TO W_RP-LINE(1:3)
               PERFORM VARYING W_COL FROM 1 BY 1 UNTIL W_COL > 12
                   IF W_TR-HAS(W_BR, W_COL) = 'Y'
                       MOVE W_TR-AVERAGE(W_BR, W_COL) TO W_AVG-SHOWN
                       MOVE W_AVG-SHOWN
                           TO W_RP-LINE(7 + (W_COL - 1) * 8:5)
                   ELSE
                       MOVE '-'
                           TO W_RP-LINE(10 + (W_COL - 1) * 8:1)
                   END-IF
               END-PERFORM
               PERFORM REPORT-LINE-SECTION
           END-PERFORM.

      * Branch W_BR's lowest-scoring persons and what each lacks.
       WRITE-LOWEST-SECTION SECTION.
           PERFORM REPORT-LINE-SECTION.
           STRING 'LOWEST-SCORING RECORDS - ' DELIMITED BY SIZE
                  W_BT-CODE(W_BR) DELIMITED BY SPACE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           IF W_BT-LOW-COUNT(W_BR) = 0
               MOVE '  every person scores 100' TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
               GO TO WRITE-LOWEST-EXIT
           END-IF.
           MOVE 'ID      SCORE  SURNAME' TO W_RP-LINE(1:22).
           MOVE 'NAME' TO W_RP-LINE(42:4).
           MOVE 'MISSING' TO W_RP-LINE(59:7).
           PERFORM REPORT-LINE-SECTION.
           PERFORM VARYING W_LS FROM 1 BY 1
                   UNTIL W_LS > W_BT-LOW-COUNT(W_BR)
               MOVE W_LW-ID(W_BR, W_LS) TO W_RP-LINE(1:6)
               MOVE W_LW-SCORE(W_BR, W_LS) TO W_SCORE-SHOWN
               MOVE W_SCORE-SHOWN TO W_RP-LINE(10:3)
               MOVE W_LW-SURNAME(W_BR, W_LS) TO W_RP-LINE(16:25)
               MOVE W_LW-NAME(W_BR, W_LS) TO W_RP-LINE(42:16)
               MOVE W_LW-MET-FLAGS(W_BR, W_LS) TO W_CHECK-MET-FLAGS
               MOVE SPACES TO W_MISSING-TEXT
               MOVE 1 TO W_MISSING-POINTER
               PERFORM VARYING W_CHECK-SUB FROM 1 BY 1
                       UNTIL W_CHECK-SUB > 6
                   IF W_CHECK-MET(W_CHECK-SUB) NOT = 'Y'
                       STRING W_CHECK-NAME(W_CHECK-SUB)
                                  DELIMITED BY SPACE
                              ' ' DELIMITED BY SIZE
                           INTO W_MISSING-TEXT
                           WITH POINTER W_MISSING-POINTER
                       END-STRING
                   END-IF
               END-PERFORM
               MOVE W_MISSING-TEXT TO W_RP-LINE(59:66)
               PERFORM REPORT-LINE-SECTION
           END-PERFORM.

       WRITE-LOWEST-EXIT.
           EXIT.
