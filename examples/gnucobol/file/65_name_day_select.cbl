      * Execute files/02_write.cbl first
      * Members here care more about their name day (imieniny)
      * than their birthday, and the only celebration output was
      * 15_MILESTONE_REPORT's birthday list. name_days.ctl is the
      * name-day calendar - maintained by operations like
      * letter_template.txt, not a code change - one
      *     MMDD GIVEN-NAME
      * pair per line (a name celebrated on several days simply has
      * several lines; a line starting * is a comment). Today's
      * names (or those of the YYYYMMDD given on the command line,
      * for a catch-up after a non-business day) are matched against
      * the first given name on output.dat, both sides put through
      * the 11_POLISH_FOLD diacritic fold and upper-cased so
      * "Lukasz" on file still meets the calendar's accented
      * spelling. Only Active persons are selected, and an explicit
      * MAILING withdrawal on consent.dat suppresses the greeting
      * exactly as it suppresses a label in 12_MAILING_LABELS - as
      * does a minor without their guardian's grant (see
      * CONSENT-GATE.cpy).
      * Two outputs:
      *   nameday_ids.txt - the selection, one person ID per line,
      *       rendered by "58_letter_engine NAMEDAY" against
      *       nameday_template.txt;
      *   name_days_<branch>_<date>.txt - the printed list for the
      *       branch the run points at (HQ for the head-office set,
      *       see BRANCH-PROFILE.cpy), on the standard report page
      *       (see REPORT-PAGE.cpy) as it names the people selected.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 65_NAME_DAY_SELECT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CALENDAR-IN ASSIGN TO 'name_days.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_CAL-STATUS.

               SELECT PERSON-IN ASSIGN TO W_BRANCH-PERSON-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

      * The consent gate - see CONSENT-RECORD.cpy.
               SELECT CONSENT-FILE ASSIGN TO 'consent.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CN_KEY
                   FILE STATUS IS W_CN-STATUS.

               SELECT SELECTION-OUT ASSIGN TO 'nameday_ids.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

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

           FD CALENDAR-IN.
           01 ND_CALENDAR-LINE PIC X(40).

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

           FD SELECTION-OUT.
           01 SL_ID-LINE PIC X(10).

           COPY 'REPORT-PAGE-FILES.cpy'.

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 B_CAL-EOF PIC X(1) VALUE 'N'.
               01 W_CAL-STATUS PIC X(2).
               01 W_PI-STATUS PIC X(2).
               01 W_CN-STATUS PIC X(2).
               01 W_CONSENT-USABLE-SW PIC X(1) VALUE 'N'.
                   88 CONSENT-USABLE VALUE 'Y'.
               01 W_ARG-1 PIC X(10) VALUE SPACES.
               01 W_RUN-DATE PIC 9(8) VALUE 0.
               01 W_RUN-MMDD PIC X(4) VALUE SPACES.
               01 W_LIST-FILENAME PIC X(40) VALUE SPACES.
               01 W_LIST-BRANCH PIC X(3) VALUE SPACES.

      * The day's names from the calendar, already folded - a
      * busy day in the Polish calendar carries eight or nine.
               01 W_DAY-NAME-TABLE.
                   02 W_DAY-NAME PIC X(25) OCCURS 40 TIMES.
               01 W_DAY-NAME-COUNT PIC 9(2) VALUE 0.
               01 W_DN-SUB PIC 9(2) VALUE 0.
               01 W_CAL-MMDD PIC X(4) VALUE SPACES.
               01 W_CAL-NAME PIC X(25) VALUE SPACES.

               01 W_FIRST-NAME PIC X(25) VALUE SPACES.
               01 W_MATCH-SW PIC X(1) VALUE 'N'.
                   88 NAME-MATCHED VALUE 'Y'.

      * Diacritic folding (see 11_POLISH_FOLD.cbl).
               01 W_FOLD-REQUEST PIC X(8) VALUE 'FOLD'.
               01 W_FOLD-RESULT PIC X(50) VALUE SPACES.
               01 W_FOLD-STATUS PIC X(1) VALUE '0'.

               01 W_SELECTED-COUNT PIC 9(6) VALUE 0.
               01 W_NON-ACTIVE-COUNT PIC 9(6) VALUE 0.
               01 W_SUPPRESSED-COUNT PIC 9(6) VALUE 0.

      * Consent gate and its under-18 test (see CONSENT-GATE.cpy).
               COPY 'CONSENT-GATE-FIELDS.cpy'.
               COPY 'MINOR-CHECK-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

      * Branch file profile (see BRANCH-PROFILE.cpy) - which set of
      * data files this run points at.
               COPY 'BRANCH-FILES.cpy'.

       PROCEDURE DIVISION.
           ACCEPT W_ARG-1 FROM COMMAND-LINE.
           IF W_ARG-1(1:8) IS NUMERIC
               MOVE W_ARG-1(1:8) TO W_RUN-DATE
           ELSE
               ACCEPT W_RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE W_RUN-DATE(5:4) TO W_RUN-MMDD.

           PERFORM BRANCH-PROFILE-SECTION.
           IF W_BRANCH-CODE = SPACES
               MOVE 'HQ' TO W_LIST-BRANCH
           ELSE
               MOVE W_BRANCH-CODE TO W_LIST-BRANCH
           END-IF.
           STRING 'name_days_' DELIMITED BY SIZE
                  W_LIST-BRANCH DELIMITED BY SPACE
                  '_' DELIMITED BY SIZE
                  W_RUN-DATE DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO W_LIST-FILENAME
           END-STRING.

           PERFORM LOAD-DAY-NAMES-SECTION.
           IF W_CAL-STATUS NOT = '00'
               DISPLAY '** name_days.ctl missing - no name-day '
                   'selection made'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               DISPLAY '** 'FUNCTION TRIM(W_BRANCH-PERSON-FILE)
                   ' open failed (status 'W_PI-STATUS')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM START-JOB-TIMER-SECTION.

      * No consent.dat just means nobody has recorded anything
      * yet. Age is judged on the run date, catch-up or not.
           MOVE W_RUN-DATE TO W_MN-TODAY.
           OPEN INPUT CONSENT-FILE.
           IF W_CN-STATUS = '00'
               MOVE 'Y' TO W_CONSENT-USABLE-SW
           END-IF.

           OPEN OUTPUT SELECTION-OUT.
           STRING 'NAME DAYS - ' DELIMITED BY SIZE
                  W_RUN-DATE DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '65_NAME_DAY_SELECT' TO W_RP-PROGRAM.
           MOVE W_LIST-FILENAME TO W_RP-PRINT-FILENAME.
           MOVE W_LIST-BRANCH TO W_RP-BRANCH.
           PERFORM REPORT-OPEN-SECTION.
           MOVE 'ID      NAME' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

      * A day nobody in the calendar celebrates still runs through
      * to an empty selection - 58_LETTER_ENGINE then renders
      * nothing, rather than last night's file again.
           IF W_DAY-NAME-COUNT > 0
               PERFORM UNTIL B_EOF = 'Y'
                   READ PERSON-IN NEXT RECORD
                       AT END MOVE 'Y' TO B_EOF
                       NOT AT END
                           IF FI_PERSON-ACTIVE
                               PERFORM SELECT-ONE-PERSON-SECTION
                           ELSE
                               ADD 1 TO W_NON-ACTIVE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           PERFORM REPORT-LINE-SECTION.
           STRING 'GREETINGS SELECTED ' DELIMITED BY SIZE
                  W_SELECTED-COUNT DELIMITED BY SIZE
                  '  CONSENT WITHDRAWN ' DELIMITED BY SIZE
                  W_SUPPRESSED-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           CLOSE PERSON-IN.
           IF CONSENT-USABLE
               CLOSE CONSENT-FILE
           END-IF.
           CLOSE SELECTION-OUT.
           MOVE W_SELECTED-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           DISPLAY 'Names celebrated on 'W_RUN-MMDD'   : '
               W_DAY-NAME-COUNT.
           DISPLAY 'Greetings selected          : 'W_SELECTED-COUNT.
           DISPLAY 'Consent withdrawn (suppressed): '
               W_SUPPRESSED-COUNT.
           DISPLAY '  minors without guardian consent: '
               W_CG-MINOR-COUNT.
           DISPLAY '  under a RODO restriction: '
               W_CG-RESTRICTED-COUNT.
           DISPLAY 'Printed list                : '
               FUNCTION TRIM(W_LIST-FILENAME).

           MOVE '65_NAME_DAY_SELECT' TO W_TRAILER-PROGRAM.
           MOVE W_SELECTED-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'CONSENT-GATE.cpy'.
       COPY 'MINOR-CHECK.cpy'.
       COPY 'BRANCH-PROFILE.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * Only the run date's lines are kept - the calendar is a
      * year of names, the run needs one day of it.
       LOAD-DAY-NAMES-SECTION SECTION.
           OPEN INPUT CALENDAR-IN.
           IF W_CAL-STATUS NOT = '00'
               GO TO LOAD-DAY-NAMES-EXIT
           END-IF.
           PERFORM UNTIL B_CAL-EOF = 'Y'
               READ CALENDAR-IN
                   AT END MOVE 'Y' TO B_CAL-EOF
                   NOT AT END
                       IF ND_CALENDAR-LINE(1:1) NOT = '*'
                           AND ND_CALENDAR-LINE(1:4) = W_RUN-MMDD
                           MOVE SPACES TO W_CAL-MMDD W_CAL-NAME
                           UNSTRING ND_CALENDAR-LINE
                               DELIMITED BY ALL SPACE
                               INTO W_CAL-MMDD, W_CAL-NAME
                           END-UNSTRING
                           IF W_CAL-NAME NOT = SPACES
                               AND W_DAY-NAME-COUNT < 40
                               CALL '11_POLISH_FOLD' USING
                                   W_FOLD-REQUEST, W_CAL-NAME,
                                   W_FOLD-RESULT, W_FOLD-STATUS
                               ADD 1 TO W_DAY-NAME-COUNT
                               MOVE FUNCTION UPPER-CASE(
                                   W_FOLD-RESULT(1:25))
                                   TO W_DAY-NAME(W_DAY-NAME-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALENDAR-IN.

       LOAD-DAY-NAMES-EXIT.
           EXIT.

      * The first given name only - "Jan Maria" celebrates on Jan's
      * day; a second given name is a family matter, not a
      * mailing.
       SELECT-ONE-PERSON-SECTION SECTION.
           MOVE SPACES TO W_FIRST-NAME.
           UNSTRING FI_PERSON-NAME DELIMITED BY ALL SPACE
               INTO W_FIRST-NAME
           END-UNSTRING.
           IF W_FIRST-NAME = SPACES
               GO TO SELECT-ONE-PERSON-EXIT
           END-IF.
           CALL '11_POLISH_FOLD' USING W_FOLD-REQUEST,
               W_FIRST-NAME, W_FOLD-RESULT, W_FOLD-STATUS.
           MOVE FUNCTION UPPER-CASE(W_FOLD-RESULT(1:25))
               TO W_FIRST-NAME.

           MOVE 'N' TO W_MATCH-SW.
           PERFORM VARYING W_DN-SUB FROM 1 BY 1
                   UNTIL W_DN-SUB > W_DAY-NAME-COUNT
                      OR NAME-MATCHED
               IF W_DAY-NAME(W_DN-SUB) = W_FIRST-NAME
                   MOVE 'Y' TO W_MATCH-SW
               END-IF
           END-PERFORM.
           IF NOT NAME-MATCHED
               GO TO SELECT-ONE-PERSON-EXIT
           END-IF.

           MOVE FI_PERSON-ID TO W_CG-PERSON-ID.
           MOVE 'MAILING' TO W_CG-TYPE.
           MOVE FI_PERSON-BIRTH-DATE TO W_MN-BIRTH-DATE.
           MOVE FI_PERSON-BIRTH-QUALITY TO W_MN-BIRTH-QUALITY.
           PERFORM CHECK-CONSENT-SECTION.
           IF CONSENT-SUPPRESSED
               ADD 1 TO W_SUPPRESSED-COUNT
               GO TO SELECT-ONE-PERSON-EXIT
           END-IF.

           MOVE SPACES TO SL_ID-LINE.
           MOVE FI_PERSON-ID TO SL_ID-LINE(1:6).
           WRITE SL_ID-LINE.

           STRING FI_PERSON-ID DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  FI_PERSON-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FI_PERSON-SURNAME DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           ADD 1 TO W_SELECTED-COUNT.

       SELECT-ONE-PERSON-EXIT.
           EXIT.
