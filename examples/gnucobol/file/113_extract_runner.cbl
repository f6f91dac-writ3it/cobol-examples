      * Run as: 113_extract_runner [extract-name]
      *                               (default every extract on file)
      * The saved extracts. A team that wants a slice of the person
      * data - "Active members in Krakow born before 1960, with
      * phone" - used to need a program of its own or took the whole
      * 08_EXPORT file and filtered it themselves, and the personal
      * data went further than it had to. Each slice is now a named
      * definition on extract_definitions.ctl and this runs them in
      * batch (put it on job_schedule.ctl, see 83_JOB_SCHEDULER, at
      * whatever frequency the teams need). A definition is a block
      * of lines, blank-separated, opened by its EXTRACT line; a
      * line starting with * is a comment:
      *     EXTRACT  name         up to 20 characters, unique
      *     OWNER    who          the team or person answerable for
      *                           it - required
      *     EXPIRES  yyyymmdd     last day it runs - required
      *     FORMAT   CSV | FIXED  CSV with a header row, or fixed
      *                           width at the fields' own widths
      *                           (FIXED when left out)
      *     CONSENT  type         consent type the gate checks
      *                           (EXPORT when left out)
      *     SELECT   field op [value]   every SELECT must hold;
      *                           op is EQ NE LT LE GT GE, or PRESENT
      *                           / ABSENT with no value (up to 8)
      *     FIELDS   field ...    what goes out, in order - more
      *                           FIELDS lines add on (up to 12)
      * Fields: ID NAME SURNAME BIRTH-YEAR BIRTH-DATE STATUS off
      * output.dat, STREET CITY POSTAL-CODE PHONE off address.dat,
      * and CONSENT-type (CONSENT-MAILING, ...) - the state letter on
      * consent.dat for that type, G W or E, blank with none. ID and
      * the birth fields compare as numbers, the rest as text,
      * exactly as held. For example
      *     EXTRACT  KRA-SENIORS
      *     OWNER    KRAMGR
      *     EXPIRES  20271231
      *     FORMAT   CSV
      *     SELECT   STATUS EQ A
      *     SELECT   CITY EQ Krakow
      *     SELECT   BIRTH-YEAR LT 1960
      *     SELECT   PHONE PRESENT
      *     FIELDS   ID NAME SURNAME PHONE
      * Only the fields named leave the shop, to
      * extract_<name>_<yyyymmdd>.csv or .dat, and the consent gate
      * (CONSENT-GATE.cpy) holds every row to the definition's
      * consent type and to any RODO restriction - there is no way
      * round it from a definition. Each file goes onto
      * outbound_manifest.log (see MANIFEST.cpy). A definition past
      * its expiry date no longer runs; one inside its last 30 days
      * runs with a reminder to its owner. A definition that does
      * not parse - no owner, no expiry, no fields, a field or
      * operator not in the list - is refused whole and the run ends
      * with return code 4; the others still go. A branch run
      * (COBOLFILE_BRANCH, see BRANCH-PROFILE.cpy) extracts off the
      * branch's own master, its files prefixed with the branch
      * code.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 113_EXTRACT_RUNNER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DEFINITION-CONTROL ASSIGN TO
                       'extract_definitions.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_DC-STATUS.

               SELECT PERSON-IN ASSIGN TO W_BRANCH-PERSON-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

               SELECT ADDRESS-FILE ASSIGN TO 'address.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AD_PERSON-ID
                   FILE STATUS IS W_AD-STATUS.

      * The consent gate - see CONSENT-GATE.cpy.
               SELECT CONSENT-FILE ASSIGN TO 'consent.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CN_KEY
                   FILE STATUS IS W_CN-STATUS.

               SELECT EXTRACT-OUT ASSIGN TO W_EXTRACT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_EO-STATUS.

      * Outbound transmission manifest - see MANIFEST.cpy.
               SELECT MANIFEST-LOG ASSIGN TO
                       'outbound_manifest.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD DEFINITION-CONTROL.
           01 DC_DEFINITION-LINE PIC X(80).

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

           FD EXTRACT-OUT.
           01 EO_EXTRACT-LINE PIC X(400).

           COPY 'MANIFEST-LOG.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_DC-STATUS PIC X(2).
               01 W_PI-STATUS PIC X(2).
               01 W_AD-STATUS PIC X(2).
               01 W_CN-STATUS PIC X(2).
               01 W_EO-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_ARG-NAME PIC X(20) VALUE SPACES.
               01 W_EXTRACT-FILENAME PIC X(60) VALUE SPACES.
               01 W_CONSENT-USABLE-SW PIC X(1) VALUE 'N'.
                   88 CONSENT-USABLE VALUE 'Y'.
               01 W_ADDRESS-USABLE-SW PIC X(1) VALUE 'N'.
                   88 ADDRESS-USABLE VALUE 'Y'.
               01 W_ADDRESS-FOUND-SW PIC X(1) VALUE 'N'.
                   88 ADDRESS-FOUND VALUE 'Y'.

      * The definitions off extract_definitions.ctl. W_DF-PROBLEM
      * holds the first thing wrong with a definition - left blank,
      * the definition is good to run.
               01 W_DEFINITION-TABLE.
                   02 W_DF-ENTRY OCCURS 20 TIMES.
                       03 W_DF-NAME PIC X(20).
                       03 W_DF-OWNER PIC X(20).
                       03 W_DF-EXPIRES PIC 9(8).
                       03 W_DF-FORMAT PIC X(5).
                       03 W_DF-CONSENT-TYPE PIC X(8).
                       03 W_DF-PROBLEM PIC X(50).
                       03 W_DF-SELECT-COUNT PIC 9(2).
                       03 W_DF-SELECT OCCURS 8 TIMES.
                           04 W_DS-FIELD PIC X(20).
                           04 W_DS-OP PIC X(7).
                           04 W_DS-VALUE PIC X(30).
                       03 W_DF-FIELD-COUNT PIC 9(2).
                       03 W_DF-FIELD PIC X(20) OCCURS 12 TIMES.
               01 W_DEFINITION-COUNT PIC 9(2) VALUE 0.
               01 W_DF-SUB PIC 9(2) VALUE 0.
               01 W_DS-SUB PIC 9(2) VALUE 0.
               01 W_FL-SUB PIC 9(2) VALUE 0.
               01 W_WD-SUB PIC 9(2) VALUE 0.

      * One definition line split on spaces; a SELECT value is the
      * rest of its line, so a city of two words still matches.
               01 W_DEF-LINE PIC X(80) VALUE SPACES.
               01 W_KEYWORD PIC X(10) VALUE SPACES.
               01 W_WORDS.
                   02 W_WORD PIC X(20) OCCURS 12 TIMES.
               01 W_LINE-PTR PIC 9(3) VALUE 0.
               01 W_SELECT-VALUE PIC X(30) VALUE SPACES.

      * The field catalogue: SET-FIELD-SECTION takes W_FIELD-NAME
      * and answers whether it is known, how wide it goes out, and
      * - when W_FIELD-FETCH-SW is on - its value for the current
      * person.
               01 W_FIELD-NAME PIC X(20) VALUE SPACES.
               01 W_FIELD-VALUE PIC X(30) VALUE SPACES.
               01 W_FIELD-WIDTH PIC 9(2) VALUE 0.
               01 W_FIELD-KNOWN-SW PIC X(1) VALUE 'N'.
                   88 FIELD-KNOWN VALUE 'Y'.
               01 W_FIELD-NUMERIC-SW PIC X(1) VALUE 'N'.
                   88 FIELD-NUMERIC VALUE 'Y'.
               01 W_FIELD-FETCH-SW PIC X(1) VALUE 'N'.
                   88 FIELD-FETCH VALUE 'Y'.

               01 W_SELECTED-SW PIC X(1) VALUE 'N'.
                   88 PERSON-SELECTED VALUE 'Y'.
               01 W_LEFT-NUMBER PIC S9(9) VALUE 0.
               01 W_RIGHT-NUMBER PIC S9(9) VALUE 0.
               01 W_COMPARE PIC S9(1) VALUE 0.

               01 W_OUT-LINE PIC X(400) VALUE SPACES.
               01 W_OUT-PTR PIC 9(3) VALUE 0.
               01 W_COMMA-COUNT PIC 9(2) VALUE 0.

               01 W_ROW-COUNT PIC 9(6) VALUE 0.
               01 W_ROW-ID-SUM PIC 9(12) VALUE 0.
               01 W_HELD-COUNT PIC 9(6) VALUE 0.
               01 W_TOTAL-ROWS PIC 9(9) VALUE 0.
               01 W_RUN-COUNT PIC 9(2) VALUE 0.
               01 W_EXPIRED-COUNT PIC 9(2) VALUE 0.
               01 W_REFUSED-COUNT PIC 9(2) VALUE 0.
               01 W_DAYS-LEFT PIC S9(7) VALUE 0.

      * Branch file profile (see BRANCH-PROFILE.cpy) - which person
      * master the extracts are cut from.
               COPY 'BRANCH-FILES.cpy'.

      * Consent gate and its under-18 test (see CONSENT-GATE.cpy).
               COPY 'CONSENT-GATE-FIELDS.cpy'.
               COPY 'MINOR-CHECK-FIELDS.cpy'.

      * Outbound manifest fields (see MANIFEST.cpy) - one line per
      * extract file shipped.
               COPY 'MANIFEST-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy) - the count is
      * the rows written across every extract run.
               COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.
           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_ARG-NAME FROM COMMAND-LINE.
           PERFORM BRANCH-PROFILE-SECTION.

           PERFORM LOAD-DEFINITIONS-SECTION.
           PERFORM VARYING W_DF-SUB FROM 1 BY 1
                   UNTIL W_DF-SUB > W_DEFINITION-COUNT
               PERFORM CHECK-DEFINITION-SECTION
           END-PERFORM.

           OPEN INPUT CONSENT-FILE.
           IF W_CN-STATUS = '00'
               MOVE 'Y' TO W_CONSENT-USABLE-SW
           END-IF.
           OPEN INPUT ADDRESS-FILE.
           IF W_AD-STATUS = '00'
               MOVE 'Y' TO W_ADDRESS-USABLE-SW
           END-IF.

           PERFORM VARYING W_DF-SUB FROM 1 BY 1
                   UNTIL W_DF-SUB > W_DEFINITION-COUNT
               IF W_ARG-NAME = SPACES
                   OR W_ARG-NAME = W_DF-NAME(W_DF-SUB)
                   PERFORM RUN-DEFINITION-SECTION
               END-IF
           END-PERFORM.

           IF CONSENT-USABLE
               CLOSE CONSENT-FILE
           END-IF.
           IF ADDRESS-USABLE
               CLOSE ADDRESS-FILE
           END-IF.

           IF W_ARG-NAME NOT = SPACES
               AND W_RUN-COUNT + W_EXPIRED-COUNT + W_REFUSED-COUNT
                   = 0
               DISPLAY '** no extract 'W_ARG-NAME' on '
                   'extract_definitions.ctl'
               ADD 1 TO W_REFUSED-COUNT
           END-IF.

           DISPLAY SPACES.
           DISPLAY W_RUN-COUNT' extract(s) run, 'W_TOTAL-ROWS
               ' row(s) written, 'W_EXPIRED-COUNT' expired, '
               W_REFUSED-COUNT' refused'.

           MOVE '113_EXTRACT_RUNNER' TO W_TRAILER-PROGRAM.
           MOVE W_TOTAL-ROWS TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           IF W_REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'BRANCH-PROFILE.cpy'.
       COPY 'CONSENT-GATE.cpy'.
       COPY 'MINOR-CHECK.cpy'.
       COPY 'MANIFEST.cpy'.
       COPY 'JOB-TRAILER.cpy'.

      * Reads every definition block into the table - the checks
      * come after, once each block is whole.
       LOAD-DEFINITIONS-SECTION SECTION.
           INITIALIZE W_DEFINITION-TABLE.
           OPEN INPUT DEFINITION-CONTROL.
           IF W_DC-STATUS NOT = '00'
               DISPLAY '** no extract_definitions.ctl on file - '
                   'nothing to run'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO W_DF-SUB.
           PERFORM UNTIL B_EOF = 'Y'
               READ DEFINITION-CONTROL
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE FUNCTION TRIM(DC_DEFINITION-LINE LEADING)
                           TO W_DEF-LINE
                       IF W_DEF-LINE NOT = SPACES
                           AND W_DEF-LINE(1:1) NOT = '*'
                           PERFORM LOAD-ONE-LINE-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEFINITION-CONTROL.

       LOAD-ONE-LINE-SECTION SECTION.
           MOVE SPACES TO W_KEYWORD W_WORDS.
           UNSTRING W_DEF-LINE DELIMITED BY ALL SPACE
               INTO W_KEYWORD, W_WORD(1), W_WORD(2), W_WORD(3),
                   W_WORD(4), W_WORD(5), W_WORD(6), W_WORD(7),
                   W_WORD(8), W_WORD(9), W_WORD(10), W_WORD(11),
                   W_WORD(12).

           IF W_KEYWORD = 'EXTRACT'
               PERFORM START-DEFINITION-SECTION
               GO TO LOAD-ONE-LINE-EXIT
           END-IF.
           IF W_DF-SUB = 0
               DISPLAY 'extract_definitions.ctl: "'W_KEYWORD
                   '" before any EXTRACT line - ignored'
               GO TO LOAD-ONE-LINE-EXIT
           END-IF.

           EVALUATE W_KEYWORD
               WHEN 'OWNER'
                   MOVE W_WORD(1) TO W_DF-OWNER(W_DF-SUB)
               WHEN 'EXPIRES'
                   IF W_WORD(1)(1:8) IS NUMERIC
                       AND W_WORD(1)(9:) = SPACES
                       AND FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(W_WORD(1)(1:8))) = 0
                       MOVE W_WORD(1)(1:8) TO W_DF-EXPIRES(W_DF-SUB)
                   ELSE
                       MOVE 'EXPIRES is not a yyyymmdd date'
                           TO W_DF-PROBLEM(W_DF-SUB)
                   END-IF
               WHEN 'FORMAT'
                   MOVE W_WORD(1) TO W_DF-FORMAT(W_DF-SUB)
               WHEN 'CONSENT'
                   MOVE W_WORD(1) TO W_DF-CONSENT-TYPE(W_DF-SUB)
               WHEN 'SELECT'
                   PERFORM LOAD-SELECT-SECTION
               WHEN 'FIELDS'
                   PERFORM LOAD-FIELDS-SECTION
               WHEN OTHER
                   MOVE 'unknown keyword' TO W_DF-PROBLEM(W_DF-SUB)
           END-EVALUATE.

       LOAD-ONE-LINE-EXIT.
           EXIT.

      * A new block. A name already on file, or a 21st definition,
      * is reported and its lines go nowhere.
       START-DEFINITION-SECTION SECTION.
           MOVE 0 TO W_DF-SUB.
           IF W_WORD(1) = SPACES
               DISPLAY 'extract_definitions.ctl: EXTRACT without a '
                   'name - block ignored'
               GO TO START-DEFINITION-EXIT
           END-IF.
           PERFORM VARYING W_WD-SUB FROM 1 BY 1
                   UNTIL W_WD-SUB > W_DEFINITION-COUNT
               IF W_DF-NAME(W_WD-SUB) = W_WORD(1)
                   DISPLAY 'extract_definitions.ctl: 'W_WORD(1)
                       ' defined twice - second block ignored'
                   GO TO START-DEFINITION-EXIT
               END-IF
           END-PERFORM.
           IF W_DEFINITION-COUNT = 20
               DISPLAY 'extract_definitions.ctl: more than 20 '
                   'extracts - 'W_WORD(1)' ignored'
               GO TO START-DEFINITION-EXIT
           END-IF.
           ADD 1 TO W_DEFINITION-COUNT.
           MOVE W_DEFINITION-COUNT TO W_DF-SUB.
           MOVE W_WORD(1) TO W_DF-NAME(W_DF-SUB).

       START-DEFINITION-EXIT.
           EXIT.

       LOAD-SELECT-SECTION SECTION.
           IF W_DF-SELECT-COUNT(W_DF-SUB) = 8
               MOVE 'more than 8 SELECT lines'
                   TO W_DF-PROBLEM(W_DF-SUB)
               GO TO LOAD-SELECT-EXIT
           END-IF.
           MOVE 1 TO W_LINE-PTR.
           MOVE SPACES TO W_KEYWORD W_WORD(1) W_WORD(2).
           UNSTRING W_DEF-LINE DELIMITED BY ALL SPACE
               INTO W_KEYWORD, W_WORD(1), W_WORD(2)
               WITH POINTER W_LINE-PTR.
           MOVE SPACES TO W_SELECT-VALUE.
           IF W_LINE-PTR <= 80
               MOVE W_DEF-LINE(W_LINE-PTR:) TO W_SELECT-VALUE
           END-IF.
           ADD 1 TO W_DF-SELECT-COUNT(W_DF-SUB).
           MOVE W_DF-SELECT-COUNT(W_DF-SUB) TO W_DS-SUB.
           MOVE W_WORD(1) TO W_DS-FIELD(W_DF-SUB, W_DS-SUB).
           MOVE W_WORD(2) TO W_DS-OP(W_DF-SUB, W_DS-SUB).
           MOVE W_SELECT-VALUE TO W_DS-VALUE(W_DF-SUB, W_DS-SUB).

       LOAD-SELECT-EXIT.
           EXIT.

       LOAD-FIELDS-SECTION SECTION.
           PERFORM VARYING W_WD-SUB FROM 1 BY 1 UNTIL W_WD-SUB > 12
               IF W_WORD(W_WD-SUB) NOT = SPACES
                   IF W_DF-FIELD-COUNT(W_DF-SUB) = 12
                       MOVE 'more than 12 FIELDS'
                           TO W_DF-PROBLEM(W_DF-SUB)
                   ELSE
                       ADD 1 TO W_DF-FIELD-COUNT(W_DF-SUB)
                       MOVE W_WORD(W_WD-SUB) TO W_DF-FIELD(W_DF-SUB,
                           W_DF-FIELD-COUNT(W_DF-SUB))
                   END-IF
               END-IF
           END-PERFORM.

      * A whole block against the rules: the first problem found is
      * kept, and a definition with one never runs.
       CHECK-DEFINITION-SECTION SECTION.
           IF W_DF-PROBLEM(W_DF-SUB) NOT = SPACES
               GO TO CHECK-DEFINITION-EXIT
           END-IF.
           IF W_DF-OWNER(W_DF-SUB) = SPACES
               MOVE 'no OWNER' TO W_DF-PROBLEM(W_DF-SUB)
               GO TO CHECK-DEFINITION-EXIT
           END-IF.
           IF W_DF-EXPIRES(W_DF-SUB) = 0
               MOVE 'no EXPIRES date' TO W_DF-PROBLEM(W_DF-SUB)
               GO TO CHECK-DEFINITION-EXIT
           END-IF.
           IF W_DF-FORMAT(W_DF-SUB) = SPACES
               MOVE 'FIXED' TO W_DF-FORMAT(W_DF-SUB)
           END-IF.
           IF W_DF-FORMAT(W_DF-SUB) NOT = 'FIXED'
               AND W_DF-FORMAT(W_DF-SUB) NOT = 'CSV'
               MOVE 'FORMAT is neither CSV nor FIXED'
                   TO W_DF-PROBLEM(W_DF-SUB)
               GO TO CHECK-DEFINITION-EXIT
           END-IF.
           IF W_DF-CONSENT-TYPE(W_DF-SUB) = SPACES
               MOVE 'EXPORT' TO W_DF-CONSENT-TYPE(W_DF-SUB)
           END-IF.
           IF W_DF-FIELD-COUNT(W_DF-SUB) = 0
               MOVE 'no FIELDS' TO W_DF-PROBLEM(W_DF-SUB)
               GO TO CHECK-DEFINITION-EXIT
           END-IF.

           MOVE 'N' TO W_FIELD-FETCH-SW.
           PERFORM VARYING W_FL-SUB FROM 1 BY 1
                   UNTIL W_FL-SUB > W_DF-FIELD-COUNT(W_DF-SUB)
               MOVE W_DF-FIELD(W_DF-SUB, W_FL-SUB) TO W_FIELD-NAME
               PERFORM SET-FIELD-SECTION
               IF NOT FIELD-KNOWN
                   STRING 'unknown field ' DELIMITED BY SIZE
                          W_FIELD-NAME DELIMITED BY SPACE
                       INTO W_DF-PROBLEM(W_DF-SUB)
                   END-STRING
                   GO TO CHECK-DEFINITION-EXIT
               END-IF
           END-PERFORM.

           PERFORM VARYING W_DS-SUB FROM 1 BY 1
                   UNTIL W_DS-SUB > W_DF-SELECT-COUNT(W_DF-SUB)
               PERFORM CHECK-ONE-SELECT-SECTION
               IF W_DF-PROBLEM(W_DF-SUB) NOT = SPACES
                   GO TO CHECK-DEFINITION-EXIT
               END-IF
           END-PERFORM.

       CHECK-DEFINITION-EXIT.
           EXIT.

       CHECK-ONE-SELECT-SECTION SECTION.
           MOVE W_DS-FIELD(W_DF-SUB, W_DS-SUB) TO W_FIELD-NAME.
           PERFORM SET-FIELD-SECTION.
           IF NOT FIELD-KNOWN
               STRING 'unknown SELECT field ' DELIMITED BY SIZE
                      W_FIELD-NAME DELIMITED BY SPACE
                   INTO W_DF-PROBLEM(W_DF-SUB)
               END-STRING
               GO TO CHECK-ONE-SELECT-EXIT
           END-IF.
           EVALUATE W_DS-OP(W_DF-SUB, W_DS-SUB)
               WHEN 'PRESENT'
               WHEN 'ABSENT'
                   GO TO CHECK-ONE-SELECT-EXIT
               WHEN 'EQ'
               WHEN 'NE'
               WHEN 'LT'
               WHEN 'LE'
               WHEN 'GT'
               WHEN 'GE'
                   CONTINUE
               WHEN OTHER
                   STRING 'unknown operator on ' DELIMITED BY SIZE
                          W_FIELD-NAME DELIMITED BY SPACE
                       INTO W_DF-PROBLEM(W_DF-SUB)
                   END-STRING
                   GO TO CHECK-ONE-SELECT-EXIT
           END-EVALUATE.
           IF W_DS-VALUE(W_DF-SUB, W_DS-SUB) = SPACES
               STRING 'no value to compare ' DELIMITED BY SIZE
                      W_FIELD-NAME DELIMITED BY SPACE
                      ' with' DELIMITED BY SIZE
                   INTO W_DF-PROBLEM(W_DF-SUB)
               END-STRING
               GO TO CHECK-ONE-SELECT-EXIT
           END-IF.
           IF FIELD-NUMERIC
               AND FUNCTION TEST-NUMVAL(W_DS-VALUE(W_DF-SUB, W_DS-SUB))
                   NOT = 0
               STRING W_FIELD-NAME DELIMITED BY SPACE
                      ' compared with a value that is not a number'
                          DELIMITED BY SIZE
                   INTO W_DF-PROBLEM(W_DF-SUB)
               END-STRING
           END-IF.

       CHECK-ONE-SELECT-EXIT.
           EXIT.

      * One definition: refused and expired ones only say so; a good
      * one is a pass over the person master into its own file.
       RUN-DEFINITION-SECTION SECTION.
           DISPLAY SPACES.
           IF W_DF-PROBLEM(W_DF-SUB) NOT = SPACES
               DISPLAY W_DF-NAME(W_DF-SUB)' ** refused - '
                   W_DF-PROBLEM(W_DF-SUB)
               ADD 1 TO W_REFUSED-COUNT
               GO TO RUN-DEFINITION-EXIT
           END-IF.
           IF W_DF-EXPIRES(W_DF-SUB) < W_TODAY
               DISPLAY W_DF-NAME(W_DF-SUB)' expired on '
                   W_DF-EXPIRES(W_DF-SUB)' - not run; '
                   W_DF-OWNER(W_DF-SUB)' to renew or remove it'
               ADD 1 TO W_EXPIRED-COUNT
               GO TO RUN-DEFINITION-EXIT
           END-IF.
           COMPUTE W_DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(W_DF-EXPIRES(W_DF-SUB))
               - FUNCTION INTEGER-OF-DATE(W_TODAY).
           IF W_DAYS-LEFT < 30
               DISPLAY W_DF-NAME(W_DF-SUB)' expires on '
                   W_DF-EXPIRES(W_DF-SUB)' - '
                   W_DF-OWNER(W_DF-SUB)' to renew it if still needed'
           END-IF.

           MOVE SPACES TO W_EXTRACT-FILENAME.
           IF W_BRANCH-CODE NOT = SPACES
               STRING W_BRANCH-CODE DELIMITED BY SPACE
                      '_' DELIMITED BY SIZE
                   INTO W_EXTRACT-FILENAME
               END-STRING
           END-IF.
           MOVE 1 TO W_OUT-PTR.
           INSPECT W_EXTRACT-FILENAME TALLYING W_OUT-PTR
               FOR CHARACTERS BEFORE INITIAL SPACE.
           STRING 'extract_' DELIMITED BY SIZE
                  W_DF-NAME(W_DF-SUB) DELIMITED BY SPACE
                  '_' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
               INTO W_EXTRACT-FILENAME
               WITH POINTER W_OUT-PTR
           END-STRING.
           IF W_DF-FORMAT(W_DF-SUB) = 'CSV'
               STRING '.csv' DELIMITED BY SIZE
                   INTO W_EXTRACT-FILENAME
                   WITH POINTER W_OUT-PTR
               END-STRING
           ELSE
               STRING '.dat' DELIMITED BY SIZE
                   INTO W_EXTRACT-FILENAME
                   WITH POINTER W_OUT-PTR
               END-STRING
           END-IF.

           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               DISPLAY W_DF-NAME(W_DF-SUB)' ** 'W_BRANCH-PERSON-FILE
                   ' not readable (status 'W_PI-STATUS') - refused'
               ADD 1 TO W_REFUSED-COUNT
               GO TO RUN-DEFINITION-EXIT
           END-IF.
           OPEN OUTPUT EXTRACT-OUT.
           IF W_EO-STATUS NOT = '00'
               DISPLAY W_DF-NAME(W_DF-SUB)' ** 'W_EXTRACT-FILENAME
                   ' cannot be written (status 'W_EO-STATUS')'
               CLOSE PERSON-IN
               ADD 1 TO W_REFUSED-COUNT
               GO TO RUN-DEFINITION-EXIT
           END-IF.

           MOVE 0 TO W_ROW-COUNT W_ROW-ID-SUM W_HELD-COUNT
               W_CG-MINOR-COUNT W_CG-RESTRICTED-COUNT.
           IF W_DF-FORMAT(W_DF-SUB) = 'CSV'
               PERFORM WRITE-CSV-HEADER-SECTION
           END-IF.

           MOVE 'Y' TO W_FIELD-FETCH-SW.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PERSON-IN NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM EXTRACT-ONE-PERSON-SECTION
               END-READ
           END-PERFORM.
           CLOSE EXTRACT-OUT.
           CLOSE PERSON-IN.

           MOVE W_EXTRACT-FILENAME TO W_MANIFEST-FILENAME.
           MOVE W_ROW-COUNT TO W_MANIFEST-COUNT.
           MOVE W_ROW-ID-SUM TO W_MANIFEST-ID-SUM.
           PERFORM WRITE-MANIFEST-SECTION.

           DISPLAY W_DF-NAME(W_DF-SUB)' for 'W_DF-OWNER(W_DF-SUB)
               ': 'W_ROW-COUNT' row(s) to 'W_EXTRACT-FILENAME.
           DISPLAY '    held out by consent ('
               W_DF-CONSENT-TYPE(W_DF-SUB)'): 'W_HELD-COUNT
               ', of which minors 'W_CG-MINOR-COUNT
               ', under a RODO restriction 'W_CG-RESTRICTED-COUNT.
           ADD 1 TO W_RUN-COUNT.
           ADD W_ROW-COUNT TO W_TOTAL-ROWS.

       RUN-DEFINITION-EXIT.
           EXIT.

       WRITE-CSV-HEADER-SECTION SECTION.
           MOVE SPACES TO W_OUT-LINE.
           MOVE 1 TO W_OUT-PTR.
           PERFORM VARYING W_FL-SUB FROM 1 BY 1
                   UNTIL W_FL-SUB > W_DF-FIELD-COUNT(W_DF-SUB)
               IF W_FL-SUB > 1
                   STRING ',' DELIMITED BY SIZE
                       INTO W_OUT-LINE WITH POINTER W_OUT-PTR
                   END-STRING
               END-IF
               STRING W_DF-FIELD(W_DF-SUB, W_FL-SUB)
                          DELIMITED BY SPACE
                   INTO W_OUT-LINE WITH POINTER W_OUT-PTR
               END-STRING
           END-PERFORM.
           MOVE W_OUT-LINE TO EO_EXTRACT-LINE.
           WRITE EO_EXTRACT-LINE.

      * Selection first, then the consent gate, then the row - a
      * person the selection passes over is never counted as held.
       EXTRACT-ONE-PERSON-SECTION SECTION.
           MOVE 'N' TO W_ADDRESS-FOUND-SW.
           IF ADDRESS-USABLE
               MOVE FI_PERSON-ID TO AD_PERSON-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO W_ADDRESS-FOUND-SW
               END-READ
           END-IF.

           MOVE 'Y' TO W_SELECTED-SW.
           PERFORM VARYING W_DS-SUB FROM 1 BY 1
                   UNTIL W_DS-SUB > W_DF-SELECT-COUNT(W_DF-SUB)
                   OR NOT PERSON-SELECTED
               PERFORM TEST-ONE-SELECT-SECTION
           END-PERFORM.
           IF NOT PERSON-SELECTED
               GO TO EXTRACT-ONE-PERSON-EXIT
           END-IF.

           MOVE FI_PERSON-ID TO W_CG-PERSON-ID.
           MOVE W_DF-CONSENT-TYPE(W_DF-SUB) TO W_CG-TYPE.
           MOVE FI_PERSON-BIRTH-DATE TO W_MN-BIRTH-DATE.
           MOVE FI_PERSON-BIRTH-QUALITY TO W_MN-BIRTH-QUALITY.
           PERFORM CHECK-CONSENT-SECTION.
           IF CONSENT-SUPPRESSED
               ADD 1 TO W_HELD-COUNT
               GO TO EXTRACT-ONE-PERSON-EXIT
           END-IF.

           IF W_DF-FORMAT(W_DF-SUB) = 'CSV'
               PERFORM BUILD-CSV-ROW-SECTION
           ELSE
               PERFORM BUILD-FIXED-ROW-SECTION
           END-IF.
           MOVE W_OUT-LINE TO EO_EXTRACT-LINE.
           WRITE EO_EXTRACT-LINE.
           ADD 1 TO W_ROW-COUNT.
           ADD FI_PERSON-ID TO W_ROW-ID-SUM.

       EXTRACT-ONE-PERSON-EXIT.
           EXIT.

       TEST-ONE-SELECT-SECTION SECTION.
           MOVE W_DS-FIELD(W_DF-SUB, W_DS-SUB) TO W_FIELD-NAME.
           PERFORM SET-FIELD-SECTION.

           EVALUATE W_DS-OP(W_DF-SUB, W_DS-SUB)
               WHEN 'PRESENT'
                   IF W_FIELD-VALUE = SPACES
                       MOVE 'N' TO W_SELECTED-SW
                   END-IF
                   GO TO TEST-ONE-SELECT-EXIT
               WHEN 'ABSENT'
                   IF W_FIELD-VALUE NOT = SPACES
                       MOVE 'N' TO W_SELECTED-SW
                   END-IF
                   GO TO TEST-ONE-SELECT-EXIT
           END-EVALUATE.

      * W_COMPARE: -1 the field is below the value, 0 equal, 1
      * above.
           IF FIELD-NUMERIC
               COMPUTE W_LEFT-NUMBER = FUNCTION NUMVAL(W_FIELD-VALUE)
               COMPUTE W_RIGHT-NUMBER =
                   FUNCTION NUMVAL(W_DS-VALUE(W_DF-SUB, W_DS-SUB))
               EVALUATE TRUE
                   WHEN W_LEFT-NUMBER < W_RIGHT-NUMBER
                       MOVE -1 TO W_COMPARE
                   WHEN W_LEFT-NUMBER > W_RIGHT-NUMBER
                       MOVE 1 TO W_COMPARE
                   WHEN OTHER
                       MOVE 0 TO W_COMPARE
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN W_FIELD-VALUE < W_DS-VALUE(W_DF-SUB, W_DS-SUB)
                       MOVE -1 TO W_COMPARE
                   WHEN W_FIELD-VALUE > W_DS-VALUE(W_DF-SUB, W_DS-SUB)
                       MOVE 1 TO W_COMPARE
                   WHEN OTHER
                       MOVE 0 TO W_COMPARE
               END-EVALUATE
           END-IF.

           EVALUATE W_DS-OP(W_DF-SUB, W_DS-SUB)
               WHEN 'EQ'
                   IF W_COMPARE NOT = 0
                       MOVE 'N' TO W_SELECTED-SW
                   END-IF
               WHEN 'NE'
                   IF W_COMPARE = 0
                       MOVE 'N' TO W_SELECTED-SW
                   END-IF
               WHEN 'LT'
                   IF W_COMPARE NOT = -1
                       MOVE 'N' TO W_SELECTED-SW
                   END-IF
               WHEN 'LE'
                   IF W_COMPARE = 1
                       MOVE 'N' TO W_SELECTED-SW
                   END-IF
               WHEN 'GT'
                   IF W_COMPARE NOT = 1
                       MOVE 'N' TO W_SELECTED-SW
                   END-IF
               WHEN 'GE'
                   IF W_COMPARE = -1
                       MOVE 'N' TO W_SELECTED-SW
                   END-IF
           END-EVALUATE.

       TEST-ONE-SELECT-EXIT.
           EXIT.

      * Fixed width: each field at its own width, back to back.
       BUILD-FIXED-ROW-SECTION SECTION.
           MOVE SPACES TO W_OUT-LINE.
           MOVE 1 TO W_OUT-PTR.
           PERFORM VARYING W_FL-SUB FROM 1 BY 1
                   UNTIL W_FL-SUB > W_DF-FIELD-COUNT(W_DF-SUB)
               MOVE W_DF-FIELD(W_DF-SUB, W_FL-SUB) TO W_FIELD-NAME
               PERFORM SET-FIELD-SECTION
               MOVE W_FIELD-VALUE(1:W_FIELD-WIDTH)
                   TO W_OUT-LINE(W_OUT-PTR:W_FIELD-WIDTH)
               ADD W_FIELD-WIDTH TO W_OUT-PTR
           END-PERFORM.

      * CSV: trailing spaces trimmed off, as 08_EXPORT writes its
      * rows; a value holding a comma goes out in double quotes.
       BUILD-CSV-ROW-SECTION SECTION.
           MOVE SPACES TO W_OUT-LINE.
           MOVE 1 TO W_OUT-PTR.
           PERFORM VARYING W_FL-SUB FROM 1 BY 1
                   UNTIL W_FL-SUB > W_DF-FIELD-COUNT(W_DF-SUB)
               IF W_FL-SUB > 1
                   STRING ',' DELIMITED BY SIZE
                       INTO W_OUT-LINE WITH POINTER W_OUT-PTR
                   END-STRING
               END-IF
               MOVE W_DF-FIELD(W_DF-SUB, W_FL-SUB) TO W_FIELD-NAME
               PERFORM SET-FIELD-SECTION
               MOVE 0 TO W_COMMA-COUNT
               INSPECT W_FIELD-VALUE TALLYING W_COMMA-COUNT
                   FOR ALL ','
               IF W_COMMA-COUNT > 0
                   STRING '"' DELIMITED BY SIZE
                          FUNCTION TRIM(W_FIELD-VALUE TRAILING)
                              DELIMITED BY SIZE
                          '"' DELIMITED BY SIZE
                       INTO W_OUT-LINE WITH POINTER W_OUT-PTR
                   END-STRING
               ELSE
                   IF W_FIELD-VALUE NOT = SPACES
                       STRING FUNCTION TRIM(W_FIELD-VALUE TRAILING)
                                  DELIMITED BY SIZE
                           INTO W_OUT-LINE WITH POINTER W_OUT-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

      * The field catalogue - the only fields a definition can name.
       SET-FIELD-SECTION SECTION.
           MOVE 'Y' TO W_FIELD-KNOWN-SW.
           MOVE 'N' TO W_FIELD-NUMERIC-SW.
           MOVE SPACES TO W_FIELD-VALUE.
           EVALUATE TRUE
               WHEN W_FIELD-NAME = 'ID'
                   MOVE 6 TO W_FIELD-WIDTH
                   MOVE 'Y' TO W_FIELD-NUMERIC-SW
                   MOVE FI_PERSON-ID TO W_FIELD-VALUE
               WHEN W_FIELD-NAME = 'NAME'
                   MOVE 16 TO W_FIELD-WIDTH
                   MOVE FI_PERSON-NAME TO W_FIELD-VALUE
               WHEN W_FIELD-NAME = 'SURNAME'
                   MOVE 25 TO W_FIELD-WIDTH
                   MOVE FI_PERSON-SURNAME TO W_FIELD-VALUE
               WHEN W_FIELD-NAME = 'BIRTH-YEAR'
                   MOVE 4 TO W_FIELD-WIDTH
                   MOVE 'Y' TO W_FIELD-NUMERIC-SW
                   MOVE FI_PERSON-BIRTH-YEAR TO W_FIELD-VALUE
               WHEN W_FIELD-NAME = 'BIRTH-DATE'
                   MOVE 8 TO W_FIELD-WIDTH
                   MOVE 'Y' TO W_FIELD-NUMERIC-SW
                   MOVE FI_PERSON-BIRTH-DATE TO W_FIELD-VALUE
               WHEN W_FIELD-NAME = 'STATUS'
                   MOVE 1 TO W_FIELD-WIDTH
                   MOVE FI_PERSON-STATUS TO W_FIELD-VALUE
               WHEN W_FIELD-NAME = 'STREET'
                   MOVE 30 TO W_FIELD-WIDTH
                   IF ADDRESS-FOUND
                       MOVE AD_STREET TO W_FIELD-VALUE
                   END-IF
               WHEN W_FIELD-NAME = 'CITY'
                   MOVE 20 TO W_FIELD-WIDTH
                   IF ADDRESS-FOUND
                       MOVE AD_CITY TO W_FIELD-VALUE
                   END-IF
               WHEN W_FIELD-NAME = 'POSTAL-CODE'
                   MOVE 10 TO W_FIELD-WIDTH
                   IF ADDRESS-FOUND
                       MOVE AD_POSTAL-CODE TO W_FIELD-VALUE
                   END-IF
               WHEN W_FIELD-NAME = 'PHONE'
                   MOVE 15 TO W_FIELD-WIDTH
                   IF ADDRESS-FOUND
                       MOVE AD_PHONE TO W_FIELD-VALUE
                   END-IF
               WHEN W_FIELD-NAME(1:8) = 'CONSENT-'
                   AND W_FIELD-NAME(9:) NOT = SPACES
                   AND W_FIELD-NAME(17:) = SPACES
                   MOVE 1 TO W_FIELD-WIDTH
                   PERFORM FETCH-CONSENT-STATE-SECTION
               WHEN OTHER
                   MOVE 'N' TO W_FIELD-KNOWN-SW
                   MOVE 0 TO W_FIELD-WIDTH
           END-EVALUATE.
           IF NOT FIELD-FETCH
               MOVE SPACES TO W_FIELD-VALUE
           END-IF.

      * The person's state for one consent type - G W or E, blank
      * when nothing is recorded.
       FETCH-CONSENT-STATE-SECTION SECTION.
           IF NOT FIELD-FETCH OR NOT CONSENT-USABLE
               GO TO FETCH-CONSENT-STATE-EXIT
           END-IF.
           MOVE FI_PERSON-ID TO CN_PERSON-ID.
           MOVE W_FIELD-NAME(9:8) TO CN_TYPE.
           READ CONSENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CN_STATE TO W_FIELD-VALUE
           END-READ.

       FETCH-CONSENT-STATE-EXIT.
           EXIT.
