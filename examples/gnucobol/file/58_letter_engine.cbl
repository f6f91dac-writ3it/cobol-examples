      * wording (maintained by operations, not a code change), with
      * substitution tokens
      *     &ID &NAME &SURNAME &STREET &CITY &POSTAL &DATE
      *     &GREETING
      * replaced per person (&GREETING is the gender-correct
      * salutation off the given-name dictionary - "Szanowny Panie
      * Janie", "Szanowna Pani Anno" - falling back to the neutral
      * "Szanowni Panstwo" for a name the dictionary does not hold,
      * see GIVEN-NAME.cpy); letter_ids.txt is the selection (one
      * person ID per line, produced by whatever run decided who
      * gets written to); and the merge against output.dat and
      * address.dat renders one letter per selected person into the
      * applied repeatedly until a line has no tokens left.
      * A selected ID with no master record is reported and
      * skipped; a missing address renders with the address lines
      * blank - the letter may still be handed over a counter - but
      * an address marked undeliverable holds the letter back.
      * More than one kind of letter goes out now, so a letter kind
      * may be given on the command line (e.g. NAMEDAY): the engine
      * then reads <kind>_template.txt and <kind>_ids.txt and
      * renders into letters_<kind>_<date>.txt, the kind in lower
      * case. With no kind, the original three names are used.
      * A selection line may carry more than the person ID: an
      * invoicing or dunning run puts the invoice reference in
      * columns 8-19, the amount (already edited) in 21-30 and the
      * due date in 32-39, rendered by the &REF, &AMOUNT and &DUE
      * tokens; a plain ID line leaves those tokens blank.
      * Every letter rendered is entered in the person's
      * correspondence history (see CORRESPONDENCE.cpy) under its
      * kind and the letters file it went into.
      * A letter to a minor goes out only where their guardian has
      * granted MAILING consent (see CONSENT-GATE.cpy); otherwise it
      * is held back and counted. Adults are written to whatever
      * run selected them, as before - the selecting run applies
      * any consent rule of its own.
      * The master read is the one the branch profile points at
      * (see BRANCH-PROFILE.cpy), so a selection made by a run
      * against a branch's set renders against that same set. A
      * statement of what is held on a person can use &BIRTH (the
      * full birth date, or the year alone where that is all that
      * is known) and &PHONE as well.
      * Nothing is ever addressed to a person recorded Deceased,
      * whatever run selected them - the letter is held back and
      * counted (see 110_DECEASED_CLOSURE for the condolence letter
      * that goes to their next of kin instead).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 58_LETTER_ENGINE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT TEMPLATE-IN ASSIGN TO W_TEMPLATE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_TMPL-STATUS.

               SELECT SELECTION-IN ASSIGN TO W_SELECTION-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_SEL-STATUS.

               SELECT PERSON-IN ASSIGN TO W_BRANCH-PERSON-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FI_PERSON-ID
               SELECT LETTERS-OUT ASSIGN TO W_LETTERS-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Correspondence history - see CORRESPONDENCE.cpy.
               SELECT CORRESPONDENCE-FILE ASSIGN TO
                       'correspondence.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CR_KEY
                   FILE STATUS IS W_CR-STATUS.

      * The consent gate for letters to minors - see
      * CONSENT-GATE.cpy.
               SELECT CONSENT-FILE ASSIGN TO 'consent.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CN_KEY
                   FILE STATUS IS W_CN-STATUS.

               SELECT GIVEN-NAME-FILE ASSIGN TO 'given_names.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_GN-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'GIVEN-NAME-FILE.cpy'.

           FD TEMPLATE-IN.
           01 TM_TEMPLATE-LINE PIC X(100).

           FD SELECTION-IN.
           01 SL_ID-LINE PIC X(60).

           FD LETTERS-OUT.
           01 LT_LETTER-LINE PIC X(120).

           FD CORRESPONDENCE-FILE.
           COPY 'CORRESPONDENCE-RECORD.cpy'
               REPLACING PREFIX-KEY BY CR_KEY
                         PREFIX-ID BY CR_PERSON-ID
                         PREFIX-DATE BY CR_DATE
                         PREFIX-TIME BY CR_TIME
                         PREFIX-SEQ BY CR_SEQ
                         PREFIX-PROGRAM BY CR_PROGRAM
                         PREFIX-DOC-TYPE BY CR_DOC-TYPE
                         PREFIX-OUTPUT-FILE BY CR_OUTPUT-FILE
                         PREFIX BY CR_ENTRY.

           FD PERSON-IN.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY FI_PERSON-ID
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

           FD ADDRESS-FILE.
           COPY 'ADDRESS-RECORD.cpy'
               REPLACING PREFIX-ID BY AD_PERSON-ID
                         PREFIX-CITY BY AD_CITY
                         PREFIX-POSTAL-CODE BY AD_POSTAL-CODE
                         PREFIX-PHONE BY AD_PHONE
                         PREFIX-MAIL-STATE BY AD_MAIL-STATE
                         PREFIX-DELIVERABLE BY AD_DELIVERABLE
                         PREFIX-UNDELIVERABLE BY AD_UNDELIVERABLE
                         PREFIX-RETURNED-ON BY AD_RETURNED-ON
                         PREFIX-RETURN-REASON BY AD_RETURN-REASON
                         PREFIX BY AD_ADDRESS.

           WORKING-STORAGE SECTION.
               01 W_AD-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_LETTERS-FILENAME PIC X(40) VALUE SPACES.
               01 W_LETTER-KIND PIC X(10) VALUE SPACES.
               01 W_TEMPLATE-FILENAME PIC X(40)
                   VALUE 'letter_template.txt'.
               01 W_SELECTION-FILENAME PIC X(40)
                   VALUE 'letter_ids.txt'.

      * The whole template, read once into this table - fifty lines
      * of letter is a page and a half, plenty.
               01 W_TL-SUB PIC 9(2) VALUE 0.

               01 W_CURR-ID PIC 9(6) VALUE 0.
               01 W_CURR-REF PIC X(12) VALUE SPACES.
               01 W_CURR-AMOUNT PIC X(10) VALUE SPACES.
               01 W_CURR-DUE PIC X(8) VALUE SPACES.
               01 W_LETTER-COUNT PIC 9(6) VALUE 0.
               01 W_SKIPPED-COUNT PIC 9(6) VALUE 0.
               01 W_HELD-COUNT PIC 9(6) VALUE 0.
               01 W_DECEASED-COUNT PIC 9(6) VALUE 0.
      * The gate's restriction count before this person - a rise
      * means their processing is restricted under RODO.
               01 W_RESTRICTED-BEFORE PIC 9(6) VALUE 0.
               01 W_CN-STATUS PIC X(2).
               01 W_CONSENT-USABLE-SW PIC X(1) VALUE 'N'.
                   88 CONSENT-USABLE VALUE 'Y'.

      * Token substitution scratch - the line is rebuilt around
      * each token occurrence until none are left.
               01 W_PART-2 PIC X(120) VALUE SPACES.
               01 W_TOKEN PIC X(10) VALUE SPACES.
               01 W_TOKEN-LEN PIC 9(2) VALUE 0.
               01 W_VALUE PIC X(50) VALUE SPACES.
               01 W_TOKEN-HITS PIC 9(2) VALUE 0.
               01 W_P1-LEN PIC 9(3) VALUE 0.
               01 W_GUARD PIC 9(2) VALUE 0.

               01 W_GREETING PIC X(50) VALUE SPACES.

      * Given-name dictionary (see GIVEN-NAME.cpy).
               COPY 'GIVEN-NAME-FIELDS.cpy'.

      * Consent gate and its under-18 test (see CONSENT-GATE.cpy).
               COPY 'CONSENT-GATE-FIELDS.cpy'.
               COPY 'MINOR-CHECK-FIELDS.cpy'.

      * Correspondence history (see CORRESPONDENCE.cpy).
               COPY 'CORRESPONDENCE-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Branch file profile (see BRANCH-PROFILE.cpy) - which set of
      * data files this run points at.
               COPY 'BRANCH-FILES.cpy'.

       PROCEDURE DIVISION.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_LETTER-KIND FROM COMMAND-LINE.
           IF W_LETTER-KIND = SPACES
               STRING 'letters_' W_TODAY '.txt' DELIMITED BY SIZE
                   INTO W_LETTERS-FILENAME
           ELSE
               MOVE FUNCTION LOWER-CASE(W_LETTER-KIND)
                   TO W_LETTER-KIND
               MOVE SPACES TO W_TEMPLATE-FILENAME
               STRING W_LETTER-KIND DELIMITED BY SPACE
                      '_template.txt' DELIMITED BY SIZE
                   INTO W_TEMPLATE-FILENAME
               END-STRING
               MOVE SPACES TO W_SELECTION-FILENAME
               STRING W_LETTER-KIND DELIMITED BY SPACE
                      '_ids.txt' DELIMITED BY SIZE
                   INTO W_SELECTION-FILENAME
               END-STRING
               STRING 'letters_' DELIMITED BY SIZE
                      W_LETTER-KIND DELIMITED BY SPACE
                      '_' DELIMITED BY SIZE
                      W_TODAY DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO W_LETTERS-FILENAME
               END-STRING
           END-IF.

           PERFORM BRANCH-PROFILE-SECTION.
           PERFORM START-JOB-TIMER-SECTION.
           PERFORM LOAD-TEMPLATE-SECTION.
           IF W_TEMPLATE-COUNT = 0
               DISPLAY '** 'FUNCTION TRIM(W_TEMPLATE-FILENAME)
                   ' missing or empty - no letters rendered'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT SELECTION-IN.
           IF W_SEL-STATUS NOT = '00'
               DISPLAY '** no 'FUNCTION TRIM(W_SELECTION-FILENAME)
                   ' selection on file - nothing to render'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-GIVEN-NAMES-SECTION.
           OPEN INPUT PERSON-IN.
           OPEN INPUT ADDRESS-FILE.
           OPEN INPUT CONSENT-FILE.
           IF W_CN-STATUS = '00'
               MOVE 'Y' TO W_CONSENT-USABLE-SW
           END-IF.
           MOVE W_TODAY TO W_MN-TODAY.
           OPEN OUTPUT LETTERS-OUT.
           MOVE '58_LETTER_ENGINE' TO W_CR-PROGRAM.
           IF W_LETTER-KIND = SPACES
               MOVE 'LETTER' TO W_CR-DOC-TYPE
           ELSE
               MOVE FUNCTION UPPER-CASE(W_LETTER-KIND)
                   TO W_CR-DOC-TYPE
           END-IF.
           MOVE W_LETTERS-FILENAME TO W_CR-OUTPUT-FILE.
           PERFORM OPEN-CORRESPONDENCE-SECTION.

           PERFORM UNTIL B_SEL-EOF = 'Y'
               READ SELECTION-IN
                   NOT AT END
                       IF SL_ID-LINE(1:6) IS NUMERIC
                           MOVE SL_ID-LINE(1:6) TO W_CURR-ID
                           MOVE SL_ID-LINE(8:12) TO W_CURR-REF
                           MOVE SL_ID-LINE(21:10) TO W_CURR-AMOUNT
                           MOVE SL_ID-LINE(32:8) TO W_CURR-DUE
                           PERFORM RENDER-ONE-LETTER-SECTION
                       END-IF
               END-READ
           IF W_AD-STATUS = '00'
               CLOSE ADDRESS-FILE
           END-IF.
           IF CONSENT-USABLE
               CLOSE CONSENT-FILE
           END-IF.
           CLOSE LETTERS-OUT.
           PERFORM CLOSE-CORRESPONDENCE-SECTION.

           DISPLAY W_LETTER-COUNT' letter(s) rendered to '
               W_LETTERS-FILENAME', 'W_SKIPPED-COUNT
               ' selection(s) skipped (no master record)'.
           IF W_HELD-COUNT > 0
               DISPLAY W_HELD-COUNT' letter(s) held back - address '
                   'marked undeliverable (see 70_RETURNED_MAIL)'
           END-IF.
           IF W_DECEASED-COUNT > 0
               DISPLAY W_DECEASED-COUNT' letter(s) held back - '
                   'addressee recorded deceased'
           END-IF.
           IF W_CG-MINOR-COUNT > 0
               DISPLAY W_CG-MINOR-COUNT' letter(s) held back - '
                   'addressee under 18 without guardian consent'
           END-IF.
           IF W_CG-RESTRICTED-COUNT > 0
               DISPLAY W_CG-RESTRICTED-COUNT' letter(s) held back - '
                   'addressee under a RODO restriction'
           END-IF.

           MOVE '58_LETTER_ENGINE' TO W_TRAILER-PROGRAM.
           MOVE W_LETTER-COUNT TO W_TRAILER-COUNT.
       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'GIVEN-NAME.cpy'.
       COPY 'CORRESPONDENCE.cpy'.
       COPY 'CONSENT-GATE.cpy'.
       COPY 'MINOR-CHECK.cpy'.
       COPY 'BRANCH-PROFILE.cpy'.

       LOAD-TEMPLATE-SECTION SECTION.
           OPEN INPUT TEMPLATE-IN.
                   GO TO RENDER-ONE-LETTER-EXIT
           END-READ.

           IF FI_PERSON-DECEASED
               DISPLAY '** 'W_CURR-ID' is recorded deceased - '
                   'letter held'
               ADD 1 TO W_DECEASED-COUNT
               GO TO RENDER-ONE-LETTER-EXIT
           END-IF.

           MOVE W_CURR-ID TO W_CG-PERSON-ID.
           MOVE 'MAILING' TO W_CG-TYPE.
           MOVE FI_PERSON-BIRTH-DATE TO W_MN-BIRTH-DATE.
           MOVE FI_PERSON-BIRTH-QUALITY TO W_MN-BIRTH-QUALITY.
           MOVE W_CG-RESTRICTED-COUNT TO W_RESTRICTED-BEFORE.
           PERFORM CHECK-CONSENT-SECTION.
           IF W_CG-RESTRICTED-COUNT > W_RESTRICTED-BEFORE
               DISPLAY '** 'W_CURR-ID' is under a RODO restriction '
                   'of processing - letter held'
               GO TO RENDER-ONE-LETTER-EXIT
           END-IF.
      * An adult's withdrawn mailing consent does not stop these
      * letters - dues, reminders, renewals and confirmations are
      * owed to the member whatever they chose about mailings.
           IF PERSON-IS-MINOR AND CONSENT-SUPPRESSED
               DISPLAY '** 'W_CURR-ID' is under 18 without guardian '
                   'consent to mailing - letter held'
               GO TO RENDER-ONE-LETTER-EXIT
           END-IF.

           MOVE W_CURR-ID TO AD_PERSON-ID.
           MOVE SPACES TO AD_STREET AD_CITY AD_POSTAL-CODE AD_PHONE.
           MOVE SPACE TO AD_MAIL-STATE.
           IF W_AD-STATUS = '00'
               READ ADDRESS-FILE
                   INVALID KEY
                       MOVE SPACES TO AD_STREET AD_CITY
                           AD_POSTAL-CODE AD_PHONE
                       MOVE SPACE TO AD_MAIL-STATE
               END-READ
           END-IF.
      * Mail already sent back from this address is not sent there
      * again - the letter waits for a corrected address.
           IF AD_UNDELIVERABLE
               DISPLAY '** address of 'W_CURR-ID' marked undeliverable'
                   ' - letter held'
               ADD 1 TO W_HELD-COUNT
               GO TO RENDER-ONE-LETTER-EXIT
           END-IF.

           PERFORM BUILD-GREETING-SECTION.

           PERFORM VARYING W_TL-SUB FROM 1 BY 1
                   UNTIL W_TL-SUB > W_TEMPLATE-COUNT
           MOVE ALL '-' TO LT_LETTER-LINE.
           WRITE LT_LETTER-LINE.
           ADD 1 TO W_LETTER-COUNT.
           MOVE W_CURR-ID TO W_CR-PERSON-ID.
           PERFORM RECORD-CORRESPONDENCE-SECTION.

       RENDER-ONE-LETTER-EXIT.
           EXIT.
      * line can never have its &SURNAME half-eaten by the shorter
      * token's replacement.
           PERFORM VARYING W_GUARD FROM 1 BY 1 UNTIL W_GUARD > 5
               MOVE '&GREETING' TO W_TOKEN
               MOVE 9 TO W_TOKEN-LEN
               MOVE W_GREETING TO W_VALUE
               PERFORM REPLACE-ONE-TOKEN-SECTION
               MOVE '&SURNAME' TO W_TOKEN
               MOVE 8 TO W_TOKEN-LEN
               MOVE FI_PERSON-SURNAME TO W_VALUE
               PERFORM REPLACE-ONE-TOKEN-SECTION
               MOVE '&AMOUNT' TO W_TOKEN
               MOVE 7 TO W_TOKEN-LEN
               MOVE FUNCTION TRIM(W_CURR-AMOUNT) TO W_VALUE
               PERFORM REPLACE-ONE-TOKEN-SECTION
               MOVE '&POSTAL' TO W_TOKEN
               MOVE 7 TO W_TOKEN-LEN
               MOVE AD_POSTAL-CODE TO W_VALUE
               MOVE 7 TO W_TOKEN-LEN
               MOVE AD_STREET TO W_VALUE
               PERFORM REPLACE-ONE-TOKEN-SECTION
               MOVE '&BIRTH' TO W_TOKEN
               MOVE 6 TO W_TOKEN-LEN
               MOVE SPACES TO W_VALUE
               IF FI_PERSON-BIRTH-FULL
                   MOVE FI_PERSON-BIRTH-DATE TO W_VALUE(1:8)
               ELSE
                   MOVE FI_PERSON-BIRTH-YEAR TO W_VALUE(1:4)
               END-IF
               PERFORM REPLACE-ONE-TOKEN-SECTION
               MOVE '&PHONE' TO W_TOKEN
               MOVE 6 TO W_TOKEN-LEN
               MOVE AD_PHONE TO W_VALUE
               PERFORM REPLACE-ONE-TOKEN-SECTION
               MOVE '&NAME' TO W_TOKEN
               MOVE 5 TO W_TOKEN-LEN
               MOVE FI_PERSON-NAME TO W_VALUE
               MOVE SPACES TO W_VALUE
               MOVE W_TODAY TO W_VALUE(1:8)
               PERFORM REPLACE-ONE-TOKEN-SECTION
               MOVE '&REF' TO W_TOKEN
               MOVE 4 TO W_TOKEN-LEN
               MOVE W_CURR-REF TO W_VALUE
               PERFORM REPLACE-ONE-TOKEN-SECTION
               MOVE '&DUE' TO W_TOKEN
               MOVE 4 TO W_TOKEN-LEN
               MOVE W_CURR-DUE TO W_VALUE
               PERFORM REPLACE-ONE-TOKEN-SECTION
               MOVE '&ID' TO W_TOKEN
               MOVE 3 TO W_TOKEN-LEN
               MOVE SPACES TO W_VALUE
               PERFORM REPLACE-ONE-TOKEN-SECTION
           END-PERFORM.

      * The salutation for the person being rendered - the
      * dictionary's gender picks Pan or Pani and its vocative
      * follows; a name it does not know gets the neutral form
      * rather than a guess.
       BUILD-GREETING-SECTION SECTION.
           MOVE FI_PERSON-NAME TO W_GN-NAME.
           PERFORM LOOKUP-GIVEN-NAME-SECTION.
           MOVE SPACES TO W_GREETING.
           EVALUATE TRUE
               WHEN GIVEN-NAME-FOUND AND GN-MALE
                   STRING 'Szanowny Panie ' DELIMITED BY SIZE
                          W_GN-VOCATIVE DELIMITED BY SPACE
                       INTO W_GREETING
                   END-STRING
               WHEN GIVEN-NAME-FOUND AND GN-FEMALE
                   STRING 'Szanowna Pani ' DELIMITED BY SIZE
                          W_GN-VOCATIVE DELIMITED BY SPACE
                       INTO W_GREETING
                   END-STRING
               WHEN OTHER
                   MOVE 'Szanowni Panstwo' TO W_GREETING
           END-EVALUATE.

      * One occurrence of W_TOKEN (its real length in W_TOKEN-LEN)
      * replaced by the trimmed W_VALUE - UNSTRING splits the line
      * at the token, the COUNT phrase keeps the prefix's true
