      * 03_VALIDATE_PERSON, 04_FORMAT_PERSON, 12_PESEL_CHECK,
      * 13_CARD_FILE (its file-free VERIFY request), 14_PIN_HASH and
      * the chain routines listed in subroutine_chain.txt are CALLed
      * from several programs now, and nothing would catch it if an
      * edit to one of them silently broke its LS-STATUS/LS-REASON
      * contract. This harness CALLs each of them with a table of
      * known-good and known-bad inputs, checks what comes back
      * against the expected values, and reports pass/fail per case
      * - run it before trusting a changed subroutine in production.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 05_SUBROUTINE_TEST.

                   88 WS-SUCCESS VALUE '0'.
                   88 WS-FAILURE VALUE '1'.

      * 12_PESEL_CHECK's linkage - same fields 64_PESEL_CONFLICTS
      * passes it.
               01 W_PESEL PIC X(11) VALUE SPACES.
               01 W_PESEL-CHECK-DATE PIC 9(8) VALUE 0.
               01 W_PESEL-CHECK-QUALITY PIC X(1) VALUE SPACE.
               01 W_PESEL-DATE PIC 9(8) VALUE 0.
               01 W_PESEL-SEX PIC X(1) VALUE SPACE.
               01 W_PESEL-STATUS PIC X(1) VALUE '0'.
               01 W_EXPECTED-DATE PIC 9(8) VALUE 0.
               01 W_EXPECTED-SEX PIC X(1) VALUE SPACE.

      * 13_CARD_FILE's linkage - same fields 75_CARD_LOOKUP passes
      * it. The X view lets a case feed it a non-digit number.
               01 W_CARD-REQUEST PIC X(8) VALUE SPACES.
               01 W_CARD-PERSON-ID PIC 9(6) VALUE 0.
               01 W_CARD-NUMBER PIC 9(9) VALUE 0.
               01 W_CARD-NUMBER-X REDEFINES W_CARD-NUMBER PIC X(9).
               01 W_CARD-REASON PIC X(20) VALUE SPACES.
               01 W_CARD-STATUS PIC X(1) VALUE '0'.
               01 W_EXPECTED-PERSON-ID PIC 9(6) VALUE 0.

      * 14_PIN_HASH's linkage - same fields 08_OPERATOR_SIGNON and
      * 86_OPERATOR_SECURITY pass it. The first digest of a case is
      * kept to compare the second against.
               01 W_PIN-OPERATOR PIC X(8) VALUE SPACES.
               01 W_PIN PIC X(8) VALUE SPACES.
               01 W_PIN-HASH PIC X(18) VALUE SPACES.
               01 W_PIN-HASH-FIRST PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY 'SUBROUTINE REGRESSION TEST'.

           PERFORM TEST-VALIDATE-PERSON-SECTION.
           PERFORM TEST-FORMAT-PERSON-SECTION.
           PERFORM TEST-PESEL-CHECK-SECTION.
           PERFORM TEST-CARD-VERIFY-SECTION.
           PERFORM TEST-PIN-HASH-SECTION.
           PERFORM TEST-CHAIN-ROUTINES-SECTION.

           DISPLAY SPACES.
               DISPLAY '     got 'W_FORMATTED-PERSON
           END-IF.

      * A clean PESEL from each of two centuries, each way the
      * number itself can be bad, and the cross-check both ways - a
      * full-quality date must agree to the day, a year-only one
      * only on the year. The decoded date and sex are checked too:
      * 63_DEATH_MATCH and the conflict report rely on them.
       TEST-PESEL-CHECK-SECTION SECTION.
           MOVE 'pesel: clean 1900s number' TO W_CASE-NAME.
           MOVE '44051401359' TO W_PESEL.
           MOVE 0 TO W_PESEL-CHECK-DATE.
           MOVE SPACE TO W_PESEL-CHECK-QUALITY.
           MOVE '0' TO W_EXPECTED-STATUS.
           MOVE SPACES TO W_EXPECTED-REASON.
           MOVE 19440514 TO W_EXPECTED-DATE.
           MOVE 'M' TO W_EXPECTED-SEX.
           PERFORM RUN-PESEL-CASE-SECTION.

           MOVE 'pesel: clean 2000s number' TO W_CASE-NAME.
           MOVE '02270803624' TO W_PESEL.
           MOVE 20020708 TO W_PESEL-CHECK-DATE.
           MOVE 'F' TO W_PESEL-CHECK-QUALITY.
           MOVE '0' TO W_EXPECTED-STATUS.
           MOVE SPACES TO W_EXPECTED-REASON.
           MOVE 20020708 TO W_EXPECTED-DATE.
           MOVE 'F' TO W_EXPECTED-SEX.
           PERFORM RUN-PESEL-CASE-SECTION.

           MOVE 'pesel: non-digit rejected' TO W_CASE-NAME.
           MOVE '4405140135X' TO W_PESEL.
           MOVE 0 TO W_PESEL-CHECK-DATE.
           MOVE '1' TO W_EXPECTED-STATUS.
           MOVE 'PESEL is not 11 digits' TO W_EXPECTED-REASON.
           MOVE 0 TO W_EXPECTED-DATE.
           MOVE SPACE TO W_EXPECTED-SEX.
           PERFORM RUN-PESEL-CASE-SECTION.

           MOVE 'pesel: bad checksum rejected' TO W_CASE-NAME.
           MOVE '44051401358' TO W_PESEL.
           MOVE '1' TO W_EXPECTED-STATUS.
           MOVE 'PESEL checksum digit is wrong' TO W_EXPECTED-REASON.
           PERFORM RUN-PESEL-CASE-SECTION.

           MOVE 'pesel: 30 February rejected' TO W_CASE-NAME.
           MOVE '44023012343' TO W_PESEL.
           MOVE '1' TO W_EXPECTED-STATUS.
           MOVE 'PESEL encodes an impossible birth date'
               TO W_EXPECTED-REASON.
           PERFORM RUN-PESEL-CASE-SECTION.

           MOVE 'pesel: full date disagrees' TO W_CASE-NAME.
           MOVE '44051401359' TO W_PESEL.
           MOVE 19440515 TO W_PESEL-CHECK-DATE.
           MOVE 'F' TO W_PESEL-CHECK-QUALITY.
           MOVE '2' TO W_EXPECTED-STATUS.
           MOVE 'PESEL birth date disagrees with record'
               TO W_EXPECTED-REASON.
           MOVE 19440514 TO W_EXPECTED-DATE.
           MOVE 'M' TO W_EXPECTED-SEX.
           PERFORM RUN-PESEL-CASE-SECTION.

           MOVE 'pesel: year-only date agrees' TO W_CASE-NAME.
           MOVE 19440101 TO W_PESEL-CHECK-DATE.
           MOVE 'Y' TO W_PESEL-CHECK-QUALITY.
           MOVE '0' TO W_EXPECTED-STATUS.
           MOVE SPACES TO W_EXPECTED-REASON.
           PERFORM RUN-PESEL-CASE-SECTION.

           MOVE 'pesel: year-only year disagrees' TO W_CASE-NAME.
           MOVE 19450101 TO W_PESEL-CHECK-DATE.
           MOVE '2' TO W_EXPECTED-STATUS.
           MOVE 'PESEL birth year disagrees with record'
               TO W_EXPECTED-REASON.
           PERFORM RUN-PESEL-CASE-SECTION.

       RUN-PESEL-CASE-SECTION SECTION.
           MOVE SPACES TO W_REJECT-REASON.
           MOVE '0' TO W_PESEL-STATUS.
           CALL '12_PESEL_CHECK' USING W_PESEL, W_PESEL-CHECK-DATE,
               W_PESEL-CHECK-QUALITY, W_PESEL-DATE, W_PESEL-SEX,
               W_REJECT-REASON, W_PESEL-STATUS.
           IF W_PESEL-STATUS = W_EXPECTED-STATUS
               AND W_REJECT-REASON = W_EXPECTED-REASON
               AND W_PESEL-DATE = W_EXPECTED-DATE
               AND W_PESEL-SEX = W_EXPECTED-SEX
               ADD 1 TO W_PASS-COUNT
               DISPLAY 'PASS 'W_CASE-NAME
           ELSE
               ADD 1 TO W_FAIL-COUNT
               DISPLAY 'FAIL 'W_CASE-NAME
               DISPLAY '     expected status 'W_EXPECTED-STATUS
                   ' date 'W_EXPECTED-DATE' sex 'W_EXPECTED-SEX
                   ' reason 'W_EXPECTED-REASON
               DISPLAY '     got      status 'W_PESEL-STATUS
                   ' date 'W_PESEL-DATE' sex 'W_PESEL-SEX
                   ' reason 'W_REJECT-REASON
           END-IF.

      * Card number check digit - a good number gives back its
      * holder, a slipped last digit and a non-digit number are
      * refused with the documented reasons. 000123018 is person
      * 000123's first card, 8 being the Luhn digit of 00012301.
       TEST-CARD-VERIFY-SECTION SECTION.
           MOVE 'card: good number' TO W_CASE-NAME.
           MOVE 000123018 TO W_CARD-NUMBER.
           MOVE '0' TO W_EXPECTED-STATUS.
           MOVE SPACES TO W_EXPECTED-REASON.
           MOVE 000123 TO W_EXPECTED-PERSON-ID.
           PERFORM RUN-CARD-CASE-SECTION.

           MOVE 'card: wrong check digit' TO W_CASE-NAME.
           MOVE 000123019 TO W_CARD-NUMBER.
           MOVE '1' TO W_EXPECTED-STATUS.
           MOVE 'card number check digit is wrong'
               TO W_EXPECTED-REASON.
           MOVE 0 TO W_EXPECTED-PERSON-ID.
           PERFORM RUN-CARD-CASE-SECTION.

           MOVE 'card: not digits' TO W_CASE-NAME.
           MOVE '0001230A8' TO W_CARD-NUMBER-X.
           MOVE '1' TO W_EXPECTED-STATUS.
           MOVE 'card number is not 9 digits' TO W_EXPECTED-REASON.
           MOVE 0 TO W_EXPECTED-PERSON-ID.
           PERFORM RUN-CARD-CASE-SECTION.

       RUN-CARD-CASE-SECTION SECTION.
           MOVE 'VERIFY' TO W_CARD-REQUEST.
           MOVE 0 TO W_CARD-PERSON-ID.
           MOVE SPACES TO W_CARD-REASON W_REJECT-REASON.
           CALL '13_CARD_FILE' USING W_CARD-REQUEST, W_CARD-PERSON-ID,
               W_CARD-NUMBER, W_CARD-REASON, W_REJECT-REASON,
               W_CARD-STATUS.
           IF W_CARD-STATUS = W_EXPECTED-STATUS
               AND W_REJECT-REASON = W_EXPECTED-REASON
               AND W_CARD-PERSON-ID = W_EXPECTED-PERSON-ID
               ADD 1 TO W_PASS-COUNT
               DISPLAY 'PASS 'W_CASE-NAME
           ELSE
               ADD 1 TO W_FAIL-COUNT
               DISPLAY 'FAIL 'W_CASE-NAME
               DISPLAY '     expected status 'W_EXPECTED-STATUS
                   ' holder 'W_EXPECTED-PERSON-ID
                   ' reason 'W_EXPECTED-REASON
               DISPLAY '     got      status 'W_CARD-STATUS
                   ' holder 'W_CARD-PERSON-ID
                   ' reason 'W_REJECT-REASON
           END-IF.

      * PIN digest - the same ID and PIN must always hash alike, or
      * every operator would be locked out after a change to the
      * routine; a different PIN, or the same PIN under another ID,
      * must not. The digest is always 18 digits.
       TEST-PIN-HASH-SECTION SECTION.
           MOVE 'pinhash: 18 digits' TO W_CASE-NAME.
           MOVE 'JKOWAL' TO W_PIN-OPERATOR.
           MOVE '1234' TO W_PIN.
           CALL '14_PIN_HASH' USING W_PIN-OPERATOR, W_PIN, W_PIN-HASH.
           MOVE W_PIN-HASH TO W_PIN-HASH-FIRST.
           IF W_PIN-HASH IS NUMERIC
               ADD 1 TO W_PASS-COUNT
               DISPLAY 'PASS 'W_CASE-NAME
           ELSE
               ADD 1 TO W_FAIL-COUNT
               DISPLAY 'FAIL 'W_CASE-NAME
               DISPLAY '     got 'W_PIN-HASH
           END-IF.

           MOVE 'pinhash: same ID and PIN repeat' TO W_CASE-NAME.
           CALL '14_PIN_HASH' USING W_PIN-OPERATOR, W_PIN, W_PIN-HASH.
           IF W_PIN-HASH = W_PIN-HASH-FIRST
               ADD 1 TO W_PASS-COUNT
               DISPLAY 'PASS 'W_CASE-NAME
           ELSE
               ADD 1 TO W_FAIL-COUNT
               DISPLAY 'FAIL 'W_CASE-NAME
               DISPLAY '     first 'W_PIN-HASH-FIRST' then 'W_PIN-HASH
           END-IF.

           MOVE 'pinhash: other PIN differs' TO W_CASE-NAME.
           MOVE '1235' TO W_PIN.
           CALL '14_PIN_HASH' USING W_PIN-OPERATOR, W_PIN, W_PIN-HASH.
           PERFORM RUN-PIN-DIFFERS-SECTION.

           MOVE 'pinhash: other ID differs' TO W_CASE-NAME.
           MOVE 'ANOWAK' TO W_PIN-OPERATOR.
           MOVE '1234' TO W_PIN.
           CALL '14_PIN_HASH' USING W_PIN-OPERATOR, W_PIN, W_PIN-HASH.
           PERFORM RUN-PIN-DIFFERS-SECTION.

       RUN-PIN-DIFFERS-SECTION SECTION.
           IF W_PIN-HASH NOT = W_PIN-HASH-FIRST
               ADD 1 TO W_PASS-COUNT
               DISPLAY 'PASS 'W_CASE-NAME
           ELSE
               ADD 1 TO W_FAIL-COUNT
               DISPLAY 'FAIL 'W_CASE-NAME
               DISPLAY '     both gave 'W_PIN-HASH
           END-IF.

      * Every routine in subroutine_chain.txt follows the
      * 01_call_subroutine (LS-NUMBER, LS-STRING, LS-STATUS)
      * convention, so the same two cases apply to each: a nonblank
