      * Execute via CALL from another program, not directly.
      * Callable PESEL check - the one place the national-ID rules
      * live, the same single-owner idea 03_VALIDATE_PERSON applies
      * to the person fields. Every program that captures or matches
      * on a PESEL (09_MAINTAIN, the delta and converter loads, the
      * nightly conflict report, 63_DEATH_MATCH) CALLs this instead
      * of carrying its own copy of the weights.
      * A PESEL is eleven digits: YYMMDD of birth, a four-digit
      * serial whose last digit is the sex (odd male, even female),
      * and a check digit. The check digit is
      *     (10 - (sum of digit(n) * weight(n), n = 1..10) mod 10)
      *         mod 10
      * with weights 1 3 7 9 1 3 7 9 1 3. The century rides on the
      * month: 81-92 is the 1800s, 01-12 the 1900s, 21-32 the
      * 2000s, 41-52 the 2100s and 61-72 the 2200s.
      * Linkage:
      *     LS-PESEL          the eleven characters to check
      *     LS-CHECK-DATE     the person's PREFIX-BIRTH-DATE, or 0
      *                       to skip the cross-check
      *     LS-CHECK-QUALITY  the person's PREFIX-BIRTH-QUALITY -
      *                       a full-quality date must agree to the
      *                       day, a year-only one only on the year
      *     LS-PESEL-DATE     the decoded YYYYMMDD (0 if undecodable)
      *     LS-SEX            M or F from the serial
      * LS-STATUS comes back '0' good, '1' not a valid PESEL at all
      * (format, checksum or impossible date), '2' a valid PESEL
      * that disagrees with the birth date it was checked against.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 12_PESEL_CHECK.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 W_PESEL PIC X(11) VALUE SPACES.
           01 W_PESEL-DIGITS REDEFINES W_PESEL.
               02 W_PESEL-DIGIT PIC 9(1) OCCURS 11 TIMES.
           01 W_PESEL-PARTS REDEFINES W_PESEL.
               02 W_PESEL-YY PIC 9(2).
               02 W_PESEL-MM PIC 9(2).
               02 W_PESEL-DD PIC 9(2).
               02 W_PESEL-SERIAL PIC 9(3).
               02 W_PESEL-SEX-DIGIT PIC 9(1).
               02 W_PESEL-CHECK-DIGIT PIC 9(1).

           01 W_WEIGHT-VALUES PIC X(10) VALUE '1379137913'.
           01 W_WEIGHT-TABLE REDEFINES W_WEIGHT-VALUES.
               02 W_WEIGHT PIC 9(1) OCCURS 10 TIMES.

           01 W_SUB PIC 9(2) VALUE 0.
           01 W_WEIGHTED-SUM PIC 9(4) VALUE 0.
           01 W_EXPECTED-CHECK PIC 9(1) VALUE 0.
           01 W_CENTURY PIC 9(4) VALUE 0.
           01 W_MONTH PIC 9(2) VALUE 0.
           01 W_YEAR PIC 9(4) VALUE 0.
           01 W_LAST-DAY PIC 9(2) VALUE 0.

      * Days per month for a common year - February is bumped for
      * a leap year before the day is checked.
           01 W_MONTH-DAY-VALUES PIC X(24)
               VALUE '312831303130313130313031'.
           01 W_MONTH-DAY-TABLE REDEFINES W_MONTH-DAY-VALUES.
               02 W_MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.

           LINKAGE SECTION.
           01 LS-PESEL PIC X(11).
           01 LS-CHECK-DATE PIC 9(8).
           01 LS-CHECK-QUALITY PIC X(1).
           01 LS-PESEL-DATE PIC 9(8).
           01 LS-SEX PIC X(1).
           01 LS-REASON PIC X(40).
           01 LS-STATUS PIC X(1).
               88 LS-SUCCESS VALUE '0'.
               88 LS-FAILURE VALUE '1'.
               88 LS-DATE-CONFLICT VALUE '2'.

       PROCEDURE DIVISION USING LS-PESEL, LS-CHECK-DATE,
               LS-CHECK-QUALITY, LS-PESEL-DATE, LS-SEX, LS-REASON,
               LS-STATUS.
           SET LS-SUCCESS TO TRUE.
           MOVE SPACES TO LS-REASON.
           MOVE 0 TO LS-PESEL-DATE.
           MOVE SPACE TO LS-SEX.
           MOVE LS-PESEL TO W_PESEL.

           IF W_PESEL IS NOT NUMERIC
               SET LS-FAILURE TO TRUE
               MOVE 'PESEL is not 11 digits' TO LS-REASON
               GO TO PESEL-CHECK-EXIT
           END-IF.

           MOVE 0 TO W_WEIGHTED-SUM.
           PERFORM VARYING W_SUB FROM 1 BY 1 UNTIL W_SUB > 10
               COMPUTE W_WEIGHTED-SUM = W_WEIGHTED-SUM
                   + W_PESEL-DIGIT(W_SUB) * W_WEIGHT(W_SUB)
           END-PERFORM.
           COMPUTE W_EXPECTED-CHECK =
               FUNCTION MOD(10 - FUNCTION MOD(W_WEIGHTED-SUM, 10), 10).
           IF W_EXPECTED-CHECK NOT = W_PESEL-CHECK-DIGIT
               SET LS-FAILURE TO TRUE
               MOVE 'PESEL checksum digit is wrong' TO LS-REASON
               GO TO PESEL-CHECK-EXIT
           END-IF.

           PERFORM DECODE-BIRTH-DATE-SECTION.
           IF LS-FAILURE
               GO TO PESEL-CHECK-EXIT
           END-IF.

           IF FUNCTION MOD(W_PESEL-SEX-DIGIT, 2) = 1
               MOVE 'M' TO LS-SEX
           ELSE
               MOVE 'F' TO LS-SEX
           END-IF.

      * Cross-check against the person's own birth date - only as
      * far as that date is trusted: a year-only date defaulted to
      * January 1st says nothing about the month and day.
           IF LS-CHECK-DATE IS NOT NUMERIC OR LS-CHECK-DATE = 0
               GO TO PESEL-CHECK-EXIT
           END-IF.
           IF LS-CHECK-QUALITY = 'F'
               IF LS-PESEL-DATE NOT = LS-CHECK-DATE
                   SET LS-DATE-CONFLICT TO TRUE
                   MOVE 'PESEL birth date disagrees with record'
                       TO LS-REASON
               END-IF
           ELSE
               IF LS-PESEL-DATE(1:4) NOT = LS-CHECK-DATE(1:4)
                   SET LS-DATE-CONFLICT TO TRUE
                   MOVE 'PESEL birth year disagrees with record'
                       TO LS-REASON
               END-IF
           END-IF.

       PESEL-CHECK-EXIT.
       EXIT PROGRAM.

      * Century from the month offset, then the day checked against
      * the month's length (leap years by the Gregorian rule) - a
      * PESEL can carry a good checksum over an impossible date.
       DECODE-BIRTH-DATE-SECTION SECTION.
           EVALUATE TRUE
               WHEN W_PESEL-MM >= 81 AND W_PESEL-MM <= 92
                   MOVE 1800 TO W_CENTURY
                   COMPUTE W_MONTH = W_PESEL-MM - 80
               WHEN W_PESEL-MM >= 1 AND W_PESEL-MM <= 12
                   MOVE 1900 TO W_CENTURY
                   MOVE W_PESEL-MM TO W_MONTH
               WHEN W_PESEL-MM >= 21 AND W_PESEL-MM <= 32
                   MOVE 2000 TO W_CENTURY
                   COMPUTE W_MONTH = W_PESEL-MM - 20
               WHEN W_PESEL-MM >= 41 AND W_PESEL-MM <= 52
                   MOVE 2100 TO W_CENTURY
                   COMPUTE W_MONTH = W_PESEL-MM - 40
               WHEN W_PESEL-MM >= 61 AND W_PESEL-MM <= 72
                   MOVE 2200 TO W_CENTURY
                   COMPUTE W_MONTH = W_PESEL-MM - 60
               WHEN OTHER
                   SET LS-FAILURE TO TRUE
                   MOVE 'PESEL encodes an impossible birth date'
                       TO LS-REASON
                   GO TO DECODE-BIRTH-DATE-EXIT
           END-EVALUATE.

           COMPUTE W_YEAR = W_CENTURY + W_PESEL-YY.
           MOVE W_MONTH-DAYS(W_MONTH) TO W_LAST-DAY.
           IF W_MONTH = 2
               IF FUNCTION MOD(W_YEAR, 400) = 0
                   OR (FUNCTION MOD(W_YEAR, 4) = 0
                       AND FUNCTION MOD(W_YEAR, 100) NOT = 0)
                   MOVE 29 TO W_LAST-DAY
               END-IF
           END-IF.
           IF W_PESEL-DD < 1 OR W_PESEL-DD > W_LAST-DAY
               SET LS-FAILURE TO TRUE
               MOVE 'PESEL encodes an impossible birth date'
                   TO LS-REASON
               GO TO DECODE-BIRTH-DATE-EXIT
           END-IF.

           COMPUTE LS-PESEL-DATE =
               W_YEAR * 10000 + W_MONTH * 100 + W_PESEL-DD.

       DECODE-BIRTH-DATE-EXIT.
           EXIT.
