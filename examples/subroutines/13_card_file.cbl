      * Execute via CALL from another program, not directly.
      * Callable membership-card routine - the one place a card is
      * written or changes state (see CARD-RECORD.cpy), the same
      * single-owner idea 06_STATUS_TRANSITION applies to the
      * person lifecycle. 73_CARD_ISSUE, 09_MAINTAIN and every
      * program that takes a person out of membership CALL this
      * rather than each carrying its own card file handling.
      * LS-REQUEST is one of
      *     ISSUE     give LS-PERSON-ID a card if they hold no live
      *               one in date. A live card past its expiry is
      *               cancelled (EXPIRED) and replaced. The first
      *               card a person ever holds is state I, any later
      *               one R. LS-CARD-NUMBER returns the new card, or
      *               the live card already held (status '2').
      *     REISSUE   replace the live card: LS-CARD-REASON LOST or
      *               STOLEN puts the old card in that state, any
      *               other reason (DAMAGED, NAME CHANGE ...)
      *               cancels it. The new card is state R and its
      *               number comes back in LS-CARD-NUMBER. No live
      *               card to replace is status '2'.
      *     CANCEL    every live card of LS-PERSON-ID goes to C
      *               with LS-CARD-REASON - deactivation, death,
      *               purge. Nothing live is not an error:
      *               LS-CARD-NUMBER comes back 0.
      *     VERIFY    LS-CARD-NUMBER checked for shape and check
      *               digit only - the file is not opened. The
      *               holder's ID comes back in LS-PERSON-ID.
      * A new card runs five years from the day it is written (a
      * 29 February start expires on the 28th).
      * LS-STATUS comes back '0' done, '1' refused or failed with
      * LS-REASON spelled out, '2' nothing to do (see above).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 13_CARD_FILE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CARD-FILE ASSIGN TO 'card.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CD_NUMBER
                   ALTERNATE RECORD KEY IS CD_PERSON-ID
                       WITH DUPLICATES
                   FILE STATUS IS W_CD-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD CARD-FILE.
           COPY 'CARD-RECORD.cpy'
               REPLACING PREFIX-NUMBER BY CD_NUMBER
                         PREFIX-ID BY CD_PERSON-ID
                         PREFIX-ISSUED-ON BY CD_ISSUED-ON
                         PREFIX-EXPIRES-ON BY CD_EXPIRES-ON
                         PREFIX-STATE BY CD_STATE
                         PREFIX-LIVE BY CD_LIVE
                         PREFIX-HOT BY CD_HOT
                         PREFIX-STATE-ON BY CD_STATE-ON
                         PREFIX-STATE-REASON BY CD_STATE-REASON
                         PREFIX-PRINTED-ON BY CD_PRINTED-ON
                         PREFIX BY CD_CARD.

           WORKING-STORAGE SECTION.
           01 W_CD-STATUS PIC X(2).
           01 W_TODAY PIC 9(8) VALUE 0.
           01 W_EXPIRES PIC 9(8) VALUE 0.
           01 W_CARD-EOF PIC X(1) VALUE 'N'.
           01 W_HIGH-GENERATION PIC 9(2) VALUE 0.
           01 W_CARDS-HELD PIC 9(3) VALUE 0.
           01 W_LIVE-NUMBER PIC 9(9) VALUE 0.
           01 W_CANCEL-COUNT PIC 9(3) VALUE 0.
           01 W_OLD-STATE PIC X(1) VALUE SPACE.
           01 W_NEW-STATE PIC X(1) VALUE SPACE.

      * The card number being built or checked, three ways.
           01 W_CARD-NUMBER PIC 9(9) VALUE 0.
           01 W_CARD-DIGITS REDEFINES W_CARD-NUMBER.
               02 W_CARD-DIGIT PIC 9(1) OCCURS 9 TIMES.
           01 W_CARD-PARTS REDEFINES W_CARD-NUMBER.
               02 W_CARD-PERSON-ID PIC 9(6).
               02 W_CARD-GENERATION PIC 9(2).
               02 W_CARD-CHECK-DIGIT PIC 9(1).

           01 W_SUB PIC 9(2) VALUE 0.
           01 W_DOUBLED PIC 9(2) VALUE 0.
           01 W_LUHN-SUM PIC 9(3) VALUE 0.
           01 W_EXPECTED-CHECK PIC 9(1) VALUE 0.

           LINKAGE SECTION.
           01 LS-REQUEST PIC X(8).
           01 LS-PERSON-ID PIC 9(6).
           01 LS-CARD-NUMBER PIC 9(9).
           01 LS-CARD-REASON PIC X(20).
           01 LS-REASON PIC X(40).
           01 LS-STATUS PIC X(1).
               88 LS-SUCCESS VALUE '0'.
               88 LS-FAILURE VALUE '1'.
               88 LS-NOTHING-TO-DO VALUE '2'.

       PROCEDURE DIVISION USING LS-REQUEST, LS-PERSON-ID,
               LS-CARD-NUMBER, LS-CARD-REASON, LS-REASON, LS-STATUS.
           SET LS-SUCCESS TO TRUE.
           MOVE SPACES TO LS-REASON.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.

           IF LS-REQUEST = 'VERIFY'
               PERFORM VERIFY-NUMBER-SECTION
               GO TO CARD-FILE-EXIT
           END-IF.

           IF LS-REQUEST NOT = 'ISSUE'
               AND LS-REQUEST NOT = 'REISSUE'
               AND LS-REQUEST NOT = 'CANCEL'
               SET LS-FAILURE TO TRUE
               MOVE 'unknown card request' TO LS-REASON
               GO TO CARD-FILE-EXIT
           END-IF.

      * No card.dat yet: nothing to cancel, and the first card ever
      * written creates it - the usual status-35 dance.
           OPEN I-O CARD-FILE.
           IF W_CD-STATUS = '35'
               IF LS-REQUEST = 'CANCEL'
                   MOVE 0 TO LS-CARD-NUMBER
                   GO TO CARD-FILE-EXIT
               END-IF
               OPEN OUTPUT CARD-FILE
               CLOSE CARD-FILE
               OPEN I-O CARD-FILE
           END-IF.
           IF W_CD-STATUS NOT = '00'
               SET LS-FAILURE TO TRUE
               STRING 'could not open card.dat (status '
                          DELIMITED BY SIZE
                      W_CD-STATUS DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO LS-REASON
               END-STRING
               GO TO CARD-FILE-EXIT
           END-IF.

           EVALUATE LS-REQUEST
               WHEN 'ISSUE'
                   PERFORM ISSUE-CARD-SECTION
               WHEN 'REISSUE'
                   PERFORM REISSUE-CARD-SECTION
               WHEN 'CANCEL'
                   PERFORM CANCEL-CARDS-SECTION
           END-EVALUATE.
           CLOSE CARD-FILE.

       CARD-FILE-EXIT.
       EXIT PROGRAM.

      * A person's first card, or a replacement for a live one that
      * has run out - anyone still holding a card in date is left
      * alone.
       ISSUE-CARD-SECTION SECTION.
           PERFORM SCAN-PERSON-CARDS-SECTION.
           IF W_LIVE-NUMBER NOT = 0
               MOVE W_LIVE-NUMBER TO LS-CARD-NUMBER
               SET LS-NOTHING-TO-DO TO TRUE
               MOVE 'person already holds a live card' TO LS-REASON
               GO TO ISSUE-CARD-EXIT
           END-IF.
           IF W_CARDS-HELD = 0
               MOVE 'I' TO W_NEW-STATE
           ELSE
               MOVE 'R' TO W_NEW-STATE
           END-IF.
           PERFORM WRITE-NEW-CARD-SECTION.

       ISSUE-CARD-EXIT.
           EXIT.

      * The holder reports the card lost, stolen or spoilt - the old
      * card is put out of use first, then the replacement written.
       REISSUE-CARD-SECTION SECTION.
           PERFORM SCAN-PERSON-CARDS-SECTION.
           EVALUATE LS-CARD-REASON
               WHEN 'LOST'
                   MOVE 'L' TO W_OLD-STATE
               WHEN 'STOLEN'
                   MOVE 'S' TO W_OLD-STATE
               WHEN OTHER
                   MOVE 'C' TO W_OLD-STATE
           END-EVALUATE.
           MOVE 0 TO W_CANCEL-COUNT.
           PERFORM CLOSE-LIVE-CARDS-SECTION.
           IF W_CANCEL-COUNT = 0
               MOVE 0 TO LS-CARD-NUMBER
               SET LS-NOTHING-TO-DO TO TRUE
               MOVE 'person holds no live card to replace'
                   TO LS-REASON
               GO TO REISSUE-CARD-EXIT
           END-IF.
           MOVE 'R' TO W_NEW-STATE.
           PERFORM WRITE-NEW-CARD-SECTION.

       REISSUE-CARD-EXIT.
           EXIT.

      * The holder has left membership - every live card is
      * cancelled, the last one's number returned for the caller's
      * message.
       CANCEL-CARDS-SECTION SECTION.
           MOVE 'C' TO W_OLD-STATE.
           MOVE 0 TO W_CANCEL-COUNT.
           MOVE 0 TO LS-CARD-NUMBER.
           PERFORM CLOSE-LIVE-CARDS-SECTION.

      * Walks every card the person has held, through the person-ID
      * alternate key: how many, the highest generation used, and
      * the live card still in date, if any. A live card past its
      * expiry is cancelled on the way past.
       SCAN-PERSON-CARDS-SECTION SECTION.
           MOVE 0 TO W_CARDS-HELD W_HIGH-GENERATION W_LIVE-NUMBER.
           MOVE 'N' TO W_CARD-EOF.
           MOVE LS-PERSON-ID TO CD_PERSON-ID.
           START CARD-FILE KEY IS = CD_PERSON-ID
               INVALID KEY
                   MOVE 'Y' TO W_CARD-EOF
           END-START.
           PERFORM UNTIL W_CARD-EOF = 'Y'
               READ CARD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO W_CARD-EOF
                   NOT AT END
                       IF CD_PERSON-ID NOT = LS-PERSON-ID
                           MOVE 'Y' TO W_CARD-EOF
                       ELSE
                           PERFORM SCAN-ONE-CARD-SECTION
                       END-IF
               END-READ
           END-PERFORM.

       SCAN-ONE-CARD-SECTION SECTION.
           ADD 1 TO W_CARDS-HELD.
           MOVE CD_NUMBER TO W_CARD-NUMBER.
           IF W_CARD-GENERATION > W_HIGH-GENERATION
               MOVE W_CARD-GENERATION TO W_HIGH-GENERATION
           END-IF.
           IF CD_LIVE
               IF CD_EXPIRES-ON < W_TODAY
                   MOVE 'C' TO CD_STATE
                   MOVE W_TODAY TO CD_STATE-ON
                   MOVE 'EXPIRED' TO CD_STATE-REASON
                   REWRITE CD_CARD
                   END-REWRITE
               ELSE
                   MOVE CD_NUMBER TO W_LIVE-NUMBER
               END-IF
           END-IF.

      * Every live card of the person to W_OLD-STATE with today and
      * LS-CARD-REASON, counted in W_CANCEL-COUNT.
       CLOSE-LIVE-CARDS-SECTION SECTION.
           MOVE 'N' TO W_CARD-EOF.
           MOVE LS-PERSON-ID TO CD_PERSON-ID.
           START CARD-FILE KEY IS = CD_PERSON-ID
               INVALID KEY
                   MOVE 'Y' TO W_CARD-EOF
           END-START.
           PERFORM UNTIL W_CARD-EOF = 'Y'
               READ CARD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO W_CARD-EOF
                   NOT AT END
                       IF CD_PERSON-ID NOT = LS-PERSON-ID
                           MOVE 'Y' TO W_CARD-EOF
                       ELSE
                           IF CD_LIVE
                               MOVE W_OLD-STATE TO CD_STATE
                               MOVE W_TODAY TO CD_STATE-ON
                               MOVE LS-CARD-REASON TO CD_STATE-REASON
                               REWRITE CD_CARD
                               END-REWRITE
                               ADD 1 TO W_CANCEL-COUNT
                               MOVE CD_NUMBER TO LS-CARD-NUMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Next generation for the person, check digit on the end,
      * five years' life, not yet printed.
       WRITE-NEW-CARD-SECTION SECTION.
           IF W_HIGH-GENERATION = 99
               SET LS-FAILURE TO TRUE
               MOVE 'all 99 card generations used' TO LS-REASON
               GO TO WRITE-NEW-CARD-EXIT
           END-IF.
           MOVE LS-PERSON-ID TO W_CARD-PERSON-ID.
           COMPUTE W_CARD-GENERATION = W_HIGH-GENERATION + 1.
           PERFORM COMPUTE-CHECK-DIGIT-SECTION.
           MOVE W_EXPECTED-CHECK TO W_CARD-CHECK-DIGIT.

           COMPUTE W_EXPIRES = W_TODAY + 50000.
           IF W_EXPIRES(5:4) = '0229'
               SUBTRACT 1 FROM W_EXPIRES
           END-IF.

           MOVE W_CARD-NUMBER TO CD_NUMBER.
           MOVE LS-PERSON-ID TO CD_PERSON-ID.
           MOVE W_TODAY TO CD_ISSUED-ON.
           MOVE W_EXPIRES TO CD_EXPIRES-ON.
           MOVE W_NEW-STATE TO CD_STATE.
           MOVE W_TODAY TO CD_STATE-ON.
           MOVE SPACES TO CD_STATE-REASON.
           MOVE 0 TO CD_PRINTED-ON.
           WRITE CD_CARD
               INVALID KEY
                   SET LS-FAILURE TO TRUE
                   STRING 'could not write card (status '
                              DELIMITED BY SIZE
                          W_CD-STATUS DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                       INTO LS-REASON
                   END-STRING
               NOT INVALID KEY
                   MOVE W_CARD-NUMBER TO LS-CARD-NUMBER
           END-WRITE.

       WRITE-NEW-CARD-EXIT.
           EXIT.

      * Shape and check digit only - nine digits whose last is the
      * Luhn digit of the first eight.
       VERIFY-NUMBER-SECTION SECTION.
           IF LS-CARD-NUMBER IS NOT NUMERIC
               SET LS-FAILURE TO TRUE
               MOVE 'card number is not 9 digits' TO LS-REASON
               GO TO VERIFY-NUMBER-EXIT
           END-IF.
           MOVE LS-CARD-NUMBER TO W_CARD-NUMBER.
           PERFORM COMPUTE-CHECK-DIGIT-SECTION.
           IF W_EXPECTED-CHECK NOT = W_CARD-CHECK-DIGIT
               SET LS-FAILURE TO TRUE
               MOVE 'card number check digit is wrong' TO LS-REASON
               GO TO VERIFY-NUMBER-EXIT
           END-IF.
           MOVE W_CARD-PERSON-ID TO LS-PERSON-ID.

       VERIFY-NUMBER-EXIT.
           EXIT.

      * Luhn over digits 1-8 of W_CARD-NUMBER: from the rightmost
      * (digit 8) every other digit is doubled, a doubled digit over
      * 9 has 9 taken off, and the check digit brings the sum up to
      * the next multiple of ten.
       COMPUTE-CHECK-DIGIT-SECTION SECTION.
           MOVE 0 TO W_LUHN-SUM.
           PERFORM VARYING W_SUB FROM 1 BY 1 UNTIL W_SUB > 8
               IF FUNCTION MOD(W_SUB, 2) = 0
                   COMPUTE W_DOUBLED = W_CARD-DIGIT(W_SUB) * 2
                   IF W_DOUBLED > 9
                       SUBTRACT 9 FROM W_DOUBLED
                   END-IF
                   ADD W_DOUBLED TO W_LUHN-SUM
               ELSE
                   ADD W_CARD-DIGIT(W_SUB) TO W_LUHN-SUM
               END-IF
           END-PERFORM.
           COMPUTE W_EXPECTED-CHECK =
               FUNCTION MOD(10 - FUNCTION MOD(W_LUHN-SUM, 10), 10).
