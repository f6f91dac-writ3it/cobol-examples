      * Nightly membership-card issuance. Two passes:
      *  - every Active person on output.dat is offered to the
      *    shared 13_CARD_FILE routine (ISSUE), which writes a card
      *    for anyone holding no live card in date - a newly Active
      *    member, a reactivated one, or a card that has run out -
      *    and leaves everyone else alone. Each new card is audited.
      *  - card.dat is then walked in card-number order. A live card
      *    not yet printed whose holder is Active goes onto
      *    card_print_<date>.txt for the card printer and is stamped
      *    PRINTED-ON, so it is printed once; a reissue keyed in
      *    09_MAINTAIN today is picked up the same way. A live card
      *    whose holder is inactive, deceased or gone from the file
      *    is cancelled here - the programs that take a person out
      *    of membership cancel the card as they do it, and this is
      *    the safety net behind them.
      * Suspended and pending holders keep their cards but nothing
      * is printed for them until they are Active again.
      * Execute files/02_write.cbl first. 07_DAILY_RUN runs it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 73_CARD_ISSUE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PERSON-IN ASSIGN TO 'output.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

               SELECT CARD-FILE ASSIGN TO 'card.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CD_NUMBER
                   ALTERNATE RECORD KEY IS CD_PERSON-ID
                       WITH DUPLICATES
                   FILE STATUS IS W_CD-STATUS.

               SELECT PRINT-OUT ASSIGN TO W_PRINT-FILENAME
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

      * One card to print: number, holder, name as it goes on the
      * card, valid from/to, and I (first card) or R (replacement).
           FD PRINT-OUT.
           01 PR_PRINT-LINE.
               02 PR_NUMBER PIC 9(9).
               02 FILLER PIC X(1).
               02 PR_PERSON-ID PIC 9(6).
               02 FILLER PIC X(1).
               02 PR_NAME PIC X(41).
               02 FILLER PIC X(1).
               02 PR_ISSUED-ON PIC 9(8).
               02 FILLER PIC X(1).
               02 PR_EXPIRES-ON PIC 9(8).
               02 FILLER PIC X(1).
               02 PR_STATE PIC X(1).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_PI-STATUS PIC X(2).
               01 W_CD-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_PRINT-FILENAME PIC X(40) VALUE SPACES.

      * 13_CARD_FILE's linkage.
               01 W_CARD-REQUEST PIC X(8) VALUE SPACES.
               01 W_CARD-PERSON-ID PIC 9(6) VALUE 0.
               01 W_CARD-NUMBER PIC 9(9) VALUE 0.
               01 W_CARD-REASON PIC X(20) VALUE SPACES.
               01 W_REJECT-REASON PIC X(40) VALUE SPACES.
               01 W_CARD-STATUS PIC X(1) VALUE '0'.
                   88 CARD-OK VALUE '0'.
                   88 CARD-FAILED VALUE '1'.

               01 W_ACTIVE-COUNT PIC 9(6) VALUE 0.
               01 W_ISSUED-COUNT PIC 9(6) VALUE 0.
               01 W_FAILED-COUNT PIC 9(6) VALUE 0.
               01 W_PRINTED-COUNT PIC 9(6) VALUE 0.
               01 W_SWEPT-COUNT PIC 9(6) VALUE 0.

      * Shared audit trail (see AUDIT-TRAIL.cpy).
               COPY 'AUDIT-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           STRING 'card_print_' W_TODAY '.txt'
               DELIMITED BY SIZE
               INTO W_PRINT-FILENAME.

           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               DISPLAY '** could not open output.dat (status '
                   W_PI-STATUS') - no cards issued'
               MOVE '73_CARD_ISSUE' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM ISSUE-CARDS-SECTION.
           PERFORM PRINT-CARDS-SECTION.
           CLOSE PERSON-IN.

           DISPLAY 'Active persons         : 'W_ACTIVE-COUNT.
           DISPLAY 'Cards issued           : 'W_ISSUED-COUNT.
           DISPLAY 'Cards not issued       : 'W_FAILED-COUNT.
           DISPLAY 'Cards sent to print    : 'W_PRINTED-COUNT.
           DISPLAY 'Cards cancelled (holder no longer a member): '
               W_SWEPT-COUNT.
           DISPLAY 'Print file             : '
               FUNCTION TRIM(W_PRINT-FILENAME).

           MOVE '73_CARD_ISSUE' TO W_TRAILER-PROGRAM.
           MOVE W_ISSUED-COUNT TO W_TRAILER-COUNT.
           IF W_FAILED-COUNT > 0
               MOVE 'FAILED' TO W_TRAILER-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.

      * Pass one - every Active person offered to the card routine.
       ISSUE-CARDS-SECTION SECTION.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PERSON-IN NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF FI_PERSON-ACTIVE
                           ADD 1 TO W_ACTIVE-COUNT
                           PERFORM ISSUE-ONE-CARD-SECTION
                       END-IF
               END-READ
           END-PERFORM.

       ISSUE-ONE-CARD-SECTION SECTION.
           MOVE 'ISSUE' TO W_CARD-REQUEST.
           MOVE FI_PERSON-ID TO W_CARD-PERSON-ID.
           MOVE SPACES TO W_CARD-REASON.
           CALL '13_CARD_FILE' USING W_CARD-REQUEST, W_CARD-PERSON-ID,
               W_CARD-NUMBER, W_CARD-REASON, W_REJECT-REASON,
               W_CARD-STATUS.
           EVALUATE TRUE
               WHEN CARD-OK
                   ADD 1 TO W_ISSUED-COUNT
                   MOVE '73_CARD_ISSUE' TO W_AUDIT-PROGRAM
                   MOVE 'CARD' TO W_AUDIT-OPERATION
                   MOVE FI_PERSON-ID TO W_AUDIT-KEY
                   MOVE SPACES TO W_AUDIT-BEFORE
                   MOVE SPACES TO W_AUDIT-AFTER
                   STRING 'card ' DELIMITED BY SIZE
                          W_CARD-NUMBER DELIMITED BY SIZE
                          ' issued' DELIMITED BY SIZE
                       INTO W_AUDIT-AFTER
                   END-STRING
                   PERFORM WRITE-AUDIT-SECTION
               WHEN CARD-FAILED
                   ADD 1 TO W_FAILED-COUNT
                   DISPLAY '** no card for person 'FI_PERSON-ID' - '
                       W_REJECT-REASON
           END-EVALUATE.

      * Pass two - card.dat in card-number order, printing what is
      * due and cancelling what is orphaned. No card.dat at all
      * just means nobody has a card yet.
       PRINT-CARDS-SECTION SECTION.
           OPEN OUTPUT PRINT-OUT.
           OPEN I-O CARD-FILE.
           IF W_CD-STATUS NOT = '00'
               GO TO PRINT-CARDS-CLOSE
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ CARD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF CD_LIVE
                           PERFORM PRINT-ONE-CARD-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CARD-FILE.

       PRINT-CARDS-CLOSE.
           CLOSE PRINT-OUT.

       PRINT-ONE-CARD-SECTION SECTION.
           MOVE CD_PERSON-ID TO FI_PERSON-ID.
           MOVE SPACES TO W_CARD-REASON.
           READ PERSON-IN
               INVALID KEY
                   MOVE 'HOLDER NOT ON FILE' TO W_CARD-REASON
           END-READ.
           IF W_CARD-REASON = SPACES
               IF FI_PERSON-INACTIVE
                   MOVE 'HOLDER INACTIVE' TO W_CARD-REASON
               END-IF
               IF FI_PERSON-DECEASED
                   MOVE 'HOLDER DECEASED' TO W_CARD-REASON
               END-IF
           END-IF.

           IF W_CARD-REASON NOT = SPACES
               MOVE 'C' TO CD_STATE
               MOVE W_TODAY TO CD_STATE-ON
               MOVE W_CARD-REASON TO CD_STATE-REASON
               REWRITE CD_CARD
               END-REWRITE
               ADD 1 TO W_SWEPT-COUNT
               MOVE '73_CARD_ISSUE' TO W_AUDIT-PROGRAM
               MOVE 'CARD' TO W_AUDIT-OPERATION
               MOVE CD_PERSON-ID TO W_AUDIT-KEY
               MOVE SPACES TO W_AUDIT-BEFORE
               MOVE SPACES TO W_AUDIT-AFTER
               STRING 'card ' DELIMITED BY SIZE
                      CD_NUMBER DELIMITED BY SIZE
                      ' cancelled - ' DELIMITED BY SIZE
                      W_CARD-REASON DELIMITED BY SIZE
                   INTO W_AUDIT-AFTER
               END-STRING
               PERFORM WRITE-AUDIT-SECTION
               GO TO PRINT-ONE-CARD-EXIT
           END-IF.

           IF NOT FI_PERSON-ACTIVE OR CD_PRINTED-ON NOT = 0
               GO TO PRINT-ONE-CARD-EXIT
           END-IF.

           MOVE SPACES TO PR_PRINT-LINE.
           MOVE CD_NUMBER TO PR_NUMBER.
           MOVE CD_PERSON-ID TO PR_PERSON-ID.
           STRING FUNCTION TRIM(FI_PERSON-NAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(FI_PERSON-SURNAME) DELIMITED BY SIZE
               INTO PR_NAME
           END-STRING.
           MOVE CD_ISSUED-ON TO PR_ISSUED-ON.
           MOVE CD_EXPIRES-ON TO PR_EXPIRES-ON.
           MOVE CD_STATE TO PR_STATE.
           WRITE PR_PRINT-LINE.
           MOVE W_TODAY TO CD_PRINTED-ON.
           REWRITE CD_CARD
           END-REWRITE.
           ADD 1 TO W_PRINTED-COUNT.

       PRINT-ONE-CARD-EXIT.
           EXIT.
