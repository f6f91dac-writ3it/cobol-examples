      * Execute files/73_card_issue.cbl first
      * Front-desk card hotlist. Every card on card.dat (see
      * CARD-RECORD.cpy) that must no longer be accepted - reported
      * lost, reported stolen, or cancelled because it was replaced,
      * ran out or its holder left - is listed in card-number order
      * in card_hotlist.txt, rewritten whole each night so the
      * desks always work from one current list. A card presented
      * at a desk that is on the list is retained; one that is not
      * can be checked against its holder with 75_CARD_LOOKUP.
      * 07_DAILY_RUN runs it straight after 73_CARD_ISSUE, so cards
      * cancelled tonight are on tomorrow's list.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 74_CARD_HOTLIST.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CARD-FILE ASSIGN TO 'card.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS CD_NUMBER
                   ALTERNATE RECORD KEY IS CD_PERSON-ID
                       WITH DUPLICATES
                   FILE STATUS IS W_CD-STATUS.

               SELECT HOTLIST-OUT ASSIGN TO 'card_hotlist.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

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

           FD HOTLIST-OUT.
           01 HL_HOTLIST-LINE PIC X(80).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_CD-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_STATE-WORD PIC X(9) VALUE SPACES.
               01 W_SCANNED-COUNT PIC 9(6) VALUE 0.
               01 W_LOST-COUNT PIC 9(6) VALUE 0.
               01 W_STOLEN-COUNT PIC 9(6) VALUE 0.
               01 W_CANCELLED-COUNT PIC 9(6) VALUE 0.
               01 W_LISTED-COUNT PIC 9(6) VALUE 0.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.

      * No card.dat yet (35) - nobody holds a card, the list is
      * empty. Any other failure leaves yesterday's list standing
      * rather than handing the desks an empty one.
           OPEN INPUT CARD-FILE.
           IF W_CD-STATUS NOT = '00' AND W_CD-STATUS NOT = '35'
               DISPLAY '** could not open card.dat (status '
                   W_CD-STATUS') - hotlist not rebuilt'
               MOVE '74_CARD_HOTLIST' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT HOTLIST-OUT.
           MOVE SPACES TO HL_HOTLIST-LINE.
           STRING 'CARD HOTLIST - ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
                  ' - DO NOT ACCEPT THESE CARDS' DELIMITED BY SIZE
               INTO HL_HOTLIST-LINE
           END-STRING.
           WRITE HL_HOTLIST-LINE.
           MOVE SPACES TO HL_HOTLIST-LINE.
           WRITE HL_HOTLIST-LINE.
           MOVE SPACES TO HL_HOTLIST-LINE.
           MOVE 'CARD NO.' TO HL_HOTLIST-LINE(1:9).
           MOVE 'STATE' TO HL_HOTLIST-LINE(12:9).
           MOVE 'SINCE' TO HL_HOTLIST-LINE(23:8).
           MOVE 'REASON' TO HL_HOTLIST-LINE(33:20).
           MOVE 'HOLDER' TO HL_HOTLIST-LINE(54:6).
           WRITE HL_HOTLIST-LINE.

           IF W_CD-STATUS = '00'
               PERFORM UNTIL B_EOF = 'Y'
                   READ CARD-FILE NEXT RECORD
                       AT END MOVE 'Y' TO B_EOF
                       NOT AT END
                           ADD 1 TO W_SCANNED-COUNT
                           IF CD_HOT
                               PERFORM LIST-ONE-CARD-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARD-FILE
           END-IF.

           MOVE SPACES TO HL_HOTLIST-LINE.
           WRITE HL_HOTLIST-LINE.
           MOVE SPACES TO HL_HOTLIST-LINE.
           STRING 'TOTAL LISTED: ' DELIMITED BY SIZE
                  W_LISTED-COUNT DELIMITED BY SIZE
                  '  LOST: ' DELIMITED BY SIZE
                  W_LOST-COUNT DELIMITED BY SIZE
                  '  STOLEN: ' DELIMITED BY SIZE
                  W_STOLEN-COUNT DELIMITED BY SIZE
                  '  CANCELLED: ' DELIMITED BY SIZE
                  W_CANCELLED-COUNT DELIMITED BY SIZE
               INTO HL_HOTLIST-LINE
           END-STRING.
           WRITE HL_HOTLIST-LINE.
           CLOSE HOTLIST-OUT.

           DISPLAY 'Cards on file          : 'W_SCANNED-COUNT.
           DISPLAY 'Cards on the hotlist   : 'W_LISTED-COUNT.
           DISPLAY '  lost                 : 'W_LOST-COUNT.
           DISPLAY '  stolen               : 'W_STOLEN-COUNT.
           DISPLAY '  cancelled            : 'W_CANCELLED-COUNT.

           MOVE '74_CARD_HOTLIST' TO W_TRAILER-PROGRAM.
           MOVE W_LISTED-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.

       LIST-ONE-CARD-SECTION SECTION.
           EVALUATE CD_STATE
               WHEN 'L'
                   MOVE 'LOST' TO W_STATE-WORD
                   ADD 1 TO W_LOST-COUNT
               WHEN 'S'
                   MOVE 'STOLEN' TO W_STATE-WORD
                   ADD 1 TO W_STOLEN-COUNT
               WHEN OTHER
                   MOVE 'CANCELLED' TO W_STATE-WORD
                   ADD 1 TO W_CANCELLED-COUNT
           END-EVALUATE.
           MOVE SPACES TO HL_HOTLIST-LINE.
           MOVE CD_NUMBER TO HL_HOTLIST-LINE(1:9).
           MOVE W_STATE-WORD TO HL_HOTLIST-LINE(12:9).
           MOVE CD_STATE-ON TO HL_HOTLIST-LINE(23:8).
           MOVE CD_STATE-REASON TO HL_HOTLIST-LINE(33:20).
           MOVE CD_PERSON-ID TO HL_HOTLIST-LINE(54:6).
           WRITE HL_HOTLIST-LINE.
           ADD 1 TO W_LISTED-COUNT.
