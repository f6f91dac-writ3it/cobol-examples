      * Front-desk card check. Given a membership card number - on
      * the command line, or asked for when there is none - says
      * whether the card may be accepted: the number's check digit
      * (through the shared 13_CARD_FILE routine, so a mistyped
      * number is caught before anything is read), the card's own
      * state and expiry on card.dat (see CARD-RECORD.cpy), and the
      * holder's current status on output.dat.
      * RETURN-CODE for a script or terminal wrapper:
      *     0   live card in date, holder Active - accept
      *     4   card or holder not in good standing - do not accept
      *         (lost, stolen, cancelled, expired, or the holder is
      *         suspended, pending, inactive or deceased)
      *     8   not a card number we issued
      * Read-only - nothing on either file is changed here.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 75_CARD_LOOKUP.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CARD-FILE ASSIGN TO 'card.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS CD_NUMBER
                   ALTERNATE RECORD KEY IS CD_PERSON-ID
                       WITH DUPLICATES
                   FILE STATUS IS W_CD-STATUS.

               SELECT PERSON-IN ASSIGN TO 'output.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

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

           WORKING-STORAGE SECTION.
               01 W_CD-STATUS PIC X(2).
               01 W_PI-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_ARG-LINE PIC X(40) VALUE SPACES.
               01 W_CARD-NUMBER-X PIC X(9) VALUE SPACES.
               01 W_CARD-WORD PIC X(9) VALUE SPACES.
               01 W_HOLDER-WORD PIC X(9) VALUE SPACES.
               01 W_VERDICT PIC X(40) VALUE SPACES.

      * 13_CARD_FILE's linkage.
               01 W_CARD-REQUEST PIC X(8) VALUE SPACES.
               01 W_CARD-PERSON-ID PIC 9(6) VALUE 0.
               01 W_CARD-NUMBER PIC 9(9) VALUE 0.
               01 W_CARD-REASON PIC X(20) VALUE SPACES.
               01 W_REJECT-REASON PIC X(40) VALUE SPACES.
               01 W_CARD-STATUS PIC X(1) VALUE '0'.
                   88 CARD-OK VALUE '0'.

       PROCEDURE DIVISION.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
               INTO W_CARD-NUMBER-X
           END-UNSTRING.
           IF W_CARD-NUMBER-X = SPACES
               DISPLAY 'Card number: '
               ACCEPT W_CARD-NUMBER-X
           END-IF.

           IF W_CARD-NUMBER-X IS NOT NUMERIC
               DISPLAY 'CARD 'W_CARD-NUMBER-X' - NOT A CARD NUMBER '
                   '(9 digits)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE W_CARD-NUMBER-X TO W_CARD-NUMBER.
           MOVE 'VERIFY' TO W_CARD-REQUEST.
           CALL '13_CARD_FILE' USING W_CARD-REQUEST, W_CARD-PERSON-ID,
               W_CARD-NUMBER, W_CARD-REASON, W_REJECT-REASON,
               W_CARD-STATUS.
           IF NOT CARD-OK
               DISPLAY 'CARD 'W_CARD-NUMBER' - NOT ONE OF OURS ('
                   FUNCTION TRIM(W_REJECT-REASON)')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CARD-FILE.
           IF W_CD-STATUS NOT = '00'
               DISPLAY 'CARD 'W_CARD-NUMBER' - NOT ON FILE '
                   '(no card.dat)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE W_CARD-NUMBER TO CD_NUMBER.
           READ CARD-FILE
               INVALID KEY
                   DISPLAY 'CARD 'W_CARD-NUMBER' - NOT ON FILE'
                   CLOSE CARD-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE CARD-FILE.

           EVALUATE CD_STATE
               WHEN 'I'
                   MOVE 'ISSUED' TO W_CARD-WORD
               WHEN 'R'
                   MOVE 'REISSUED' TO W_CARD-WORD
               WHEN 'L'
                   MOVE 'LOST' TO W_CARD-WORD
               WHEN 'S'
                   MOVE 'STOLEN' TO W_CARD-WORD
               WHEN OTHER
                   MOVE 'CANCELLED' TO W_CARD-WORD
           END-EVALUATE.

           MOVE SPACES TO FI_PERSON-NAME FI_PERSON-SURNAME.
           MOVE 'NOT FOUND' TO W_HOLDER-WORD.
           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS = '00'
               MOVE CD_PERSON-ID TO FI_PERSON-ID
               READ PERSON-IN
                   INVALID KEY
                       MOVE 'NOT FOUND' TO W_HOLDER-WORD
                   NOT INVALID KEY
                       PERFORM SET-HOLDER-WORD-SECTION
               END-READ
               CLOSE PERSON-IN
           END-IF.

           EVALUATE TRUE
               WHEN CD_HOT
                   MOVE 'DO NOT ACCEPT - CARD IS ON THE HOTLIST'
                       TO W_VERDICT
                   MOVE 4 TO RETURN-CODE
               WHEN CD_EXPIRES-ON < W_TODAY
                   MOVE 'DO NOT ACCEPT - CARD HAS EXPIRED'
                       TO W_VERDICT
                   MOVE 4 TO RETURN-CODE
               WHEN W_HOLDER-WORD NOT = 'ACTIVE'
                   MOVE 'DO NOT ACCEPT - HOLDER NOT ACTIVE'
                       TO W_VERDICT
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'ACCEPT' TO W_VERDICT
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           DISPLAY 'CARD     : 'CD_NUMBER'  'W_CARD-WORD
               ' SINCE 'CD_STATE-ON' 'CD_STATE-REASON.
           DISPLAY 'VALID    : 'CD_ISSUED-ON' TO 'CD_EXPIRES-ON.
           DISPLAY 'HOLDER   : 'CD_PERSON-ID' '
               FUNCTION TRIM(FI_PERSON-NAME)' '
               FUNCTION TRIM(FI_PERSON-SURNAME).
           DISPLAY 'STATUS   : 'W_HOLDER-WORD.
           DISPLAY 'VERDICT  : 'W_VERDICT.

       STOP RUN.

       SET-HOLDER-WORD-SECTION SECTION.
           EVALUATE TRUE
               WHEN FI_PERSON-ACTIVE
                   MOVE 'ACTIVE' TO W_HOLDER-WORD
               WHEN FI_PERSON-PENDING
                   MOVE 'PENDING' TO W_HOLDER-WORD
               WHEN FI_PERSON-SUSPENDED
                   MOVE 'SUSPENDED' TO W_HOLDER-WORD
               WHEN FI_PERSON-INACTIVE
                   MOVE 'INACTIVE' TO W_HOLDER-WORD
               WHEN FI_PERSON-DECEASED
                   MOVE 'DECEASED' TO W_HOLDER-WORD
               WHEN OTHER
                   MOVE 'UNKNOWN' TO W_HOLDER-WORD
           END-EVALUATE.
