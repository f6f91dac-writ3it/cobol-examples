      * and any byte outside P/A/S/I/D on either side - comes back
      * LS-FAILURE with the reason spelled out, so the caller can
      * report it instead of committing a move the lifecycle forbids.
      * Verification means identity was checked against a document,
      * so P -> A also needs an unexpired document for LS-PERSON-ID
      * on the identity-document register (see
      * ID-DOCUMENT-RECORD.cpy) - none on file, or only expired
      * ones, refuses the move. No other move looks at the person.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 06_STATUS_TRANSITION.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT ID-DOCUMENT-FILE ASSIGN TO 'id_document.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS ID_KEY
                   FILE STATUS IS W_ID-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ID-DOCUMENT-FILE.
           COPY 'ID-DOCUMENT-RECORD.cpy'
               REPLACING PREFIX-KEY BY ID_KEY
                         PREFIX-ID BY ID_PERSON-ID
                         PREFIX-TYPE BY ID_TYPE
                         PREFIX-NUMBER BY ID_NUMBER
                         PREFIX-EXPIRES-ON BY ID_EXPIRES-ON
                         PREFIX-RECORDED-ON BY ID_RECORDED-ON
                         PREFIX-RECORDED-BY BY ID_RECORDED-BY
                         PREFIX-REMINDED-ON BY ID_REMINDED-ON
                         PREFIX BY ID_DOCUMENT.

           WORKING-STORAGE SECTION.
           01 W_VALID-SET PIC X(5) VALUE 'PASID'.
           01 W_CHECK-SUB PIC 9(1) VALUE 0.
           01 W_OLD-OK-SW PIC X(1) VALUE 'N'.
           01 W_NEW-OK-SW PIC X(1) VALUE 'N'.
           01 W_ID-STATUS PIC X(2).
           01 W_TODAY PIC 9(8) VALUE 0.
           01 W_DOC-EOF PIC X(1) VALUE 'N'.
           01 W_DOC-OK-SW PIC X(1) VALUE 'N'.
               88 DOCUMENT-VALID VALUE 'Y'.

           LINKAGE SECTION.
           01 LS-OLD-STATUS PIC X(1).
           01 LS-STATUS PIC X(1).
               88 LS-SUCCESS VALUE '0'.
               88 LS-FAILURE VALUE '1'.
           01 LS-PERSON-ID PIC 9(6).

       PROCEDURE DIVISION USING LS-OLD-STATUS, LS-NEW-STATUS,
               LS-REASON, LS-STATUS, LS-PERSON-ID.
           SET LS-SUCCESS TO TRUE.
           MOVE SPACES TO LS-REASON.

               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF LS-SUCCESS
               AND LS-OLD-STATUS = 'P' AND LS-NEW-STATUS = 'A'
               PERFORM CHECK-DOCUMENT-SECTION
               IF NOT DOCUMENT-VALID
                   SET LS-FAILURE TO TRUE
                   MOVE 'no unexpired identity document on file'
                       TO LS-REASON
               END-IF
           END-IF.
       EXIT PROGRAM.

      * Any one of the person's documents still in date will do -
      * the key is person ID plus type, so a START at the ID and
      * READ NEXT until it changes walks every type they hold. A
      * document expiring today is still in date today.
       CHECK-DOCUMENT-SECTION SECTION.
           MOVE 'N' TO W_DOC-OK-SW.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           OPEN INPUT ID-DOCUMENT-FILE.
           IF W_ID-STATUS NOT = '00'
               GO TO CHECK-DOCUMENT-EXIT
           END-IF.
           MOVE LS-PERSON-ID TO ID_PERSON-ID.
           MOVE SPACES TO ID_TYPE.
           MOVE 'N' TO W_DOC-EOF.
           START ID-DOCUMENT-FILE KEY IS >= ID_KEY
               INVALID KEY
                   MOVE 'Y' TO W_DOC-EOF
           END-START.
           PERFORM UNTIL W_DOC-EOF = 'Y' OR DOCUMENT-VALID
               READ ID-DOCUMENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO W_DOC-EOF
                   NOT AT END
                       IF ID_PERSON-ID NOT = LS-PERSON-ID
                           MOVE 'Y' TO W_DOC-EOF
                       ELSE
                           IF ID_EXPIRES-ON >= W_TODAY
                               MOVE 'Y' TO W_DOC-OK-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ID-DOCUMENT-FILE.

       CHECK-DOCUMENT-EXIT.
           EXIT.
