      * Execute files/69_migrate_address.cbl once first
      * Labels and letters kept going to addresses the post office
      * had already sent mail back from, because nothing recorded a
      * return. This is the returned-mail intake: the mail room keys
      * each returned item into returned_mail.txt -
      *     columns 1-6    person ID
      *     columns 8-37   return reason as written on the envelope
      *                    (ADRESAT NIEZNANY, ADRES NIEPELNY, ...)
      * - and the matching address.dat entry is marked undeliverable
      * (see ADDRESS-RECORD.cpy) with today's date and that reason,
      * REWRITten in place and audited. From then on
      * 12_MAILING_LABELS, 60_PRESORT_LABELS and 58_LETTER_ENGINE
      * hold the person out until 09_MAINTAIN puts in a corrected
      * address.
      * A second return from an address already marked keeps the
      * first date, so the age of the problem is never reset. A line
      * whose ID is not numeric, has no reason, or has no address on
      * file goes to returned_mail_rejects.txt for the mail room.
      * The keyed file is consumed the 29_APPLY_DELTA way, renamed to
      * returned_mail_<date>_done.txt.
      * Every run - with or without a file to take in - finishes by
      * listing everyone still without a good address to
      * returned_mail_exceptions.txt, the same text each night, so
      * 44_WORKLIST_UPDATE keeps one worklist item per person aging
      * until the address is put right. 71_RETURNED_AGING is
      * the weekly listing by age.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 70_RETURNED_MAIL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT RETURNS-IN ASSIGN TO W_FEED-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_IN-STATUS.

               SELECT ADDRESS-IO ASSIGN TO 'address.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AD_PERSON-ID
                   FILE STATUS IS W_AD-STATUS.

               SELECT REJECTS-OUT ASSIGN TO
                       'returned_mail_rejects.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT EXCEPTIONS-OUT ASSIGN TO
                       'returned_mail_exceptions.txt'
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

           FD RETURNS-IN.
           01 RI_RETURN-LINE.
              02 RI_PERSON-ID PIC X(6).
              02 FILLER PIC X(1).
              02 RI_REASON PIC X(30).
              02 FILLER PIC X(43).

           FD ADDRESS-IO.
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

           FD REJECTS-OUT.
           01 RJ_REJECT-LINE PIC X(100).

           FD EXCEPTIONS-OUT.
           01 EX_EXCEPTION-REC PIC X(100).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_IN-STATUS PIC X(2).
               01 W_AD-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_FEED-FILENAME PIC X(40)
                   VALUE 'returned_mail.txt'.
               01 W_DONE-FILENAME PIC X(40) VALUE SPACES.
               01 W_RENAME-RC PIC 9(9) VALUE 0.
               01 W_FEED-SW PIC X(1) VALUE 'N'.
                   88 FEED-PRESENT VALUE 'Y'.
               01 W_REJECT-REASON PIC X(30) VALUE SPACES.

               01 W_READ-COUNT PIC 9(6) VALUE 0.
               01 W_MARKED-COUNT PIC 9(6) VALUE 0.
               01 W_REPEAT-COUNT PIC 9(6) VALUE 0.
               01 W_REJECT-COUNT PIC 9(6) VALUE 0.
               01 W_OUTSTANDING-COUNT PIC 9(6) VALUE 0.

      * Shared audit trail (see AUDIT-TRAIL.cpy).
               COPY 'AUDIT-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           PERFORM START-JOB-TIMER-SECTION.

           OPEN I-O ADDRESS-IO.
           IF W_AD-STATUS NOT = '00'
               DISPLAY 'No address.dat on file - no address to mark'
               OPEN OUTPUT EXCEPTIONS-OUT
               CLOSE EXCEPTIONS-OUT
               MOVE '70_RETURNED_MAIL' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               STOP RUN
           END-IF.

           OPEN INPUT RETURNS-IN.
           IF W_IN-STATUS = '00'
               MOVE 'Y' TO W_FEED-SW
               OPEN OUTPUT REJECTS-OUT
               PERFORM UNTIL B_EOF = 'Y'
                   READ RETURNS-IN
                       AT END MOVE 'Y' TO B_EOF
                       NOT AT END
                           IF RI_RETURN-LINE NOT = SPACES
                               ADD 1 TO W_READ-COUNT
                               PERFORM TAKE-ONE-RETURN-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURNS-IN
               CLOSE REJECTS-OUT
           ELSE
               DISPLAY 'No returned_mail.txt today - listing only'
           END-IF.

           PERFORM LIST-OUTSTANDING-SECTION.
           CLOSE ADDRESS-IO.

           IF FEED-PRESENT
               PERFORM CONSUME-FEED-SECTION
           END-IF.

           DISPLAY 'Returns read               : 'W_READ-COUNT.
           DISPLAY 'Addresses marked           : 'W_MARKED-COUNT.
           DISPLAY 'Already marked (kept date) : 'W_REPEAT-COUNT.
           DISPLAY 'Rejected                   : 'W_REJECT-COUNT.
           DISPLAY 'Persons without a good address: '
               W_OUTSTANDING-COUNT.

           MOVE '70_RETURNED_MAIL' TO W_TRAILER-PROGRAM.
           MOVE W_MARKED-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           IF W_REJECT-COUNT > 0
               DISPLAY '** 'W_REJECT-COUNT' return(s) rejected - see '
                   'returned_mail_rejects.txt'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.

      * One keyed return against its address entry.
       TAKE-ONE-RETURN-SECTION SECTION.
           IF RI_PERSON-ID IS NOT NUMERIC
               MOVE 'person ID not numeric' TO W_REJECT-REASON
               PERFORM REJECT-RETURN-SECTION
               GO TO TAKE-ONE-RETURN-EXIT
           END-IF.
           IF RI_REASON = SPACES
               MOVE 'no return reason given' TO W_REJECT-REASON
               PERFORM REJECT-RETURN-SECTION
               GO TO TAKE-ONE-RETURN-EXIT
           END-IF.

           MOVE RI_PERSON-ID TO AD_PERSON-ID.
           READ ADDRESS-IO
               INVALID KEY
                   MOVE 'no address on file' TO W_REJECT-REASON
                   PERFORM REJECT-RETURN-SECTION
                   GO TO TAKE-ONE-RETURN-EXIT
           END-READ.

           IF AD_UNDELIVERABLE
               ADD 1 TO W_REPEAT-COUNT
               GO TO TAKE-ONE-RETURN-EXIT
           END-IF.

           MOVE AD_ADDRESS TO W_AUDIT-BEFORE.
           MOVE 'U' TO AD_MAIL-STATE.
           MOVE W_TODAY TO AD_RETURNED-ON.
           MOVE RI_REASON TO AD_RETURN-REASON.
           REWRITE AD_ADDRESS
               INVALID KEY
                   MOVE 'address could not be rewritten'
                       TO W_REJECT-REASON
                   PERFORM REJECT-RETURN-SECTION
                   GO TO TAKE-ONE-RETURN-EXIT
           END-REWRITE.
           ADD 1 TO W_MARKED-COUNT.

           MOVE '70_RETURNED_MAIL' TO W_AUDIT-PROGRAM.
           MOVE 'RETURNED' TO W_AUDIT-OPERATION.
           MOVE AD_PERSON-ID TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING 'UNDELIVERABLE ' DELIMITED BY SIZE
                  AD_RETURNED-ON DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AD_RETURN-REASON DELIMITED BY SIZE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.

       TAKE-ONE-RETURN-EXIT.
           EXIT.

       REJECT-RETURN-SECTION SECTION.
           ADD 1 TO W_REJECT-COUNT.
           MOVE SPACES TO RJ_REJECT-LINE.
           STRING RI_RETURN-LINE(1:37) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  W_REJECT-REASON DELIMITED BY SIZE
               INTO RJ_REJECT-LINE
           END-STRING.
           WRITE RJ_REJECT-LINE.

      * Everyone still marked, one stable line each - the worklist
      * router matches on the text, so an unchanged line only ages
      * the item already open for that person.
       LIST-OUTSTANDING-SECTION SECTION.
           OPEN OUTPUT EXCEPTIONS-OUT.
           MOVE 0 TO AD_PERSON-ID.
           START ADDRESS-IO KEY IS NOT LESS THAN AD_PERSON-ID
               INVALID KEY
                   CLOSE EXCEPTIONS-OUT
                   GO TO LIST-OUTSTANDING-EXIT
           END-START.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ ADDRESS-IO NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF AD_UNDELIVERABLE
                           ADD 1 TO W_OUTSTANDING-COUNT
                           MOVE SPACES TO EX_EXCEPTION-REC
                           STRING 'RETURNED ' DELIMITED BY SIZE
                                  AD_PERSON-ID DELIMITED BY SIZE
                                  ' NO GOOD ADDRESS SINCE '
                                      DELIMITED BY SIZE
                                  AD_RETURNED-ON DELIMITED BY SIZE
                                  ': ' DELIMITED BY SIZE
                                  AD_RETURN-REASON DELIMITED BY SIZE
                               INTO EX_EXCEPTION-REC
                           END-STRING
                           WRITE EX_EXCEPTION-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXCEPTIONS-OUT.

       LIST-OUTSTANDING-EXIT.
           EXIT.

       CONSUME-FEED-SECTION SECTION.
           MOVE SPACES TO W_DONE-FILENAME.
           STRING 'returned_mail_' W_TODAY '_done.txt'
               DELIMITED BY SIZE
               INTO W_DONE-FILENAME.
           CALL 'CBL_RENAME_FILE' USING W_FEED-FILENAME,
               W_DONE-FILENAME.
           MOVE RETURN-CODE TO W_RENAME-RC.
           MOVE 0 TO RETURN-CODE.
           IF W_RENAME-RC NOT = 0
               DISPLAY '** could not rename the returns file to '
                   W_DONE-FILENAME' - move it aside BY HAND before '
                   'the next run'
           ELSE
               DISPLAY 'Returns file set aside as 'W_DONE-FILENAME
           END-IF.
