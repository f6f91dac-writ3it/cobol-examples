      * Execute files/09_maintain.cbl (DOCUMENT action) first
      * Monthly identity-document expiry run. Every document on
      * id_document.dat (see ID-DOCUMENT-RECORD.cpy) that expires
      * within the next W_WINDOW-DAYS business days - worked out
      * through the shared 10_BUSINESS_DAYS routine - or has
      * already expired is listed, soonest expiry first, in
      * document_expiry_<date>.txt with its holder, number, expiry
      * and the business days left. The pass RELEASEs through the
      * 01_SORT work-file machinery keyed on the expiry date, the
      * same way 71_RETURNED_AGING orders its listing.
      * A document listed for the first time against its current
      * expiry also selects its holder for a renewal reminder:
      * renewal_ids.txt, with the document type on the selection
      * line for &REF and the expiry for &DUE, rendered at the end
      * of the run by 58_LETTER_ENGINE RENEWAL with
      * renewal_template.txt. The document's REMINDED-ON is stamped
      * and audited so next month's run lists it again but does not
      * write twice; recording the renewed document in 09_MAINTAIN
      * clears it. Inactive and deceased holders are left out
      * altogether. The run date is today unless a YYYYMMDD is
      * given on the command line. 47_MONTH_END_RUN runs it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 72_DOCUMENT_EXPIRY.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT ID-DOCUMENT-FILE ASSIGN TO 'id_document.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS ID_KEY
                   FILE STATUS IS W_ID-STATUS.

               SELECT PERSON-IN ASSIGN TO 'output.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

               SELECT F-WORK ASSIGN TO W_WORK-FILENAME.

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.

               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

               SELECT RENEWAL-OUT ASSIGN TO 'renewal_ids.txt'
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

           SD F-WORK.
               01 WORK-DOCUMENT.
                   02 WO_EXPIRES-ON PIC 9(8).
                   02 WO_PERSON-ID PIC 9(6).
                   02 WO_TYPE PIC X(8).
                   02 WO_NUMBER PIC X(20).
                   02 WO_NAME PIC X(30).
                   02 WO_REMINDED-ON PIC 9(8).
                   02 WO_SELECTED-SW PIC X(1).
                       88 WO_SELECTED VALUE 'Y'.

           COPY 'REPORT-PAGE-FILES.cpy'.

           FD RENEWAL-OUT.
           01 RN_ID-LINE PIC X(60).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_ID-STATUS PIC X(2).
               01 W_PI-STATUS PIC X(2).
               01 W_ARG-1 PIC X(10) VALUE SPACES.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_REPORT-FILENAME PIC X(40) VALUE SPACES.
               01 W_SEL-LINE PIC X(60) VALUE SPACES.
               01 W_LETTER-COMMAND PIC X(40) VALUE SPACES.

      * Unique-per-run sort work file name, the 01_SORT idiom.
               01 W_WORK-FILENAME PIC X(30) VALUE SPACES.
               01 W_RUN-TIME PIC 9(8).
               01 W_DELETE-RC PIC 9(9) VALUE 0.

      * The look-ahead window in business days and the date it
      * reaches (see 10_BUSINESS_DAYS.cbl).
               01 W_WINDOW-DAYS PIC 9(3) VALUE 60.
               01 W_WINDOW-END PIC 9(8) VALUE 0.
               01 W_BD-REQUEST PIC X(8) VALUE SPACES.
               01 W_BD-DATE-1 PIC 9(8) VALUE 0.
               01 W_BD-DATE-2 PIC 9(8) VALUE 0.
               01 W_BD-DAYS PIC S9(5) VALUE 0.
               01 W_BD-STATUS PIC X(1) VALUE '0'.
                   88 BD-OK VALUE '0'.
               01 W_DAYS-EDIT PIC Z(4)9.

               01 W_SCANNED-COUNT PIC 9(6) VALUE 0.
               01 W_LISTED-COUNT PIC 9(6) VALUE 0.
               01 W_EXPIRED-COUNT PIC 9(6) VALUE 0.
               01 W_RENEWAL-COUNT PIC 9(6) VALUE 0.
               01 W_SKIPPED-COUNT PIC 9(6) VALUE 0.

      * Shared audit trail (see AUDIT-TRAIL.cpy).
               COPY 'AUDIT-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

      * Timer first, ahead of the SORT - the sort is the dominant
      * phase, so ELAPSED= must include it.
           PERFORM START-JOB-TIMER-SECTION.

           ACCEPT W_ARG-1 FROM COMMAND-LINE.
           IF W_ARG-1(1:8) IS NUMERIC
               MOVE W_ARG-1(1:8) TO W_TODAY
           ELSE
               ACCEPT W_TODAY FROM DATE YYYYMMDD
           END-IF.
           ACCEPT W_RUN-TIME FROM TIME.
           STRING 'work_docexp_' W_TODAY W_RUN-TIME '.tmp'
               DELIMITED BY SIZE
               INTO W_WORK-FILENAME.
           STRING 'document_expiry_' W_TODAY '.txt'
               DELIMITED BY SIZE
               INTO W_REPORT-FILENAME.

           MOVE 'ADDBUS' TO W_BD-REQUEST.
           MOVE W_TODAY TO W_BD-DATE-1.
           MOVE W_WINDOW-DAYS TO W_BD-DAYS.
           CALL '10_BUSINESS_DAYS' USING W_BD-REQUEST, W_BD-DATE-1,
               W_BD-DATE-2, W_BD-DAYS, W_BD-STATUS.
           IF NOT BD-OK
               DISPLAY '** could not work out the expiry window from '
                   W_TODAY' - nothing listed'
               MOVE '72_DOCUMENT_EXPIRY' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE W_BD-DATE-2 TO W_WINDOW-END.

           OPEN OUTPUT RENEWAL-OUT.

           SORT F-WORK ON ASCENDING KEY WO_EXPIRES-ON
                         ON ASCENDING KEY WO_PERSON-ID
               INPUT PROCEDURE IS SELECT-DOCUMENTS-SECTION
               OUTPUT PROCEDURE IS EMIT-REPORT-SECTION.

           CALL 'CBL_DELETE_FILE' USING W_WORK-FILENAME.
           MOVE RETURN-CODE TO W_DELETE-RC.
           MOVE 0 TO RETURN-CODE.

           CLOSE RENEWAL-OUT.

      * The reminders through the engine with their own template -
      * a failed render leaves renewal_ids.txt to rerun by hand.
           IF W_RENEWAL-COUNT > 0
               MOVE '58_letter_engine RENEWAL' TO W_LETTER-COMMAND
               CALL 'SYSTEM' USING W_LETTER-COMMAND
               IF RETURN-CODE NOT = 0
                   DISPLAY '** 'FUNCTION TRIM(W_LETTER-COMMAND)
                       ' ended with return code 'RETURN-CODE
                       ' - rerun it by hand'
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

           DISPLAY 'Documents scanned      : 'W_SCANNED-COUNT.
           DISPLAY 'Expiring by 'W_WINDOW-END'  : 'W_LISTED-COUNT.
           DISPLAY '  already expired      : 'W_EXPIRED-COUNT.
           DISPLAY 'Renewal reminders      : 'W_RENEWAL-COUNT.
           DISPLAY 'Holders left out       : 'W_SKIPPED-COUNT
               ' (inactive, deceased or not on file)'.
           DISPLAY 'Report                 : '
               FUNCTION TRIM(W_REPORT-FILENAME).

           MOVE '72_DOCUMENT_EXPIRY' TO W_TRAILER-PROGRAM.
           MOVE W_RENEWAL-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * Every document inside the window goes into the sort - no
      * id_document.dat at all just means an empty report.
       SELECT-DOCUMENTS-SECTION SECTION.
           OPEN I-O ID-DOCUMENT-FILE.
           IF W_ID-STATUS NOT = '00'
               GO TO SELECT-DOCUMENTS-EXIT
           END-IF.
           OPEN INPUT PERSON-IN.
           PERFORM UNTIL B_EOF = 'Y'
               READ ID-DOCUMENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_SCANNED-COUNT
                       IF ID_EXPIRES-ON <= W_WINDOW-END
                           PERFORM SELECT-ONE-DOCUMENT-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ID-DOCUMENT-FILE.
           IF W_PI-STATUS = '00'
               CLOSE PERSON-IN
           END-IF.

       SELECT-DOCUMENTS-EXIT.
           EXIT.

      * One expiring document: its holder must still be someone we
      * write to, and the first listing against this expiry picks
      * the holder for a renewal letter.
       SELECT-ONE-DOCUMENT-SECTION SECTION.
           IF W_PI-STATUS NOT = '00'
               ADD 1 TO W_SKIPPED-COUNT
               GO TO SELECT-ONE-DOCUMENT-EXIT
           END-IF.
           MOVE ID_PERSON-ID TO FI_PERSON-ID.
           READ PERSON-IN
               INVALID KEY
                   ADD 1 TO W_SKIPPED-COUNT
                   GO TO SELECT-ONE-DOCUMENT-EXIT
           END-READ.
           IF FI_PERSON-INACTIVE OR FI_PERSON-DECEASED
               ADD 1 TO W_SKIPPED-COUNT
               GO TO SELECT-ONE-DOCUMENT-EXIT
           END-IF.

           MOVE 'N' TO WO_SELECTED-SW.
           IF ID_REMINDED-ON = 0
               MOVE SPACES TO W_SEL-LINE
               MOVE ID_PERSON-ID TO W_SEL-LINE(1:6)
               MOVE ID_TYPE TO W_SEL-LINE(8:12)
               MOVE ID_EXPIRES-ON TO W_SEL-LINE(32:8)
               WRITE RN_ID-LINE FROM W_SEL-LINE
               ADD 1 TO W_RENEWAL-COUNT
               MOVE 'Y' TO WO_SELECTED-SW
               MOVE W_TODAY TO ID_REMINDED-ON
               REWRITE ID_DOCUMENT
                   INVALID KEY
                       DISPLAY '** could not stamp the reminder on '
                           ID_PERSON-ID' 'ID_TYPE
                   NOT INVALID KEY
                       MOVE '72_DOCUMENT_EXPIRY' TO W_AUDIT-PROGRAM
                       MOVE 'RENEWAL' TO W_AUDIT-OPERATION
                       MOVE ID_PERSON-ID TO W_AUDIT-KEY
                       MOVE SPACES TO W_AUDIT-BEFORE
                       MOVE SPACES TO W_AUDIT-AFTER
                       STRING ID_TYPE DELIMITED BY SPACE
                              ' expires ' DELIMITED BY SIZE
                              ID_EXPIRES-ON DELIMITED BY SIZE
                              ' reminded ' DELIMITED BY SIZE
                              W_TODAY DELIMITED BY SIZE
                           INTO W_AUDIT-AFTER
                       END-STRING
                       PERFORM WRITE-AUDIT-SECTION
               END-REWRITE
           END-IF.

           MOVE ID_EXPIRES-ON TO WO_EXPIRES-ON.
           MOVE ID_PERSON-ID TO WO_PERSON-ID.
           MOVE ID_TYPE TO WO_TYPE.
           MOVE ID_NUMBER TO WO_NUMBER.
           MOVE SPACES TO WO_NAME.
           STRING FUNCTION TRIM(FI_PERSON-NAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(FI_PERSON-SURNAME) DELIMITED BY SIZE
               INTO WO_NAME
           END-STRING.
           MOVE ID_REMINDED-ON TO WO_REMINDED-ON.
           RELEASE WORK-DOCUMENT.

       SELECT-ONE-DOCUMENT-EXIT.
           EXIT.

      * Soonest expiry first out of the sort - the already-expired
      * ones lead.
       EMIT-REPORT-SECTION SECTION.
           STRING 'IDENTITY DOCUMENTS EXPIRING - ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '72_DOCUMENT_EXPIRY' TO W_RP-PROGRAM.
           MOVE W_REPORT-FILENAME TO W_RP-PRINT-FILENAME.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'id_document.dat + output.dat' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           STRING 'WITHIN ' DELIMITED BY SIZE
                  W_WINDOW-DAYS DELIMITED BY SIZE
                  ' BUSINESS DAYS, TO ' DELIMITED BY SIZE
                  W_WINDOW-END DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           PERFORM REPORT-LINE-SECTION.
           STRING 'ID     NAME                           '
                      DELIMITED BY SIZE
                  'TYPE     NUMBER               '
                      DELIMITED BY SIZE
                  'EXPIRES   BUS.DAYS  REMINDER' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               RETURN F-WORK
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM EMIT-ONE-DOCUMENT-SECTION
               END-RETURN
           END-PERFORM.

           PERFORM REPORT-LINE-SECTION.
           STRING 'TOTAL LISTED: ' DELIMITED BY SIZE
                  W_LISTED-COUNT DELIMITED BY SIZE
                  '  ALREADY EXPIRED: ' DELIMITED BY SIZE
                  W_EXPIRED-COUNT DELIMITED BY SIZE
                  '  REMINDERS SELECTED: ' DELIMITED BY SIZE
                  W_RENEWAL-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_LISTED-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

       EMIT-ONE-DOCUMENT-SECTION SECTION.
           MOVE WO_PERSON-ID TO W_RP-LINE(1:6).
           MOVE WO_NAME TO W_RP-LINE(8:30).
           MOVE WO_TYPE TO W_RP-LINE(39:8).
           MOVE WO_NUMBER TO W_RP-LINE(48:20).
           MOVE WO_EXPIRES-ON TO W_RP-LINE(69:8).
           IF WO_EXPIRES-ON < W_TODAY
               MOVE 'EXPIRED' TO W_RP-LINE(79:8)
               ADD 1 TO W_EXPIRED-COUNT
           ELSE
               MOVE 'DIFFBUS' TO W_BD-REQUEST
               MOVE W_TODAY TO W_BD-DATE-1
               MOVE WO_EXPIRES-ON TO W_BD-DATE-2
               CALL '10_BUSINESS_DAYS' USING W_BD-REQUEST,
                   W_BD-DATE-1, W_BD-DATE-2, W_BD-DAYS, W_BD-STATUS
               MOVE W_BD-DAYS TO W_DAYS-EDIT
               MOVE W_DAYS-EDIT TO W_RP-LINE(80:5)
           END-IF.
           IF WO_SELECTED
               MOVE 'SELECTED' TO W_RP-LINE(89:8)
           ELSE
               STRING 'SENT ' DELIMITED BY SIZE
                      WO_REMINDED-ON DELIMITED BY SIZE
                   INTO W_RP-LINE(89:13)
               END-STRING
           END-IF.
           PERFORM REPORT-LINE-SECTION.
           ADD 1 TO W_LISTED-COUNT.
