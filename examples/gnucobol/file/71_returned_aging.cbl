      * Execute files/70_returned_mail.cbl first
      * Weekly listing of every address marked undeliverable by
      * 70_RETURNED_MAIL and not yet corrected in 09_MAINTAIN,
      * oldest return first, so the longest-lost members are the
      * ones chased first. Each line carries the person, the
      * address mail came back from, the date of the first return,
      * its age in calendar days and the mail room's reason; lines
      * fall under age bands -
      *     returned this week (under 7 days), 7-29, 30-89, 90+
      * - each band closing with its own count, the same control
      * break 60_PRESORT_LABELS uses on the postal code. The pass
      * RELEASEs through the 01_SORT work-file machinery keyed on
      * the return date into undeliverable_report_<date>.txt.
      * 07_DAILY_RUN runs it on Mondays.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 71_RETURNED_AGING.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT ADDRESS-FILE ASSIGN TO 'address.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS AD_PERSON-ID
                   FILE STATUS IS W_AD-STATUS.

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

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

           FD ADDRESS-FILE.
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
               01 WORK-RETURN.
                   02 WO_RETURNED-ON PIC 9(8).
                   02 WO_PERSON-ID PIC 9(6).
                   02 WO_POSTAL-CODE PIC X(10).
                   02 WO_CITY PIC X(20).
                   02 WO_STREET PIC X(30).
                   02 WO_REASON PIC X(30).

           COPY 'REPORT-PAGE-FILES.cpy'.

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_AD-STATUS PIC X(2).
               01 W_PI-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_TODAY-INTEGER PIC S9(9) VALUE 0.
               01 W_REPORT-FILENAME PIC X(40) VALUE SPACES.

      * Unique-per-run sort work file name, the 01_SORT idiom.
               01 W_WORK-FILENAME PIC X(30) VALUE SPACES.
               01 W_RUN-TIME PIC 9(8).
               01 W_DELETE-RC PIC 9(9) VALUE 0.

      * Age bands in calendar days since the first return - the
      * lower bound of each band, oldest band last.
               01 W_BAND-TABLE.
                   02 FILLER PIC X(24) VALUE
                       '0000RETURNED THIS WEEK  '.
                   02 FILLER PIC X(24) VALUE
                       '00077 TO 29 DAYS        '.
                   02 FILLER PIC X(24) VALUE
                       '003030 TO 89 DAYS       '.
                   02 FILLER PIC X(24) VALUE
                       '009090 DAYS AND OVER    '.
               01 FILLER REDEFINES W_BAND-TABLE.
                   02 W_BAND-ENTRY OCCURS 4 TIMES.
                       03 W_BAND-FROM PIC 9(4).
                       03 W_BAND-TITLE PIC X(20).
               01 W_BAND-COUNT PIC 9(6) OCCURS 4 TIMES.
               01 W_BAND-SUB PIC 9(1) VALUE 0.
               01 W_CURR-BAND PIC 9(1) VALUE 0.
               01 W_PREV-BAND PIC 9(1) VALUE 0.

               01 W_AGE-DAYS PIC 9(5) VALUE 0.
               01 W_AGE-EDIT PIC Z(4)9.
               01 W_LISTED-COUNT PIC 9(6) VALUE 0.
               01 W_SCANNED-COUNT PIC 9(6) VALUE 0.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

      * Timer first, ahead of the SORT - the sort is the dominant
      * phase, so ELAPSED= must include it.
           PERFORM START-JOB-TIMER-SECTION.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_RUN-TIME FROM TIME.
           COMPUTE W_TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(W_TODAY).
           STRING 'work_undeliv_' W_TODAY W_RUN-TIME '.tmp'
               DELIMITED BY SIZE
               INTO W_WORK-FILENAME.
           STRING 'undeliverable_report_' W_TODAY '.txt'
               DELIMITED BY SIZE
               INTO W_REPORT-FILENAME.

           SORT F-WORK ON ASCENDING KEY WO_RETURNED-ON
                         ON ASCENDING KEY WO_PERSON-ID
               INPUT PROCEDURE IS SELECT-RETURNS-SECTION
               OUTPUT PROCEDURE IS EMIT-REPORT-SECTION.

           CALL 'CBL_DELETE_FILE' USING W_WORK-FILENAME.
           MOVE RETURN-CODE TO W_DELETE-RC.
           MOVE 0 TO RETURN-CODE.

           DISPLAY 'Addresses scanned      : 'W_SCANNED-COUNT.
           DISPLAY 'Undeliverable listed   : 'W_LISTED-COUNT.
           DISPLAY 'Report                 : '
               FUNCTION TRIM(W_REPORT-FILENAME).

           MOVE '71_RETURNED_AGING' TO W_TRAILER-PROGRAM.
           MOVE W_LISTED-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * Every address still marked goes into the sort - no
      * address.dat at all just means an empty report.
       SELECT-RETURNS-SECTION SECTION.
           OPEN INPUT ADDRESS-FILE.
           IF W_AD-STATUS NOT = '00'
               GO TO SELECT-RETURNS-EXIT
           END-IF.
           PERFORM UNTIL B_EOF = 'Y'
               READ ADDRESS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_SCANNED-COUNT
                       IF AD_UNDELIVERABLE
                           MOVE AD_RETURNED-ON TO WO_RETURNED-ON
                           MOVE AD_PERSON-ID TO WO_PERSON-ID
                           MOVE AD_POSTAL-CODE TO WO_POSTAL-CODE
                           MOVE AD_CITY TO WO_CITY
                           MOVE AD_STREET TO WO_STREET
                           MOVE AD_RETURN-REASON TO WO_REASON
                           RELEASE WORK-RETURN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADDRESS-FILE.

       SELECT-RETURNS-EXIT.
           EXIT.

      * Oldest first out of the sort; a band heading whenever the
      * age band changes, the closing count when it changes again.
      * Oldest first means the bands come out from 90+ downwards.
       EMIT-REPORT-SECTION SECTION.
           OPEN INPUT PERSON-IN.
           STRING 'UNDELIVERABLE ADDRESSES BY AGE - ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '71_RETURNED_AGING' TO W_RP-PROGRAM.
           MOVE W_REPORT-FILENAME TO W_RP-PRINT-FILENAME.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'address.dat + output.dat' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           STRING 'ID     NAME                     '
                      DELIMITED BY SIZE
                  'ADDRESS                                   '
                      DELIMITED BY SIZE
                  'RETURNED  DAYS  REASON' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           INITIALIZE W_BAND-COUNT(1) W_BAND-COUNT(2)
               W_BAND-COUNT(3) W_BAND-COUNT(4).
           MOVE 0 TO W_PREV-BAND.

           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               RETURN F-WORK
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM EMIT-ONE-RETURN-SECTION
               END-RETURN
           END-PERFORM.

           IF W_PREV-BAND > 0
               PERFORM CLOSE-BAND-SECTION
           END-IF.
           PERFORM REPORT-LINE-SECTION.
           STRING 'TOTAL UNDELIVERABLE: ' DELIMITED BY SIZE
                  W_LISTED-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           MOVE W_LISTED-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.
           IF W_PI-STATUS = '00'
               CLOSE PERSON-IN
           END-IF.

       EMIT-ONE-RETURN-SECTION SECTION.
           COMPUTE W_AGE-DAYS = W_TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(WO_RETURNED-ON).
           MOVE 1 TO W_CURR-BAND.
           PERFORM VARYING W_BAND-SUB FROM 2 BY 1
                   UNTIL W_BAND-SUB > 4
               IF W_AGE-DAYS >= W_BAND-FROM(W_BAND-SUB)
                   MOVE W_BAND-SUB TO W_CURR-BAND
               END-IF
           END-PERFORM.

           IF W_CURR-BAND NOT = W_PREV-BAND
               IF W_PREV-BAND > 0
                   PERFORM CLOSE-BAND-SECTION
               END-IF
               PERFORM REPORT-LINE-SECTION
               MOVE W_BAND-TITLE(W_CURR-BAND) TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
               MOVE W_CURR-BAND TO W_PREV-BAND
           END-IF.

           MOVE SPACES TO FI_PERSON-NAME FI_PERSON-SURNAME.
           IF W_PI-STATUS = '00'
               MOVE WO_PERSON-ID TO FI_PERSON-ID
               READ PERSON-IN
                   INVALID KEY
                       MOVE '(not on file)' TO FI_PERSON-NAME
               END-READ
           END-IF.

           MOVE WO_PERSON-ID TO W_RP-LINE(1:6).
           STRING FUNCTION TRIM(FI_PERSON-NAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(FI_PERSON-SURNAME) DELIMITED BY SIZE
               INTO W_RP-LINE(8:24)
           END-STRING.
           STRING FUNCTION TRIM(WO_STREET) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  FUNCTION TRIM(WO_POSTAL-CODE) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(WO_CITY) DELIMITED BY SIZE
               INTO W_RP-LINE(33:41)
           END-STRING.
           MOVE WO_RETURNED-ON TO W_RP-LINE(75:8).
           MOVE W_AGE-DAYS TO W_AGE-EDIT.
           MOVE W_AGE-EDIT TO W_RP-LINE(84:5).
           MOVE WO_REASON TO W_RP-LINE(91:30).
           PERFORM REPORT-LINE-SECTION.
           ADD 1 TO W_BAND-COUNT(W_CURR-BAND).
           ADD 1 TO W_LISTED-COUNT.

       CLOSE-BAND-SECTION SECTION.
           STRING '  ' DELIMITED BY SIZE
                  W_BAND-COUNT(W_PREV-BAND) DELIMITED BY SIZE
                  ' address(es) ' DELIMITED BY SIZE
                  W_BAND-TITLE(W_PREV-BAND) DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
