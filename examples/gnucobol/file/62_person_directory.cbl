      * (the Polish alphabet, not raw bytes), one "Surname, Name"
      * line per person built with the STRING assembly
      * 04_NAME_DIRECTORY demonstrates, grouped into lettered
      * sections with a section header per initial, the standard
      * report page (see REPORT-PAGE.cpy), and a per-letter
      * count summary at the end - all to person_directory.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 62_PERSON_DIRECTORY.

               SELECT F-WORK ASSIGN TO W_WORK-FILENAME.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.

               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'REPORT-PAGE-FILES.cpy'.

           FD PERSON-IN.
               COPY 'PERSON-RECORD.cpy'
                         PREFIX-CITY BY AD_CITY
                         PREFIX-POSTAL-CODE BY AD_POSTAL-CODE
                         PREFIX-PHONE BY AD_PHONE
                         PREFIX-MAIL-STATE BY AD_MAIL-STATE
                         PREFIX-DELIVERABLE BY AD_DELIVERABLE
                         PREFIX-UNDELIVERABLE BY AD_UNDELIVERABLE
                         PREFIX-RETURNED-ON BY AD_RETURNED-ON
                         PREFIX-RETURN-REASON BY AD_RETURN-REASON
                         PREFIX BY AD_ADDRESS.

           SD F-WORK.
                   02 WO_CITY PIC X(20).
                   02 WO_PHONE PIC X(15).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_PI-STATUS PIC X(2).
               01 W_FOLD-REQUEST PIC X(8) VALUE 'SORTKEY'.
               01 W_FOLD-STATUS PIC X(1) VALUE '0'.

      * Lettered-section tracking - the control-break shape 01_SORT's
      * report uses. Paging is the standard report page's.
               01 W_FIRST-RECORD-SW PIC X(1) VALUE 'Y'.
               01 W_CURR-LETTER PIC X(1) VALUE SPACE.
               01 W_PREV-LETTER PIC X(1) VALUE SPACE.
               01 W_LETTER-COUNT PIC 9(6) VALUE 0.
               01 W_LISTED-COUNT PIC 9(6) VALUE 0.

      * Per-letter counts for the end summary - A through Z plus
      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

      * Timer first, ahead of the SORT - the sort dominates.
       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

       SELECT-ACTIVE-SECTION SECTION.
           OPEN INPUT PERSON-IN.
           END-IF.

       PUBLISH-DIRECTORY-SECTION SECTION.
           MOVE 'PERSON DIRECTORY A-Z' TO W_RP-TITLE.
           MOVE '62_PERSON_DIRECTORY' TO W_RP-PROGRAM.
           MOVE 'person_directory.txt' TO W_RP-PRINT-FILENAME.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'output.dat + address.dat' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.

           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
           END-PERFORM.

           PERFORM WRITE-LETTER-SUMMARY-SECTION.
           MOVE W_LISTED-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

       PUBLISH-ONE-ENTRY-SECTION SECTION.
      * The section letter is the FOLDED initial off the sort key,
               OR W_CURR-LETTER NOT = W_PREV-LETTER
               MOVE 'N' TO W_FIRST-RECORD-SW
               MOVE W_CURR-LETTER TO W_PREV-LETTER
               PERFORM REPORT-LINE-SECTION
               STRING '--- ' DELIMITED BY SIZE
                      W_CURR-LETTER DELIMITED BY SIZE
                      ' ---' DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
           END-IF.

           STRING FUNCTION TRIM(WO_SURNAME) DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  FUNCTION TRIM(WO_NAME) DELIMITED BY SIZE
                  FUNCTION TRIM(WO_CITY) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  WO_PHONE DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           ADD 1 TO W_LISTED-COUNT.

           PERFORM COUNT-LETTER-SECTION.

       COUNT-LETTER-SECTION SECTION.
           MOVE 0 TO W_LT-HIT.
           PERFORM VARYING W_LT-SUB FROM 1 BY 1
           END-IF.

       WRITE-LETTER-SUMMARY-SECTION SECTION.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'ENTRIES PER LETTER:' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           PERFORM VARYING W_LT-SUB FROM 1 BY 1
                   UNTIL W_LT-SUB > 27
               IF W_LT-LETTER(W_LT-SUB) NOT = SPACE
                   STRING '  ' DELIMITED BY SIZE
                          W_LT-LETTER(W_LT-SUB)
                              DELIMITED BY SIZE
                          '  ' DELIMITED BY SIZE
                          W_LT-COUNT(W_LT-SUB)
                              DELIMITED BY SIZE
                       INTO W_RP-LINE
                   END-STRING
                   PERFORM REPORT-LINE-SECTION
               END-IF
           END-PERFORM.
           STRING 'TOTAL ' DELIMITED BY SIZE
                  W_LISTED-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
