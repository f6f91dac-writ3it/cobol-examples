      * filename convention as 04_START_AND_DELETE's history file),
      * with a trailer summary as its last line, so the cross-
      * reference can be filed or re-read without re-running the job
      * and capturing console output by hand. The file is printed on
      * the standard report page (see REPORT-PAGE.cpy) - it names
      * persons and their birth years.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 07_PERSON_KING_ERA.

               SELECT SQL-ERROR-LOG ASSIGN TO 'sql_error.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.
               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY 'SQL-ERROR-LOG.cpy'.
           COPY 'REPORT-PAGE-FILES.cpy'.

           FD PERSON-IN.
               COPY 'PERSON-RECORD.cpy'
               05 era-birth-year PIC 9(4).
           EXEC SQL END DECLARE SECTION END-EXEC.
           COPY 'DB-CONNECT-FIELDS.cpy'.
      * Standard report page (see REPORT-PAGE.cpy).
           COPY 'REPORT-PAGE-FIELDS.cpy'.

           01 B_EOF PIC A(1) VALUE 'F'.
           01 W_PERSON-COUNT PIC 9(6) VALUE 0.
               INTO W_REPORT-FILENAME.

           OPEN INPUT PERSON-IN.
           MOVE 'PERSONS BY KING''S ERA OF BIRTH' TO W_RP-TITLE.
           MOVE '07_PERSON_KING_ERA' TO W_RP-PROGRAM.
           MOVE W_REPORT-FILENAME TO W_RP-PRINT-FILENAME.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE DB-NAME TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           MOVE 'ID     NAME / SURNAME / BORN / REIGN' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           PERFORM UNTIL B_EOF = 'T'
               READ PERSON-IN NEXT RECORD

           CLOSE PERSON-IN.

           STRING 'TRAILER ' DELIMITED BY SIZE
                  W_PERSON-COUNT DELIMITED BY SIZE
                  ' CHECKED ' DELIMITED BY SIZE
                  ' UNMATCHED ' DELIMITED BY SIZE
                  W_AMBIGUOUS-COUNT DELIMITED BY SIZE
                  ' AMBIGUOUS' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_PERSON-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           DISPLAY SPACES.
           DISPLAY W_PERSON-COUNT" person(s) checked, "
      * console DISPLAY carries, in a fixed "ID NAME SURNAME BORN
      * reason" shape the genealogy volunteers can re-read later.
       WRITE-REPORT-LINE-SECTION SECTION.
           STRING FI_PERSON-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FI_PERSON-NAME DELIMITED BY SIZE
                  FI_PERSON-BIRTH-YEAR DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_REPORT-REASON DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'REPORT-PAGE.cpy'.
