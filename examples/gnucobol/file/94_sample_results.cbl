      * Run as: 94_sample_results [results-file]
      *                   (default today's sample_results_<date>.txt)
      * Takes back a verification results file 93_SAMPLE_DRAW wrote
      * and the clerks filled in (see SAMPLE-RESULT-LINE.cpy). Every
      * line with all its flags set and a clerk's ID goes onto the
      * verification history sample_history.dat (see
      * SAMPLE-RESULT-RECORD.cpy), which 95_SAMPLE_ERROR_RATE
      * reports from each month; a person with any field found
      * wrong goes straight onto the keyed worklist
      * (exceptions_worklist.dat, see WORKLIST-RECORD.cpy) as a NEW
      * item of source SAMPLE naming the wrong fields, the same
      * moment - not the next night - for the branch to correct
      * against the form and close in 45_WORKLIST.
      * A line still carrying a '.' flag is not finished: it is
      * counted and left, and goes in when the file is handed in
      * again. A line already on the history is not taken twice,
      * so handing the same file in twice is harmless. A line that
      * does not read - flags other than C, W, - or '.', no clerk's
      * ID on a finished line, no date or ID - is listed and the run
      * ends RC 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 94_SAMPLE_RESULTS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT RESULTS-IN ASSIGN TO W_RESULTS-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RS-STATUS.

      * Verification history - see SAMPLE-RESULT-RECORD.cpy.
               SELECT HISTORY-FILE ASSIGN TO 'sample_history.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SH_KEY
                   FILE STATUS IS W_SH-STATUS.

               SELECT WORKLIST-FILE ASSIGN TO
                       'exceptions_worklist.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS WL_EXCEPTION-ID
                   FILE STATUS IS W_WL-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

           FD RESULTS-IN.
           COPY 'SAMPLE-RESULT-LINE.cpy'
               REPLACING PREFIX-SAMPLE-DATE BY SL_SAMPLE-DATE
                         PREFIX-BRANCH BY SL_BRANCH
                         PREFIX-ID BY SL_PERSON-ID
                         PREFIX-OPERATOR BY SL_OPERATOR
                         PREFIX-FLAGS BY SL_FLAGS
                         PREFIX-FLAG BY SL_FLAG
                         PREFIX-CHECKED-BY BY SL_CHECKED-BY
                         PREFIX-SURNAME BY SL_SURNAME
                         PREFIX BY SL_RESULT-LINE.

           FD HISTORY-FILE.
           COPY 'SAMPLE-RESULT-RECORD.cpy'
               REPLACING PREFIX-KEY BY SH_KEY
                         PREFIX-SAMPLE-DATE BY SH_SAMPLE-DATE
                         PREFIX-BRANCH BY SH_BRANCH
                         PREFIX-ID BY SH_PERSON-ID
                         PREFIX-OPERATOR BY SH_OPERATOR
                         PREFIX-FLAGS BY SH_FLAGS
                         PREFIX-FLAG BY SH_FLAG
                         PREFIX-WRONG-COUNT BY SH_WRONG-COUNT
                         PREFIX-CHECKED-BY BY SH_CHECKED-BY
                         PREFIX-CHECKED-ON BY SH_CHECKED-ON
                         PREFIX BY SH_RESULT.

           FD WORKLIST-FILE.
           COPY 'WORKLIST-RECORD.cpy'
               REPLACING PREFIX-EXCEPTION-ID BY WL_EXCEPTION-ID
                         PREFIX-SOURCE BY WL_SOURCE
                         PREFIX-TEXT BY WL_TEXT
                         PREFIX-FIRST-SEEN BY WL_FIRST-SEEN
                         PREFIX-LAST-SEEN BY WL_LAST-SEEN
                         PREFIX-STATE BY WL_STATE
                         PREFIX-NEW BY WL_NEW
                         PREFIX-ACKNOWLEDGED BY WL_ACKNOWLEDGED
                         PREFIX-RESOLVED BY WL_RESOLVED
                         PREFIX-OWNER BY WL_OWNER
                         PREFIX-NOTE BY WL_NOTE
                         PREFIX-RESOLVED-ON BY WL_RESOLVED-ON
                         PREFIX BY WL_ITEM.

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 B_WL-EOF PIC X(1) VALUE 'N'.
               01 W_RS-STATUS PIC X(2).
               01 W_SH-STATUS PIC X(2).
               01 W_WL-STATUS PIC X(2).
               01 W_RESULTS-FILENAME PIC X(40) VALUE SPACES.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_HIGHEST-ID PIC 9(6) VALUE 0.

               01 W_LINE-NO PIC 9(5) VALUE 0.
               01 W_FLAG-SUB PIC 9(1) VALUE 0.
               01 W_OPEN-FLAGS PIC 9(1) VALUE 0.
               01 W_WRONG-FLAGS PIC 9(1) VALUE 0.
               01 W_BAD-FLAGS PIC 9(1) VALUE 0.
               01 W_LINE-SW PIC X(1) VALUE 'G'.
                   88 LINE-GOOD VALUE 'G'.
                   88 LINE-BAD VALUE 'B'.

      * The worklist text - which fields were wrong, by name, in
      * flag order (see SAMPLE-RESULT-LINE.cpy).
               01 W_FIELD-NAMES.
                   02 FILLER PIC X(9) VALUE 'NAME'.
                   02 FILLER PIC X(9) VALUE 'SURNAME'.
                   02 FILLER PIC X(9) VALUE 'BIRTH'.
                   02 FILLER PIC X(9) VALUE 'STREET'.
                   02 FILLER PIC X(9) VALUE 'CITY'.
                   02 FILLER PIC X(9) VALUE 'POSTCODE'.
                   02 FILLER PIC X(9) VALUE 'PHONE'.
               01 W_FIELD-NAME-TABLE REDEFINES W_FIELD-NAMES.
                   02 W_FIELD-NAME PIC X(9) OCCURS 7 TIMES.
               01 W_WL-TEXT PIC X(80) VALUE SPACES.
               01 W_WL-POINTER PIC 9(3) VALUE 1.

               01 W_LINES-COUNT PIC 9(5) VALUE 0.
               01 W_RECORDED-COUNT PIC 9(5) VALUE 0.
               01 W_WRONG-COUNT PIC 9(5) VALUE 0.
               01 W_OUTSTANDING-COUNT PIC 9(5) VALUE 0.
               01 W_ALREADY-COUNT PIC 9(5) VALUE 0.
               01 W_REJECTED-COUNT PIC 9(5) VALUE 0.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_RESULTS-FILENAME FROM COMMAND-LINE.
           IF W_RESULTS-FILENAME = SPACES
               STRING 'sample_results_' W_TODAY '.txt'
                   DELIMITED BY SIZE
                   INTO W_RESULTS-FILENAME
           END-IF.

           OPEN INPUT RESULTS-IN.
           IF W_RS-STATUS NOT = '00'
               DISPLAY '** 'FUNCTION TRIM(W_RESULTS-FILENAME)
                   ' will not open (status 'W_RS-STATUS')'
               MOVE '94_SAMPLE_RESULTS' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O HISTORY-FILE.
           IF W_SH-STATUS = '35'
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.
           OPEN I-O WORKLIST-FILE.
           IF W_WL-STATUS = '35'
               OPEN OUTPUT WORKLIST-FILE
               CLOSE WORKLIST-FILE
               OPEN I-O WORKLIST-FILE
           END-IF.
           IF W_SH-STATUS NOT = '00' OR W_WL-STATUS NOT = '00'
               DISPLAY '** sample_history.dat (status 'W_SH-STATUS
                   ') or exceptions_worklist.dat (status '
                   W_WL-STATUS') will not open'
               MOVE '94_SAMPLE_RESULTS' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FIND-HIGHEST-ID-SECTION.

           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ RESULTS-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_LINE-NO
                       IF SL_RESULT-LINE NOT = SPACES
                          AND SL_RESULT-LINE(1:1) NOT = '*'
                           ADD 1 TO W_LINES-COUNT
                           PERFORM TAKE-RESULT-LINE-SECTION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE RESULTS-IN.
           CLOSE HISTORY-FILE.
           CLOSE WORKLIST-FILE.

           DISPLAY 'Results lines read         : 'W_LINES-COUNT.
           DISPLAY 'Recorded on the history    : 'W_RECORDED-COUNT.
           DISPLAY '  with a field wrong       : 'W_WRONG-COUNT.
           DISPLAY 'Not finished - hand in again: '
               W_OUTSTANDING-COUNT.
           DISPLAY 'Already recorded           : 'W_ALREADY-COUNT.
           DISPLAY 'Rejected                   : 'W_REJECTED-COUNT.

           MOVE '94_SAMPLE_RESULTS' TO W_TRAILER-PROGRAM.
           MOVE W_RECORDED-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

           IF W_REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.

       FIND-HIGHEST-ID-SECTION SECTION.
           MOVE 0 TO W_HIGHEST-ID.
           MOVE 'N' TO B_WL-EOF.
           PERFORM UNTIL B_WL-EOF = 'Y'
               READ WORKLIST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_WL-EOF
                   NOT AT END
                       MOVE WL_EXCEPTION-ID TO W_HIGHEST-ID
               END-READ
           END-PERFORM.

      * One clerk's line: read, judged finished or not, recorded,
      * and raised onto the worklist when anything was wrong.
       TAKE-RESULT-LINE-SECTION SECTION.
           MOVE 'G' TO W_LINE-SW.
           IF SL_SAMPLE-DATE IS NOT NUMERIC
               OR SL_PERSON-ID IS NOT NUMERIC
               OR SL_BRANCH = SPACES
               MOVE 'B' TO W_LINE-SW
           END-IF.

           MOVE 0 TO W_OPEN-FLAGS W_WRONG-FLAGS W_BAD-FLAGS.
           PERFORM VARYING W_FLAG-SUB FROM 1 BY 1
                   UNTIL W_FLAG-SUB > 7
               EVALUATE SL_FLAG(W_FLAG-SUB)
                   WHEN 'C'
                   WHEN '-'
                       CONTINUE
                   WHEN 'W'
                       ADD 1 TO W_WRONG-FLAGS
                   WHEN '.'
                       ADD 1 TO W_OPEN-FLAGS
                   WHEN OTHER
                       ADD 1 TO W_BAD-FLAGS
               END-EVALUATE
           END-PERFORM.
           IF W_BAD-FLAGS > 0
               MOVE 'B' TO W_LINE-SW
           END-IF.

           IF LINE-BAD
               DISPLAY '** line 'W_LINE-NO' does not read - '
                   SL_RESULT-LINE(1:40)
               ADD 1 TO W_REJECTED-COUNT
               GO TO TAKE-RESULT-LINE-EXIT
           END-IF.

           IF W_OPEN-FLAGS > 0
               ADD 1 TO W_OUTSTANDING-COUNT
               GO TO TAKE-RESULT-LINE-EXIT
           END-IF.

           IF SL_CHECKED-BY = SPACES
               DISPLAY '** line 'W_LINE-NO' ('SL_BRANCH' '
                   SL_PERSON-ID') is finished but has no clerk''s ID'
               ADD 1 TO W_REJECTED-COUNT
               GO TO TAKE-RESULT-LINE-EXIT
           END-IF.

           MOVE SL_SAMPLE-DATE TO SH_SAMPLE-DATE.
           MOVE SL_BRANCH TO SH_BRANCH.
           MOVE SL_PERSON-ID TO SH_PERSON-ID.
           MOVE SL_OPERATOR TO SH_OPERATOR.
           MOVE SL_FLAGS TO SH_FLAGS.
           MOVE W_WRONG-FLAGS TO SH_WRONG-COUNT.
           MOVE SL_CHECKED-BY TO SH_CHECKED-BY.
           MOVE W_TODAY TO SH_CHECKED-ON.
           WRITE SH_RESULT
               INVALID KEY
                   ADD 1 TO W_ALREADY-COUNT
                   GO TO TAKE-RESULT-LINE-EXIT
           END-WRITE.
           ADD 1 TO W_RECORDED-COUNT.

           IF W_WRONG-FLAGS > 0
               ADD 1 TO W_WRONG-COUNT
               PERFORM RAISE-WORKLIST-ITEM-SECTION
           END-IF.

       TAKE-RESULT-LINE-EXIT.
           EXIT.

      * "SAMPLE <date> <branch> <id> WRONG: <fields>" - the longest
      * list of field names still fits the 80-byte text.
       RAISE-WORKLIST-ITEM-SECTION SECTION.
           MOVE SPACES TO W_WL-TEXT.
           MOVE 1 TO W_WL-POINTER.
           STRING 'SAMPLE ' DELIMITED BY SIZE
                  SL_SAMPLE-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SL_BRANCH DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  SL_PERSON-ID DELIMITED BY SIZE
                  ' WRONG:' DELIMITED BY SIZE
               INTO W_WL-TEXT
               WITH POINTER W_WL-POINTER
           END-STRING.
           PERFORM VARYING W_FLAG-SUB FROM 1 BY 1
                   UNTIL W_FLAG-SUB > 7
               IF SL_FLAG(W_FLAG-SUB) = 'W'
                   STRING ' ' DELIMITED BY SIZE
                          W_FIELD-NAME(W_FLAG-SUB) DELIMITED BY SPACE
                       INTO W_WL-TEXT
                       WITH POINTER W_WL-POINTER
                   END-STRING
               END-IF
           END-PERFORM.

           ADD 1 TO W_HIGHEST-ID.
           MOVE W_HIGHEST-ID TO WL_EXCEPTION-ID.
           MOVE 'SAMPLE' TO WL_SOURCE.
           MOVE W_WL-TEXT TO WL_TEXT.
           MOVE W_TODAY TO WL_FIRST-SEEN.
           MOVE W_TODAY TO WL_LAST-SEEN.
           MOVE 'N' TO WL_STATE.
           MOVE SPACES TO WL_OWNER WL_NOTE.
           MOVE 0 TO WL_RESOLVED-ON.
           WRITE WL_ITEM
               INVALID KEY
                   DISPLAY '** could not write worklist item '
                       W_HIGHEST-ID' for 'SL_BRANCH' 'SL_PERSON-ID
           END-WRITE.
