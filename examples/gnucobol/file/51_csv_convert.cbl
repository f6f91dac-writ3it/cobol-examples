      * branch-coded feed name) and run the normal chain -
      * 04_DUP_CHECK and 02_WRITE's validation see it exactly as
      * they see any other feed.
      * A seventh PESEL column is taken when present. The person
      * record has no room for it, so a PESEL that passes its
      * checksum (12_PESEL_CHECK) is handed on through
      * pesel_capture.txt (PESEL-RECORD.cpy layout, source CSV) for
      * 02_WRITE to record on pesel.dat once the person is loaded; a
      * bad one goes to csv_rejects.txt while the person line itself
      * still converts - a mistyped PESEL is no reason to hold back
      * the rest of the record.
      * Every converted person is also handed on through
      * provenance_capture.txt (PROVENANCE-RECORD.cpy layout, source
      * CSV, persons.csv and its sequence number) so 02_WRITE can
      * record where they really came from (see PROVENANCE.cpy).
      * A sender that brackets persons.csv with control records (a
      * HDR line before the column headings, a TRL line after the
      * last row - see FEED-CONTROL.cpy) has the file checked before
      * anything is converted; a refused file writes nothing. The
      * converted file carries the sender's own header and a trailer
      * over what was converted, so 02_WRITE checks it in turn.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 51_CSV_CONVERT.

               SELECT REJECTS-OUT ASSIGN TO 'csv_rejects.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Converter hand-off for the PESEL column - appended to, since
      * the partner converter writes the same file.
               SELECT PESEL-CAPTURE-OUT ASSIGN TO 'pesel_capture.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PC-OUT-STATUS.

      * Converter hand-off for the person's origin - appended to,
      * since the partner converter writes the same file.
               SELECT PROVENANCE-CAPTURE-OUT ASSIGN TO
                       'provenance_capture.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PVC-OUT-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Inbound feed-sequence register - see FEED-CONTROL.cpy.
               SELECT FEED-REGISTER ASSIGN TO 'feed_register.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FR_KEY
                   FILE STATUS IS W_FR-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'FEED-REGISTER-FILE.cpy'.

           FD CSV-IN.
           01 CI_CSV-LINE PIC X(200).
           FD REJECTS-OUT.
           01 RJ_REJECT-LINE PIC X(250).

           FD PESEL-CAPTURE-OUT.
           COPY 'PESEL-RECORD.cpy'
               REPLACING PREFIX-ID BY PC_PERSON-ID
                         PREFIX-PESEL BY PC_PESEL
                         PREFIX-SOURCE BY PC_SOURCE
                         PREFIX-CAPTURED-ON BY PC_CAPTURED-ON
                         PREFIX BY PC_PESEL-REC.

           FD PROVENANCE-CAPTURE-OUT.
           COPY 'PROVENANCE-RECORD.cpy'
               REPLACING PREFIX-ID BY PH_PERSON-ID
                         PREFIX-SOURCE BY PH_SOURCE
                         PREFIX-LOAD-DATE BY PH_LOAD-DATE
                         PREFIX-FEED-NAME BY PH_FEED-NAME
                         PREFIX-FEED-SEQ BY PH_FEED-SEQ
                         PREFIX-LAST-PROGRAM BY PH_LAST-PROGRAM
                         PREFIX-LAST-OPERATOR BY PH_LAST-OPERATOR
                         PREFIX-LAST-DATE BY PH_LAST-DATE
                         PREFIX BY PH_PROVENANCE.

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_CSV-STATUS PIC X(2).
                   88 IN-QUOTES VALUE 'Y'.
               01 W_CURR-CHAR PIC X(1) VALUE SPACE.
               01 W_FIELD-TABLE.
                   02 W_FIELD PIC X(40) OCCURS 7 TIMES.
               01 W_TOO-MANY-SW PIC X(1) VALUE 'N'.

               01 W_REJECT-REASON PIC X(60) VALUE SPACES.
               01 W_HEADER-DONE-SW PIC X(1) VALUE 'N'.
                   88 HEADER-DONE VALUE 'Y'.

      * PESEL column check (see 12_PESEL_CHECK.cbl) - checksum and
      * date only here; the birth-date cross-check happens when
      * 02_WRITE records it against the loaded person.
               01 W_PC-OUT-STATUS PIC X(2).
               01 W_PVC-OUT-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_PESEL PIC X(11) VALUE SPACES.
               01 W_PESEL-CHECK-DATE PIC 9(8) VALUE 0.
               01 W_PESEL-CHECK-QUALITY PIC X(1) VALUE SPACE.
               01 W_PESEL-DATE PIC 9(8) VALUE 0.
               01 W_PESEL-SEX PIC X(1) VALUE SPACE.
               01 W_PESEL-REASON PIC X(40) VALUE SPACES.
               01 W_PESEL-STATUS PIC X(1) VALUE '0'.
                   88 PESEL-OK VALUE '0'.
               01 W_PESEL-COUNT PIC 9(6) VALUE 0.
               01 W_PESEL-REJECT-COUNT PIC 9(6) VALUE 0.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Feed header/trailer control (see FEED-CONTROL.cpy) - the
      * pre-pass passes over the column-heading row the same way
      * the conversion does.
               COPY 'FEED-CONTROL-FIELDS.cpy'.
               01 W_PREPASS-HEADING-SW PIC X(1) VALUE 'N'.
                   88 PREPASS-HEADING-DONE VALUE 'Y'.

       PROCEDURE DIVISION.

           OPEN INPUT CSV-IN.
               STOP RUN
           END-IF.
           PERFORM START-JOB-TIMER-SECTION.
           PERFORM CHECK-FEED-CONTROL-SECTION.

           OPEN OUTPUT PERSON-OUT.
           OPEN OUTPUT REJECTS-OUT.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           OPEN EXTEND PESEL-CAPTURE-OUT.
           IF W_PC-OUT-STATUS = '35'
               OPEN OUTPUT PESEL-CAPTURE-OUT
           END-IF.
           OPEN EXTEND PROVENANCE-CAPTURE-OUT.
           IF W_PVC-OUT-STATUS = '35'
               OPEN OUTPUT PROVENANCE-CAPTURE-OUT
           END-IF.
           IF FEED-CONTROLLED
               PERFORM FEED-FORMAT-HEADER-SECTION
               WRITE FO_PERSON FROM W_FC-CONTROL-LINE
           END-IF.

           PERFORM UNTIL B_EOF = 'Y'
               READ CSV-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_LINE-NO
                       MOVE CI_CSV-LINE(1:40) TO W_FC-CONTROL-LINE
                       IF NOT (FEED-CONTROLLED
                          AND (FEED-HEADER-TAG OR FEED-TRAILER-TAG))
                           PERFORM CONVERT-INPUT-LINE-SECTION
                       END-IF
               END-READ
           END-PERFORM.

           IF FEED-CONTROLLED
               PERFORM FEED-FORMAT-TRAILER-SECTION
               WRITE FO_PERSON FROM W_FC-CONTROL-LINE
           END-IF.

           CLOSE CSV-IN.
           CLOSE PERSON-OUT.
           CLOSE REJECTS-OUT.
           CLOSE PESEL-CAPTURE-OUT.
           CLOSE PROVENANCE-CAPTURE-OUT.

           DISPLAY W_READ-COUNT' data line(s) read, '
               W_WRITTEN-COUNT' converted to persons_from_csv.txt, '
               W_REJECT-COUNT' rejected to csv_rejects.txt'.
           DISPLAY W_PESEL-COUNT' PESEL(s) handed to '
               'pesel_capture.txt, 'W_PESEL-REJECT-COUNT
               ' bad PESEL(s) listed in csv_rejects.txt'.

           MOVE '51_CSV_CONVERT' TO W_TRAILER-PROGRAM.
           MOVE W_WRITTEN-COUNT TO W_TRAILER-COUNT.
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.
           PERFORM FEED-REGISTER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'FEED-CONTROL.cpy'.

      * The pre-pass - persons.csv read through once against its
      * control records before persons_from_csv.txt is opened, so a
      * refused file leaves the last converted file as it was. The
      * file is reopened for the conversion proper.
       CHECK-FEED-CONTROL-SECTION SECTION.
           MOVE 'persons.csv' TO W_FC-FEED-NAME.
           MOVE '51_CSV_CONVERT' TO W_FC-PROGRAM.
           PERFORM FEED-CHECK-START-SECTION.

           PERFORM UNTIL B_EOF = 'Y'
               READ CSV-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM PREPASS-ONE-LINE-SECTION
               END-READ
           END-PERFORM.
           CLOSE CSV-IN.
           MOVE 'N' TO B_EOF.

           PERFORM FEED-CHECK-END-SECTION.
           IF NOT FEED-LOADABLE
               DISPLAY '** nothing converted - persons_from_csv.txt '
                   'left as it was'
               MOVE 16 TO RETURN-CODE
               MOVE '51_CSV_CONVERT' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               STOP RUN
           END-IF.
           OPEN INPUT CSV-IN.

      * One line of the pre-pass. Blank lines and the column-heading
      * row are not data; a row's ID is its first field, quotes
      * stripped, zero when it is not a number.
       PREPASS-ONE-LINE-SECTION SECTION.
           MOVE CI_CSV-LINE(1:40) TO W_FC-CONTROL-LINE.
           MOVE 'N' TO W_FC-LINE-SKIP-SW.
           MOVE 0 TO W_FC-RECORD-ID.
           IF CI_CSV-LINE = SPACES
               MOVE 'Y' TO W_FC-LINE-SKIP-SW
           END-IF.
           IF NOT (FEED-HEADER-TAG OR FEED-TRAILER-TAG)
              AND NOT PREPASS-HEADING-DONE
               MOVE 'Y' TO W_PREPASS-HEADING-SW
               IF CI_CSV-LINE(1:2) = 'ID'
                   MOVE 'Y' TO W_FC-LINE-SKIP-SW
               END-IF
           END-IF.
           IF NOT FEED-LINE-SKIP
               PERFORM SPLIT-CSV-FIELDS-SECTION
               IF W_FIELD(1) NOT = SPACES
                  AND FUNCTION TRIM(W_FIELD(1)) IS NUMERIC
                   COMPUTE W_FC-RECORD-ID =
                       FUNCTION NUMVAL(W_FIELD(1))
               END-IF
           END-IF.
           PERFORM FEED-CHECK-LINE-SECTION.

      * The first line after any control header is the column
      * heading row - checked loosely (it must lead with ID) so a
      * file sent without one is caught as data, not silently
      * skipped.
       CONVERT-INPUT-LINE-SECTION SECTION.
           IF NOT HEADER-DONE
               MOVE 'Y' TO W_HEADER-DONE-SW
               IF CI_CSV-LINE(1:2) NOT = 'ID'
                   DISPLAY '** line 'W_LINE-NO' is not the '
                       'ID,NAME,... header - treating it as data'
                   PERFORM CONVERT-ONE-LINE-SECTION
               END-IF
           ELSE
               IF CI_CSV-LINE NOT = SPACES
                   PERFORM CONVERT-ONE-LINE-SECTION
               END-IF
           END-IF.

       CONVERT-ONE-LINE-SECTION SECTION.
           ADD 1 TO W_READ-COUNT.

           IF W_TOO-MANY-SW = 'Y'
               MOVE 'N' TO W_LINE-OK-SW
               MOVE 'more than 7 fields' TO W_REJECT-REASON
           END-IF.
           IF LINE-OK AND W_FIELD-NO < 5
               MOVE 'N' TO W_LINE-OK-SW
           END-IF.
           WRITE FO_PERSON.
           ADD 1 TO W_WRITTEN-COUNT.
           ADD 1 TO W_FC-OUT-COUNT.
           COMPUTE W_FC-OUT-HASH = FUNCTION MOD(W_FC-OUT-HASH
               + FO_PERSON-ID, 1000000000000000).
           PERFORM HAND-OFF-ORIGIN-SECTION.

           IF W_FIELD(7) NOT = SPACES
               PERFORM HAND-OFF-PESEL-SECTION
           END-IF.

       CONVERT-ONE-LINE-EXIT.
           EXIT.

      * The PESEL column of a converted line - a good one onto
      * pesel_capture.txt for 02_WRITE, a bad one onto the rejects
      * file with the line number, the person already converted.
       HAND-OFF-PESEL-SECTION SECTION.
           MOVE FUNCTION TRIM(W_FIELD(7)) TO W_PESEL.
           MOVE 0 TO W_PESEL-CHECK-DATE.
           MOVE SPACE TO W_PESEL-CHECK-QUALITY.
           CALL '12_PESEL_CHECK' USING W_PESEL, W_PESEL-CHECK-DATE,
               W_PESEL-CHECK-QUALITY, W_PESEL-DATE, W_PESEL-SEX,
               W_PESEL-REASON, W_PESEL-STATUS.
           IF NOT PESEL-OK
               ADD 1 TO W_PESEL-REJECT-COUNT
               MOVE SPACES TO RJ_REJECT-LINE
               STRING 'LINE ' DELIMITED BY SIZE
                      W_LINE-NO DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      FUNCTION TRIM(W_PESEL-REASON TRAILING)
                          DELIMITED BY SIZE
                      ' (person converted, PESEL dropped) | '
                          DELIMITED BY SIZE
                      CI_CSV-LINE DELIMITED BY SIZE
                   INTO RJ_REJECT-LINE
               END-STRING
               WRITE RJ_REJECT-LINE
               END-WRITE
               GO TO HAND-OFF-PESEL-EXIT
           END-IF.

           MOVE FO_PERSON-ID TO PC_PERSON-ID.
           MOVE W_PESEL TO PC_PESEL.
           MOVE 'CSV' TO PC_SOURCE.
           MOVE W_TODAY TO PC_CAPTURED-ON.
           WRITE PC_PESEL-REC.
           ADD 1 TO W_PESEL-COUNT.

       HAND-OFF-PESEL-EXIT.
           EXIT.

      * The converted person's origin onto provenance_capture.txt
      * for 02_WRITE - persons.csv and the sender's sequence number
      * (zero for an unheaded file).
       HAND-OFF-ORIGIN-SECTION SECTION.
           MOVE FO_PERSON-ID TO PH_PERSON-ID.
           MOVE 'CSV' TO PH_SOURCE.
           MOVE W_TODAY TO PH_LOAD-DATE.
           MOVE W_FC-FEED-NAME TO PH_FEED-NAME.
           MOVE W_FC-SEQ TO PH_FEED-SEQ.
           MOVE '51_CSV_CONVERT' TO PH_LAST-PROGRAM.
           MOVE 'SYSTEM' TO PH_LAST-OPERATOR.
           MOVE W_TODAY TO PH_LAST-DATE.
           WRITE PH_PROVENANCE.

      * Character walk with a quote toggle - a comma inside quotes
      * is data, a comma outside is a field break, the quotes
      * themselves are stripped. An eighth field trips the
      * too-many flag instead of scribbling past the table.
       SPLIT-CSV-FIELDS-SECTION SECTION.
           MOVE SPACES TO W_FIELD-TABLE.
                           MOVE 'Y' TO W_IN-QUOTES-SW
                       END-IF
                   WHEN W_CURR-CHAR = ',' AND NOT IN-QUOTES
                       IF W_FIELD-NO >= 7
                           MOVE 'Y' TO W_TOO-MANY-SW
                       ELSE
                           ADD 1 TO W_FIELD-NO
