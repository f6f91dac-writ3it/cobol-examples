      * address.dat carries a postal code and a city, but nothing in
      * the shop knew which voivodeship or county that put a person
      * in. This loads the postal region reference (see
      * POSTAL-REGION-FILES.cpy) from the post office's official
      * postal-code list, pna_official.csv - semicolon-delimited,
      * one line per code, place and street range, in the column
      * order the list is published in:
      *     PNA;MIEJSCOWOSC;ULICA;NUMERY;GMINA;POWIAT;WOJEWODZTWO
      * (a heading line starting PNA is skipped, values may be
      * quoted, place names are in Latin-2 like the rest of the
      * shop's data). Each line is RELEASEd through the sort keyed
      * on its postal code, and the sorted codes are closed up into
      * runs lying in the same county - postal_regions.dat - while
      * every place and the county it lies in goes to
      * postal_places.dat. A code the list gives under more than one
      * county keeps the county it is listed under first, and is
      * counted. A line with no NN-NNN code, no place, no county or
      * a voivodeship that is none of the sixteen goes to
      * postal_load_rejects.txt with its line number and reason.
      * Both files are rebuilt whole; a list that yields no usable
      * line at all leaves the reference already on file untouched.
      * Run as: 104_region_load [official list file]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 104_REGION_LOAD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT OFFICIAL-LIST ASSIGN TO W_LIST-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_OL-STATUS.

               SELECT POSTAL-REGION-FILE ASSIGN TO 'postal_regions.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PR_TO-CODE
                   FILE STATUS IS W_PR-STATUS.

               SELECT POSTAL-PLACE-FILE ASSIGN TO 'postal_places.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PL_KEY
                   FILE STATUS IS W_PL-STATUS.

               SELECT F-WORK ASSIGN TO W_WORK-FILENAME.

               SELECT REJECTS-OUT ASSIGN TO
                       'postal_load_rejects.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'POSTAL-REGION-FILES.cpy'.

           FD OFFICIAL-LIST.
           01 OL_LIST-LINE PIC X(250).

           SD F-WORK.
               01 WORK-CODE.
                   02 WO_CODE PIC X(6).
                   02 WO_LINE-NO PIC 9(7).
                   02 WO_VOIV-CODE PIC X(2).
                   02 WO_COUNTY PIC X(30).
                   02 WO_PLACE PIC X(30).

           FD REJECTS-OUT.
           01 RJ_REJECT-LINE PIC X(250).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_OL-STATUS PIC X(2).
               01 W_LIST-FILENAME PIC X(60) VALUE SPACES.

      * Unique-per-run sort work file name, the 01_SORT idiom.
               01 W_WORK-FILENAME PIC X(30) VALUE SPACES.
               01 W_RUN-DATE PIC 9(8).
               01 W_RUN-TIME PIC 9(8).
               01 W_DELETE-RC PIC 9(9) VALUE 0.

      * One line of the list, split on its semicolons.
               01 W_LINE-NO PIC 9(7) VALUE 0.
               01 W_F-CODE PIC X(20) VALUE SPACES.
               01 W_F-PLACE PIC X(40) VALUE SPACES.
               01 W_F-STREET PIC X(60) VALUE SPACES.
               01 W_F-NUMBERS PIC X(60) VALUE SPACES.
               01 W_F-COMMUNE PIC X(40) VALUE SPACES.
               01 W_F-COUNTY PIC X(40) VALUE SPACES.
               01 W_F-VOIV PIC X(40) VALUE SPACES.
               01 W_REJECT-REASON PIC X(60) VALUE SPACES.

      * The run of codes being closed up.
               01 W_RUN-OPEN-SW PIC X(1) VALUE 'N'.
                   88 RUN-OPEN VALUE 'Y'.
               01 W_RUN-FROM PIC X(6) VALUE SPACES.
               01 W_RUN-TO PIC X(6) VALUE SPACES.
               01 W_RUN-VOIV PIC X(2) VALUE SPACES.
               01 W_RUN-COUNTY PIC X(30) VALUE SPACES.
               01 W_PREV-CODE PIC X(6) VALUE SPACES.
               01 W_PREV-VOIV PIC X(2) VALUE SPACES.
               01 W_PREV-COUNTY PIC X(30) VALUE SPACES.
               01 W_SHARED-SW PIC X(1) VALUE 'N'.

               01 W_READ-COUNT PIC 9(7) VALUE 0.
               01 W_ACCEPTED-COUNT PIC 9(7) VALUE 0.
               01 W_REJECT-COUNT PIC 9(7) VALUE 0.
               01 W_CODE-COUNT PIC 9(7) VALUE 0.
               01 W_RANGE-COUNT PIC 9(7) VALUE 0.
               01 W_PLACE-COUNT PIC 9(7) VALUE 0.
               01 W_SHARED-COUNT PIC 9(7) VALUE 0.

      * Postal region reference (see POSTAL-REGION.cpy).
               COPY 'POSTAL-REGION-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.

           ACCEPT W_LIST-FILENAME FROM COMMAND-LINE.
           IF W_LIST-FILENAME = SPACES
               MOVE 'pna_official.csv' TO W_LIST-FILENAME
           END-IF.

           ACCEPT W_RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT W_RUN-TIME FROM TIME.
           STRING 'work_postal_' W_RUN-DATE W_RUN-TIME '.tmp'
               DELIMITED BY SIZE
               INTO W_WORK-FILENAME.

           SORT F-WORK ON ASCENDING KEY WO_CODE
                         ON ASCENDING KEY WO_LINE-NO
               INPUT PROCEDURE IS READ-LIST-SECTION
               OUTPUT PROCEDURE IS BUILD-REFERENCE-SECTION.

           CALL 'CBL_DELETE_FILE' USING W_WORK-FILENAME.
           MOVE RETURN-CODE TO W_DELETE-RC.
           MOVE 0 TO RETURN-CODE.

           DISPLAY 'Official list '
               FUNCTION TRIM(W_LIST-FILENAME)': 'W_READ-COUNT
               ' line(s) read'.
           DISPLAY '  accepted          : 'W_ACCEPTED-COUNT.
           DISPLAY '  rejected          : 'W_REJECT-COUNT
               ' (postal_load_rejects.txt)'.
           DISPLAY '  postal codes      : 'W_CODE-COUNT
               ' in 'W_RANGE-COUNT' run(s)'.
           DISPLAY '  places            : 'W_PLACE-COUNT.
           IF W_SHARED-COUNT > 0
               DISPLAY '  codes under more than one county: '
                   W_SHARED-COUNT' - first county kept'
           END-IF.

           IF W_ACCEPTED-COUNT = 0
               MOVE 16 TO RETURN-CODE
           END-IF.
           MOVE '104_REGION_LOAD' TO W_TRAILER-PROGRAM.
           MOVE W_ACCEPTED-COUNT TO W_TRAILER-COUNT.
           IF RETURN-CODE = 0
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           ELSE
               MOVE 'FAILED' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'POSTAL-REGION.cpy'.

      * Every usable line of the list into the sort, keyed on its
      * code and kept in list order within the code.
       READ-LIST-SECTION SECTION.
           OPEN INPUT OFFICIAL-LIST.
           IF W_OL-STATUS NOT = '00'
               DISPLAY '** cannot open '
                   FUNCTION TRIM(W_LIST-FILENAME)
                   ' (status 'W_OL-STATUS') - reference not reloaded'
               GO TO READ-LIST-EXIT
           END-IF.
           OPEN OUTPUT REJECTS-OUT.

           PERFORM UNTIL B_EOF = 'Y'
               READ OFFICIAL-LIST
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_LINE-NO
                       IF OL_LIST-LINE NOT = SPACES
                           AND OL_LIST-LINE(1:3) NOT = 'PNA'
                           AND OL_LIST-LINE(1:4) NOT = '"PNA'
                           PERFORM TAKE-ONE-LINE-SECTION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OFFICIAL-LIST.
           CLOSE REJECTS-OUT.

       READ-LIST-EXIT.
           EXIT.

       TAKE-ONE-LINE-SECTION SECTION.
           ADD 1 TO W_READ-COUNT.
           MOVE SPACES TO W_REJECT-REASON.
           INSPECT OL_LIST-LINE REPLACING ALL '"' BY SPACE.
           MOVE SPACES TO W_F-CODE W_F-PLACE W_F-STREET W_F-NUMBERS
               W_F-COMMUNE W_F-COUNTY W_F-VOIV.
           UNSTRING OL_LIST-LINE DELIMITED BY ';'
               INTO W_F-CODE, W_F-PLACE, W_F-STREET, W_F-NUMBERS,
                    W_F-COMMUNE, W_F-COUNTY, W_F-VOIV
           END-UNSTRING.
           MOVE FUNCTION TRIM(W_F-CODE) TO W_F-CODE.
           MOVE FUNCTION TRIM(W_F-PLACE) TO W_F-PLACE.
           MOVE FUNCTION TRIM(W_F-COUNTY) TO W_F-COUNTY.
           MOVE FUNCTION TRIM(W_F-VOIV) TO W_F-VOIV.

           IF W_F-CODE(1:2) IS NOT NUMERIC
               OR W_F-CODE(3:1) NOT = '-'
               OR W_F-CODE(4:3) IS NOT NUMERIC
               OR W_F-CODE(7:14) NOT = SPACES
               MOVE 'postal code is not NN-NNN' TO W_REJECT-REASON
               GO TO TAKE-ONE-LINE-REJECT
           END-IF.
           IF W_F-PLACE = SPACES
               MOVE 'no place name' TO W_REJECT-REASON
               GO TO TAKE-ONE-LINE-REJECT
           END-IF.
           IF W_F-COUNTY = SPACES
               MOVE 'no county' TO W_REJECT-REASON
               GO TO TAKE-ONE-LINE-REJECT
           END-IF.
           MOVE W_F-VOIV TO W_PR-FOLD-TEXT.
           PERFORM FOLD-PLACE-NAME-SECTION.
           MOVE W_PR-FOLD-TEXT TO W_PR-VOIV-NAME.
           PERFORM VOIVODESHIP-CODE-SECTION.
           IF W_PR-VOIV-CODE = SPACES
               MOVE 'voivodeship is none of the sixteen'
                   TO W_REJECT-REASON
               GO TO TAKE-ONE-LINE-REJECT
           END-IF.

           MOVE W_F-CODE TO WO_CODE.
           MOVE W_LINE-NO TO WO_LINE-NO.
           MOVE W_PR-VOIV-CODE TO WO_VOIV-CODE.
           MOVE W_F-COUNTY TO WO_COUNTY.
           MOVE W_F-PLACE TO WO_PLACE.
           RELEASE WORK-CODE.
           ADD 1 TO W_ACCEPTED-COUNT.
           GO TO TAKE-ONE-LINE-EXIT.

       TAKE-ONE-LINE-REJECT.
           ADD 1 TO W_REJECT-COUNT.
           MOVE SPACES TO RJ_REJECT-LINE.
           STRING 'LINE ' DELIMITED BY SIZE
                  W_LINE-NO DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  FUNCTION TRIM(W_REJECT-REASON TRAILING)
                      DELIMITED BY SIZE
                  ' | ' DELIMITED BY SIZE
                  OL_LIST-LINE DELIMITED BY SIZE
               INTO RJ_REJECT-LINE
           END-STRING.
           WRITE RJ_REJECT-LINE.

       TAKE-ONE-LINE-EXIT.
           EXIT.

      * The sorted codes back out: a code in the same county as the
      * run before it extends the run, any other starts a new one.
      * Every line's place is filed against its own county.
       BUILD-REFERENCE-SECTION SECTION.
           IF W_ACCEPTED-COUNT = 0
               DISPLAY '** no usable line in '
                   FUNCTION TRIM(W_LIST-FILENAME)
                   ' - postal region reference left as it was'
               GO TO BUILD-REFERENCE-EXIT
           END-IF.
           OPEN OUTPUT POSTAL-REGION-FILE.
           IF W_PR-STATUS NOT = '00'
               DISPLAY '** cannot write postal_regions.dat (status '
                   W_PR-STATUS')'
               MOVE 0 TO W_ACCEPTED-COUNT
               GO TO BUILD-REFERENCE-EXIT
           END-IF.
           OPEN OUTPUT POSTAL-PLACE-FILE.
           IF W_PL-STATUS NOT = '00'
               DISPLAY '** cannot write postal_places.dat (status '
                   W_PL-STATUS')'
               CLOSE POSTAL-REGION-FILE
               MOVE 0 TO W_ACCEPTED-COUNT
               GO TO BUILD-REFERENCE-EXIT
           END-IF.

           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               RETURN F-WORK
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM FILE-ONE-CODE-SECTION
               END-RETURN
           END-PERFORM.
           IF RUN-OPEN
               PERFORM WRITE-RUN-SECTION
           END-IF.

           CLOSE POSTAL-REGION-FILE.
           CLOSE POSTAL-PLACE-FILE.

       BUILD-REFERENCE-EXIT.
           EXIT.

       FILE-ONE-CODE-SECTION SECTION.
           IF WO_CODE = W_PREV-CODE
               IF (WO_VOIV-CODE NOT = W_PREV-VOIV
                   OR WO_COUNTY NOT = W_PREV-COUNTY)
                   AND W_SHARED-SW = 'N'
                   ADD 1 TO W_SHARED-COUNT
                   MOVE 'Y' TO W_SHARED-SW
               END-IF
           ELSE
               ADD 1 TO W_CODE-COUNT
               MOVE 'N' TO W_SHARED-SW
               MOVE WO_CODE TO W_PREV-CODE
               MOVE WO_VOIV-CODE TO W_PREV-VOIV
               MOVE WO_COUNTY TO W_PREV-COUNTY
               IF RUN-OPEN
                   AND WO_VOIV-CODE = W_RUN-VOIV
                   AND WO_COUNTY = W_RUN-COUNTY
                   MOVE WO_CODE TO W_RUN-TO
               ELSE
                   IF RUN-OPEN
                       PERFORM WRITE-RUN-SECTION
                   END-IF
                   MOVE 'Y' TO W_RUN-OPEN-SW
                   MOVE WO_CODE TO W_RUN-FROM
                   MOVE WO_CODE TO W_RUN-TO
                   MOVE WO_VOIV-CODE TO W_RUN-VOIV
                   MOVE WO_COUNTY TO W_RUN-COUNTY
               END-IF
           END-IF.

           MOVE WO_PLACE TO W_PR-FOLD-TEXT.
           PERFORM FOLD-PLACE-NAME-SECTION.
           MOVE W_PR-FOLD-TEXT TO PL_PLACE-KEY.
           MOVE WO_VOIV-CODE TO PL_VOIV-CODE.
           MOVE WO_COUNTY TO PL_COUNTY.
           MOVE WO_PLACE TO PL_PLACE-NAME.
           WRITE PL_PLACE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO W_PLACE-COUNT
           END-WRITE.

       WRITE-RUN-SECTION SECTION.
           MOVE W_RUN-TO TO PR_TO-CODE.
           MOVE W_RUN-FROM TO PR_FROM-CODE.
           MOVE W_RUN-VOIV TO PR_VOIV-CODE.
           MOVE W_RUN-COUNTY TO PR_COUNTY.
           WRITE PR_RANGE
               INVALID KEY
                   DISPLAY '** duplicate run ending 'W_RUN-TO
           END-WRITE.
           ADD 1 TO W_RANGE-COUNT.
