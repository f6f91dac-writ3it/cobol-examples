      * Execute files/02_write.cbl first
      * Nightly re-check of the whole PESEL cross-reference. The
      * feeds (29_APPLY_DELTA, the converter hand-off through
      * 02_WRITE) store what the registry sends them even when it
      * contradicts what we hold - that is their job - so this is
      * where the contradictions are put in front of a person.
      * pesel.dat is read in PESEL order on its alternate key, and
      * every entry is checked again through 12_PESEL_CHECK against
      * the birth date now on output.dat:
      *   - a PESEL two or more of our IDs hold (the same human
      *     registered twice, or a feed keying error) - SHARED;
      *   - a PESEL whose encoded birth date disagrees with a
      *     full-quality birth date on file (or, for a year-only
      *     date, whose year disagrees) - DATE;
      *   - a PESEL that no longer passes its own checksum - the
      *     file was edited by hand - INVALID;
      *   - a PESEL for an ID no longer on output.dat - ORPHAN.
      * A PESEL the feeds could not record at all - a checksum
      * failure on the delta feed or the converter hand-off - never
      * reaches pesel.dat; 02_WRITE and 29_APPLY_DELTA leave it on
      * pesel_rejects.dat (see PESEL-REJECT.cpy), and each one is
      * listed here as INVALID, naming the feed it came in by. The
      * run first takes what is waiting there onto today's
      * pesel_rejects_<yyyymmdd>.dat and empties the feeds' file,
      * then lists from the dated file - so a rerun the same day
      * (by hand, or the daily run retrying an abend) lists the
      * same rejects again instead of losing them, and tomorrow's
      * run starts on tomorrow's.
      * The listing goes to pesel_conflicts.txt; one line per
      * finding goes to pesel_exceptions.txt, which
      * 44_WORKLIST_UPDATE files onto the keyed worklist. Read
      * only - nothing is corrected here: which of two holders
      * really owns a PESEL is a question for a person with the
      * paperwork. Findings are what the run is for, so they end
      * it with RC 0 all the same; only a run that could not check
      * (output.dat will not open) ends with RC 16.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 64_PESEL_CONFLICTS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PESEL-FILE ASSIGN TO 'pesel.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PX_PERSON-ID
                   ALTERNATE RECORD KEY IS PX_PESEL WITH DUPLICATES
                   FILE STATUS IS W_PESEL-FS.

               SELECT PERSON-IN ASSIGN TO 'output.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.

               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

               SELECT PESEL-REJECT-LOG ASSIGN TO 'pesel_rejects.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PJ-STATUS.

      * Today's rejects, taken off pesel_rejects.dat - see the
      * header note.
               SELECT PESEL-TAKEN-LOG ASSIGN TO W_TAKEN-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PT-STATUS.

               SELECT EXCEPTIONS-OUT ASSIGN TO
                       'pesel_exceptions.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

           FD PESEL-FILE.
           COPY 'PESEL-RECORD.cpy'
               REPLACING PREFIX-ID BY PX_PERSON-ID
                         PREFIX-PESEL BY PX_PESEL
                         PREFIX-SOURCE BY PX_SOURCE
                         PREFIX-CAPTURED-ON BY PX_CAPTURED-ON
                         PREFIX BY PX_PESEL-REC.

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

           FD PESEL-REJECT-LOG.
           COPY 'PESEL-REJECT-RECORD.cpy'
               REPLACING PREFIX-ID BY PJ_PERSON-ID
                         PREFIX-PESEL BY PJ_PESEL
                         PREFIX-SOURCE BY PJ_SOURCE
                         PREFIX-REFUSED-ON BY PJ_REFUSED-ON
                         PREFIX-REASON BY PJ_REASON
                         PREFIX BY PJ_PESEL-REJECT.

           FD PESEL-TAKEN-LOG.
           COPY 'PESEL-REJECT-RECORD.cpy'
               REPLACING PREFIX-ID BY PT_PERSON-ID
                         PREFIX-PESEL BY PT_PESEL
                         PREFIX-SOURCE BY PT_SOURCE
                         PREFIX-REFUSED-ON BY PT_REFUSED-ON
                         PREFIX-REASON BY PT_REASON
                         PREFIX BY PT_PESEL-REJECT.

           COPY 'REPORT-PAGE-FILES.cpy'.

           FD EXCEPTIONS-OUT.
           01 EX_EXCEPTION-REC PIC X(100).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_PESEL-FS PIC X(2).
               01 W_PI-STATUS PIC X(2).
               01 W_PJ-STATUS PIC X(2).
               01 W_PT-STATUS PIC X(2).
               01 W_TAKEN-FILENAME PIC X(30) VALUE SPACES.
               01 W_TAKEN-COUNT PIC 9(6) VALUE 0.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_PESEL-FILE-SW PIC X(1) VALUE 'N'.
                   88 PESEL-FILE-OPEN VALUE 'Y'.
               01 W_REJECT-FILE-SW PIC X(1) VALUE 'N'.
                   88 REJECT-FILE-OPEN VALUE 'Y'.

               01 W_SCANNED-COUNT PIC 9(6) VALUE 0.
               01 W_SHARED-COUNT PIC 9(6) VALUE 0.
               01 W_DATE-COUNT PIC 9(6) VALUE 0.
               01 W_INVALID-COUNT PIC 9(6) VALUE 0.
               01 W_ORPHAN-COUNT PIC 9(6) VALUE 0.
               01 W_REJECT-COUNT PIC 9(6) VALUE 0.
               01 W_FINDING-COUNT PIC 9(6) VALUE 0.

      * The run of entries sharing the current PESEL - the file is
      * read in PESEL order, so a group closes when the PESEL
      * changes. Twenty holders of one PESEL is well past anything
      * but a broken feed; the count stays right past that, only
      * the listed IDs stop.
               01 W_GROUP-PESEL PIC X(11) VALUE SPACES.
               01 W_GROUP-COUNT PIC 9(3) VALUE 0.
               01 W_GROUP-TABLE.
                   02 W_GROUP-ID PIC 9(6) OCCURS 20 TIMES.
               01 W_GROUP-SUB PIC 9(3) VALUE 0.
               01 W_ID-LIST PIC X(60) VALUE SPACES.
               01 W_ID-LIST-POS PIC 9(3) VALUE 1.

      * 12_PESEL_CHECK fields.
               01 W_CHECK-DATE PIC 9(8) VALUE 0.
               01 W_CHECK-QUALITY PIC X(1) VALUE SPACE.
               01 W_PESEL-DATE PIC 9(8) VALUE 0.
               01 W_PESEL-SEX PIC X(1) VALUE SPACE.
               01 W_PESEL-REASON PIC X(40) VALUE SPACES.
               01 W_PESEL-STATUS PIC X(1) VALUE '0'.
                   88 PESEL-OK VALUE '0'.
                   88 PESEL-INVALID VALUE '1'.
                   88 PESEL-DATE-CONFLICT VALUE '2'.

               01 W_FINDING-KIND PIC X(8) VALUE SPACES.
               01 W_FINDING-TEXT PIC X(60) VALUE SPACES.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.

           OPEN INPUT PESEL-FILE.
           IF W_PESEL-FS = '00'
               MOVE 'Y' TO W_PESEL-FILE-SW
           END-IF.
           PERFORM TAKE-REJECTS-SECTION.
           OPEN INPUT PESEL-TAKEN-LOG.
           IF W_PT-STATUS = '00'
               MOVE 'Y' TO W_REJECT-FILE-SW
           END-IF.
           IF NOT PESEL-FILE-OPEN AND NOT REJECT-FILE-OPEN
               DISPLAY 'No pesel.dat on file - no PESELs captured '
                   'yet, nothing to check'
               STOP RUN
           END-IF.
           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               DISPLAY '** output.dat open failed (status '
                   W_PI-STATUS') - PESEL check not run'
               IF PESEL-FILE-OPEN
                   CLOSE PESEL-FILE
               END-IF
               IF REJECT-FILE-OPEN
                   CLOSE PESEL-TAKEN-LOG
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM START-JOB-TIMER-SECTION.
           OPEN OUTPUT EXCEPTIONS-OUT.

           STRING 'PESEL CONFLICTS - ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '64_PESEL_CONFLICTS' TO W_RP-PROGRAM.
           MOVE 'pesel_conflicts.txt' TO W_RP-PRINT-FILENAME.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'pesel.dat + output.dat' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           MOVE 'KIND     PESEL       ID     DETAIL'
               TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           IF PESEL-FILE-OPEN
               MOVE LOW-VALUES TO PX_PESEL
               START PESEL-FILE KEY IS >= PX_PESEL
                   INVALID KEY
                       MOVE 'Y' TO B_EOF
               END-START
           ELSE
               MOVE 'Y' TO B_EOF
           END-IF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PESEL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_SCANNED-COUNT
                       IF PX_PESEL NOT = W_GROUP-PESEL
                           PERFORM CLOSE-GROUP-SECTION
                           MOVE PX_PESEL TO W_GROUP-PESEL
                       END-IF
                       ADD 1 TO W_GROUP-COUNT
                       IF W_GROUP-COUNT <= 20
                           MOVE PX_PERSON-ID
                               TO W_GROUP-ID(W_GROUP-COUNT)
                       END-IF
                       PERFORM CHECK-ONE-ENTRY-SECTION
               END-READ
           END-PERFORM.
           PERFORM CLOSE-GROUP-SECTION.
           PERFORM LIST-REJECTS-SECTION.

           PERFORM REPORT-LINE-SECTION.
           STRING 'ENTRIES CHECKED ' DELIMITED BY SIZE
                  W_SCANNED-COUNT DELIMITED BY SIZE
                  '  SHARED ' DELIMITED BY SIZE
                  W_SHARED-COUNT DELIMITED BY SIZE
                  '  DATE ' DELIMITED BY SIZE
                  W_DATE-COUNT DELIMITED BY SIZE
                  '  INVALID ' DELIMITED BY SIZE
                  W_INVALID-COUNT DELIMITED BY SIZE
                  '  ORPHAN ' DELIMITED BY SIZE
                  W_ORPHAN-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           IF W_REJECT-COUNT > 0
               STRING '  OF THE INVALID, REFUSED BY THE FEEDS '
                          DELIMITED BY SIZE
                      W_REJECT-COUNT DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
           END-IF.

           IF PESEL-FILE-OPEN
               CLOSE PESEL-FILE
           END-IF.
           CLOSE PERSON-IN.
           MOVE W_SCANNED-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.
           CLOSE EXCEPTIONS-OUT.

           DISPLAY W_SCANNED-COUNT' PESEL entr(ies) checked: '
               W_FINDING-COUNT' finding(s) in pesel_conflicts.txt'.

           MOVE '64_PESEL_CONFLICTS' TO W_TRAILER-PROGRAM.
           MOVE W_SCANNED-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * One entry against the person it names - gone from the
      * master is an orphan; otherwise the PESEL is checked again,
      * checksum and all, against the birth date on file today
      * (which may have been corrected since the PESEL landed).
       CHECK-ONE-ENTRY-SECTION SECTION.
           MOVE PX_PERSON-ID TO FI_PERSON-ID.
           READ PERSON-IN
               INVALID KEY
                   ADD 1 TO W_ORPHAN-COUNT
                   MOVE 'ORPHAN' TO W_FINDING-KIND
                   MOVE 'ID not on output.dat' TO W_FINDING-TEXT
                   PERFORM WRITE-FINDING-SECTION
                   GO TO CHECK-ONE-ENTRY-EXIT
           END-READ.

           MOVE FI_PERSON-BIRTH-DATE TO W_CHECK-DATE.
           MOVE FI_PERSON-BIRTH-QUALITY TO W_CHECK-QUALITY.
           CALL '12_PESEL_CHECK' USING PX_PESEL, W_CHECK-DATE,
               W_CHECK-QUALITY, W_PESEL-DATE, W_PESEL-SEX,
               W_PESEL-REASON, W_PESEL-STATUS.
           EVALUATE TRUE
               WHEN PESEL-INVALID
                   ADD 1 TO W_INVALID-COUNT
                   MOVE 'INVALID' TO W_FINDING-KIND
                   MOVE W_PESEL-REASON TO W_FINDING-TEXT
                   PERFORM WRITE-FINDING-SECTION
               WHEN PESEL-DATE-CONFLICT
                   ADD 1 TO W_DATE-COUNT
                   MOVE 'DATE' TO W_FINDING-KIND
                   MOVE SPACES TO W_FINDING-TEXT
                   STRING 'PESEL says ' DELIMITED BY SIZE
                          W_PESEL-DATE DELIMITED BY SIZE
                          ', file says ' DELIMITED BY SIZE
                          FI_PERSON-BIRTH-DATE DELIMITED BY SIZE
                          ' (' DELIMITED BY SIZE
                          FI_PERSON-BIRTH-QUALITY DELIMITED BY SIZE
                          ')' DELIMITED BY SIZE
                       INTO W_FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING-SECTION
           END-EVALUATE.

       CHECK-ONE-ENTRY-EXIT.
           EXIT.

      * What the feeds refused since the last take goes onto the
      * end of today's dated file, and only then is pesel_rejects.dat
      * emptied. A dated file that will not open leaves the rejects
      * where they are, for the next run to take.
       TAKE-REJECTS-SECTION SECTION.
           MOVE SPACES TO W_TAKEN-FILENAME.
           STRING 'pesel_rejects_' W_TODAY '.dat'
               DELIMITED BY SIZE
               INTO W_TAKEN-FILENAME.
           OPEN INPUT PESEL-REJECT-LOG.
           IF W_PJ-STATUS NOT = '00'
               GO TO TAKE-REJECTS-EXIT
           END-IF.
           OPEN EXTEND PESEL-TAKEN-LOG.
           IF W_PT-STATUS = '35'
               OPEN OUTPUT PESEL-TAKEN-LOG
           END-IF.
           IF W_PT-STATUS NOT = '00'
               DISPLAY '** could not open 'W_TAKEN-FILENAME
                   ' (status 'W_PT-STATUS') - rejects left on '
                   'pesel_rejects.dat for the next run'
               CLOSE PESEL-REJECT-LOG
               GO TO TAKE-REJECTS-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PESEL-REJECT-LOG
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF PJ_PESEL-REJECT NOT = SPACES
                           MOVE PJ_PESEL-REJECT TO PT_PESEL-REJECT
                           WRITE PT_PESEL-REJECT
                           ADD 1 TO W_TAKEN-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO B_EOF.
           CLOSE PESEL-TAKEN-LOG.
           CLOSE PESEL-REJECT-LOG.
           OPEN OUTPUT PESEL-REJECT-LOG.
           CLOSE PESEL-REJECT-LOG.
           IF W_TAKEN-COUNT > 0
               DISPLAY W_TAKEN-COUNT' refused PESEL(s) taken onto '
                   W_TAKEN-FILENAME
           END-IF.

       TAKE-REJECTS-EXIT.
           EXIT.

      * Every PESEL the feeds refused today - each one an INVALID
      * finding against the ID it was sent for, the detail naming
      * the feed and its reason. Read from the dated file, which
      * is never emptied, so every run today lists all of them.
       LIST-REJECTS-SECTION SECTION.
           IF NOT REJECT-FILE-OPEN
               GO TO LIST-REJECTS-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PESEL-TAKEN-LOG
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF PT_PESEL-REJECT NOT = SPACES
                           ADD 1 TO W_REJECT-COUNT
                           ADD 1 TO W_INVALID-COUNT
                           MOVE PT_PESEL TO PX_PESEL
                           MOVE PT_PERSON-ID TO PX_PERSON-ID
                           MOVE 'INVALID' TO W_FINDING-KIND
                           MOVE SPACES TO W_FINDING-TEXT
                           STRING PT_SOURCE DELIMITED BY SPACE
                                  ' refused: ' DELIMITED BY SIZE
                                  PT_REASON DELIMITED BY SIZE
                               INTO W_FINDING-TEXT
                           END-STRING
                           PERFORM WRITE-FINDING-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PESEL-TAKEN-LOG.

       LIST-REJECTS-EXIT.
           EXIT.

      * The PESEL just finished - more than one holder is one SHARED
      * finding naming the IDs, reported against the first of them.
       CLOSE-GROUP-SECTION SECTION.
           IF W_GROUP-COUNT > 1
               ADD 1 TO W_SHARED-COUNT
               MOVE SPACES TO W_ID-LIST
               MOVE 1 TO W_ID-LIST-POS
               PERFORM VARYING W_GROUP-SUB FROM 1 BY 1
                       UNTIL W_GROUP-SUB > W_GROUP-COUNT
                          OR W_GROUP-SUB > 8
                   STRING W_GROUP-ID(W_GROUP-SUB) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                       INTO W_ID-LIST
                       WITH POINTER W_ID-LIST-POS
                   END-STRING
               END-PERFORM
               MOVE 'SHARED' TO W_FINDING-KIND
               MOVE SPACES TO W_FINDING-TEXT
               STRING 'held by ' DELIMITED BY SIZE
                      W_GROUP-COUNT DELIMITED BY SIZE
                      ' IDs: ' DELIMITED BY SIZE
                      W_ID-LIST DELIMITED BY SIZE
                   INTO W_FINDING-TEXT
               END-STRING
               MOVE W_GROUP-PESEL TO PX_PESEL
               MOVE W_GROUP-ID(1) TO PX_PERSON-ID
               PERFORM WRITE-FINDING-SECTION
           END-IF.
           MOVE 0 TO W_GROUP-COUNT.

      * One finding onto the listing and, in the same words, onto
      * the worklist feed - the text is stable night to night, so
      * 44_WORKLIST_UPDATE ages a standing conflict instead of
      * opening it again.
       WRITE-FINDING-SECTION SECTION.
           ADD 1 TO W_FINDING-COUNT.
           STRING W_FINDING-KIND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PX_PESEL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PX_PERSON-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_FINDING-TEXT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           MOVE SPACES TO EX_EXCEPTION-REC.
           STRING 'PESEL ' DELIMITED BY SIZE
                  FUNCTION TRIM(W_FINDING-KIND) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PX_PESEL DELIMITED BY SIZE
                  ' ID ' DELIMITED BY SIZE
                  PX_PERSON-ID DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  W_FINDING-TEXT DELIMITED BY SIZE
               INTO EX_EXCEPTION-REC
           END-STRING.
           WRITE EX_EXCEPTION-REC.
