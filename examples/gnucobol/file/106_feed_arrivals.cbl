      * When an upstream source turns out to have sent bad data the
      * first question is who it brought in. This answers it off the
      * person provenance file (see PROVENANCE-RECORD.cpy): everyone
      * whose recorded origin is the feed named - the feed file as
      * the load recorded it (persons.txt, person_delta.txt,
      * persons.csv, registry_extract.dat, ...) or a whole source
      * (RELOAD, DELTA, CSV, PARTNER, MAINTAIN, RESTORE, UNKNOWN) -
      * narrowed, when given, to one sequence number of that feed
      * and to the day it was loaded. Each person is shown where
      * they sit today: every branch set on branch_profiles.ctl is
      * read (HQ for the head-office set, as 48_BRANCH_CENSUS reads
      * them) and the person's branch, name and status printed
      * beside their origin and who last changed them; a person the
      * feed brought in who is on no person file any more (purged,
      * or rejected after the origin was taken) is still listed, as
      * not on file.
      * Run as: 106_feed_arrivals <feed-or-source> [sequence|*]
      *         [yyyymmdd]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 106_FEED_ARRIVALS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PROFILE-CONTROL ASSIGN TO
                       'branch_profiles.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PROF-STATUS.

               SELECT PERSON-IN ASSIGN TO W_PERSON-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

      * Person provenance - see PROVENANCE.cpy.
               SELECT PROVENANCE-FILE ASSIGN TO 'provenance.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PV_PERSON-ID
                   FILE STATUS IS W_PV-STATUS.

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

           FD PROFILE-CONTROL.
           01 PC_BRANCH-LINE PIC X(10).

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

           FD PROVENANCE-FILE.
           COPY 'PROVENANCE-RECORD.cpy'
               REPLACING PREFIX-ID BY PV_PERSON-ID
                         PREFIX-SOURCE BY PV_SOURCE
                         PREFIX-LOAD-DATE BY PV_LOAD-DATE
                         PREFIX-FEED-NAME BY PV_FEED-NAME
                         PREFIX-FEED-SEQ BY PV_FEED-SEQ
                         PREFIX-LAST-PROGRAM BY PV_LAST-PROGRAM
                         PREFIX-LAST-OPERATOR BY PV_LAST-OPERATOR
                         PREFIX-LAST-DATE BY PV_LAST-DATE
                         PREFIX BY PV_PROVENANCE.

      * One arrival - WO_ON-FILE is 0 for a person found on a branch
      * file and 1 for the provenance record itself, so once sorted
      * a person found on file comes before their not-on-file line
      * and the output procedure drops the latter.
           SD F-WORK.
               01 WORK-ARRIVAL.
                   02 WO_PERSON-ID PIC 9(6).
                   02 WO_ON-FILE PIC 9(1).
                   02 WO_BRANCH PIC X(3).
                   02 WO_NAME PIC X(16).
                   02 WO_SURNAME PIC X(25).
                   02 WO_STATUS PIC X(1).
                   02 WO_SOURCE PIC X(8).
                   02 WO_LOAD-DATE PIC 9(8).
                   02 WO_FEED-SEQ PIC 9(6).
                   02 WO_LAST-PROGRAM PIC X(20).
                   02 WO_LAST-OPERATOR PIC X(8).
                   02 WO_LAST-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
               01 B_PROF-EOF PIC X(1) VALUE 'N'.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 B_WORK-EOF PIC X(1) VALUE 'N'.
               01 W_PROF-STATUS PIC X(2).
               01 W_PI-STATUS PIC X(2).
               01 W_PV-STATUS PIC X(2).
               01 W_PERSON-FILENAME PIC X(30) VALUE SPACES.
               01 W_CURR-BRANCH PIC X(3) VALUE SPACES.

      * The selection off the command line.
               01 W_ARG-LINE PIC X(80) VALUE SPACES.
               01 W_SEL-FEED PIC X(30) VALUE SPACES.
               01 W_SEL-SEQ-X PIC X(10) VALUE SPACES.
               01 W_SEL-DATE-X PIC X(10) VALUE SPACES.
               01 W_SEL-SEQ PIC 9(6) VALUE 0.
               01 W_SEL-DATE PIC 9(8) VALUE 0.
               01 W_SEL-SEQ-SW PIC X(1) VALUE 'N'.
                   88 SEQ-SELECTED VALUE 'Y'.
               01 W_SEL-DATE-SW PIC X(1) VALUE 'N'.
                   88 DATE-SELECTED VALUE 'Y'.
               01 W_MATCH-SW PIC X(1) VALUE 'N'.
                   88 ARRIVAL-MATCHES VALUE 'Y'.

      * Unique-per-run sort work file name, the 01_SORT idiom.
               01 W_WORK-FILENAME PIC X(30) VALUE SPACES.
               01 W_RUN-DATE PIC 9(8).
               01 W_RUN-TIME PIC 9(8).
               01 W_DELETE-RC PIC 9(9) VALUE 0.

               01 W_PREV-ID PIC 9(6) VALUE 0.
               01 W_ARRIVAL-COUNT PIC 9(7) VALUE 0.
               01 W_ON-FILE-COUNT PIC 9(7) VALUE 0.
               01 W_GONE-COUNT PIC 9(7) VALUE 0.
               01 W_SHOWN-COUNT PIC Z(6)9.
               01 W_SHOWN-SEQ PIC Z(5)9.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
               INTO W_SEL-FEED, W_SEL-SEQ-X, W_SEL-DATE-X
           END-UNSTRING.
           IF W_SEL-FEED = SPACES
               DISPLAY 'Usage: 106_feed_arrivals <feed-or-source> '
                   '[sequence|*] [yyyymmdd]'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF W_SEL-SEQ-X NOT = SPACES AND W_SEL-SEQ-X NOT = '*'
               IF FUNCTION TRIM(W_SEL-SEQ-X) IS NOT NUMERIC
                   DISPLAY '** sequence 'W_SEL-SEQ-X' is not a number'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE W_SEL-SEQ = FUNCTION NUMVAL(W_SEL-SEQ-X)
               MOVE 'Y' TO W_SEL-SEQ-SW
           END-IF.
           IF W_SEL-DATE-X NOT = SPACES
               IF W_SEL-DATE-X(1:8) IS NOT NUMERIC
                   OR W_SEL-DATE-X(9:2) NOT = SPACES
                   DISPLAY '** load date 'W_SEL-DATE-X' is not '
                       'YYYYMMDD'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE W_SEL-DATE-X(1:8) TO W_SEL-DATE
               MOVE 'Y' TO W_SEL-DATE-SW
           END-IF.

           PERFORM START-JOB-TIMER-SECTION.

           OPEN INPUT PROVENANCE-FILE.
           IF W_PV-STATUS NOT = '00'
               DISPLAY '** no provenance.dat on file - no arrivals '
                   'recorded yet'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT W_RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT W_RUN-TIME FROM TIME.
           STRING 'work_arrivals_' W_RUN-DATE W_RUN-TIME '.tmp'
               DELIMITED BY SIZE
               INTO W_WORK-FILENAME.

           MOVE 'PERSONS ARRIVED IN A FEED' TO W_RP-TITLE.
           MOVE '106_FEED_ARRIVALS' TO W_RP-PROGRAM.
           MOVE 'ALL' TO W_RP-BRANCH.
           MOVE 'feed_arrivals.txt' TO W_RP-PRINT-FILENAME.
           PERFORM REPORT-OPEN-SECTION.
           PERFORM PRINT-SELECTION-SECTION.

           SORT F-WORK ON ASCENDING KEY WO_PERSON-ID
                         ON ASCENDING KEY WO_ON-FILE
               INPUT PROCEDURE IS SELECT-ARRIVALS-SECTION
               OUTPUT PROCEDURE IS PRINT-ARRIVALS-SECTION.

           CALL 'CBL_DELETE_FILE' USING W_WORK-FILENAME.
           MOVE RETURN-CODE TO W_DELETE-RC.
           MOVE 0 TO RETURN-CODE.
           CLOSE PROVENANCE-FILE.

           MOVE SPACES TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_ARRIVAL-COUNT TO W_SHOWN-COUNT.
           STRING 'PERSONS ARRIVED      ' W_SHOWN-COUNT
               DELIMITED BY SIZE INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_ON-FILE-COUNT TO W_SHOWN-COUNT.
           STRING '  ON A PERSON FILE   ' W_SHOWN-COUNT
               DELIMITED BY SIZE INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_GONE-COUNT TO W_SHOWN-COUNT.
           STRING '  NOT ON FILE        ' W_SHOWN-COUNT
               DELIMITED BY SIZE INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_ARRIVAL-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           MOVE '106_FEED_ARRIVALS' TO W_TRAILER-PROGRAM.
           MOVE W_ARRIVAL-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * What was asked for, at the head of the listing, and the
      * column headings.
       PRINT-SELECTION-SECTION SECTION.
           MOVE SPACES TO W_RP-LINE.
           STRING 'FEED OR SOURCE: ' W_SEL-FEED
               DELIMITED BY SIZE INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           IF SEQ-SELECTED
               MOVE W_SEL-SEQ TO W_SHOWN-SEQ
               STRING 'SEQUENCE      : ' W_SHOWN-SEQ
                   DELIMITED BY SIZE INTO W_RP-LINE
               END-STRING
           ELSE
               MOVE 'SEQUENCE      : ANY' TO W_RP-LINE
           END-IF.
           PERFORM REPORT-LINE-SECTION.
           IF DATE-SELECTED
               STRING 'LOADED ON     : ' W_SEL-DATE
                   DELIMITED BY SIZE INTO W_RP-LINE
               END-STRING
           ELSE
               MOVE 'LOADED ON     : ANY DAY' TO W_RP-LINE
           END-IF.
           PERFORM REPORT-LINE-SECTION.
           MOVE SPACES TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'ID     BR  SURNAME                   NAME
      -        '   ST SOURCE   ARRIVED     SEQ  LAST CHANGED BY
      -        '      OPERATOR ON' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

      * The arrivals into the sort: first every branch's persons
      * whose origin matches, then every matching provenance record
      * as the not-on-file fallback.
       SELECT-ARRIVALS-SECTION SECTION.
           OPEN INPUT PROFILE-CONTROL.
           IF W_PROF-STATUS NOT = '00'
               DISPLAY '** no branch_profiles.ctl on file - only the '
                   'head-office set is read'
               MOVE 'HQ' TO W_CURR-BRANCH
               PERFORM SELECT-ONE-BRANCH-SECTION
           ELSE
               PERFORM UNTIL B_PROF-EOF = 'Y'
                   READ PROFILE-CONTROL
                       AT END MOVE 'Y' TO B_PROF-EOF
                       NOT AT END
                           IF PC_BRANCH-LINE NOT = SPACES
                               MOVE PC_BRANCH-LINE(1:3)
                                   TO W_CURR-BRANCH
                               PERFORM SELECT-ONE-BRANCH-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILE-CONTROL
           END-IF.

           MOVE LOW-VALUES TO PV_PROVENANCE.
           MOVE 0 TO PV_PERSON-ID.
           START PROVENANCE-FILE KEY IS NOT LESS THAN PV_PERSON-ID
               INVALID KEY
                   GO TO SELECT-ARRIVALS-EXIT
           END-START.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PROVENANCE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM MATCH-ARRIVAL-SECTION
                       IF ARRIVAL-MATCHES
                           MOVE SPACES TO WORK-ARRIVAL
                           MOVE PV_PERSON-ID TO WO_PERSON-ID
                           MOVE 1 TO WO_ON-FILE
                           PERFORM FILL-ORIGIN-SECTION
                           RELEASE WORK-ARRIVAL
                       END-IF
               END-READ
           END-PERFORM.

       SELECT-ARRIVALS-EXIT.
           EXIT.

      * One branch's person file, each person looked up on
      * provenance.dat by ID - a branch whose file cannot open is
      * said so on the report rather than silently missing.
       SELECT-ONE-BRANCH-SECTION SECTION.
           MOVE SPACES TO W_PERSON-FILENAME.
           IF W_CURR-BRANCH = 'HQ'
               MOVE 'output.dat' TO W_PERSON-FILENAME
           ELSE
               STRING W_CURR-BRANCH DELIMITED BY SPACE
                      '_output.dat' DELIMITED BY SIZE
                   INTO W_PERSON-FILENAME
               END-STRING
           END-IF.

           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               MOVE SPACES TO W_RP-LINE
               STRING W_CURR-BRANCH '   ** ' W_PERSON-FILENAME
                   ' not readable (status ' W_PI-STATUS ')'
                   DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
               GO TO SELECT-ONE-BRANCH-EXIT
           END-IF.

           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PERSON-IN NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM SELECT-ONE-PERSON-SECTION
               END-READ
           END-PERFORM.
           CLOSE PERSON-IN.

       SELECT-ONE-BRANCH-EXIT.
           EXIT.

       SELECT-ONE-PERSON-SECTION SECTION.
           MOVE FI_PERSON-ID TO PV_PERSON-ID.
           READ PROVENANCE-FILE KEY IS PV_PERSON-ID
               INVALID KEY
                   GO TO SELECT-ONE-PERSON-EXIT
           END-READ.
           PERFORM MATCH-ARRIVAL-SECTION.
           IF NOT ARRIVAL-MATCHES
               GO TO SELECT-ONE-PERSON-EXIT
           END-IF.

           MOVE SPACES TO WORK-ARRIVAL.
           MOVE FI_PERSON-ID TO WO_PERSON-ID.
           MOVE 0 TO WO_ON-FILE.
           MOVE W_CURR-BRANCH TO WO_BRANCH.
           MOVE FI_PERSON-NAME TO WO_NAME.
           MOVE FI_PERSON-SURNAME TO WO_SURNAME.
           MOVE FI_PERSON-STATUS TO WO_STATUS.
           PERFORM FILL-ORIGIN-SECTION.
           RELEASE WORK-ARRIVAL.

       SELECT-ONE-PERSON-EXIT.
           EXIT.

      * The record in PV_PROVENANCE against the selection: the feed
      * name, or the source when the argument is one, then the
      * sequence and load date when they were given.
       MATCH-ARRIVAL-SECTION SECTION.
           MOVE 'N' TO W_MATCH-SW.
           IF PV_FEED-NAME NOT = W_SEL-FEED
               AND PV_SOURCE NOT = W_SEL-FEED
               GO TO MATCH-ARRIVAL-EXIT
           END-IF.
           IF SEQ-SELECTED AND PV_FEED-SEQ NOT = W_SEL-SEQ
               GO TO MATCH-ARRIVAL-EXIT
           END-IF.
           IF DATE-SELECTED AND PV_LOAD-DATE NOT = W_SEL-DATE
               GO TO MATCH-ARRIVAL-EXIT
           END-IF.
           MOVE 'Y' TO W_MATCH-SW.

       MATCH-ARRIVAL-EXIT.
           EXIT.

       FILL-ORIGIN-SECTION SECTION.
           MOVE PV_SOURCE TO WO_SOURCE.
           MOVE PV_LOAD-DATE TO WO_LOAD-DATE.
           MOVE PV_FEED-SEQ TO WO_FEED-SEQ.
           MOVE PV_LAST-PROGRAM TO WO_LAST-PROGRAM.
           MOVE PV_LAST-OPERATOR TO WO_LAST-OPERATOR.
           MOVE PV_LAST-DATE TO WO_LAST-DATE.

      * One line per person, in ID order - a not-on-file line
      * straight after the same person's on-file line is the
      * fallback that was not needed, and is dropped.
       PRINT-ARRIVALS-SECTION SECTION.
           MOVE 0 TO W_PREV-ID.
           PERFORM UNTIL B_WORK-EOF = 'Y'
               RETURN F-WORK
                   AT END MOVE 'Y' TO B_WORK-EOF
                   NOT AT END
                       IF WO_ON-FILE = 0
                           OR WO_PERSON-ID NOT = W_PREV-ID
                           PERFORM PRINT-ONE-ARRIVAL-SECTION
                       END-IF
                       MOVE WO_PERSON-ID TO W_PREV-ID
               END-RETURN
           END-PERFORM.

       PRINT-ONE-ARRIVAL-SECTION SECTION.
           ADD 1 TO W_ARRIVAL-COUNT.
           MOVE WO_FEED-SEQ TO W_SHOWN-SEQ.
           MOVE SPACES TO W_RP-LINE.
           IF WO_ON-FILE = 0
               ADD 1 TO W_ON-FILE-COUNT
               STRING WO_PERSON-ID ' ' WO_BRANCH ' ' WO_SURNAME ' '
                   WO_NAME ' ' WO_STATUS '  ' WO_SOURCE ' '
                   WO_LOAD-DATE ' ' W_SHOWN-SEQ '  '
                   WO_LAST-PROGRAM ' ' WO_LAST-OPERATOR ' '
                   WO_LAST-DATE
                   DELIMITED BY SIZE INTO W_RP-LINE
               END-STRING
           ELSE
               ADD 1 TO W_GONE-COUNT
               STRING WO_PERSON-ID ' --- (not on any person file)'
                   '               -  ' WO_SOURCE ' '
                   WO_LOAD-DATE ' ' W_SHOWN-SEQ '  '
                   WO_LAST-PROGRAM ' ' WO_LAST-OPERATOR ' '
                   WO_LAST-DATE
                   DELIMITED BY SIZE INTO W_RP-LINE
               END-STRING
           END-IF.
           PERFORM REPORT-LINE-SECTION.
