      * Head office plans its outreach by region, and the census
      * reports only ever broke the membership down by branch. This
      * is the regional view across every branch: branch_profiles.ctl
      * names the branch sets as it does for 48_BRANCH_CENSUS (HQ
      * for the head-office set), each branch's person file is read
      * in turn, and every person is placed by the postal code on
      * their address.dat entry through the postal region reference
      * (see POSTAL-REGION.cpy). The report gives one line per
      * voivodeship with its counties beneath it, each tallied by
      * lifecycle status, then the persons no region could be found
      * for - no address on file, a code off the NN-NNN shape, or a
      * code the official list does not carry - and the all-regions
      * totals. An address marked undeliverable still places the
      * person: it is where they were last known to live.
      * Run as: 105_regional_report
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 105_REGIONAL_REPORT.

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

               SELECT ADDRESS-FILE ASSIGN TO 'address.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AD_PERSON-ID
                   FILE STATUS IS W_AD-STATUS.

      * Postal region reference - see POSTAL-REGION-FILES.cpy.
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
           COPY 'POSTAL-REGION-FILES.cpy'.

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

           WORKING-STORAGE SECTION.
               01 B_PROF-EOF PIC X(1) VALUE 'N'.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_PROF-STATUS PIC X(2).
               01 W_PI-STATUS PIC X(2).
               01 W_AD-STATUS PIC X(2).
               01 W_ADDRESS-OPEN-SW PIC X(1) VALUE 'N'.
                   88 ADDRESS-OPEN VALUE 'Y'.
               01 W_PERSON-FILENAME PIC X(30) VALUE SPACES.
               01 W_CURR-BRANCH PIC X(3) VALUE SPACES.
               01 W_BRANCH-COUNT PIC 9(2) VALUE 0.
               01 W_STATUS-SUB PIC 9(1) VALUE 0.

      * Tallies by status - P A S I D, then the total - for each
      * voivodeship in TERYT order, entry 17 being no region, and
      * entry 18 the all-regions line.
               01 W_VOIV-TABLE.
                   02 W_VOIV-ROW OCCURS 18 TIMES.
                       03 W_VOIV-TALLY PIC 9(7) OCCURS 6 TIMES.
               01 W_V PIC 9(2) VALUE 0.

      * The counties met so far, kept in voivodeship and county
      * order as they are added - Poland has some 380, so 500 is
      * room to spare.
               01 W_COUNTY-TABLE.
                   02 W_COUNTY-ROW OCCURS 500 TIMES.
                       03 W_CT-KEY.
                           04 W_CT-VOIV PIC X(2).
                           04 W_CT-NAME PIC X(30).
                       03 W_CT-TALLY PIC 9(7) OCCURS 6 TIMES.
               01 W_COUNTY-COUNT PIC 9(3) VALUE 0.
               01 W_COUNTY-FULL-COUNT PIC 9(7) VALUE 0.
               01 W_C PIC 9(3) VALUE 0.
               01 W_C-AT PIC 9(3) VALUE 0.
               01 W_C-FOUND-SW PIC X(1) VALUE 'N'.
               01 W_NEW-KEY.
                   02 W_NEW-VOIV PIC X(2).
                   02 W_NEW-NAME PIC X(30).
               01 W_S PIC 9(1) VALUE 0.

      * One printed line's figures.
               01 W_PRINT-LABEL PIC X(32) VALUE SPACES.
               01 W_PRINT-TALLIES.
                   02 W_PRINT-TALLY PIC 9(7) OCCURS 6 TIMES.
               01 W_SHOWN-TALLIES.
                   02 W_SHOWN-TALLY PIC Z(6)9 OCCURS 6 TIMES.

      * Postal region reference (see POSTAL-REGION.cpy).
               COPY 'POSTAL-REGION-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.

           OPEN INPUT PROFILE-CONTROL.
           IF W_PROF-STATUS NOT = '00'
               DISPLAY '** no branch_profiles.ctl on file - one '
                   'branch code per line, HQ for the head-office '
                   'set'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ADDRESS-FILE.
           IF W_AD-STATUS = '00'
               MOVE 'Y' TO W_ADDRESS-OPEN-SW
           ELSE
               DISPLAY 'No address.dat on file - every person '
                   'reported under no region'
           END-IF.
           PERFORM OPEN-POSTAL-REGIONS-SECTION.

           MOVE 'PERSONS BY REGION AND STATUS' TO W_RP-TITLE.
           MOVE '105_REGIONAL_REPORT' TO W_RP-PROGRAM.
           MOVE 'ALL' TO W_RP-BRANCH.
           PERFORM REPORT-OPEN-SECTION.

           PERFORM UNTIL B_PROF-EOF = 'Y'
               READ PROFILE-CONTROL
                   AT END MOVE 'Y' TO B_PROF-EOF
                   NOT AT END
                       IF PC_BRANCH-LINE NOT = SPACES
                           MOVE PC_BRANCH-LINE(1:3)
                               TO W_CURR-BRANCH
                           PERFORM TALLY-ONE-BRANCH-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROFILE-CONTROL.
           IF ADDRESS-OPEN
               CLOSE ADDRESS-FILE
           END-IF.
           PERFORM CLOSE-POSTAL-REGIONS-SECTION.

           PERFORM PRINT-REGIONS-SECTION.
           MOVE W_VOIV-TALLY(18, 6) TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           MOVE '105_REGIONAL_REPORT' TO W_TRAILER-PROGRAM.
           MOVE W_VOIV-TALLY(18, 6) TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.
       COPY 'POSTAL-REGION.cpy'.

      * One branch's person file into the tallies - a branch whose
      * file cannot open is reported rather than silently missing
      * from the totals.
       TALLY-ONE-BRANCH-SECTION SECTION.
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
               STRING W_CURR-BRANCH '   ** ' W_PERSON-FILENAME
                   ' not readable (status ' W_PI-STATUS ')'
                   DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
               GO TO TALLY-ONE-BRANCH-EXIT
           END-IF.

           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PERSON-IN NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM TALLY-ONE-PERSON-SECTION
               END-READ
           END-PERFORM.
           CLOSE PERSON-IN.
           ADD 1 TO W_BRANCH-COUNT.

       TALLY-ONE-BRANCH-EXIT.
           EXIT.

       TALLY-ONE-PERSON-SECTION SECTION.
           EVALUATE TRUE
               WHEN FI_PERSON-PENDING
                   MOVE 1 TO W_STATUS-SUB
               WHEN FI_PERSON-ACTIVE
                   MOVE 2 TO W_STATUS-SUB
               WHEN FI_PERSON-SUSPENDED
                   MOVE 3 TO W_STATUS-SUB
               WHEN FI_PERSON-DECEASED
                   MOVE 5 TO W_STATUS-SUB
               WHEN OTHER
                   MOVE 4 TO W_STATUS-SUB
           END-EVALUATE.

           MOVE 'N' TO W_PR-FOUND-SW.
           IF ADDRESS-OPEN
               MOVE FI_PERSON-ID TO AD_PERSON-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AD_POSTAL-CODE TO W_PR-POSTAL-CODE
                       PERFORM LOOKUP-POSTAL-REGION-SECTION
               END-READ
           END-IF.

           IF POSTAL-REGION-FOUND
               COMPUTE W_V = FUNCTION NUMVAL(W_PR-VOIV-CODE) / 2
               PERFORM TALLY-COUNTY-SECTION
           ELSE
               MOVE 17 TO W_V
           END-IF.
           ADD 1 TO W_VOIV-TALLY(W_V, W_STATUS-SUB).
           ADD 1 TO W_VOIV-TALLY(W_V, 6).
           ADD 1 TO W_VOIV-TALLY(18, W_STATUS-SUB).
           ADD 1 TO W_VOIV-TALLY(18, 6).

      * The county's row, added in its place in the order the first
      * time the county is met.
       TALLY-COUNTY-SECTION SECTION.
           MOVE W_PR-VOIV-CODE TO W_NEW-VOIV.
           MOVE W_PR-COUNTY TO W_NEW-NAME.
           MOVE 'N' TO W_C-FOUND-SW.
           MOVE 0 TO W_C-AT.
           PERFORM VARYING W_C FROM 1 BY 1
                   UNTIL W_C > W_COUNTY-COUNT OR W_C-AT > 0
               IF W_CT-KEY(W_C) = W_NEW-KEY
                   MOVE 'Y' TO W_C-FOUND-SW
                   MOVE W_C TO W_C-AT
               ELSE
                   IF W_CT-KEY(W_C) > W_NEW-KEY
                       MOVE W_C TO W_C-AT
                   END-IF
               END-IF
           END-PERFORM.

           IF W_C-FOUND-SW = 'N'
               IF W_COUNTY-COUNT = 500
                   ADD 1 TO W_COUNTY-FULL-COUNT
                   GO TO TALLY-COUNTY-EXIT
               END-IF
               IF W_C-AT = 0
                   COMPUTE W_C-AT = W_COUNTY-COUNT + 1
               END-IF
               PERFORM VARYING W_C FROM W_COUNTY-COUNT BY -1
                       UNTIL W_C < W_C-AT
                   MOVE W_COUNTY-ROW(W_C) TO W_COUNTY-ROW(W_C + 1)
               END-PERFORM
               ADD 1 TO W_COUNTY-COUNT
               MOVE W_NEW-KEY TO W_CT-KEY(W_C-AT)
               PERFORM VARYING W_S FROM 1 BY 1 UNTIL W_S > 6
                   MOVE 0 TO W_CT-TALLY(W_C-AT, W_S)
               END-PERFORM
           END-IF.

           ADD 1 TO W_CT-TALLY(W_C-AT, W_STATUS-SUB).
           ADD 1 TO W_CT-TALLY(W_C-AT, 6).

       TALLY-COUNTY-EXIT.
           EXIT.

      * Voivodeships in TERYT order, each with its counties, then no
      * region and the totals.
       PRINT-REGIONS-SECTION SECTION.
           MOVE SPACES TO W_RP-LINE.
           STRING 'REGION                           '
               'PENDING  ACTIVE SUSPEND INACTIV DECEASD   TOTAL'
               DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           MOVE 1 TO W_C.
           PERFORM VARYING W_V FROM 1 BY 1 UNTIL W_V > 16
               IF W_VOIV-TALLY(W_V, 6) > 0
                   MOVE W_PR-VOIV-ENTRY-CODE(W_V) TO W_PR-VOIV-CODE
                   MOVE SPACES TO W_PRINT-LABEL
                   STRING W_PR-VOIV-CODE ' ' W_PR-VOIV-ENTRY-NAME(W_V)
                       DELIMITED BY SIZE
                       INTO W_PRINT-LABEL
                   END-STRING
                   PERFORM VARYING W_S FROM 1 BY 1 UNTIL W_S > 6
                       MOVE W_VOIV-TALLY(W_V, W_S)
                           TO W_PRINT-TALLY(W_S)
                   END-PERFORM
                   PERFORM PRINT-ONE-LINE-SECTION
                   PERFORM UNTIL W_C > W_COUNTY-COUNT
                           OR W_CT-VOIV(W_C) NOT = W_PR-VOIV-CODE
                       MOVE SPACES TO W_PRINT-LABEL
                       STRING '   ' W_CT-NAME(W_C)
                           DELIMITED BY SIZE
                           INTO W_PRINT-LABEL
                       END-STRING
                       PERFORM VARYING W_S FROM 1 BY 1 UNTIL W_S > 6
                           MOVE W_CT-TALLY(W_C, W_S)
                               TO W_PRINT-TALLY(W_S)
                       END-PERFORM
                       PERFORM PRINT-ONE-LINE-SECTION
                       ADD 1 TO W_C
                   END-PERFORM
               END-IF
           END-PERFORM.

           MOVE SPACES TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'NO REGION' TO W_PRINT-LABEL.
           PERFORM VARYING W_S FROM 1 BY 1 UNTIL W_S > 6
               MOVE W_VOIV-TALLY(17, W_S) TO W_PRINT-TALLY(W_S)
           END-PERFORM.
           PERFORM PRINT-ONE-LINE-SECTION.
           MOVE SPACES TO W_PRINT-LABEL.
           STRING 'ALL REGIONS (' W_BRANCH-COUNT ' BRANCH SETS)'
               DELIMITED BY SIZE
               INTO W_PRINT-LABEL
           END-STRING.
           PERFORM VARYING W_S FROM 1 BY 1 UNTIL W_S > 6
               MOVE W_VOIV-TALLY(18, W_S) TO W_PRINT-TALLY(W_S)
           END-PERFORM.
           PERFORM PRINT-ONE-LINE-SECTION.

           IF W_COUNTY-FULL-COUNT > 0
               MOVE SPACES TO W_RP-LINE
               STRING '** county table full - ' W_COUNTY-FULL-COUNT
                   ' person(s) in their voivodeship line only'
                   DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
           END-IF.

       PRINT-ONE-LINE-SECTION SECTION.
           PERFORM VARYING W_S FROM 1 BY 1 UNTIL W_S > 6
               MOVE W_PRINT-TALLY(W_S) TO W_SHOWN-TALLY(W_S)
           END-PERFORM.
           MOVE SPACES TO W_RP-LINE.
           STRING W_PRINT-LABEL ' '
                  W_SHOWN-TALLY(1) ' ' W_SHOWN-TALLY(2) ' '
                  W_SHOWN-TALLY(3) ' ' W_SHOWN-TALLY(4) ' '
                  W_SHOWN-TALLY(5) ' ' W_SHOWN-TALLY(6)
               DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
