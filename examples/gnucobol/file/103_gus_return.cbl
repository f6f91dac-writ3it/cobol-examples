      * The Central Statistical Office (GUS) asks every year for
      * aggregated membership figures, and they used to be built by
      * hand off 16_CENSUS_REPORT. This is the statistical return:
      * output.dat is counted by region, five-year age band, sex and
      * lifecycle status, small cells are suppressed, and the result
      * is written in the office's fixed submission layout to
      * gus_return_<year>.dat (prefixed with the branch code when
      * COBOLFILE_BRANCH points the run at a branch set), with a
      * line on outbound_manifest.log (see MANIFEST.cpy).
      *   region    the voivodeship by its TERYT code, 02 to 32,
      *             off the postal code on address.dat through the
      *             postal region reference (see POSTAL-REGION.cpy);
      *             ZZ when the person has no address or the code
      *             has no region on the reference
      *   age band  age on 31 December of the reporting year, 00-04
      *             up to 85-89 and 90+; a person born after the
      *             reporting year is left out and counted on screen
      *   sex       from the PESEL (pesel.dat, tenth digit odd for
      *             a man) where there is one, else the given-name
      *             dictionary (see GIVEN-NAME.cpy), else X unknown
      *   status    the lifecycle status as it stands on the day of
      *             the run - run it in the first days of January
      * The figures are published as one block per region and
      * status - age band down, sex across, with the band and sex
      * totals - and a summary of the block totals by region and
      * status with its own region, status and grand totals. Any
      * cell above zero and under the threshold is suppressed
      * (primary), and complementary cells are suppressed with it:
      * wherever a row or column of a block or of the summary would
      * show all but one of its cells and their total, the smallest
      * other non-zero cell is held back too, so no suppressed cell
      * can be worked out by subtraction. The passes repeat until
      * nothing more changes, a block total and its summary cell
      * being one and the same cell. A suppressed cell is written
      * with a zero value and flag S. Only counts leave the
      * building - no ID, name or date is written.
      * Submission layout, 40 bytes a record:
      *   H  1 type H, 2-9 form GUS-CZL1, 10-13 reporting year,
      *      14-21 date produced, 22-24 threshold, 25-27 reporting
      *      unit (branch code, HQ for head office)
      *   D  1 type D, 2-3 region (TT all regions), 4-8 age band
      *      (TOTAL all bands), 9 sex M K X (T both), 10 status
      *      P A S I D (T all), 11-17 count, 18 flag (S suppressed)
      *   T  1 type T, 2-8 detail records, 9-15 suppressed cells,
      *      16-22 persons counted
      * Run as: 103_gus_return [year] [threshold]
      *         (default last year and a threshold of 3)
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 103_GUS_RETURN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PERSON-IN ASSIGN TO W_BRANCH-PERSON-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

               SELECT ADDRESS-FILE ASSIGN TO 'address.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AD_PERSON-ID
                   FILE STATUS IS W_AD-STATUS.

               SELECT PESEL-FILE ASSIGN TO 'pesel.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PX_PERSON-ID
                   ALTERNATE RECORD KEY IS PX_PESEL WITH DUPLICATES
                   FILE STATUS IS W_PX-STATUS.

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

               SELECT GIVEN-NAME-FILE ASSIGN TO 'given_names.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_GN-STATUS.

               SELECT RETURN-OUT ASSIGN TO W_RETURN-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RO-STATUS.

      * Outbound transmission manifest - see MANIFEST.cpy.
               SELECT MANIFEST-LOG ASSIGN TO
                       'outbound_manifest.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'GIVEN-NAME-FILE.cpy'.
           COPY 'MANIFEST-LOG.cpy'.
           COPY 'POSTAL-REGION-FILES.cpy'.

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

           FD PESEL-FILE.
           COPY 'PESEL-RECORD.cpy'
               REPLACING PREFIX-ID BY PX_PERSON-ID
                         PREFIX-PESEL BY PX_PESEL
                         PREFIX-SOURCE BY PX_SOURCE
                         PREFIX-CAPTURED-ON BY PX_CAPTURED-ON
                         PREFIX BY PX_PESEL-REC.

           FD RETURN-OUT.
           01 RO_RETURN-REC.
              02 RO_TYPE PIC X(1).
              02 RO_BODY PIC X(39).
              02 RO_HEADER REDEFINES RO_BODY.
                 03 RO_FORM PIC X(8).
                 03 RO_YEAR PIC 9(4).
                 03 RO_PRODUCED PIC 9(8).
                 03 RO_THRESHOLD PIC 9(3).
                 03 RO_UNIT PIC X(3).
                 03 FILLER PIC X(13).
              02 RO_DETAIL REDEFINES RO_BODY.
                 03 RO_REGION PIC X(2).
                 03 RO_BAND PIC X(5).
                 03 RO_SEX PIC X(1).
                 03 RO_STATUS PIC X(1).
                 03 RO_COUNT PIC 9(7).
                 03 RO_FLAG PIC X(1).
                 03 FILLER PIC X(22).
              02 RO_TRAILER REDEFINES RO_BODY.
                 03 RO_DETAIL-COUNT PIC 9(7).
                 03 RO_SUPPRESSED-COUNT PIC 9(7).
                 03 RO_PERSON-COUNT PIC 9(7).
                 03 FILLER PIC X(18).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_PI-STATUS PIC X(2).
               01 W_AD-STATUS PIC X(2).
               01 W_PX-STATUS PIC X(2).
               01 W_RO-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_TODAY-PARTS REDEFINES W_TODAY.
                   02 W_THIS-YEAR PIC 9(4).
                   02 FILLER PIC 9(4).
               01 W_RETURN-FILENAME PIC X(40) VALUE SPACES.
               01 W_ADDRESS-OPEN-SW PIC X(1) VALUE 'N'.
                   88 ADDRESS-OPEN VALUE 'Y'.
               01 W_PESEL-OPEN-SW PIC X(1) VALUE 'N'.
                   88 PESEL-OPEN VALUE 'Y'.

      * Command line - the reporting year and the threshold.
               01 W_ARG-LINE PIC X(40) VALUE SPACES.
               01 W_ARG-YEAR PIC X(10) VALUE SPACES.
               01 W_ARG-THRESHOLD PIC X(10) VALUE SPACES.
               01 W_REPORT-YEAR PIC 9(4) VALUE 0.
               01 W_THRESHOLD PIC 9(3) VALUE 3.
               01 W_UNIT PIC X(3) VALUE 'HQ'.

      * Where the person being counted falls.
               01 W_REGION-SUB PIC 9(2) VALUE 0.
               01 W_STATUS-SUB PIC 9(1) VALUE 0.
               01 W_BAND-SUB PIC 9(2) VALUE 0.
               01 W_SEX-SUB PIC 9(1) VALUE 0.
               01 W_AGE PIC S9(4) VALUE 0.
               01 W_PESEL-SEX-DIGIT PIC 9(1) VALUE 0.

      * One block per region (the sixteen voivodeships in TERYT
      * order, then ZZ) and status (P A S I D): age bands 1-19
      * with the band total as row 20, sex M K X with the sex total
      * as column 4. A flag is P for a primary
      * suppression, C for a complementary one, space published.
               01 W_BLOCK-TABLE.
                   02 W_BLK-REGION OCCURS 17 TIMES.
                       03 W_BLK-STATUS OCCURS 5 TIMES.
                           04 W_BLK-BAND OCCURS 20 TIMES.
                               05 W_BLK-CELL OCCURS 4 TIMES.
                                   06 W_BLK-COUNT PIC 9(7) VALUE 0.
                                   06 W_BLK-FLAG PIC X(1) VALUE SPACE.

      * The block totals by region (row 18 all regions) and status
      * (column 6 all statuses) - cell (r,s) is block (r,s)'s own
      * total cell.
               01 W_SUMMARY-TABLE.
                   02 W_SUM-REGION OCCURS 18 TIMES.
                       03 W_SUM-CELL OCCURS 6 TIMES.
                           04 W_SUM-COUNT PIC 9(7) VALUE 0.
                           04 W_SUM-FLAG PIC X(1) VALUE SPACE.

               01 W_R PIC 9(2) VALUE 0.
               01 W_S PIC 9(2) VALUE 0.
               01 W_B PIC 9(2) VALUE 0.
               01 W_X PIC 9(2) VALUE 0.

      * One row or column being protected - its member cells, then
      * its total in the entry after the last member.
               01 W_LINE-TABLE.
                   02 W_LN-ENTRY OCCURS 21 TIMES.
                       03 W_LN-COUNT PIC 9(7).
                       03 W_LN-FLAG PIC X(1).
               01 W_LN-SIZE PIC 9(2) VALUE 0.
               01 W_LN-SUB PIC 9(2) VALUE 0.
               01 W_LN-HIDDEN PIC 9(2) VALUE 0.
               01 W_LN-PICK PIC 9(2) VALUE 0.
               01 W_CHANGED-SW PIC X(1) VALUE 'N'.
                   88 SUPPRESSION-CHANGED VALUE 'Y'.
               01 W_PASS-COUNT PIC 9(3) VALUE 0.

      * Codes as the submission layout spells them.
               01 W_REGION-CODES.
                   02 FILLER PIC X(18) VALUE '020406081012141618'.
                   02 FILLER PIC X(18) VALUE '20222426283032ZZTT'.
               01 W_REGION-CODE-TABLE REDEFINES W_REGION-CODES.
                   02 W_REGION-CODE PIC X(2) OCCURS 18 TIMES.
               01 W_STATUS-CODES PIC X(6) VALUE 'PASIDT'.
               01 W_STATUS-CODE-TABLE REDEFINES W_STATUS-CODES.
                   02 W_STATUS-CODE PIC X(1) OCCURS 6 TIMES.
               01 W_SEX-CODES PIC X(4) VALUE 'MKXT'.
               01 W_SEX-CODE-TABLE REDEFINES W_SEX-CODES.
                   02 W_SEX-CODE PIC X(1) OCCURS 4 TIMES.
               01 W_BAND-LOW PIC 9(2) VALUE 0.
               01 W_BAND-HIGH PIC 9(2) VALUE 0.

               01 W_PERSON-COUNT PIC 9(7) VALUE 0.
               01 W_LATER-BORN-COUNT PIC 9(7) VALUE 0.
               01 W_NO-BIRTH-COUNT PIC 9(7) VALUE 0.
               01 W_SEX-FROM-PESEL PIC 9(7) VALUE 0.
               01 W_SEX-FROM-NAME PIC 9(7) VALUE 0.
               01 W_SEX-UNKNOWN PIC 9(7) VALUE 0.
               01 W_PRIMARY-COUNT PIC 9(7) VALUE 0.
               01 W_COMPLEMENT-COUNT PIC 9(7) VALUE 0.
               01 W_DETAIL-COUNT PIC 9(7) VALUE 0.
               01 W_SUPPRESSED-COUNT PIC 9(7) VALUE 0.
               01 W_RECORD-COUNT PIC 9(9) VALUE 0.

      * Given-name dictionary (see GIVEN-NAME.cpy).
               COPY 'GIVEN-NAME-FIELDS.cpy'.

      * Branch file profile (see BRANCH-PROFILE.cpy).
               COPY 'BRANCH-FILES.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Outbound manifest fields (see MANIFEST.cpy).
               COPY 'MANIFEST-FIELDS.cpy'.

      * Postal region reference (see POSTAL-REGION.cpy).
               COPY 'POSTAL-REGION-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           COMPUTE W_REPORT-YEAR = W_THIS-YEAR - 1.

           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
               INTO W_ARG-YEAR, W_ARG-THRESHOLD
           END-UNSTRING.
           IF W_ARG-YEAR NOT = SPACES
               IF W_ARG-YEAR(1:4) IS NOT NUMERIC
                   OR W_ARG-YEAR(5:6) NOT = SPACES
                   OR W_ARG-YEAR(1:4) > W_THIS-YEAR
                   DISPLAY 'Usage: 103_gus_return [year] [threshold]'
                   DISPLAY '** 'FUNCTION TRIM(W_ARG-YEAR)' is not a '
                       'past or current year'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE W_ARG-YEAR(1:4) TO W_REPORT-YEAR
           END-IF.
           IF W_ARG-THRESHOLD NOT = SPACES
               IF FUNCTION TRIM(W_ARG-THRESHOLD) IS NOT NUMERIC
                   OR FUNCTION NUMVAL(W_ARG-THRESHOLD) < 1
                   OR FUNCTION NUMVAL(W_ARG-THRESHOLD) > 999
                   DISPLAY 'Usage: 103_gus_return [year] [threshold]'
                   DISPLAY '** the threshold is a whole number from '
                       '1 to 999'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE W_THRESHOLD = FUNCTION NUMVAL(W_ARG-THRESHOLD)
           END-IF.

           PERFORM BRANCH-PROFILE-SECTION.
           IF W_BRANCH-CODE = SPACES
               STRING 'gus_return_' W_REPORT-YEAR '.dat'
                   DELIMITED BY SIZE
                   INTO W_RETURN-FILENAME
           ELSE
               MOVE W_BRANCH-CODE TO W_UNIT
               STRING W_BRANCH-CODE DELIMITED BY SPACE
                      '_gus_return_' DELIMITED BY SIZE
                      W_REPORT-YEAR DELIMITED BY SIZE
                      '.dat' DELIMITED BY SIZE
                   INTO W_RETURN-FILENAME
           END-IF.

           PERFORM LOAD-GIVEN-NAMES-SECTION.

           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               DISPLAY '** 'FUNCTION TRIM(W_BRANCH-PERSON-FILE)
                   ' open failed (status 'W_PI-STATUS') - no return '
                   'produced'
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-RETURN-TRAILER-SECTION
               STOP RUN
           END-IF.
           OPEN INPUT ADDRESS-FILE.
           IF W_AD-STATUS = '00'
               MOVE 'Y' TO W_ADDRESS-OPEN-SW
           ELSE
               DISPLAY 'No address.dat on file - every person '
                   'counted in region ZZ'
           END-IF.
           PERFORM OPEN-POSTAL-REGIONS-SECTION.
           OPEN INPUT PESEL-FILE.
           IF W_PX-STATUS = '00'
               MOVE 'Y' TO W_PESEL-OPEN-SW
           END-IF.

           PERFORM UNTIL B_EOF = 'Y'
               READ PERSON-IN NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM COUNT-PERSON-SECTION
               END-READ
           END-PERFORM.

           CLOSE PERSON-IN.
           IF ADDRESS-OPEN
               CLOSE ADDRESS-FILE
           END-IF.
           IF PESEL-OPEN
               CLOSE PESEL-FILE
           END-IF.
           PERFORM CLOSE-POSTAL-REGIONS-SECTION.

           PERFORM BUILD-SUMMARY-SECTION.
           PERFORM PRIMARY-SUPPRESSION-SECTION.
           MOVE 'Y' TO W_CHANGED-SW.
           PERFORM UNTIL NOT SUPPRESSION-CHANGED
               MOVE 'N' TO W_CHANGED-SW
               ADD 1 TO W_PASS-COUNT
               PERFORM COMPLEMENTARY-PASS-SECTION
           END-PERFORM.

           PERFORM WRITE-RETURN-SECTION.

           DISPLAY 'GUS return for 'W_REPORT-YEAR' written to '
               FUNCTION TRIM(W_RETURN-FILENAME).
           DISPLAY '  persons counted          : 'W_PERSON-COUNT.
           DISPLAY '  born after 'W_REPORT-YEAR', left out : '
               W_LATER-BORN-COUNT.
           IF W_NO-BIRTH-COUNT > 0
               DISPLAY '  ** no birth year, left out: '
                   W_NO-BIRTH-COUNT
           END-IF.
           DISPLAY '  sex from PESEL / given name / unknown: '
               W_SEX-FROM-PESEL' / 'W_SEX-FROM-NAME' / '
               W_SEX-UNKNOWN.
           DISPLAY '  threshold 'W_THRESHOLD' - 'W_PRIMARY-COUNT
               ' cell(s) suppressed, 'W_COMPLEMENT-COUNT
               ' more held back with them ('W_PASS-COUNT' pass(es))'.

           PERFORM WRITE-RETURN-TRAILER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'BRANCH-PROFILE.cpy'.
       COPY 'GIVEN-NAME.cpy'.
       COPY 'MANIFEST.cpy'.
       COPY 'POSTAL-REGION.cpy'.

       WRITE-RETURN-TRAILER-SECTION SECTION.
           MOVE '103_GUS_RETURN' TO W_TRAILER-PROGRAM.
           MOVE W_PERSON-COUNT TO W_TRAILER-COUNT.
           IF RETURN-CODE = 0
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           ELSE
               MOVE 'FAILED' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

      * One person into their block - the cell, its band total, its
      * sex total and the block total.
       COUNT-PERSON-SECTION SECTION.
           IF FI_PERSON-BIRTH-YEAR IS NOT NUMERIC
               OR FI_PERSON-BIRTH-YEAR = 0
               ADD 1 TO W_NO-BIRTH-COUNT
               GO TO COUNT-PERSON-EXIT
           END-IF.
           COMPUTE W_AGE = W_REPORT-YEAR - FI_PERSON-BIRTH-YEAR.
           IF W_AGE < 0
               ADD 1 TO W_LATER-BORN-COUNT
               GO TO COUNT-PERSON-EXIT
           END-IF.
           COMPUTE W_BAND-SUB = (W_AGE / 5) + 1.
           IF W_BAND-SUB > 19
               MOVE 19 TO W_BAND-SUB
           END-IF.

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

           PERFORM FIND-REGION-SECTION.
           PERFORM FIND-SEX-SECTION.

           ADD 1 TO W_BLK-COUNT(W_REGION-SUB, W_STATUS-SUB,
               W_BAND-SUB, W_SEX-SUB).
           ADD 1 TO W_BLK-COUNT(W_REGION-SUB, W_STATUS-SUB,
               W_BAND-SUB, 4).
           ADD 1 TO W_BLK-COUNT(W_REGION-SUB, W_STATUS-SUB,
               20, W_SEX-SUB).
           ADD 1 TO W_BLK-COUNT(W_REGION-SUB, W_STATUS-SUB, 20, 4).
           ADD 1 TO W_PERSON-COUNT.

       COUNT-PERSON-EXIT.
           EXIT.

      * The voivodeship the postal code lies in - TERYT codes run
      * 02 to 32 in steps of two, so half the code is the block.
       FIND-REGION-SECTION SECTION.
           MOVE 17 TO W_REGION-SUB.
           IF NOT ADDRESS-OPEN
               GO TO FIND-REGION-EXIT
           END-IF.
           MOVE FI_PERSON-ID TO AD_PERSON-ID.
           READ ADDRESS-FILE
               INVALID KEY
                   GO TO FIND-REGION-EXIT
           END-READ.
           MOVE AD_POSTAL-CODE TO W_PR-POSTAL-CODE.
           PERFORM LOOKUP-POSTAL-REGION-SECTION.
           IF POSTAL-REGION-FOUND
               COMPUTE W_REGION-SUB =
                   FUNCTION NUMVAL(W_PR-VOIV-CODE) / 2
           END-IF.

       FIND-REGION-EXIT.
           EXIT.

      * The PESEL's tenth digit is odd for a man and even for a
      * woman; without a usable PESEL the given name decides.
       FIND-SEX-SECTION SECTION.
           MOVE 3 TO W_SEX-SUB.
           IF PESEL-OPEN
               MOVE FI_PERSON-ID TO PX_PERSON-ID
               READ PESEL-FILE
                   INVALID KEY
                       MOVE SPACES TO PX_PESEL
               END-READ
               IF PX_PESEL IS NUMERIC
                   MOVE PX_PESEL(10:1) TO W_PESEL-SEX-DIGIT
                   IF FUNCTION MOD(W_PESEL-SEX-DIGIT, 2) = 1
                       MOVE 1 TO W_SEX-SUB
                   ELSE
                       MOVE 2 TO W_SEX-SUB
                   END-IF
                   ADD 1 TO W_SEX-FROM-PESEL
                   GO TO FIND-SEX-EXIT
               END-IF
           END-IF.

           MOVE FI_PERSON-NAME TO W_GN-NAME.
           PERFORM LOOKUP-GIVEN-NAME-SECTION.
           EVALUATE TRUE
               WHEN GN-MALE
                   MOVE 1 TO W_SEX-SUB
                   ADD 1 TO W_SEX-FROM-NAME
               WHEN GN-FEMALE
                   MOVE 2 TO W_SEX-SUB
                   ADD 1 TO W_SEX-FROM-NAME
               WHEN OTHER
                   ADD 1 TO W_SEX-UNKNOWN
           END-EVALUATE.

       FIND-SEX-EXIT.
           EXIT.

      * The summary off the block totals, with its margins.
       BUILD-SUMMARY-SECTION SECTION.
           PERFORM VARYING W_R FROM 1 BY 1 UNTIL W_R > 17
               PERFORM VARYING W_S FROM 1 BY 1 UNTIL W_S > 5
                   MOVE W_BLK-COUNT(W_R, W_S, 20, 4)
                       TO W_SUM-COUNT(W_R, W_S)
                   ADD W_SUM-COUNT(W_R, W_S) TO W_SUM-COUNT(W_R, 6)
                   ADD W_SUM-COUNT(W_R, W_S) TO W_SUM-COUNT(18, W_S)
                   ADD W_SUM-COUNT(W_R, W_S) TO W_SUM-COUNT(18, 6)
               END-PERFORM
           END-PERFORM.

      * Every cell - block cells, block margins and summary cells
      * alike - above zero and under the threshold.
       PRIMARY-SUPPRESSION-SECTION SECTION.
           PERFORM VARYING W_R FROM 1 BY 1 UNTIL W_R > 17
             PERFORM VARYING W_S FROM 1 BY 1 UNTIL W_S > 5
               PERFORM VARYING W_B FROM 1 BY 1 UNTIL W_B > 20
                 PERFORM VARYING W_X FROM 1 BY 1 UNTIL W_X > 4
                   IF W_BLK-COUNT(W_R, W_S, W_B, W_X) > 0
                       AND W_BLK-COUNT(W_R, W_S, W_B, W_X)
                           < W_THRESHOLD
                       MOVE 'P' TO W_BLK-FLAG(W_R, W_S, W_B, W_X)
                   END-IF
                 END-PERFORM
               END-PERFORM
             END-PERFORM
           END-PERFORM.
           PERFORM VARYING W_R FROM 1 BY 1 UNTIL W_R > 18
               PERFORM VARYING W_S FROM 1 BY 1 UNTIL W_S > 6
                   IF W_SUM-COUNT(W_R, W_S) > 0
                       AND W_SUM-COUNT(W_R, W_S) < W_THRESHOLD
                       MOVE 'P' TO W_SUM-FLAG(W_R, W_S)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM SYNC-TOTALS-SECTION.

      * One pass over every row and column of every block and of
      * the summary. W_CHANGED-SW comes back Y if anything more was
      * held back, and the caller goes round again.
       COMPLEMENTARY-PASS-SECTION SECTION.
           PERFORM VARYING W_R FROM 1 BY 1 UNTIL W_R > 17
               PERFORM VARYING W_S FROM 1 BY 1 UNTIL W_S > 5
                   IF W_BLK-COUNT(W_R, W_S, 20, 4) > 0
                       PERFORM PROTECT-BLOCK-SECTION
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM SYNC-TOTALS-SECTION.

      * Summary rows - one region across the statuses.
           MOVE 5 TO W_LN-SIZE.
           PERFORM VARYING W_R FROM 1 BY 1 UNTIL W_R > 18
               PERFORM VARYING W_S FROM 1 BY 1 UNTIL W_S > 6
                   MOVE W_SUM-COUNT(W_R, W_S) TO W_LN-COUNT(W_S)
                   MOVE W_SUM-FLAG(W_R, W_S) TO W_LN-FLAG(W_S)
               END-PERFORM
               PERFORM PROTECT-LINE-SECTION
               PERFORM VARYING W_S FROM 1 BY 1 UNTIL W_S > 6
                   MOVE W_LN-FLAG(W_S) TO W_SUM-FLAG(W_R, W_S)
               END-PERFORM
           END-PERFORM.

      * Summary columns - one status down the regions.
           MOVE 17 TO W_LN-SIZE.
           PERFORM VARYING W_S FROM 1 BY 1 UNTIL W_S > 6
               PERFORM VARYING W_R FROM 1 BY 1 UNTIL W_R > 18
                   MOVE W_SUM-COUNT(W_R, W_S) TO W_LN-COUNT(W_R)
                   MOVE W_SUM-FLAG(W_R, W_S) TO W_LN-FLAG(W_R)
               END-PERFORM
               PERFORM PROTECT-LINE-SECTION
               PERFORM VARYING W_R FROM 1 BY 1 UNTIL W_R > 18
                   MOVE W_LN-FLAG(W_R) TO W_SUM-FLAG(W_R, W_S)
               END-PERFORM
           END-PERFORM.
           PERFORM SYNC-TOTALS-SECTION.

      * Block (W_R, W_S): each band row across the sexes, then each
      * sex column down the bands.
       PROTECT-BLOCK-SECTION SECTION.
           MOVE 3 TO W_LN-SIZE.
           PERFORM VARYING W_B FROM 1 BY 1 UNTIL W_B > 20
               PERFORM VARYING W_X FROM 1 BY 1 UNTIL W_X > 4
                   MOVE W_BLK-COUNT(W_R, W_S, W_B, W_X)
                       TO W_LN-COUNT(W_X)
                   MOVE W_BLK-FLAG(W_R, W_S, W_B, W_X)
                       TO W_LN-FLAG(W_X)
               END-PERFORM
               PERFORM PROTECT-LINE-SECTION
               PERFORM VARYING W_X FROM 1 BY 1 UNTIL W_X > 4
                   MOVE W_LN-FLAG(W_X)
                       TO W_BLK-FLAG(W_R, W_S, W_B, W_X)
               END-PERFORM
           END-PERFORM.

           MOVE 19 TO W_LN-SIZE.
           PERFORM VARYING W_X FROM 1 BY 1 UNTIL W_X > 4
               PERFORM VARYING W_B FROM 1 BY 1 UNTIL W_B > 20
                   MOVE W_BLK-COUNT(W_R, W_S, W_B, W_X)
                       TO W_LN-COUNT(W_B)
                   MOVE W_BLK-FLAG(W_R, W_S, W_B, W_X)
                       TO W_LN-FLAG(W_B)
               END-PERFORM
               PERFORM PROTECT-LINE-SECTION
               PERFORM VARYING W_B FROM 1 BY 1 UNTIL W_B > 20
                   MOVE W_LN-FLAG(W_B)
                       TO W_BLK-FLAG(W_R, W_S, W_B, W_X)
               END-PERFORM
           END-PERFORM.

      * A line - W_LN-SIZE members and their total after them - with
      * exactly one cell held back gives that cell away by
      * subtraction. The smallest non-zero member still shown is
      * held back with it; failing that a zero member, failing that
      * the total.
       PROTECT-LINE-SECTION SECTION.
           MOVE 0 TO W_LN-HIDDEN.
           PERFORM VARYING W_LN-SUB FROM 1 BY 1
                   UNTIL W_LN-SUB > W_LN-SIZE + 1
               IF W_LN-FLAG(W_LN-SUB) NOT = SPACE
                   ADD 1 TO W_LN-HIDDEN
               END-IF
           END-PERFORM.
           IF W_LN-HIDDEN NOT = 1
               GO TO PROTECT-LINE-EXIT
           END-IF.

           MOVE 0 TO W_LN-PICK.
           PERFORM VARYING W_LN-SUB FROM 1 BY 1
                   UNTIL W_LN-SUB > W_LN-SIZE
               IF W_LN-FLAG(W_LN-SUB) = SPACE
                   AND W_LN-COUNT(W_LN-SUB) > 0
                   IF W_LN-PICK = 0
                       MOVE W_LN-SUB TO W_LN-PICK
                   ELSE
                       IF W_LN-COUNT(W_LN-SUB)
                           < W_LN-COUNT(W_LN-PICK)
                           MOVE W_LN-SUB TO W_LN-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF W_LN-PICK = 0
               PERFORM VARYING W_LN-SUB FROM 1 BY 1
                       UNTIL W_LN-SUB > W_LN-SIZE
                          OR W_LN-PICK > 0
                   IF W_LN-FLAG(W_LN-SUB) = SPACE
                       MOVE W_LN-SUB TO W_LN-PICK
                   END-IF
               END-PERFORM
           END-IF.
           IF W_LN-PICK = 0
               COMPUTE W_LN-PICK = W_LN-SIZE + 1
           END-IF.

           MOVE 'C' TO W_LN-FLAG(W_LN-PICK).
           MOVE 'Y' TO W_CHANGED-SW.

       PROTECT-LINE-EXIT.
           EXIT.

      * A block's total cell and its summary cell are the same
      * figure - held back in one, it is held back in the other.
       SYNC-TOTALS-SECTION SECTION.
           PERFORM VARYING W_R FROM 1 BY 1 UNTIL W_R > 17
               PERFORM VARYING W_S FROM 1 BY 1 UNTIL W_S > 5
                   IF W_SUM-FLAG(W_R, W_S) NOT = SPACE
                       AND W_BLK-FLAG(W_R, W_S, 20, 4) = SPACE
                       MOVE W_SUM-FLAG(W_R, W_S)
                           TO W_BLK-FLAG(W_R, W_S, 20, 4)
                       MOVE 'Y' TO W_CHANGED-SW
                   END-IF
                   IF W_BLK-FLAG(W_R, W_S, 20, 4) NOT = SPACE
                       AND W_SUM-FLAG(W_R, W_S) = SPACE
                       MOVE W_BLK-FLAG(W_R, W_S, 20, 4)
                           TO W_SUM-FLAG(W_R, W_S)
                       MOVE 'Y' TO W_CHANGED-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

      * The submission file: header, the blocks that hold anyone
      * (every cell but the total, which the summary carries), the
      * summary, trailer - then its manifest line.
       WRITE-RETURN-SECTION SECTION.
           OPEN OUTPUT RETURN-OUT.
           IF W_RO-STATUS NOT = '00'
               DISPLAY '** could not open 'W_RETURN-FILENAME
                   ' (status 'W_RO-STATUS')'
               MOVE 16 TO RETURN-CODE
               GO TO WRITE-RETURN-EXIT
           END-IF.

           MOVE SPACES TO RO_RETURN-REC.
           MOVE 'H' TO RO_TYPE.
           MOVE 'GUS-CZL1' TO RO_FORM.
           MOVE W_REPORT-YEAR TO RO_YEAR.
           MOVE W_TODAY TO RO_PRODUCED.
           MOVE W_THRESHOLD TO RO_THRESHOLD.
           MOVE W_UNIT TO RO_UNIT.
           WRITE RO_RETURN-REC.
           ADD 1 TO W_RECORD-COUNT.

           PERFORM VARYING W_R FROM 1 BY 1 UNTIL W_R > 17
             PERFORM VARYING W_S FROM 1 BY 1 UNTIL W_S > 5
               IF W_BLK-COUNT(W_R, W_S, 20, 4) > 0
                 PERFORM VARYING W_B FROM 1 BY 1 UNTIL W_B > 20
                   PERFORM VARYING W_X FROM 1 BY 1 UNTIL W_X > 4
                     IF W_B < 20 OR W_X < 4
                       MOVE W_BLK-COUNT(W_R, W_S, W_B, W_X)
                           TO W_LN-COUNT(1)
                       MOVE W_BLK-FLAG(W_R, W_S, W_B, W_X)
                           TO W_LN-FLAG(1)
                       PERFORM WRITE-DETAIL-SECTION
                     END-IF
                   END-PERFORM
                 END-PERFORM
               END-IF
             END-PERFORM
           END-PERFORM.

           MOVE 20 TO W_B.
           MOVE 4 TO W_X.
           PERFORM VARYING W_R FROM 1 BY 1 UNTIL W_R > 18
               PERFORM VARYING W_S FROM 1 BY 1 UNTIL W_S > 6
                   MOVE W_SUM-COUNT(W_R, W_S) TO W_LN-COUNT(1)
                   MOVE W_SUM-FLAG(W_R, W_S) TO W_LN-FLAG(1)
                   PERFORM WRITE-DETAIL-SECTION
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO RO_RETURN-REC.
           MOVE 'T' TO RO_TYPE.
           MOVE W_DETAIL-COUNT TO RO_DETAIL-COUNT.
           MOVE W_SUPPRESSED-COUNT TO RO_SUPPRESSED-COUNT.
           MOVE W_PERSON-COUNT TO RO_PERSON-COUNT.
           WRITE RO_RETURN-REC.
           ADD 1 TO W_RECORD-COUNT.
           CLOSE RETURN-OUT.

      * An aggregate return carries no IDs to total - the manifest
      * is verified on the record count alone.
           MOVE W_RETURN-FILENAME TO W_MANIFEST-FILENAME.
           MOVE W_RECORD-COUNT TO W_MANIFEST-COUNT.
           MOVE 0 TO W_MANIFEST-ID-SUM.
           PERFORM WRITE-MANIFEST-SECTION.

       WRITE-RETURN-EXIT.
           EXIT.

      * One D record for region W_R, status W_S, band W_B and sex
      * W_X, the figure and its flag staged in W_LN-ENTRY(1).
       WRITE-DETAIL-SECTION SECTION.
           MOVE SPACES TO RO_RETURN-REC.
           MOVE 'D' TO RO_TYPE.
           MOVE W_REGION-CODE(W_R) TO RO_REGION.
           MOVE W_STATUS-CODE(W_S) TO RO_STATUS.
           MOVE W_SEX-CODE(W_X) TO RO_SEX.
           EVALUATE TRUE
               WHEN W_B = 20
                   MOVE 'TOTAL' TO RO_BAND
               WHEN W_B = 19
                   MOVE '90+' TO RO_BAND
               WHEN OTHER
                   COMPUTE W_BAND-LOW = (W_B - 1) * 5
                   COMPUTE W_BAND-HIGH = W_BAND-LOW + 4
                   STRING W_BAND-LOW '-' W_BAND-HIGH
                       DELIMITED BY SIZE
                       INTO RO_BAND
                   END-STRING
           END-EVALUATE.
           IF W_LN-FLAG(1) = SPACE
               MOVE W_LN-COUNT(1) TO RO_COUNT
               MOVE SPACE TO RO_FLAG
           ELSE
               MOVE 0 TO RO_COUNT
               MOVE 'S' TO RO_FLAG
               ADD 1 TO W_SUPPRESSED-COUNT
               IF W_LN-FLAG(1) = 'P'
                   ADD 1 TO W_PRIMARY-COUNT
               ELSE
                   ADD 1 TO W_COMPLEMENT-COUNT
               END-IF
           END-IF.
           WRITE RO_RETURN-REC.
           ADD 1 TO W_DETAIL-COUNT.
           ADD 1 TO W_RECORD-COUNT.
