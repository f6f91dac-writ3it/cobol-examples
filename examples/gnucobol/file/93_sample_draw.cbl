      * Run as: 93_sample_draw [yyyymmdd] [per-branch]
      *                          (default today, 10 per branch)
      * Validation catches malformed data, not plausible-but-wrong
      * data - a mistyped birth year or the wrong street number sails
      * through every edit. This draws a random sample of live
      * persons (Pending, Active, Suspended) from every person file
      * branch_profiles.ctl lists (HQ is the unprefixed output.dat,
      * as in 91_BRANCH_DUPLICATES; no branch_profiles.ctl samples
      * output.dat alone), with each one's address.dat entry, for
      * the clerks to check against the paper registration forms:
      *     sample_sheet_<date>.txt    the printed verification
      *                                sheet, one block per person,
      *                                on the standard report page
      *                                (see REPORT-PAGE.cpy)
      *     sample_results_<date>.txt  the results file the clerks
      *                                fill in and hand to
      *                                94_SAMPLE_RESULTS - see
      *                                SAMPLE-RESULT-LINE.cpy
      * The sample is repeatable: the draw for a branch is seeded
      * off the sample date and the branch code alone, so the same
      * date over the same file draws the same persons - a lost
      * sheet is reprinted by rerunning with the date. A results
      * file already on disk for the date is never overwritten, so
      * a rerun cannot wipe out work the clerks have done.
      * Each person is shown with the operator who last changed the
      * record up to the sample date, off the OPER= of the audit
      * trail (every generation 80_AUDIT_ROTATE has closed out
      * included, see AUDIT-GENERATIONS.cpy) - UNTRACED when the
      * trail holds no change for them at all.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 93_SAMPLE_DRAW.

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
                   ACCESS IS RANDOM
                   RECORD KEY IS AD_PERSON-ID
                   FILE STATUS IS W_AD-STATUS.

               SELECT AUDIT-IN ASSIGN TO W_AG-LOG-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AL-STATUS.

      * Closed-out years of the log - see AUDIT-GENERATIONS.cpy.
               SELECT AUDIT-GENERATION-FILE ASSIGN TO
                       'audit_generations.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AG-STATUS.

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.

               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

               SELECT RESULTS-OUT ASSIGN TO W_RESULTS-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RS-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'AUDIT-GENERATION-FILE.cpy'.

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

           FD AUDIT-IN.
           01 A_AUDIT-LINE PIC X(320).

           COPY 'REPORT-PAGE-FILES.cpy'.

           FD RESULTS-OUT.
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

           WORKING-STORAGE SECTION.
               01 B_PROF-EOF PIC X(1) VALUE 'N'.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_PROF-STATUS PIC X(2).
               01 W_PI-STATUS PIC X(2).
               01 W_AD-STATUS PIC X(2).
               01 W_AL-STATUS PIC X(2).
               01 W_RS-STATUS PIC X(2).
               01 W_PERSON-FILENAME PIC X(30) VALUE SPACES.
               01 W_SHEET-FILENAME PIC X(40) VALUE SPACES.
               01 W_RESULTS-FILENAME PIC X(40) VALUE SPACES.
               01 W_CURR-BRANCH PIC X(3) VALUE SPACES.
               01 W_ARG-LINE PIC X(40) VALUE SPACES.
               01 W_ARG-1 PIC X(10) VALUE SPACES.
               01 W_ARG-2 PIC X(10) VALUE SPACES.
               01 W_SAMPLE-DATE PIC 9(8) VALUE 0.
               01 W_PER-BRANCH PIC 9(3) VALUE 10.
               01 W_KEEP-RESULTS-SW PIC X(1) VALUE 'N'.
                   88 KEEP-RESULTS VALUE 'Y'.

      * Park-Miller minimal standard generator, seeded per branch
      * off the sample date and the branch code - the same seed
      * draws the same persons on every run.
               01 W_SEED PIC 9(10) VALUE 0.
               01 W_SEED-WORK PIC 9(15) VALUE 0.
               01 W_DRAW PIC 9(7) VALUE 0.

      * Selection sampling: with W_ELIGIBLE live persons on the
      * branch file, each one is taken with chance (still wanted) /
      * (still to come), so exactly W_PER-BRANCH are drawn in one
      * pass in file order (all of them when the branch has fewer).
               01 W_ELIGIBLE PIC 9(7) VALUE 0.
               01 W_SEEN PIC 9(7) VALUE 0.
               01 W_REMAINING PIC 9(7) VALUE 0.
               01 W_WANTED PIC 9(3) VALUE 0.
               01 W_CHOSEN PIC 9(3) VALUE 0.

               01 W_SAMPLE-TABLE.
                   02 W_SAMPLE-ENTRY OCCURS 500 TIMES.
                       03 W_S-BRANCH PIC X(3).
                       03 W_S-ID PIC 9(6).
                       03 W_S-NAME PIC X(16).
                       03 W_S-SURNAME PIC X(25).
                       03 W_S-BIRTH-DATE PIC 9(8).
                       03 W_S-BIRTH-QUALITY PIC X(1).
                       03 W_S-STATUS PIC X(1).
                       03 W_S-HAS-ADDRESS PIC X(1).
                       03 W_S-STREET PIC X(30).
                       03 W_S-CITY PIC X(20).
                       03 W_S-POSTAL-CODE PIC X(10).
                       03 W_S-PHONE PIC X(15).
                       03 W_S-OPERATOR PIC X(8).
               01 W_SAMPLE-COUNT PIC 9(3) VALUE 0.
               01 W_SUB PIC 9(3) VALUE 0.
               01 W_BRANCH-COUNT PIC 9(2) VALUE 0.
               01 W_SKIPPED-COUNT PIC 9(2) VALUE 0.
               01 W_TRACED-COUNT PIC 9(3) VALUE 0.

      * One audit line taken apart - the fixed columns from KEY= on
      * are those AUDIT-TRAIL.cpy builds: key 1-20, before image
      * 30-109, after image 119-198, OPER= at 199.
               01 W_LOG-HEADER PIC X(100) VALUE SPACES.
               01 W_LOG-REMAINDER PIC X(240) VALUE SPACES.
               01 W_LOG-ID PIC 9(6) VALUE 0.

      * One field line of the printed sheet.
               01 W_FIELD-LABEL PIC X(14) VALUE SPACES.
               01 W_FIELD-VALUE PIC X(30) VALUE SPACES.
               01 W_FIELD-CHECK-SW PIC X(1) VALUE 'Y'.
                   88 FIELD-TO-CHECK VALUE 'Y'.
               01 W_BIRTH-SHOWN PIC X(30) VALUE SPACES.

      * Generation walk (see AUDIT-GENERATIONS.cpy).
               COPY 'AUDIT-GENERATIONS-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.

           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
               INTO W_ARG-1 W_ARG-2
           END-UNSTRING.
           IF W_ARG-1(1:8) IS NUMERIC
               MOVE W_ARG-1(1:8) TO W_SAMPLE-DATE
           ELSE
               ACCEPT W_SAMPLE-DATE FROM DATE YYYYMMDD
           END-IF.
           IF W_ARG-2 NOT = SPACES
               IF FUNCTION TRIM(W_ARG-2) IS NUMERIC
                   MOVE FUNCTION NUMVAL(W_ARG-2) TO W_PER-BRANCH
               ELSE
                   MOVE 0 TO W_PER-BRANCH
               END-IF
               IF W_PER-BRANCH < 1 OR W_PER-BRANCH > 50
                   DISPLAY '** per-branch sample must be 1 to 50 - '
                       'the default of 10 applies'
                   MOVE 10 TO W_PER-BRANCH
               END-IF
           END-IF.

           STRING 'sample_sheet_' W_SAMPLE-DATE '.txt'
               DELIMITED BY SIZE
               INTO W_SHEET-FILENAME.
           STRING 'sample_results_' W_SAMPLE-DATE '.txt'
               DELIMITED BY SIZE
               INTO W_RESULTS-FILENAME.

      * Draw every branch, then fill in addresses and last-changed
      * operators for the persons drawn.
           OPEN INPUT PROFILE-CONTROL.
           IF W_PROF-STATUS = '00'
               MOVE 'N' TO B_PROF-EOF
               PERFORM UNTIL B_PROF-EOF = 'Y'
                   READ PROFILE-CONTROL
                       AT END MOVE 'Y' TO B_PROF-EOF
                       NOT AT END
                           IF PC_BRANCH-LINE NOT = SPACES
                               MOVE PC_BRANCH-LINE(1:3)
                                   TO W_CURR-BRANCH
                               PERFORM DRAW-ONE-BRANCH-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILE-CONTROL
           ELSE
               MOVE 'HQ' TO W_CURR-BRANCH
               PERFORM DRAW-ONE-BRANCH-SECTION
           END-IF.

           PERFORM FILL-ADDRESSES-SECTION.

           PERFORM FIRST-AUDIT-FILE-SECTION.
           PERFORM UNTIL NO-MORE-AUDIT-FILES
               PERFORM READ-AUDIT-FILE-SECTION
               PERFORM NEXT-AUDIT-FILE-SECTION
           END-PERFORM.

           PERFORM WRITE-SHEET-SECTION.

      * The clerks' results file is written once per sample date.
           OPEN INPUT RESULTS-OUT.
           IF W_RS-STATUS = '00'
               CLOSE RESULTS-OUT
               MOVE 'Y' TO W_KEEP-RESULTS-SW
               DISPLAY FUNCTION TRIM(W_RESULTS-FILENAME)
                   ' already on disk - left as it is'
           ELSE
               PERFORM WRITE-RESULTS-SECTION
           END-IF.

           DISPLAY 'Sample date                : 'W_SAMPLE-DATE.
           DISPLAY 'Branch files sampled       : 'W_BRANCH-COUNT.
           DISPLAY 'Branch files not readable  : 'W_SKIPPED-COUNT.
           DISPLAY 'Persons drawn              : 'W_SAMPLE-COUNT.
           DISPLAY '  last change traced       : 'W_TRACED-COUNT.
           DISPLAY 'Verification sheet         : '
               FUNCTION TRIM(W_SHEET-FILENAME).
           IF NOT KEEP-RESULTS
               DISPLAY 'Results file for the clerks: '
                   FUNCTION TRIM(W_RESULTS-FILENAME)
           END-IF.

           MOVE '93_SAMPLE_DRAW' TO W_TRAILER-PROGRAM.
           MOVE W_SAMPLE-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'AUDIT-GENERATIONS.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * One branch file: counted once for the live population, then
      * drawn in a second pass - a file that cannot open is named
      * and skipped.
       DRAW-ONE-BRANCH-SECTION SECTION.
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
               DISPLAY '** 'FUNCTION TRIM(W_PERSON-FILENAME)
                   ' not readable (status 'W_PI-STATUS') - branch '
                   W_CURR-BRANCH' not sampled'
               ADD 1 TO W_SKIPPED-COUNT
               GO TO DRAW-ONE-BRANCH-EXIT
           END-IF.
           ADD 1 TO W_BRANCH-COUNT.
           MOVE 0 TO W_ELIGIBLE.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PERSON-IN NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF FI_PERSON-ACTIVE OR FI_PERSON-PENDING
                          OR FI_PERSON-SUSPENDED
                           ADD 1 TO W_ELIGIBLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERSON-IN.

           IF W_ELIGIBLE = 0
               GO TO DRAW-ONE-BRANCH-EXIT
           END-IF.
           IF W_SAMPLE-COUNT + W_PER-BRANCH > 500
               DISPLAY '** sample table full - branch '
                   W_CURR-BRANCH' not sampled'
               ADD 1 TO W_SKIPPED-COUNT
               GO TO DRAW-ONE-BRANCH-EXIT
           END-IF.

           COMPUTE W_SEED = FUNCTION MOD(
               W_SAMPLE-DATE * 7
               + FUNCTION ORD(W_CURR-BRANCH(1:1)) * 961
               + FUNCTION ORD(W_CURR-BRANCH(2:1)) * 31
               + FUNCTION ORD(W_CURR-BRANCH(3:1)),
               2147483646) + 1.
           PERFORM NEXT-RANDOM-SECTION.

           MOVE 0 TO W_SEEN W_CHOSEN.
           MOVE W_PER-BRANCH TO W_WANTED.
           OPEN INPUT PERSON-IN.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PERSON-IN NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF FI_PERSON-ACTIVE OR FI_PERSON-PENDING
                          OR FI_PERSON-SUSPENDED
                           PERFORM CONSIDER-PERSON-SECTION
                           IF W_CHOSEN = W_WANTED
                               MOVE 'Y' TO B_EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERSON-IN.

       DRAW-ONE-BRANCH-EXIT.
           EXIT.

      * The next number off the generator into W_SEED.
       NEXT-RANDOM-SECTION SECTION.
           COMPUTE W_SEED-WORK = W_SEED * 16807.
           COMPUTE W_SEED = FUNCTION MOD(W_SEED-WORK, 2147483647).

       CONSIDER-PERSON-SECTION SECTION.
           COMPUTE W_REMAINING = W_ELIGIBLE - W_SEEN.
           ADD 1 TO W_SEEN.
           PERFORM NEXT-RANDOM-SECTION.
           COMPUTE W_DRAW = FUNCTION MOD(W_SEED, W_REMAINING).
           IF W_DRAW >= W_WANTED - W_CHOSEN
               GO TO CONSIDER-PERSON-EXIT
           END-IF.

           ADD 1 TO W_CHOSEN.
           ADD 1 TO W_SAMPLE-COUNT.
           MOVE W_CURR-BRANCH TO W_S-BRANCH(W_SAMPLE-COUNT).
           MOVE FI_PERSON-ID TO W_S-ID(W_SAMPLE-COUNT).
           MOVE FI_PERSON-NAME TO W_S-NAME(W_SAMPLE-COUNT).
           MOVE FI_PERSON-SURNAME TO W_S-SURNAME(W_SAMPLE-COUNT).
           MOVE FI_PERSON-BIRTH-DATE
               TO W_S-BIRTH-DATE(W_SAMPLE-COUNT).
           MOVE FI_PERSON-BIRTH-QUALITY
               TO W_S-BIRTH-QUALITY(W_SAMPLE-COUNT).
           MOVE FI_PERSON-STATUS TO W_S-STATUS(W_SAMPLE-COUNT).
           MOVE 'N' TO W_S-HAS-ADDRESS(W_SAMPLE-COUNT).
           MOVE SPACES TO W_S-STREET(W_SAMPLE-COUNT)
                          W_S-CITY(W_SAMPLE-COUNT)
                          W_S-POSTAL-CODE(W_SAMPLE-COUNT)
                          W_S-PHONE(W_SAMPLE-COUNT).
           MOVE 'UNTRACED' TO W_S-OPERATOR(W_SAMPLE-COUNT).

       CONSIDER-PERSON-EXIT.
           EXIT.

      * address.dat is shared by every branch - one lookup per
      * person drawn; no file means nobody has an address yet.
       FILL-ADDRESSES-SECTION SECTION.
           OPEN INPUT ADDRESS-FILE.
           IF W_AD-STATUS NOT = '00'
               GO TO FILL-ADDRESSES-EXIT
           END-IF.
           PERFORM VARYING W_SUB FROM 1 BY 1
                   UNTIL W_SUB > W_SAMPLE-COUNT
               MOVE W_S-ID(W_SUB) TO AD_PERSON-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO W_S-HAS-ADDRESS(W_SUB)
                       MOVE AD_STREET TO W_S-STREET(W_SUB)
                       MOVE AD_CITY TO W_S-CITY(W_SUB)
                       MOVE AD_POSTAL-CODE TO W_S-POSTAL-CODE(W_SUB)
                       MOVE AD_PHONE TO W_S-PHONE(W_SUB)
               END-READ
           END-PERFORM.
           CLOSE ADDRESS-FILE.

       FILL-ADDRESSES-EXIT.
           EXIT.

      * One file of the generation walk; a generation that will not
      * open is named, and the walk goes on.
       READ-AUDIT-FILE-SECTION SECTION.
           OPEN INPUT AUDIT-IN.
           IF W_AL-STATUS NOT = '00'
               IF NOT AUDIT-WALK-ON-LIVE
                   DISPLAY '** audit generation '
                       FUNCTION TRIM(W_AG-LOG-FILENAME)
                       ' could not be read'
               END-IF
               GO TO READ-AUDIT-FILE-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ AUDIT-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM TAKE-AUDIT-LINE-SECTION
               END-READ
           END-PERFORM.
           CLOSE AUDIT-IN.

       READ-AUDIT-FILE-EXIT.
           EXIT.

      * A change to a person drawn - keyed on the ID, with the
      * person's own record (master, address, household ...) as the
      * before or after image - on or before the sample date. The
      * walk runs oldest first, so the last one seen is the last
      * change made.
       TAKE-AUDIT-LINE-SECTION SECTION.
           IF A_AUDIT-LINE(1:8) IS NOT NUMERIC
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.
           IF A_AUDIT-LINE(1:8) > W_SAMPLE-DATE
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.
           MOVE SPACES TO W_LOG-HEADER W_LOG-REMAINDER.
           UNSTRING A_AUDIT-LINE DELIMITED BY ' KEY='
               INTO W_LOG-HEADER W_LOG-REMAINDER
           END-UNSTRING.
           IF W_LOG-REMAINDER(199:7) NOT = '] OPER='
               OR W_LOG-REMAINDER(206:8) = SPACES
               OR W_LOG-REMAINDER(1:6) IS NOT NUMERIC
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.
           IF W_LOG-REMAINDER(30:6) NOT = W_LOG-REMAINDER(1:6)
               AND W_LOG-REMAINDER(119:6) NOT = W_LOG-REMAINDER(1:6)
               GO TO TAKE-AUDIT-LINE-EXIT
           END-IF.
           MOVE W_LOG-REMAINDER(1:6) TO W_LOG-ID.
           PERFORM VARYING W_SUB FROM 1 BY 1
                   UNTIL W_SUB > W_SAMPLE-COUNT
               IF W_S-ID(W_SUB) = W_LOG-ID
                   IF W_S-OPERATOR(W_SUB) = 'UNTRACED'
                       ADD 1 TO W_TRACED-COUNT
                   END-IF
                   MOVE W_LOG-REMAINDER(206:8)
                       TO W_S-OPERATOR(W_SUB)
               END-IF
           END-PERFORM.

       TAKE-AUDIT-LINE-EXIT.
           EXIT.

      * The printed sheet - one block per person, every field with
      * its two boxes, a field with nothing on file shown as such.
       WRITE-SHEET-SECTION SECTION.
           STRING 'MEMBER DATA VERIFICATION SAMPLE - ' DELIMITED BY SIZE
                  W_SAMPLE-DATE DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '93_SAMPLE_DRAW' TO W_RP-PROGRAM.
           MOVE W_SHEET-FILENAME TO W_RP-PRINT-FILENAME.
           MOVE 'ALL' TO W_RP-BRANCH.
           PERFORM REPORT-OPEN-SECTION.
           MOVE 'Check every field against the paper registration '
               TO W_RP-LINE.
           MOVE 'form and tick one box.' TO W_RP-LINE(51:22).
           PERFORM REPORT-LINE-SECTION.
           MOVE SPACES TO W_RP-LINE.
           STRING 'Enter the results on ' DELIMITED BY SIZE
                  W_RESULTS-FILENAME DELIMITED BY SPACE
                  ' (C correct, W wrong) for 94_sample_results.'
                      DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           PERFORM VARYING W_SUB FROM 1 BY 1
                   UNTIL W_SUB > W_SAMPLE-COUNT
               PERFORM WRITE-SHEET-BLOCK-SECTION
           END-PERFORM.

           PERFORM REPORT-LINE-SECTION.
           STRING W_SAMPLE-COUNT DELIMITED BY SIZE
                  ' person(s) from ' DELIMITED BY SIZE
                  W_BRANCH-COUNT DELIMITED BY SIZE
                  ' branch file(s)' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_SAMPLE-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

       WRITE-SHEET-BLOCK-SECTION SECTION.
           PERFORM REPORT-LINE-SECTION.
           STRING W_S-BRANCH(W_SUB) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  W_S-ID(W_SUB) DELIMITED BY SIZE
                  '   status ' DELIMITED BY SIZE
                  W_S-STATUS(W_SUB) DELIMITED BY SIZE
                  '   last changed by ' DELIMITED BY SIZE
                  W_S-OPERATOR(W_SUB) DELIMITED BY SPACE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           MOVE 'Given name' TO W_FIELD-LABEL.
           MOVE W_S-NAME(W_SUB) TO W_FIELD-VALUE.
           PERFORM WRITE-FIELD-LINE-SECTION.
           MOVE 'Surname' TO W_FIELD-LABEL.
           MOVE W_S-SURNAME(W_SUB) TO W_FIELD-VALUE.
           PERFORM WRITE-FIELD-LINE-SECTION.

           MOVE SPACES TO W_BIRTH-SHOWN.
           IF W_S-BIRTH-QUALITY(W_SUB) = 'Y'
               STRING W_S-BIRTH-DATE(W_SUB)(1:4) DELIMITED BY SIZE
                      ' (year only)' DELIMITED BY SIZE
                   INTO W_BIRTH-SHOWN
               END-STRING
           ELSE
               STRING W_S-BIRTH-DATE(W_SUB)(1:4) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      W_S-BIRTH-DATE(W_SUB)(5:2) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      W_S-BIRTH-DATE(W_SUB)(7:2) DELIMITED BY SIZE
                   INTO W_BIRTH-SHOWN
               END-STRING
           END-IF.
           MOVE 'Birth date' TO W_FIELD-LABEL.
           MOVE W_BIRTH-SHOWN TO W_FIELD-VALUE.
           PERFORM WRITE-FIELD-LINE-SECTION.

           MOVE 'Street' TO W_FIELD-LABEL.
           MOVE W_S-STREET(W_SUB) TO W_FIELD-VALUE.
           PERFORM WRITE-FIELD-LINE-SECTION.
           MOVE 'City' TO W_FIELD-LABEL.
           MOVE W_S-CITY(W_SUB) TO W_FIELD-VALUE.
           PERFORM WRITE-FIELD-LINE-SECTION.
           MOVE 'Postal code' TO W_FIELD-LABEL.
           MOVE W_S-POSTAL-CODE(W_SUB) TO W_FIELD-VALUE.
           PERFORM WRITE-FIELD-LINE-SECTION.
           MOVE 'Phone' TO W_FIELD-LABEL.
           MOVE W_S-PHONE(W_SUB) TO W_FIELD-VALUE.
           PERFORM WRITE-FIELD-LINE-SECTION.

           MOVE '   Checked by ________   on ________' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

       WRITE-FIELD-LINE-SECTION SECTION.
           MOVE SPACES TO W_RP-LINE.
           MOVE W_FIELD-LABEL TO W_RP-LINE(4:14).
           MOVE ': ' TO W_RP-LINE(18:2).
           IF W_FIELD-VALUE = SPACES
               MOVE '(nothing on file)' TO W_RP-LINE(20:17)
           ELSE
               MOVE W_FIELD-VALUE TO W_RP-LINE(20:30)
               MOVE '[ ] correct   [ ] wrong' TO W_RP-LINE(52:23)
           END-IF.
           PERFORM REPORT-LINE-SECTION.

      * The clerks' file - every flag '.' to be filled in, '-' for
      * a field with nothing on file to check.
       WRITE-RESULTS-SECTION SECTION.
           OPEN OUTPUT RESULTS-OUT.
           MOVE SPACES TO SL_RESULT-LINE.
           STRING '* Results for the ' DELIMITED BY SIZE
                  W_SAMPLE-DATE DELIMITED BY SIZE
                  ' sample: set each . flag to C (correct) or W'
                      DELIMITED BY SIZE
               INTO SL_RESULT-LINE
           END-STRING.
           WRITE SL_RESULT-LINE.
           MOVE '* (wrong), leave - alone, and put your operator ID '
               TO SL_RESULT-LINE.
           MOVE 'after the flags.' TO SL_RESULT-LINE(52:16).
           WRITE SL_RESULT-LINE.
           MOVE '* Flags: name, surname, birth date, street, city, '
               TO SL_RESULT-LINE.
           MOVE 'postal code, phone.' TO SL_RESULT-LINE(52:19).
           WRITE SL_RESULT-LINE.
           MOVE '*DATE    BR  ID     LAST-OP  FLAGS   CLERK    SURNAME'
               TO SL_RESULT-LINE.
           WRITE SL_RESULT-LINE.

           PERFORM VARYING W_SUB FROM 1 BY 1
                   UNTIL W_SUB > W_SAMPLE-COUNT
               MOVE SPACES TO SL_RESULT-LINE
               MOVE W_SAMPLE-DATE TO SL_SAMPLE-DATE
               MOVE W_S-BRANCH(W_SUB) TO SL_BRANCH
               MOVE W_S-ID(W_SUB) TO SL_PERSON-ID
               MOVE W_S-OPERATOR(W_SUB) TO SL_OPERATOR
               MOVE '.......' TO SL_FLAGS
               IF W_S-NAME(W_SUB) = SPACES
                   MOVE '-' TO SL_FLAG(1)
               END-IF
               IF W_S-SURNAME(W_SUB) = SPACES
                   MOVE '-' TO SL_FLAG(2)
               END-IF
               IF W_S-STREET(W_SUB) = SPACES
                   MOVE '-' TO SL_FLAG(4)
               END-IF
               IF W_S-CITY(W_SUB) = SPACES
                   MOVE '-' TO SL_FLAG(5)
               END-IF
               IF W_S-POSTAL-CODE(W_SUB) = SPACES
                   MOVE '-' TO SL_FLAG(6)
               END-IF
               IF W_S-PHONE(W_SUB) = SPACES
                   MOVE '-' TO SL_FLAG(7)
               END-IF
               MOVE W_S-SURNAME(W_SUB) TO SL_SURNAME
               WRITE SL_RESULT-LINE
           END-PERFORM.
           CLOSE RESULTS-OUT.
