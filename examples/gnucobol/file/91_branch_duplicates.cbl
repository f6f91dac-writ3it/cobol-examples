      * Run as: 91_branch_duplicates
      * 04_DUP_CHECK looks inside one feed and 14_MERGE_PERSON inside
      * one file, and since the branches got their own person sets
      * (see BRANCH-PROFILE.cpy) the same person can register at KRA
      * and at WAW without anything noticing. This reads every
      * person file branch_profiles.ctl lists (HQ is the unprefixed
      * output.dat, as in 48_BRANCH_CENSUS) and pairs up live
      * persons - Pending, Active, Suspended - with a full birth
      * date, across branches, on:
      *     surname soundex (09_SOUNDEX, Polish-folded)   required
      *     full birth date                               required
      *     given name (folded through 11_POLISH_FOLD)    +30 same,
      *                                                   +15 same
      *                                                   first 3
      *                                                   letters,
      *                                                   else no
      *                                                   pair
      *     folded surname spelt the same                 +20
      * on a base of 50, so a pair scores 65 to 100.
      * Each pair goes onto the register xbranch_pairs.dat (see
      * BRANCH-PAIR-RECORD.cpy), and while it is OPEN onto
      * xbranch_exceptions.txt, which 44_WORKLIST_UPDATE files as
      * source XBRANCH for the branches to work. The reviewer
      * closes the item in 45_WORKLIST with a note beginning SAME
      * (confirmed) or DIFFERENT (not the same person - never
      * raised again); the next run carries that onto the register.
      * Any other note leaves the pair open and the item comes back.
      * Confirmed pairs are listed on xbranch_confirmed.txt, the
      * lower ID (the earlier registration) kept:
      *     1-3   surviving branch      5-10  surviving ID
      *     12-14 duplicate's branch    16-21 duplicate's ID
      *     23-30 TRANSFER - the duplicate is still on another
      *           branch's file and must be moved across first
      *           MERGE    - both on one file; 14_MERGE_PERSON under
      *           that branch's COBOLFILE_BRANCH
      *     32-56 surname
      * A merged duplicate is no longer live and drops off the list.
      * xbranch_review_<date>.txt is the night's full listing.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 91_BRANCH_DUPLICATES.

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

               SELECT F-WORK ASSIGN TO W_WORK-FILENAME.

      * Cross-branch pair register - see BRANCH-PAIR-RECORD.cpy.
               SELECT PAIR-FILE ASSIGN TO 'xbranch_pairs.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS XP_PAIR-KEY
                   FILE STATUS IS W_XP-STATUS.

      * Read only - the reviewers' decisions on the XBRANCH items.
               SELECT WORKLIST-FILE ASSIGN TO
                       'exceptions_worklist.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS WL_EXCEPTION-ID
                   FILE STATUS IS W_WL-STATUS.

               SELECT EXCEPTIONS-OUT ASSIGN TO
                       'xbranch_exceptions.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT CONFIRMED-OUT ASSIGN TO 'xbranch_confirmed.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.

               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

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

           SD F-WORK.
               01 WORK-ENTRY.
                   02 WO_SOUNDEX PIC X(4).
                   02 WO_BIRTH-DATE PIC 9(8).
                   02 WO_BRANCH PIC X(3).
                   02 WO_PERSON-ID PIC 9(6).
                   02 WO_NAME PIC X(16).
                   02 WO_SURNAME PIC X(25).
                   02 WO_FOLD-NAME PIC X(16).
                   02 WO_FOLD-SURNAME PIC X(25).

           FD PAIR-FILE.
           COPY 'BRANCH-PAIR-RECORD.cpy'
               REPLACING PREFIX-PAIR-KEY BY XP_PAIR-KEY
                         PREFIX-LOW-ID BY XP_LOW-ID
                         PREFIX-HIGH-ID BY XP_HIGH-ID
                         PREFIX-LOW-BRANCH BY XP_LOW-BRANCH
                         PREFIX-HIGH-BRANCH BY XP_HIGH-BRANCH
                         PREFIX-SCORE BY XP_SCORE
                         PREFIX-FIRST-FOUND BY XP_FIRST-FOUND
                         PREFIX-STATE BY XP_STATE
                         PREFIX-OPEN BY XP_OPEN
                         PREFIX-CONFIRMED BY XP_CONFIRMED
                         PREFIX-DIFFERENT BY XP_DIFFERENT
                         PREFIX-DECIDED-ON BY XP_DECIDED-ON
                         PREFIX-DECIDED-BY BY XP_DECIDED-BY
                         PREFIX BY XP_PAIR.

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

           FD EXCEPTIONS-OUT.
           01 EX_EXCEPTION-REC PIC X(100).

           FD CONFIRMED-OUT.
           01 CX_CONFIRMED-LINE PIC X(60).

           COPY 'REPORT-PAGE-FILES.cpy'.

           WORKING-STORAGE SECTION.
               01 B_PROF-EOF PIC X(1) VALUE 'N'.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_PROF-STATUS PIC X(2).
               01 W_PI-STATUS PIC X(2).
               01 W_XP-STATUS PIC X(2).
               01 W_WL-STATUS PIC X(2).
               01 W_PERSON-FILENAME PIC X(30) VALUE SPACES.
               01 W_REPORT-FILENAME PIC X(40) VALUE SPACES.
               01 W_CURR-BRANCH PIC X(3) VALUE SPACES.
               01 W_TODAY PIC 9(8) VALUE 0.

      * Unique-per-run sort work file name, the 01_SORT idiom.
               01 W_WORK-FILENAME PIC X(30) VALUE SPACES.
               01 W_RUN-TIME PIC 9(8).
               01 W_DELETE-RC PIC 9(9) VALUE 0.

      * Folding and soundex (see 11_POLISH_FOLD.cbl, 09_SOUNDEX.cbl).
               01 W_FOLD-REQUEST PIC X(8) VALUE 'FOLD'.
               01 W_FOLD-IN PIC X(25) VALUE SPACES.
               01 W_FOLD-OUT PIC X(50) VALUE SPACES.
               01 W_FOLD-STATUS PIC X(1) VALUE '0'.

      * One soundex-and-birth-date group off the sort, compared
      * pairwise at the break.
               01 W_GROUP-TABLE.
                   02 W_GROUP-ENTRY OCCURS 50 TIMES.
                       03 W_G-BRANCH PIC X(3).
                       03 W_G-ID PIC 9(6).
                       03 W_G-NAME PIC X(16).
                       03 W_G-SURNAME PIC X(25).
                       03 W_G-FOLD-NAME PIC X(16).
                       03 W_G-FOLD-SURNAME PIC X(25).
               01 W_GROUP-COUNT PIC 9(3) VALUE 0.
               01 W_GROUP-SOUNDEX PIC X(4) VALUE SPACES.
               01 W_GROUP-BIRTH-DATE PIC 9(8) VALUE 0.
               01 W_SUB-1 PIC 9(3) VALUE 0.
               01 W_SUB-2 PIC 9(3) VALUE 0.
               01 W_LOW-SUB PIC 9(3) VALUE 0.
               01 W_HIGH-SUB PIC 9(3) VALUE 0.
               01 W_SCORE PIC 9(3) VALUE 0.
               01 W_NAME-POINTS PIC 9(3) VALUE 0.
               01 W_ACTION PIC X(8) VALUE SPACES.
               01 W_NOTE-WORD PIC X(12) VALUE SPACES.

      * The worklist text, word by word, as this program writes it.
               01 W_WL-WORDS.
                   02 W_WL-LABEL PIC X(12).
                   02 W_WL-BRANCH-1 PIC X(3).
                   02 W_WL-ID-1 PIC X(6).
                   02 W_WL-BRANCH-2 PIC X(3).
                   02 W_WL-ID-2 PIC X(6).

               01 W_READ-COUNT PIC 9(7) VALUE 0.
               01 W_BRANCH-COUNT PIC 9(2) VALUE 0.
               01 W_PAIR-COUNT PIC 9(6) VALUE 0.
               01 W_NEW-COUNT PIC 9(6) VALUE 0.
               01 W_OPEN-COUNT PIC 9(6) VALUE 0.
               01 W_CONFIRMED-COUNT PIC 9(6) VALUE 0.
               01 W_DIFFERENT-COUNT PIC 9(6) VALUE 0.
               01 W_DECIDED-COUNT PIC 9(6) VALUE 0.
               01 W_OVERFLOW-COUNT PIC 9(6) VALUE 0.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_RUN-TIME FROM TIME.
           STRING 'xbranch_work_' W_TODAY W_RUN-TIME '.tmp'
               DELIMITED BY SIZE
               INTO W_WORK-FILENAME.
           STRING 'xbranch_review_' W_TODAY '.txt'
               DELIMITED BY SIZE
               INTO W_REPORT-FILENAME.

           OPEN INPUT PROFILE-CONTROL.
           IF W_PROF-STATUS NOT = '00'
               DISPLAY '** no branch_profiles.ctl on file - one '
                   'branch code per line, HQ for the head-office '
                   'set'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE PROFILE-CONTROL.

           OPEN I-O PAIR-FILE.
           IF W_XP-STATUS = '35'
               OPEN OUTPUT PAIR-FILE
               CLOSE PAIR-FILE
               OPEN I-O PAIR-FILE
           END-IF.
           IF W_XP-STATUS NOT = '00'
               DISPLAY '** xbranch_pairs.dat open failed (status '
                   W_XP-STATUS')'
               MOVE '91_BRANCH_DUPLICATES' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM TAKE-DECISIONS-SECTION.

           OPEN OUTPUT EXCEPTIONS-OUT.
           OPEN OUTPUT CONFIRMED-OUT.
           MOVE SPACES TO W_RP-TITLE.
           STRING 'CROSS-BRANCH DUPLICATE REVIEW - ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '91_BRANCH_DUPLICATES' TO W_RP-PROGRAM.
           MOVE W_REPORT-FILENAME TO W_RP-PRINT-FILENAME.
           MOVE 'ALL' TO W_RP-BRANCH.
           PERFORM REPORT-OPEN-SECTION.
           PERFORM WRITE-REPORT-HEADER-SECTION.

           SORT F-WORK ON ASCENDING KEY WO_SOUNDEX
                         ON ASCENDING KEY WO_BIRTH-DATE
                         ON ASCENDING KEY WO_PERSON-ID
               INPUT PROCEDURE IS SELECT-LIVE-PERSONS-SECTION
               OUTPUT PROCEDURE IS PAIR-UP-GROUPS-SECTION.

           CALL 'CBL_DELETE_FILE' USING W_WORK-FILENAME.
           MOVE RETURN-CODE TO W_DELETE-RC.
           MOVE 0 TO RETURN-CODE.

           PERFORM REPORT-LINE-SECTION.
           STRING W_READ-COUNT DELIMITED BY SIZE
                  ' persons read from ' DELIMITED BY SIZE
                  W_BRANCH-COUNT DELIMITED BY SIZE
                  ' branch file(s), ' DELIMITED BY SIZE
                  W_PAIR-COUNT DELIMITED BY SIZE
                  ' pair(s): ' DELIMITED BY SIZE
                  W_OPEN-COUNT DELIMITED BY SIZE
                  ' open, ' DELIMITED BY SIZE
                  W_CONFIRMED-COUNT DELIMITED BY SIZE
                  ' confirmed, ' DELIMITED BY SIZE
                  W_DIFFERENT-COUNT DELIMITED BY SIZE
                  ' different' DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           IF W_OVERFLOW-COUNT > 0
               STRING '** ' DELIMITED BY SIZE
                      W_OVERFLOW-COUNT DELIMITED BY SIZE
                      ' person(s) past 50 in one soundex and birth '
                          DELIMITED BY SIZE
                      'date group were not compared' DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
           END-IF.

           CLOSE PAIR-FILE.
           CLOSE EXCEPTIONS-OUT.
           CLOSE CONFIRMED-OUT.
           MOVE W_PAIR-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           DISPLAY 'Persons compared           : 'W_READ-COUNT.
           DISPLAY 'Branch files read          : 'W_BRANCH-COUNT.
           DISPLAY 'Decisions taken in         : 'W_DECIDED-COUNT.
           DISPLAY 'Cross-branch pairs         : 'W_PAIR-COUNT.
           DISPLAY '  new tonight              : 'W_NEW-COUNT.
           DISPLAY '  open for review          : 'W_OPEN-COUNT.
           DISPLAY '  confirmed, not yet merged: 'W_CONFIRMED-COUNT.
           DISPLAY 'Review listing             : '
               FUNCTION TRIM(W_REPORT-FILENAME).

           MOVE '91_BRANCH_DUPLICATES' TO W_TRAILER-PROGRAM.
           MOVE W_READ-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * The reviewers' verdicts: every resolved XBRANCH item whose
      * pair is still OPEN takes the first word of its note -
      * SAME confirms, DIFFERENT rules the pair out for good.
       TAKE-DECISIONS-SECTION SECTION.
           OPEN INPUT WORKLIST-FILE.
           IF W_WL-STATUS NOT = '00'
               GO TO TAKE-DECISIONS-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ WORKLIST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF WL_SOURCE = 'XBRANCH' AND WL_RESOLVED
                           PERFORM TAKE-ONE-DECISION-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORKLIST-FILE.
           MOVE 'N' TO B_EOF.

       TAKE-DECISIONS-EXIT.
           EXIT.

       TAKE-ONE-DECISION-SECTION SECTION.
           MOVE SPACES TO W_WL-WORDS.
           UNSTRING WL_TEXT DELIMITED BY ALL SPACE
               INTO W_WL-LABEL, W_WL-BRANCH-1, W_WL-ID-1,
                    W_WL-BRANCH-2, W_WL-ID-2
           END-UNSTRING.
           IF W_WL-ID-1 IS NOT NUMERIC OR W_WL-ID-2 IS NOT NUMERIC
               GO TO TAKE-ONE-DECISION-EXIT
           END-IF.
           MOVE W_WL-ID-1 TO XP_LOW-ID.
           MOVE W_WL-ID-2 TO XP_HIGH-ID.
           READ PAIR-FILE
               INVALID KEY
                   GO TO TAKE-ONE-DECISION-EXIT
           END-READ.
           IF NOT XP_OPEN
               GO TO TAKE-ONE-DECISION-EXIT
           END-IF.

           MOVE SPACES TO W_NOTE-WORD.
           UNSTRING FUNCTION UPPER-CASE(WL_NOTE) DELIMITED BY ALL SPACE
               INTO W_NOTE-WORD
           END-UNSTRING.
           EVALUATE W_NOTE-WORD
               WHEN 'SAME'
                   MOVE 'C' TO XP_STATE
               WHEN 'DIFFERENT'
                   MOVE 'D' TO XP_STATE
               WHEN OTHER
                   GO TO TAKE-ONE-DECISION-EXIT
           END-EVALUATE.
           MOVE WL_RESOLVED-ON TO XP_DECIDED-ON.
           MOVE WL_OWNER TO XP_DECIDED-BY.
           REWRITE XP_PAIR
               INVALID KEY
                   GO TO TAKE-ONE-DECISION-EXIT
           END-REWRITE.
           ADD 1 TO W_DECIDED-COUNT.

       TAKE-ONE-DECISION-EXIT.
           EXIT.

       WRITE-REPORT-HEADER-SECTION SECTION.
           MOVE 'BR  ID     NAME             BR  ID     NAME'
               TO W_RP-LINE.
           MOVE 'SURNAME                   BORN      SCORE STATE'
               TO W_RP-LINE(50:47).
           PERFORM REPORT-LINE-SECTION.

      * Every branch file's live persons with a full birth date,
      * keyed on the folded surname's soundex - a branch whose file
      * cannot open is named in the listing, not silently skipped.
       SELECT-LIVE-PERSONS-SECTION SECTION.
           OPEN INPUT PROFILE-CONTROL.
           MOVE 'N' TO B_PROF-EOF.
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
           END-PERFORM.
           CLOSE PROFILE-CONTROL.

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
               STRING '** ' DELIMITED BY SIZE
                      W_PERSON-FILENAME DELIMITED BY SPACE
                      ' not readable (status ' DELIMITED BY SIZE
                      W_PI-STATUS DELIMITED BY SIZE
                      ') - branch ' DELIMITED BY SIZE
                      W_CURR-BRANCH DELIMITED BY SPACE
                      ' not compared' DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
               PERFORM REPORT-LINE-SECTION
               GO TO SELECT-ONE-BRANCH-EXIT
           END-IF.
           ADD 1 TO W_BRANCH-COUNT.

           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PERSON-IN NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF (FI_PERSON-ACTIVE OR FI_PERSON-PENDING
                           OR FI_PERSON-SUSPENDED)
                          AND FI_PERSON-BIRTH-FULL
                           PERFORM RELEASE-ONE-PERSON-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERSON-IN.

       SELECT-ONE-BRANCH-EXIT.
           EXIT.

       RELEASE-ONE-PERSON-SECTION SECTION.
           ADD 1 TO W_READ-COUNT.
           MOVE W_CURR-BRANCH TO WO_BRANCH.
           MOVE FI_PERSON-ID TO WO_PERSON-ID.
           MOVE FI_PERSON-NAME TO WO_NAME.
           MOVE FI_PERSON-SURNAME TO WO_SURNAME.
           MOVE FI_PERSON-BIRTH-DATE TO WO_BIRTH-DATE.
           CALL '09_SOUNDEX' USING FI_PERSON-SURNAME, WO_SOUNDEX.

           MOVE FI_PERSON-SURNAME TO W_FOLD-IN.
           CALL '11_POLISH_FOLD' USING W_FOLD-REQUEST, W_FOLD-IN,
               W_FOLD-OUT, W_FOLD-STATUS.
           MOVE FUNCTION UPPER-CASE(W_FOLD-OUT(1:25))
               TO WO_FOLD-SURNAME.
           MOVE FI_PERSON-NAME TO W_FOLD-IN.
           CALL '11_POLISH_FOLD' USING W_FOLD-REQUEST, W_FOLD-IN,
               W_FOLD-OUT, W_FOLD-STATUS.
           MOVE FUNCTION UPPER-CASE(W_FOLD-OUT(1:16))
               TO WO_FOLD-NAME.
           RELEASE WORK-ENTRY.

      * Sorted by soundex then birth date, so each candidate group
      * arrives together; it is compared in full at the break.
       PAIR-UP-GROUPS-SECTION SECTION.
           MOVE 0 TO W_GROUP-COUNT.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               RETURN F-WORK
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF W_GROUP-COUNT > 0
                          AND (WO_SOUNDEX NOT = W_GROUP-SOUNDEX
                           OR WO_BIRTH-DATE NOT = W_GROUP-BIRTH-DATE)
                           PERFORM COMPARE-GROUP-SECTION
                           MOVE 0 TO W_GROUP-COUNT
                       END-IF
                       PERFORM ADD-TO-GROUP-SECTION
               END-RETURN
           END-PERFORM.
           IF W_GROUP-COUNT > 0
               PERFORM COMPARE-GROUP-SECTION
           END-IF.

       ADD-TO-GROUP-SECTION SECTION.
           MOVE WO_SOUNDEX TO W_GROUP-SOUNDEX.
           MOVE WO_BIRTH-DATE TO W_GROUP-BIRTH-DATE.
           IF W_GROUP-COUNT >= 50
               ADD 1 TO W_OVERFLOW-COUNT
               GO TO ADD-TO-GROUP-EXIT
           END-IF.
           ADD 1 TO W_GROUP-COUNT.
           MOVE WO_BRANCH TO W_G-BRANCH(W_GROUP-COUNT).
           MOVE WO_PERSON-ID TO W_G-ID(W_GROUP-COUNT).
           MOVE WO_NAME TO W_G-NAME(W_GROUP-COUNT).
           MOVE WO_SURNAME TO W_G-SURNAME(W_GROUP-COUNT).
           MOVE WO_FOLD-NAME TO W_G-FOLD-NAME(W_GROUP-COUNT).
           MOVE WO_FOLD-SURNAME TO W_G-FOLD-SURNAME(W_GROUP-COUNT).

       ADD-TO-GROUP-EXIT.
           EXIT.

      * Every pair in the group. The group arrives in ID order, so
      * the first of a pair is always the lower ID.
       COMPARE-GROUP-SECTION SECTION.
           IF W_GROUP-COUNT < 2
               GO TO COMPARE-GROUP-EXIT
           END-IF.
           PERFORM VARYING W_SUB-1 FROM 1 BY 1
                   UNTIL W_SUB-1 >= W_GROUP-COUNT
               COMPUTE W_SUB-2 = W_SUB-1 + 1
               PERFORM UNTIL W_SUB-2 > W_GROUP-COUNT
                   MOVE W_SUB-1 TO W_LOW-SUB
                   MOVE W_SUB-2 TO W_HIGH-SUB
                   PERFORM SCORE-PAIR-SECTION
                   ADD 1 TO W_SUB-2
               END-PERFORM
           END-PERFORM.

       COMPARE-GROUP-EXIT.
           EXIT.

      * Soundex and birth date already agree (base 50); the given
      * name decides whether there is a pair at all. A same-branch
      * pair is only of interest once confirmed - it was moved onto
      * one file and now waits for the merge.
       SCORE-PAIR-SECTION SECTION.
           MOVE 0 TO W_NAME-POINTS.
           IF W_G-FOLD-NAME(W_LOW-SUB) = W_G-FOLD-NAME(W_HIGH-SUB)
               MOVE 30 TO W_NAME-POINTS
           ELSE
               IF W_G-FOLD-NAME(W_LOW-SUB)(1:3) =
                       W_G-FOLD-NAME(W_HIGH-SUB)(1:3)
                   MOVE 15 TO W_NAME-POINTS
               END-IF
           END-IF.
           IF W_NAME-POINTS = 0
               GO TO SCORE-PAIR-EXIT
           END-IF.
           COMPUTE W_SCORE = 50 + W_NAME-POINTS.
           IF W_G-FOLD-SURNAME(W_LOW-SUB) =
                   W_G-FOLD-SURNAME(W_HIGH-SUB)
               ADD 20 TO W_SCORE
           END-IF.

           MOVE W_G-ID(W_LOW-SUB) TO XP_LOW-ID.
           MOVE W_G-ID(W_HIGH-SUB) TO XP_HIGH-ID.
           IF W_G-BRANCH(W_LOW-SUB) = W_G-BRANCH(W_HIGH-SUB)
               READ PAIR-FILE
                   INVALID KEY
                       GO TO SCORE-PAIR-EXIT
               END-READ
               IF XP_CONFIRMED
                   MOVE 'MERGE' TO W_ACTION
                   PERFORM LIST-CONFIRMED-SECTION
                   PERFORM LIST-PAIR-SECTION
               END-IF
               GO TO SCORE-PAIR-EXIT
           END-IF.

           ADD 1 TO W_PAIR-COUNT.
           READ PAIR-FILE
               INVALID KEY
                   MOVE W_G-ID(W_LOW-SUB) TO XP_LOW-ID
                   MOVE W_G-ID(W_HIGH-SUB) TO XP_HIGH-ID
                   MOVE W_TODAY TO XP_FIRST-FOUND
                   MOVE 'O' TO XP_STATE
                   MOVE 0 TO XP_DECIDED-ON
                   MOVE SPACES TO XP_DECIDED-BY
                   MOVE W_G-BRANCH(W_LOW-SUB) TO XP_LOW-BRANCH
                   MOVE W_G-BRANCH(W_HIGH-SUB) TO XP_HIGH-BRANCH
                   MOVE W_SCORE TO XP_SCORE
                   WRITE XP_PAIR
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   ADD 1 TO W_NEW-COUNT
               NOT INVALID KEY
                   MOVE W_G-BRANCH(W_LOW-SUB) TO XP_LOW-BRANCH
                   MOVE W_G-BRANCH(W_HIGH-SUB) TO XP_HIGH-BRANCH
                   MOVE W_SCORE TO XP_SCORE
                   REWRITE XP_PAIR
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.

           EVALUATE TRUE
               WHEN XP_OPEN
                   ADD 1 TO W_OPEN-COUNT
                   PERFORM RAISE-PAIR-SECTION
                   PERFORM LIST-PAIR-SECTION
               WHEN XP_CONFIRMED
                   MOVE 'TRANSFER' TO W_ACTION
                   PERFORM LIST-CONFIRMED-SECTION
                   PERFORM LIST-PAIR-SECTION
               WHEN OTHER
                   ADD 1 TO W_DIFFERENT-COUNT
           END-EVALUATE.

       SCORE-PAIR-EXIT.
           EXIT.

      * The worklist line - the same text every night the pair stays
      * open, so 44_WORKLIST_UPDATE ages the one item; the words are
      * read back by TAKE-ONE-DECISION-SECTION.
       RAISE-PAIR-SECTION SECTION.
           MOVE SPACES TO EX_EXCEPTION-REC.
           STRING 'XBRANCH ' DELIMITED BY SIZE
                  XP_LOW-BRANCH DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  XP_LOW-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  XP_HIGH-BRANCH DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  XP_HIGH-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_G-SURNAME(W_LOW-SUB) DELIMITED BY SPACE
                  ' BORN ' DELIMITED BY SIZE
                  W_GROUP-BIRTH-DATE DELIMITED BY SIZE
                  ' SCORE ' DELIMITED BY SIZE
                  XP_SCORE DELIMITED BY SIZE
               INTO EX_EXCEPTION-REC
           END-STRING.
           WRITE EX_EXCEPTION-REC.

       LIST-CONFIRMED-SECTION SECTION.
           ADD 1 TO W_CONFIRMED-COUNT.
           MOVE SPACES TO CX_CONFIRMED-LINE.
           MOVE W_G-BRANCH(W_LOW-SUB) TO CX_CONFIRMED-LINE(1:3).
           MOVE W_G-ID(W_LOW-SUB) TO CX_CONFIRMED-LINE(5:6).
           MOVE W_G-BRANCH(W_HIGH-SUB) TO CX_CONFIRMED-LINE(12:3).
           MOVE W_G-ID(W_HIGH-SUB) TO CX_CONFIRMED-LINE(16:6).
           MOVE W_ACTION TO CX_CONFIRMED-LINE(23:8).
           MOVE W_G-SURNAME(W_LOW-SUB) TO CX_CONFIRMED-LINE(32:25).
           WRITE CX_CONFIRMED-LINE.

       LIST-PAIR-SECTION SECTION.
           MOVE W_G-BRANCH(W_LOW-SUB) TO W_RP-LINE(1:3).
           MOVE W_G-ID(W_LOW-SUB) TO W_RP-LINE(5:6).
           MOVE W_G-NAME(W_LOW-SUB) TO W_RP-LINE(12:16).
           MOVE W_G-BRANCH(W_HIGH-SUB) TO W_RP-LINE(29:3).
           MOVE W_G-ID(W_HIGH-SUB) TO W_RP-LINE(33:6).
           MOVE W_G-NAME(W_HIGH-SUB) TO W_RP-LINE(40:10).
           MOVE W_G-SURNAME(W_LOW-SUB) TO W_RP-LINE(50:25).
           MOVE W_GROUP-BIRTH-DATE TO W_RP-LINE(76:8).
           MOVE W_SCORE TO W_RP-LINE(87:3).
           EVALUATE TRUE
               WHEN XP_OPEN
                   MOVE 'OPEN' TO W_RP-LINE(92:9)
               WHEN OTHER
                   MOVE W_ACTION TO W_RP-LINE(92:8)
           END-EVALUATE.
           PERFORM REPORT-LINE-SECTION.
