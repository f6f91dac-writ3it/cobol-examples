      * Execute files/02_write.cbl first
      * Nightly consistency check of the family relationship file
      * (relationship.dat - see RELATIONSHIP-RECORD.cpy). 09_MAINTAIN
      * always writes a link and its reciprocal together, but a
      * purge, a merge or a hand edit can still leave the file
      * saying something that cannot be true. Every link is read in
      * key order and checked for:
      *   - an ID at either end no longer on output.dat (purged or
      *     merged away) - MISSING;
      *   - no reciprocal link at the other end, or one whose state
      *     differs (a marriage ended from one side only) -
      *     RECIPROCAL;
      *   - a parent born on or after the child (to the year when
      *     either birth date is year-only) - BIRTH;
      *   - more than one current spouse for one person - SPOUSES.
      * A second pass over output.dat then finds every live person
      * under 18 (see MINOR-CHECK.cpy) with no current guardian -
      * GUARDIAN; their consents cannot be given until one is
      * linked.
      * The listing goes to relation_conflicts.txt; one line per
      * finding goes to relation_exceptions.txt, which
      * 44_WORKLIST_UPDATE files onto the keyed worklist. Read
      * only - the links are put right through 09_MAINTAIN's RELATE
      * action, which rewrites both ends of a pair.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 76_RELATION_CHECK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT RELATIONSHIP-FILE ASSIGN TO 'relationship.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS RL_KEY
                   FILE STATUS IS W_RL-STATUS.

      * The same file a second time, read by key for the other end
      * of the link in hand without losing the walk's position, and
      * for a minor's guardian links in the second pass.
               SELECT RECIPROCAL-FILE ASSIGN TO 'relationship.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RR_KEY
                   FILE STATUS IS W_RR-STATUS.

               SELECT PERSON-IN ASSIGN TO 'output.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.

               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

               SELECT EXCEPTIONS-OUT ASSIGN TO
                       'relation_exceptions.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

           FD RELATIONSHIP-FILE.
           COPY 'RELATIONSHIP-RECORD.cpy'
               REPLACING PREFIX-KEY BY RL_KEY
                         PREFIX-ID BY RL_PERSON-ID
                         PREFIX-TYPE BY RL_TYPE
                         PREFIX-SPOUSE BY RL_SPOUSE
                         PREFIX-PARENT BY RL_PARENT
                         PREFIX-CHILD BY RL_CHILD
                         PREFIX-SIBLING BY RL_SIBLING
                         PREFIX-GUARDIAN BY RL_GUARDIAN
                         PREFIX-WARD BY RL_WARD
                         PREFIX-OTHER-ID BY RL_OTHER-ID
                         PREFIX-STATE BY RL_STATE
                         PREFIX-CURRENT BY RL_CURRENT
                         PREFIX-ENDED BY RL_ENDED
                         PREFIX-ENDED-ON BY RL_ENDED-ON
                         PREFIX-RECORDED-ON BY RL_RECORDED-ON
                         PREFIX-RECORDED-BY BY RL_RECORDED-BY
                         PREFIX BY RL_RELATION.

           FD RECIPROCAL-FILE.
           COPY 'RELATIONSHIP-RECORD.cpy'
               REPLACING PREFIX-KEY BY RR_KEY
                         PREFIX-ID BY RR_PERSON-ID
                         PREFIX-TYPE BY RR_TYPE
                         PREFIX-SPOUSE BY RR_SPOUSE
                         PREFIX-PARENT BY RR_PARENT
                         PREFIX-CHILD BY RR_CHILD
                         PREFIX-SIBLING BY RR_SIBLING
                         PREFIX-GUARDIAN BY RR_GUARDIAN
                         PREFIX-WARD BY RR_WARD
                         PREFIX-OTHER-ID BY RR_OTHER-ID
                         PREFIX-STATE BY RR_STATE
                         PREFIX-CURRENT BY RR_CURRENT
                         PREFIX-ENDED BY RR_ENDED
                         PREFIX-ENDED-ON BY RR_ENDED-ON
                         PREFIX-RECORDED-ON BY RR_RECORDED-ON
                         PREFIX-RECORDED-BY BY RR_RECORDED-BY
                         PREFIX BY RR_RELATION.

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

           COPY 'REPORT-PAGE-FILES.cpy'.

           FD EXCEPTIONS-OUT.
           01 EX_EXCEPTION-REC PIC X(100).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 B_BOTH-ON-FILE PIC X(1) VALUE 'N'.
               01 B_PERSON-EOF PIC X(1) VALUE 'N'.
               01 B_LINKS-EOF PIC X(1) VALUE 'N'.
               01 B_LINKS-HELD PIC X(1) VALUE 'Y'.
               01 B_GUARDIAN-FOUND PIC X(1) VALUE 'N'.
               01 W_RL-STATUS PIC X(2).
               01 W_RR-STATUS PIC X(2).
               01 W_PI-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.

               01 W_SCANNED-COUNT PIC 9(6) VALUE 0.
               01 W_MISSING-COUNT PIC 9(6) VALUE 0.
               01 W_RECIPROCAL-COUNT PIC 9(6) VALUE 0.
               01 W_BIRTH-COUNT PIC 9(6) VALUE 0.
               01 W_SPOUSES-COUNT PIC 9(6) VALUE 0.
               01 W_GUARDIAN-COUNT PIC 9(6) VALUE 0.
               01 W_FINDING-COUNT PIC 9(6) VALUE 0.

      * The person whose links are being read - the file is in
      * person ID order, so their current spouses are counted until
      * the ID changes.
               01 W_GROUP-ID PIC 9(6) VALUE 0.
               01 W_SPOUSE-COUNT PIC 9(3) VALUE 0.
               01 W_SPOUSE-LIST PIC X(40) VALUE SPACES.
               01 W_SPOUSE-LIST-POS PIC 9(3) VALUE 1.

               01 W_RECIPROCAL-TYPE PIC X(1) VALUE SPACE.
               01 W_TYPE-WORD PIC X(8) VALUE SPACES.
               01 W_PARENT-BIRTH PIC 9(8) VALUE 0.
               01 W_PARENT-QUALITY PIC X(1) VALUE SPACE.
               01 W_CHILD-BIRTH PIC 9(8) VALUE 0.
               01 W_CHILD-QUALITY PIC X(1) VALUE SPACE.

               01 W_FINDING-KIND PIC X(10) VALUE SPACES.
               01 W_FINDING-ID PIC 9(6) VALUE 0.
               01 W_FINDING-OTHER PIC 9(6) VALUE 0.
               01 W_FINDING-TEXT PIC X(50) VALUE SPACES.

      * Under-18 test (see MINOR-CHECK.cpy).
               COPY 'MINOR-CHECK-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           MOVE W_TODAY TO W_MN-TODAY.

           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               DISPLAY '** output.dat open failed (status '
                   W_PI-STATUS') - family link check not run'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * No relationship.dat yet - no links to check, and no minor
      * has a guardian.
           OPEN INPUT RELATIONSHIP-FILE.
           IF W_RL-STATUS = '00'
               OPEN INPUT RECIPROCAL-FILE
           ELSE
               DISPLAY 'No relationship.dat on file - no family '
                   'links recorded yet'
               MOVE 'N' TO B_LINKS-HELD
               MOVE 'Y' TO B_EOF
           END-IF.
           PERFORM START-JOB-TIMER-SECTION.
           OPEN OUTPUT EXCEPTIONS-OUT.

           STRING 'FAMILY LINK CONFLICTS - ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '76_RELATION_CHECK' TO W_RP-PROGRAM.
           MOVE 'relation_conflicts.txt' TO W_RP-PRINT-FILENAME.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'relationship.dat + output.dat' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           MOVE 'KIND       ID     OTHER  DETAIL' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           PERFORM UNTIL B_EOF = 'Y'
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_SCANNED-COUNT
                       IF RL_PERSON-ID NOT = W_GROUP-ID
                           PERFORM CLOSE-GROUP-SECTION
                           MOVE RL_PERSON-ID TO W_GROUP-ID
                       END-IF
                       PERFORM CHECK-ONE-LINK-SECTION
               END-READ
           END-PERFORM.
           PERFORM CLOSE-GROUP-SECTION.

           MOVE 0 TO FI_PERSON-ID.
           START PERSON-IN KEY IS >= FI_PERSON-ID
               INVALID KEY
                   MOVE 'Y' TO B_PERSON-EOF
           END-START.
           PERFORM UNTIL B_PERSON-EOF = 'Y'
               READ PERSON-IN NEXT RECORD
                   AT END MOVE 'Y' TO B_PERSON-EOF
                   NOT AT END
                       IF NOT FI_PERSON-INACTIVE
                           AND NOT FI_PERSON-DECEASED
                           PERFORM CHECK-ONE-MINOR-SECTION
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM REPORT-LINE-SECTION.
           STRING 'LINKS CHECKED ' DELIMITED BY SIZE
                  W_SCANNED-COUNT DELIMITED BY SIZE
                  '  MISSING ' DELIMITED BY SIZE
                  W_MISSING-COUNT DELIMITED BY SIZE
                  '  RECIPROCAL ' DELIMITED BY SIZE
                  W_RECIPROCAL-COUNT DELIMITED BY SIZE
                  '  BIRTH ' DELIMITED BY SIZE
                  W_BIRTH-COUNT DELIMITED BY SIZE
                  '  SPOUSES ' DELIMITED BY SIZE
                  W_SPOUSES-COUNT DELIMITED BY SIZE
                  '  GUARDIAN ' DELIMITED BY SIZE
                  W_GUARDIAN-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           IF B_LINKS-HELD = 'Y'
               CLOSE RELATIONSHIP-FILE
               CLOSE RECIPROCAL-FILE
           END-IF.
           CLOSE PERSON-IN.
           MOVE W_SCANNED-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.
           CLOSE EXCEPTIONS-OUT.

           DISPLAY W_SCANNED-COUNT' family link(s) checked: '
               W_FINDING-COUNT' finding(s) in relation_conflicts.txt'.

           MOVE '76_RELATION_CHECK' TO W_TRAILER-PROGRAM.
           MOVE W_SCANNED-COUNT TO W_TRAILER-COUNT.
           IF W_FINDING-COUNT > 0
               MOVE 8 TO RETURN-CODE
               MOVE 'FAILED' TO W_TRAILER-STATUS
           ELSE
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.
       COPY 'MINOR-CHECK.cpy'.

      * One link. Both ends must still be on output.dat - when one
      * is gone nothing else about the link means anything. Then
      * the reciprocal, then the birth order (once per pair, from
      * the parent's side), then the spouse count.
       CHECK-ONE-LINK-SECTION SECTION.
           EVALUATE RL_TYPE
               WHEN 'S'
                   MOVE 'SPOUSE' TO W_TYPE-WORD
                   MOVE 'S' TO W_RECIPROCAL-TYPE
               WHEN 'P'
                   MOVE 'PARENT' TO W_TYPE-WORD
                   MOVE 'C' TO W_RECIPROCAL-TYPE
               WHEN 'C'
                   MOVE 'CHILD' TO W_TYPE-WORD
                   MOVE 'P' TO W_RECIPROCAL-TYPE
               WHEN 'G'
                   MOVE 'GUARDIAN' TO W_TYPE-WORD
                   MOVE 'W' TO W_RECIPROCAL-TYPE
               WHEN 'W'
                   MOVE 'WARD' TO W_TYPE-WORD
                   MOVE 'G' TO W_RECIPROCAL-TYPE
               WHEN 'B'
                   MOVE 'SIBLING' TO W_TYPE-WORD
                   MOVE 'B' TO W_RECIPROCAL-TYPE
           END-EVALUATE.
           MOVE RL_PERSON-ID TO W_FINDING-ID.
           MOVE RL_OTHER-ID TO W_FINDING-OTHER.

           MOVE 'Y' TO B_BOTH-ON-FILE.
           MOVE RL_PERSON-ID TO FI_PERSON-ID.
           READ PERSON-IN
               INVALID KEY
                   MOVE 'N' TO B_BOTH-ON-FILE
                   ADD 1 TO W_MISSING-COUNT
                   MOVE 'MISSING' TO W_FINDING-KIND
                   MOVE SPACES TO W_FINDING-TEXT
                   STRING 'ID not on output.dat - listed as '
                              DELIMITED BY SIZE
                          W_TYPE-WORD DELIMITED BY SPACE
                       INTO W_FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING-SECTION
               NOT INVALID KEY
                   MOVE FI_PERSON-BIRTH-DATE TO W_PARENT-BIRTH
                   MOVE FI_PERSON-BIRTH-QUALITY TO W_PARENT-QUALITY
           END-READ.
           MOVE RL_OTHER-ID TO FI_PERSON-ID.
           READ PERSON-IN
               INVALID KEY
                   MOVE 'N' TO B_BOTH-ON-FILE
                   ADD 1 TO W_MISSING-COUNT
                   MOVE 'MISSING' TO W_FINDING-KIND
                   MOVE SPACES TO W_FINDING-TEXT
                   STRING 'other ID not on output.dat - their '
                              DELIMITED BY SIZE
                          W_TYPE-WORD DELIMITED BY SPACE
                       INTO W_FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING-SECTION
               NOT INVALID KEY
                   MOVE FI_PERSON-BIRTH-DATE TO W_CHILD-BIRTH
                   MOVE FI_PERSON-BIRTH-QUALITY TO W_CHILD-QUALITY
           END-READ.
           IF B_BOTH-ON-FILE = 'N'
               GO TO CHECK-ONE-LINK-EXIT
           END-IF.

      * A missing half is reported from the half that exists; a
      * state mismatch is seen from both halves, so it is reported
      * once, from the lower ID.
           MOVE RL_OTHER-ID TO RR_PERSON-ID.
           MOVE W_RECIPROCAL-TYPE TO RR_TYPE.
           MOVE RL_PERSON-ID TO RR_OTHER-ID.
           READ RECIPROCAL-FILE
               INVALID KEY
                   ADD 1 TO W_RECIPROCAL-COUNT
                   MOVE 'RECIPROCAL' TO W_FINDING-KIND
                   MOVE SPACES TO W_FINDING-TEXT
                   STRING 'listed as ' DELIMITED BY SIZE
                          W_TYPE-WORD DELIMITED BY SPACE
                          ' - no link back from other ID'
                              DELIMITED BY SIZE
                       INTO W_FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING-SECTION
               NOT INVALID KEY
                   IF RR_STATE NOT = RL_STATE
                       AND RL_PERSON-ID < RL_OTHER-ID
                       ADD 1 TO W_RECIPROCAL-COUNT
                       MOVE 'RECIPROCAL' TO W_FINDING-KIND
                       MOVE SPACES TO W_FINDING-TEXT
                       STRING W_TYPE-WORD DELIMITED BY SPACE
                              ' link state ' DELIMITED BY SIZE
                              RL_STATE DELIMITED BY SIZE
                              ', link back state ' DELIMITED BY SIZE
                              RR_STATE DELIMITED BY SIZE
                           INTO W_FINDING-TEXT
                       END-STRING
                       PERFORM WRITE-FINDING-SECTION
                   END-IF
           END-READ.

      * On a P link this person is the parent and the other the
      * child - the birth dates were picked up in that order above.
           IF RL_PARENT
               IF W_PARENT-QUALITY = 'Y' OR W_CHILD-QUALITY = 'Y'
                   MOVE 0 TO W_PARENT-BIRTH(5:4)
                   MOVE 0 TO W_CHILD-BIRTH(5:4)
               END-IF
               IF W_PARENT-BIRTH >= W_CHILD-BIRTH
                   ADD 1 TO W_BIRTH-COUNT
                   MOVE 'BIRTH' TO W_FINDING-KIND
                   MOVE SPACES TO W_FINDING-TEXT
                   STRING 'parent born ' DELIMITED BY SIZE
                          W_PARENT-BIRTH DELIMITED BY SIZE
                          ', child born ' DELIMITED BY SIZE
                          W_CHILD-BIRTH DELIMITED BY SIZE
                       INTO W_FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING-SECTION
               END-IF
           END-IF.

           IF RL_SPOUSE AND RL_CURRENT
               ADD 1 TO W_SPOUSE-COUNT
               IF W_SPOUSE-COUNT <= 5
                   STRING RL_OTHER-ID DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                       INTO W_SPOUSE-LIST
                       WITH POINTER W_SPOUSE-LIST-POS
                   END-STRING
               END-IF
           END-IF.

       CHECK-ONE-LINK-EXIT.
           EXIT.

      * A live person under 18 needs a current guardian - their
      * ward links sit together in key order after a START at
      * (person, W).
       CHECK-ONE-MINOR-SECTION SECTION.
           MOVE FI_PERSON-BIRTH-DATE TO W_MN-BIRTH-DATE.
           MOVE FI_PERSON-BIRTH-QUALITY TO W_MN-BIRTH-QUALITY.
           PERFORM CHECK-MINOR-SECTION.
           IF NOT PERSON-IS-MINOR
               GO TO CHECK-ONE-MINOR-EXIT
           END-IF.

           MOVE 'N' TO B_GUARDIAN-FOUND.
           IF B_LINKS-HELD = 'Y'
               MOVE 'N' TO B_LINKS-EOF
               MOVE FI_PERSON-ID TO RR_PERSON-ID
               MOVE 'W' TO RR_TYPE
               MOVE 0 TO RR_OTHER-ID
               START RECIPROCAL-FILE KEY IS >= RR_KEY
                   INVALID KEY
                       MOVE 'Y' TO B_LINKS-EOF
               END-START
               PERFORM UNTIL B_LINKS-EOF = 'Y'
                   READ RECIPROCAL-FILE NEXT RECORD
                       AT END MOVE 'Y' TO B_LINKS-EOF
                       NOT AT END
                           IF RR_PERSON-ID NOT = FI_PERSON-ID
                               OR NOT RR_WARD
                               MOVE 'Y' TO B_LINKS-EOF
                           ELSE
                               IF RR_CURRENT
                                   MOVE 'Y' TO B_GUARDIAN-FOUND
                                   MOVE 'Y' TO B_LINKS-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

           IF B_GUARDIAN-FOUND = 'N'
               ADD 1 TO W_GUARDIAN-COUNT
               MOVE 'GUARDIAN' TO W_FINDING-KIND
               MOVE FI_PERSON-ID TO W_FINDING-ID
               MOVE 0 TO W_FINDING-OTHER
               MOVE SPACES TO W_FINDING-TEXT
               STRING 'under 18 until ' DELIMITED BY SIZE
                      W_MN-ADULT-ON DELIMITED BY SIZE
                      ' - no current guardian' DELIMITED BY SIZE
                   INTO W_FINDING-TEXT
               END-STRING
               PERFORM WRITE-FINDING-SECTION
           END-IF.

       CHECK-ONE-MINOR-EXIT.
           EXIT.

      * The person just finished - more than one current spouse is
      * one SPOUSES finding naming them.
       CLOSE-GROUP-SECTION SECTION.
           IF W_SPOUSE-COUNT > 1
               ADD 1 TO W_SPOUSES-COUNT
               MOVE 'SPOUSES' TO W_FINDING-KIND
               MOVE W_GROUP-ID TO W_FINDING-ID
               MOVE 0 TO W_FINDING-OTHER
               MOVE SPACES TO W_FINDING-TEXT
               STRING W_SPOUSE-COUNT DELIMITED BY SIZE
                      ' current spouses: ' DELIMITED BY SIZE
                      W_SPOUSE-LIST DELIMITED BY SIZE
                   INTO W_FINDING-TEXT
               END-STRING
               PERFORM WRITE-FINDING-SECTION
           END-IF.
           MOVE 0 TO W_SPOUSE-COUNT.
           MOVE SPACES TO W_SPOUSE-LIST.
           MOVE 1 TO W_SPOUSE-LIST-POS.

      * One finding onto the listing and, in the same words, onto
      * the worklist feed - the text is stable night to night, so
      * 44_WORKLIST_UPDATE ages a standing conflict instead of
      * opening it again.
       WRITE-FINDING-SECTION SECTION.
           ADD 1 TO W_FINDING-COUNT.
           STRING W_FINDING-KIND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_FINDING-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_FINDING-OTHER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_FINDING-TEXT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           MOVE SPACES TO EX_EXCEPTION-REC.
           STRING 'RELATION ' DELIMITED BY SIZE
                  FUNCTION TRIM(W_FINDING-KIND) DELIMITED BY SIZE
                  ' ID ' DELIMITED BY SIZE
                  W_FINDING-ID DELIMITED BY SIZE
                  ' OTHER ' DELIMITED BY SIZE
                  W_FINDING-OTHER DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  W_FINDING-TEXT DELIMITED BY SIZE
               INTO EX_EXCEPTION-REC
           END-STRING.
           WRITE EX_EXCEPTION-REC.
