      * one SCREEN SECTION screen keyed by person ID or surname
      * showing the output.dat master record, the ADDRESS-RECORD.cpy
      * address, the other members of the household, the former
      * surnames, what has been sent to the person (see
      * CORRESPONDENCE.cpy), the last few audit_trail.log events
      * and the newest operator case notes together.
      * A surname with several matches pages through them with N;
      * nothing here ever opens a file for anything but INPUT.
       IDENTIFICATION DIVISION.
                   RECORD KEY IS FS_KEY
                   FILE STATUS IS W_FS-STATUS.

               SELECT AUDIT-IN ASSIGN TO W_AG-LOG-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AL-STATUS.

      * Closed-out years of the log - see AUDIT-GENERATIONS.cpy.
               SELECT AUDIT-GENERATION-FILE ASSIGN TO
                       'audit_generations.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AG-STATUS.

      * Correspondence history - see CORRESPONDENCE.cpy.
               SELECT CORRESPONDENCE-FILE ASSIGN TO
                       'correspondence.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CR_KEY
                   FILE STATUS IS W_CR-STATUS.

      * Operator case notes - see CASE-NOTE-RECORD.cpy.
               SELECT CASE-NOTE-FILE ASSIGN TO 'case_notes.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS NT_KEY
                   FILE STATUS IS W_NT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY 'AUDIT-GENERATION-FILE.cpy'.

           FD AUDIT-IN.
           01 A_AUDIT-LINE PIC X(320).

                         PREFIX-CITY BY AD_CITY
                         PREFIX-POSTAL-CODE BY AD_POSTAL-CODE
                         PREFIX-PHONE BY AD_PHONE
                         PREFIX-MAIL-STATE BY AD_MAIL-STATE
                         PREFIX-DELIVERABLE BY AD_DELIVERABLE
                         PREFIX-UNDELIVERABLE BY AD_UNDELIVERABLE
                         PREFIX-RETURNED-ON BY AD_RETURNED-ON
                         PREFIX-RETURN-REASON BY AD_RETURN-REASON
                         PREFIX BY AD_ADDRESS.

           FD HOUSEHOLD-LINK.
                         PREFIX-SURNAME BY FS_SURNAME
                         PREFIX BY FS_RECORD.

           FD CORRESPONDENCE-FILE.
           COPY 'CORRESPONDENCE-RECORD.cpy'
               REPLACING PREFIX-KEY BY CR_KEY
                         PREFIX-ID BY CR_PERSON-ID
                         PREFIX-DATE BY CR_DATE
                         PREFIX-TIME BY CR_TIME
                         PREFIX-SEQ BY CR_SEQ
                         PREFIX-PROGRAM BY CR_PROGRAM
                         PREFIX-DOC-TYPE BY CR_DOC-TYPE
                         PREFIX-OUTPUT-FILE BY CR_OUTPUT-FILE
                         PREFIX BY CR_ENTRY.

           FD CASE-NOTE-FILE.
           COPY 'CASE-NOTE-RECORD.cpy'
               REPLACING PREFIX-KEY BY NT_KEY
                         PREFIX-ID BY NT_PERSON-ID
                         PREFIX-DATE BY NT_DATE
                         PREFIX-TIME BY NT_TIME
                         PREFIX-SEQ BY NT_SEQ
                         PREFIX-OPERATOR BY NT_OPERATOR
                         PREFIX-MERGED-FROM BY NT_MERGED-FROM
                         PREFIX-TEXT BY NT_TEXT
                         PREFIX BY NT_NOTE.

           WORKING-STORAGE SECTION.
               01 W_PI-STATUS PIC X(2).
               01 W_AD-STATUS PIC X(2).
               01 W_D-ADDRESS-2 PIC X(50) VALUE SPACES.
               01 W_D-HOUSEHOLD PIC X(60) VALUE SPACES.
               01 W_D-SURNAMES PIC X(60) VALUE SPACES.
               01 W_D-SENT PIC X(60) VALUE SPACES.
               01 W_D-NOTE-1 PIC X(78) VALUE SPACES.
               01 W_D-NOTE-2 PIC X(78) VALUE SPACES.
               01 W_D-AUDIT-1 PIC X(78) VALUE SPACES.
               01 W_D-AUDIT-2 PIC X(78) VALUE SPACES.
               01 W_D-AUDIT-3 PIC X(78) VALUE SPACES.
               01 W_LIST-POINTER PIC 9(3) VALUE 1.
               01 W_MEMBER-COUNT PIC 9(2) VALUE 0.

      * Correspondence history (see CORRESPONDENCE.cpy).
               COPY 'CORRESPONDENCE-FIELDS.cpy'.

      * Generation walk (see AUDIT-GENERATIONS.cpy) - the newest
      * three may straddle a year-end rotation.
               COPY 'AUDIT-GENERATIONS-FIELDS.cpy'.

      * Case notes (see CASE-NOTE-RECORD.cpy) - the key runs oldest
      * first, so the last two read for the ID are the newest.
               01 W_NT-STATUS PIC X(2).
               01 W_NOTE-LINE PIC X(78) VALUE SPACES.

      * Diacritic folding (see 11_POLISH_FOLD.cbl) - the surname
      * lookup compares folded prefixes, the same way
      * 18_SURNAME_SEARCH does since the Polish-collation work, so
               02 LINE 11 COLUMN 13 PIC X(60) FROM W_D-HOUSEHOLD.
               02 LINE 12 COLUMN 2 VALUE 'WAS     : '.
               02 LINE 12 COLUMN 13 PIC X(60) FROM W_D-SURNAMES.
               02 LINE 13 COLUMN 2 VALUE 'SENT    : '.
               02 LINE 13 COLUMN 13 PIC X(60) FROM W_D-SENT.
               02 LINE 14 COLUMN 2 VALUE 'RECENT CHANGES:'.
               02 LINE 15 COLUMN 2 PIC X(78) FROM W_D-AUDIT-1.
               02 LINE 16 COLUMN 2 PIC X(78) FROM W_D-AUDIT-2.
               02 LINE 17 COLUMN 2 PIC X(78) FROM W_D-AUDIT-3.
               02 LINE 19 COLUMN 2 VALUE 'CASE NOTES:'.
               02 LINE 20 COLUMN 2 PIC X(78) FROM W_D-NOTE-1.
               02 LINE 21 COLUMN 2 PIC X(78) FROM W_D-NOTE-2.
               02 LINE 23 COLUMN 2
                   VALUE 'Next match (N) / new search (S) / quit'.
               02 LINE 23 COLUMN 41 VALUE ' (Q): '.
               02 LINE 23 COLUMN 47 PIC X(1) USING W_REPLY.

       PROCEDURE DIVISION.


       STOP RUN.

       COPY 'AUDIT-GENERATIONS.cpy'.

      * All digits (with trailing spaces) means an ID lookup,
      * anything else a surname lookup - the same digits-plus-spaces
      * test the batch parsers use.
           PERFORM FILL-ADDRESS-SECTION.
           PERFORM FILL-HOUSEHOLD-SECTION.
           PERFORM FILL-SURNAMES-SECTION.
           PERFORM FILL-SENT-SECTION.
           PERFORM FILL-AUDIT-SECTION.
           PERFORM FILL-NOTES-SECTION.

       FILL-ADDRESS-SECTION SECTION.
           MOVE '(none on file)' TO W_D-ADDRESS-1.
       FILL-SURNAMES-EXIT.
           EXIT.

      * How much has gone out to the person and the newest item -
      * the key is person ID plus run date, time and sequence, so
      * the last entry read for the ID is the most recent one.
       FILL-SENT-SECTION SECTION.
           MOVE '(nothing sent on record)' TO W_D-SENT.
           OPEN INPUT CORRESPONDENCE-FILE.
           IF W_CR-STATUS NOT = '00'
               GO TO FILL-SENT-EXIT
           END-IF.
           MOVE FI_PERSON-ID TO CR_PERSON-ID.
           MOVE 0 TO CR_DATE CR_TIME CR_SEQ.
           START CORRESPONDENCE-FILE KEY IS >= CR_KEY
               INVALID KEY
                   CLOSE CORRESPONDENCE-FILE
                   GO TO FILL-SENT-EXIT
           END-START.
           MOVE 0 TO W_CR-COUNT.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ CORRESPONDENCE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF CR_PERSON-ID NOT = FI_PERSON-ID
                           MOVE 'Y' TO B_EOF
                       ELSE
                           ADD 1 TO W_CR-COUNT
                           MOVE CR_DATE TO W_CR-RUN-DATE
                           MOVE CR_DOC-TYPE TO W_CR-DOC-TYPE
                       END-IF
               END-READ
           END-PERFORM.
           IF W_CR-COUNT > 0
               MOVE SPACES TO W_D-SENT
               STRING W_CR-COUNT DELIMITED BY SIZE
                      ' item(s), last ' DELIMITED BY SIZE
                      W_CR-RUN-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      W_CR-DOC-TYPE DELIMITED BY SPACE
                   INTO W_D-SENT
               END-STRING
           END-IF.
           CLOSE CORRESPONDENCE-FILE.

       FILL-SENT-EXIT.
           EXIT.

      * The log is append-only, so the last three matching lines
      * read are the three newest - kept in a rolling trio.
       FILL-AUDIT-SECTION SECTION.
           MOVE '(no changes on record)' TO W_D-AUDIT-1.
           MOVE SPACES TO W_D-AUDIT-2 W_D-AUDIT-3.
           PERFORM FIRST-AUDIT-FILE-SECTION.
           PERFORM UNTIL NO-MORE-AUDIT-FILES
               PERFORM FILL-AUDIT-FILE-SECTION
               PERFORM NEXT-AUDIT-FILE-SECTION
           END-PERFORM.
           IF W_D-AUDIT-3 = SPACES
               MOVE '(no changes on record)' TO W_D-AUDIT-1
           END-IF.

      * One file of the walk, oldest generation first, so the
      * rolling trio still ends on the newest three.
       FILL-AUDIT-FILE-SECTION SECTION.
           OPEN INPUT AUDIT-IN.
           IF W_AL-STATUS NOT = '00'
               GO TO FILL-AUDIT-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-IN.

       FILL-AUDIT-EXIT.
           EXIT.

      * The two newest case notes, date and operator first - the
      * full text of every note is in the 33_SAR_DOSSIER output.
       FILL-NOTES-SECTION SECTION.
           MOVE '(no case notes)' TO W_D-NOTE-1.
           MOVE SPACES TO W_D-NOTE-2.
           OPEN INPUT CASE-NOTE-FILE.
           IF W_NT-STATUS NOT = '00'
               GO TO FILL-NOTES-EXIT
           END-IF.
           MOVE FI_PERSON-ID TO NT_PERSON-ID.
           MOVE 0 TO NT_DATE NT_TIME NT_SEQ.
           START CASE-NOTE-FILE KEY IS >= NT_KEY
               INVALID KEY
                   CLOSE CASE-NOTE-FILE
                   GO TO FILL-NOTES-EXIT
           END-START.
           MOVE SPACES TO W_D-NOTE-1.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ CASE-NOTE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF NT_PERSON-ID NOT = FI_PERSON-ID
                           MOVE 'Y' TO B_EOF
                       ELSE
                           MOVE SPACES TO W_NOTE-LINE
                           STRING NT_DATE DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  NT_OPERATOR DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  NT_TEXT DELIMITED BY SIZE
                               INTO W_NOTE-LINE
                           END-STRING
                           MOVE W_D-NOTE-2 TO W_D-NOTE-1
                           MOVE W_NOTE-LINE TO W_D-NOTE-2
                       END-IF
               END-READ
           END-PERFORM.
           IF W_D-NOTE-2 = SPACES
               MOVE '(no case notes)' TO W_D-NOTE-1
           END-IF.
           CLOSE CASE-NOTE-FILE.

       FILL-NOTES-EXIT.
           EXIT.
