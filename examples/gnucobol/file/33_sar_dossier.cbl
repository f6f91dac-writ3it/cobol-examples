      * sar_dossier_<id>_<date>.txt in one pass: current master
      * record, address, every member of the same household, the
      * full former-surname history, the deactivation entry if any,
      * every letter, label and notice produced for the person
      * (correspondence.dat), every operator case note in full
      * (case_notes.dat) and every audit_trail.log line that
      * touched the key - every year of it, the generations
      * 80_AUDIT_ROTATE has closed out included. Read-only
      * everywhere - a dossier run must never change what it
      * documents - except that the dossier,
      * once written, is entered in the person's correspondence
      * history like any other item sent to them.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 33_SAR_DOSSIER.

                   RECORD KEY IS DT_PERSON-ID
                   FILE STATUS IS W_DT-STATUS.

               SELECT AUDIT-IN ASSIGN TO W_AG-LOG-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AL-STATUS.

      * Closed-out years of the log - see AUDIT-GENERATIONS.cpy.
               SELECT AUDIT-GENERATION-FILE ASSIGN TO
                       'audit_generations.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AG-STATUS.

               SELECT DOSSIER-OUT ASSIGN TO W_DOSSIER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

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

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'AUDIT-GENERATION-FILE.cpy'.

           FD AUDIT-IN.
           01 A_AUDIT-LINE PIC X(320).
           FD DOSSIER-OUT.
           01 D_DOSSIER-LINE PIC X(320).

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

           FD PERSON-IN.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY FI_PERSON-ID
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
               01 W_LOG-REMAINDER PIC X(199) VALUE SPACES.
               01 W_LOG-KEY-X PIC X(20) VALUE SPACES.
               01 W_LOG-KEY PIC 9(6) VALUE 0.
               01 W_LETTER-COUNT PIC 9(6) VALUE 0.
               01 W_NOTE-COUNT PIC 9(6) VALUE 0.
               01 W_NT-STATUS PIC X(2).
               01 W_NOTE-HEAD PIC X(80) VALUE SPACES.
               01 W_NOTE-POINTER PIC 9(3) VALUE 1.

      * Correspondence history (see CORRESPONDENCE.cpy).
               COPY 'CORRESPONDENCE-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Generation walk (see AUDIT-GENERATIONS.cpy).
               COPY 'AUDIT-GENERATIONS-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           PERFORM WRITE-HOUSEHOLD-SECTION.
           PERFORM WRITE-SURNAME-HISTORY-SECTION.
           PERFORM WRITE-DEACTIVATION-SECTION.
           PERFORM WRITE-CORRESPONDENCE-SECTION.
           PERFORM WRITE-CASE-NOTES-SECTION.
           PERFORM WRITE-AUDIT-HISTORY-SECTION.

           MOVE SPACES TO D_DOSSIER-LINE.
           CLOSE DOSSIER-OUT.
           CLOSE PERSON-IN.

      * The dossier itself goes out to the person, so it joins
      * their correspondence history - after it is written, so it
      * never lists itself.
           MOVE '33_SAR_DOSSIER' TO W_CR-PROGRAM.
           MOVE 'SAR' TO W_CR-DOC-TYPE.
           MOVE W_DOSSIER-FILENAME TO W_CR-OUTPUT-FILE.
           MOVE W_QUERY-ID TO W_CR-PERSON-ID.
           PERFORM OPEN-CORRESPONDENCE-SECTION.
           PERFORM RECORD-CORRESPONDENCE-SECTION.
           PERFORM CLOSE-CORRESPONDENCE-SECTION.

           DISPLAY 'Dossier for person 'W_QUERY-ID' written to '
               W_DOSSIER-FILENAME.
           DISPLAY W_AUDIT-COUNT' audit line(s), 'W_SURNAME-COUNT
               ' former surname(s), 'W_MEMBER-COUNT
               ' household member(s), 'W_LETTER-COUNT
               ' correspondence item(s), 'W_NOTE-COUNT
               ' case note(s)'.

           MOVE '33_SAR_DOSSIER' TO W_TRAILER-PROGRAM.
           MOVE 1 TO W_TRAILER-COUNT.
       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'CORRESPONDENCE.cpy'.
       COPY 'AUDIT-GENERATIONS.cpy'.

       WRITE-HEADER-SECTION SECTION.
           MOVE SPACES TO D_DOSSIER-LINE.
                       INTO D_DOSSIER-LINE
                   END-STRING
                   WRITE D_DOSSIER-LINE
                   IF AD_UNDELIVERABLE
                       MOVE SPACES TO D_DOSSIER-LINE
                       STRING 'UNDELIVERABLE SINCE ' DELIMITED BY SIZE
                              AD_RETURNED-ON DELIMITED BY SIZE
                              ' REASON=' DELIMITED BY SIZE
                              AD_RETURN-REASON DELIMITED BY SIZE
                           INTO D_DOSSIER-LINE
                       END-STRING
                       WRITE D_DOSSIER-LINE
                   END-IF
           END-READ.
           CLOSE ADDRESS-FILE.

           MOVE SPACES TO D_DOSSIER-LINE.
           WRITE D_DOSSIER-LINE.

      * Everything produced for the person, oldest first - the key
      * is person ID plus run date, time and sequence, so a START
      * at (id, zeros) and READ NEXT walks exactly this person's
      * entries, the same walk as the former surnames above.
       WRITE-CORRESPONDENCE-SECTION SECTION.
           ADD 1 TO W_SECTION-COUNT.
           MOVE '--- CORRESPONDENCE (correspondence.dat) ---'
               TO D_DOSSIER-LINE.
           WRITE D_DOSSIER-LINE.
           OPEN INPUT CORRESPONDENCE-FILE.
           IF W_CR-STATUS NOT = '00'
               MOVE '(no correspondence held)' TO D_DOSSIER-LINE
               WRITE D_DOSSIER-LINE
               GO TO WRITE-CORRESPONDENCE-DONE
           END-IF.
           MOVE W_QUERY-ID TO CR_PERSON-ID.
           MOVE 0 TO CR_DATE CR_TIME CR_SEQ.
           START CORRESPONDENCE-FILE KEY IS >= CR_KEY
               INVALID KEY
                   MOVE 'Y' TO B_EOF
           END-START.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ CORRESPONDENCE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF CR_PERSON-ID NOT = W_QUERY-ID
                           MOVE 'Y' TO B_EOF
                       ELSE
                           ADD 1 TO W_LETTER-COUNT
                           MOVE SPACES TO D_DOSSIER-LINE
                           STRING '  ' DELIMITED BY SIZE
                                  CR_DATE DELIMITED BY SIZE
                                  ' ' DELIMITED BY SIZE
                                  CR_DOC-TYPE DELIMITED BY SIZE
                                  ' BY ' DELIMITED BY SIZE
                                  CR_PROGRAM DELIMITED BY SIZE
                                  ' IN ' DELIMITED BY SIZE
                                  CR_OUTPUT-FILE DELIMITED BY SPACE
                               INTO D_DOSSIER-LINE
                           END-STRING
                           WRITE D_DOSSIER-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF W_LETTER-COUNT = 0
               MOVE '(no correspondence held)' TO D_DOSSIER-LINE
               WRITE D_DOSSIER-LINE
           END-IF.
           CLOSE CORRESPONDENCE-FILE.

       WRITE-CORRESPONDENCE-DONE.
           MOVE SPACES TO D_DOSSIER-LINE.
           WRITE D_DOSSIER-LINE.

      * Every operator case note in full, oldest first, with who
      * took it and when - notes carried over from a merged
      * duplicate say which ID they came from.
       WRITE-CASE-NOTES-SECTION SECTION.
           ADD 1 TO W_SECTION-COUNT.
           MOVE '--- CASE NOTES (case_notes.dat) ---'
               TO D_DOSSIER-LINE.
           WRITE D_DOSSIER-LINE.
           OPEN INPUT CASE-NOTE-FILE.
           IF W_NT-STATUS NOT = '00'
               MOVE '(no case notes held)' TO D_DOSSIER-LINE
               WRITE D_DOSSIER-LINE
               GO TO WRITE-CASE-NOTES-DONE
           END-IF.
           MOVE W_QUERY-ID TO NT_PERSON-ID.
           MOVE 0 TO NT_DATE NT_TIME NT_SEQ.
           START CASE-NOTE-FILE KEY IS >= NT_KEY
               INVALID KEY
                   MOVE 'Y' TO B_EOF
           END-START.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ CASE-NOTE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF NT_PERSON-ID NOT = W_QUERY-ID
                           MOVE 'Y' TO B_EOF
                       ELSE
                           ADD 1 TO W_NOTE-COUNT
                           PERFORM WRITE-ONE-NOTE-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           IF W_NOTE-COUNT = 0
               MOVE '(no case notes held)' TO D_DOSSIER-LINE
               WRITE D_DOSSIER-LINE
           END-IF.
           CLOSE CASE-NOTE-FILE.

       WRITE-CASE-NOTES-DONE.
           MOVE SPACES TO D_DOSSIER-LINE.
           WRITE D_DOSSIER-LINE.

       WRITE-ONE-NOTE-SECTION SECTION.
           MOVE SPACES TO W_NOTE-HEAD.
           MOVE 1 TO W_NOTE-POINTER.
           STRING '  ' DELIMITED BY SIZE
                  NT_DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NT_TIME(1:4) DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  NT_OPERATOR DELIMITED BY SPACE
               INTO W_NOTE-HEAD
               WITH POINTER W_NOTE-POINTER
           END-STRING.
           IF NT_MERGED-FROM NOT = 0
               STRING ' (FROM MERGED ID ' DELIMITED BY SIZE
                      NT_MERGED-FROM DELIMITED BY SIZE
                      ')' DELIMITED BY SIZE
                   INTO W_NOTE-HEAD
                   WITH POINTER W_NOTE-POINTER
               END-STRING
           END-IF.
           MOVE W_NOTE-HEAD TO D_DOSSIER-LINE.
           WRITE D_DOSSIER-LINE.
           MOVE SPACES TO D_DOSSIER-LINE.
           STRING '    ' DELIMITED BY SIZE
                  NT_TEXT DELIMITED BY SIZE
               INTO D_DOSSIER-LINE
           END-STRING.
           WRITE D_DOSSIER-LINE.

      * Every audit_trail.log line whose KEY= is this person - the
      * same ' KEY=' split 13_RECONSTRUCT uses, copied verbatim into
      * the dossier so the before/after images go to the subject
      * exactly as held. The closed-out generations are read oldest
      * first ahead of the live log, so the lines come out in the
      * order they were written.
       WRITE-AUDIT-HISTORY-SECTION SECTION.
           ADD 1 TO W_SECTION-COUNT.
           MOVE '--- CHANGE HISTORY (audit_trail.log) ---'
               TO D_DOSSIER-LINE.
           WRITE D_DOSSIER-LINE.
           PERFORM FIRST-AUDIT-FILE-SECTION.
           PERFORM UNTIL NO-MORE-AUDIT-FILES
               PERFORM WRITE-AUDIT-FILE-SECTION
               PERFORM NEXT-AUDIT-FILE-SECTION
           END-PERFORM.
           IF W_AUDIT-COUNT = 0
               MOVE '(no audit history held)' TO D_DOSSIER-LINE
               WRITE D_DOSSIER-LINE
           END-IF.
           MOVE SPACES TO D_DOSSIER-LINE.
           WRITE D_DOSSIER-LINE.

      * One file of the walk. A generation that is no longer on
      * disk is noted in the dossier itself - the subject is told
      * a year of history could not be read rather than given an
      * incomplete record as if it were whole.
       WRITE-AUDIT-FILE-SECTION SECTION.
           OPEN INPUT AUDIT-IN.
           IF W_AL-STATUS NOT = '00'
               IF NOT AUDIT-WALK-ON-LIVE
                   MOVE SPACES TO D_DOSSIER-LINE
                   STRING '(audit generation ' DELIMITED BY SIZE
                          W_AG-LOG-FILENAME DELIMITED BY SPACE
                          ' could not be read)' DELIMITED BY SIZE
                       INTO D_DOSSIER-LINE
                   END-STRING
                   WRITE D_DOSSIER-LINE
               END-IF
               GO TO WRITE-AUDIT-FILE-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-IN.

       WRITE-AUDIT-FILE-EXIT.
           EXIT.
