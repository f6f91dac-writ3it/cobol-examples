      * Rewrite SampleData/persons.txt to build/output.txt
      * but output.txt is indexed file
      * PESELs the CSV and partner converters found alongside the
      * persons they converted wait in pesel_capture.txt - once the
      * load is on file they are recorded on pesel.dat against the
      * person just loaded (see PESEL-CAPTURE.cpy), and the hand-off
      * file is set aside under a dated _done name.
      * Every person the load puts on file for the first time gets a
      * provenance record (see PROVENANCE.cpy) - source RELOAD, this
      * feed and its sequence number - and the converters' own
      * hand-off, provenance_capture.txt, then says which of them
      * really came in through persons.csv or the registry extract.
      * A person already on provenance.dat keeps the origin they
      * have: the nightly reload re-delivers the same people, it
      * does not bring them in again.
      * Every loaded person's first given name is looked up in the
      * given-name dictionary (see GIVEN-NAME.cpy); one it does not
      * hold is listed on name_exceptions.txt for the worklist.
      * That is a flag, never a reject - an unusual name is still a
      * real person, and the record loads either way.
      * The feed is read through once before output.dat is touched
      * (see FEED-CONTROL.cpy): a file whose header/trailer does not
      * balance, or that is a duplicate or out of sequence for its
      * sender, is refused and the previous night's output.dat is
      * left exactly as it was.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 02_WRITE.

               SELECT EXCEPTIONS-FILE ASSIGN TO 'load_exceptions.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT NAME-EXCEPTIONS ASSIGN TO 'name_exceptions.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT GIVEN-NAME-FILE ASSIGN TO 'given_names.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_GN-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

                   RECORD KEY IS CS_PERSON-ID
                   FILE STATUS IS W_CS-STATUS.

      * Converter hand-off (see 51_CSV_CONVERT, 52_PARTNER_CONVERT)
      * and the PESEL cross-reference it is recorded on.
               SELECT PESEL-CAPTURE-IN ASSIGN TO 'pesel_capture.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_CAPTURE-STATUS.

               SELECT PESEL-FILE ASSIGN TO 'pesel.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PX_PERSON-ID
                   ALTERNATE RECORD KEY IS PX_PESEL WITH DUPLICATES
                   FILE STATUS IS W_PESEL-FS.

      * PESELs that could not be recorded, for 64_PESEL_CONFLICTS -
      * see PESEL-REJECT.cpy.
               SELECT PESEL-REJECT-LOG ASSIGN TO 'pesel_rejects.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PJ-STATUS.

      * Converter provenance hand-off and the provenance file it is
      * recorded on - see PROVENANCE.cpy.
               SELECT PROVENANCE-CAPTURE-IN ASSIGN TO
                       'provenance_capture.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PVC-STATUS.

               SELECT PROVENANCE-FILE ASSIGN TO 'provenance.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PV_PERSON-ID
                   FILE STATUS IS W_PV-STATUS.

      * Inbound feed-sequence register - see FEED-CONTROL.cpy.
               SELECT FEED-REGISTER ASSIGN TO 'feed_register.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FR_KEY
                   FILE STATUS IS W_FR-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD RUN-STATUS-FILE.
           COPY 'AUDIT-CHAIN-FILE.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'GIVEN-NAME-FILE.cpy'.
           COPY 'PERSON-LOCK-FILE.cpy'.
           COPY 'FEED-REGISTER-FILE.cpy'.

           COPY 'PERSON-CONTROL-FILE.cpy'.

           FD ID-CONTROL.
           01 IC_NEXT-ID PIC 9(6).

           FD PESEL-CAPTURE-IN.
           COPY 'PESEL-RECORD.cpy'
               REPLACING PREFIX-ID BY PC_PERSON-ID
                         PREFIX-PESEL BY PC_PESEL
                         PREFIX-SOURCE BY PC_SOURCE
                         PREFIX-CAPTURED-ON BY PC_CAPTURED-ON
                         PREFIX BY PC_PESEL-REC.

           FD PESEL-FILE.
           COPY 'PESEL-RECORD.cpy'
               REPLACING PREFIX-ID BY PX_PERSON-ID
                         PREFIX-PESEL BY PX_PESEL
                         PREFIX-SOURCE BY PX_SOURCE
                         PREFIX-CAPTURED-ON BY PX_CAPTURED-ON
                         PREFIX BY PX_PESEL-REC.

           FD PESEL-REJECT-LOG.
           COPY 'PESEL-REJECT-RECORD.cpy'
               REPLACING PREFIX-ID BY PJ_PERSON-ID
                         PREFIX-PESEL BY PJ_PESEL
                         PREFIX-SOURCE BY PJ_SOURCE
                         PREFIX-REFUSED-ON BY PJ_REFUSED-ON
                         PREFIX-REASON BY PJ_REASON
                         PREFIX BY PJ_PESEL-REJECT.

           FD PROVENANCE-CAPTURE-IN.
           COPY 'PROVENANCE-RECORD.cpy'
               REPLACING PREFIX-ID BY PH_PERSON-ID
                         PREFIX-SOURCE BY PH_SOURCE
                         PREFIX-LOAD-DATE BY PH_LOAD-DATE
                         PREFIX-FEED-NAME BY PH_FEED-NAME
                         PREFIX-FEED-SEQ BY PH_FEED-SEQ
                         PREFIX-LAST-PROGRAM BY PH_LAST-PROGRAM
                         PREFIX-LAST-OPERATOR BY PH_LAST-OPERATOR
                         PREFIX-LAST-DATE BY PH_LAST-DATE
                         PREFIX BY PH_PROVENANCE.

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

           FD NAME-EXCEPTIONS.
           01 NX_EXCEPTION-REC PIC X(80).

           FD EXCEPTIONS-FILE.
           01 E_EXCEPTION-REC.
              02 E_PERSON-ID PIC X(6).
               01 W_HIGHEST-ID PIC 9(6) VALUE 0.
               01 W_NEXT-FREE-ID PIC 9(6) VALUE 0.

      * Converter PESEL hand-off - see APPLY-PESEL-CAPTURE-SECTION.
               01 W_CAPTURE-STATUS PIC X(2).
               01 B_CAPTURE-EOF PIC X(1) VALUE 'N'.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_CAPTURE-FILENAME PIC X(40)
                   VALUE 'pesel_capture.txt'.
               01 W_CAPTURE-DONE-FILE PIC X(40) VALUE SPACES.
               01 W_CAPTURE-RENAME-RC PIC 9(9) VALUE 0.
               01 W_PESEL-READ-COUNT PIC 9(6) VALUE 0.
               01 W_PESEL-DONE-COUNT PIC 9(6) VALUE 0.
               01 W_PESEL-REFUSED-COUNT PIC 9(6) VALUE 0.
               01 W_UNKNOWN-NAME-COUNT PIC 9(6) VALUE 0.

      * Converter provenance hand-off - see
      * APPLY-PROVENANCE-CAPTURE-SECTION.
               01 W_PVC-STATUS PIC X(2).
               01 B_PVC-EOF PIC X(1) VALUE 'N'.
               01 W_PVC-FILENAME PIC X(40)
                   VALUE 'provenance_capture.txt'.
               01 W_PVC-DONE-FILE PIC X(40) VALUE SPACES.
               01 W_PVC-RENAME-RC PIC 9(9) VALUE 0.
               01 W_PVC-READ-COUNT PIC 9(6) VALUE 0.
               01 W_PVC-DONE-COUNT PIC 9(6) VALUE 0.

      * Data-quality validation ahead of the WRITE - a failing record
      * is routed to EXCEPTIONS-FILE instead of output.dat so a blank
      * name, a non-numeric ID or an all-spaces surname surfaces right
      * Integrity control fields (see PERSON-CONTROL.cpy).
               COPY 'PERSON-CONTROL-FIELDS.cpy'.

      * PESEL capture fields (see PESEL-CAPTURE.cpy).
               COPY 'PESEL-CAPTURE-FIELDS.cpy'.

      * Given-name dictionary (see GIVEN-NAME.cpy).
               COPY 'GIVEN-NAME-FIELDS.cpy'.

      * Branch file profile (see BRANCH-PROFILE.cpy) - which set of
      * data files this run points at.
               COPY 'BRANCH-FILES.cpy'.

      * Feed header/trailer control (see FEED-CONTROL.cpy).
               COPY 'FEED-CONTROL-FIELDS.cpy'.

      * Person provenance (see PROVENANCE.cpy).
               COPY 'PROVENANCE-FIELDS.cpy'.

       PROCEDURE DIVISION.
           PERFORM BRANCH-PROFILE-SECTION.
           MOVE '02_WRITE' TO W_LOCK-PROGRAM.
           PERFORM ACQUIRE-PERSON-LOCK-SECTION.

           PERFORM START-JOB-TIMER-SECTION.
           PERFORM CHECK-FEED-CONTROL-SECTION.

           OPEN INPUT PERSON-IN.
           OPEN OUTPUT PERSON-OUT.
           CLOSE PERSON-OUT.
           OPEN I-O PERSON-OUT.
           OPEN OUTPUT EXCEPTIONS-FILE.
           OPEN OUTPUT NAME-EXCEPTIONS.
           PERFORM LOAD-GIVEN-NAMES-SECTION.
           PERFORM OPEN-PROVENANCE-SECTION.
           MOVE 'RELOAD' TO W_PV-SOURCE.
           MOVE W_BRANCH-FEED-FILE TO W_PV-FEED-NAME.
           MOVE W_FC-SEQ TO W_PV-FEED-SEQ.

               PERFORM UNTIL B_EOF = 'T'
                   READ PERSON-IN INTO FO_PERSON
                       AT END MOVE 'T' TO B_EOF
                       NOT AT END
                           MOVE FI_PERSON(1:40) TO W_FC-CONTROL-LINE
                           IF FEED-CONTROLLED
                              AND (FEED-HEADER-TAG OR FEED-TRAILER-TAG)
                               MOVE 'Y' TO W_FC-LINE-SKIP-SW
                           ELSE
                               MOVE 'N' TO W_FC-LINE-SKIP-SW
                               CALL '04_FORMAT_PERSON' USING FO_PERSON,
                                   W_FORMATTED-PERSON
                               DISPLAY W_FORMATTED-PERSON
                               ADD 1 TO W_IN-COUNT
                           END-IF
                   END-READ
                   IF NOT B_EOF = 'T' AND NOT FEED-LINE-SKIP THEN
                       PERFORM DEFAULT-BIRTH-DATE-SECTION
                       PERFORM VALIDATE-PERSON-SECTION
                       IF RECORD-VALID
                                   MOVE SPACES TO W_AUDIT-BEFORE
                                   MOVE FO_PERSON TO W_AUDIT-AFTER
                                   PERFORM WRITE-AUDIT-SECTION
                                   PERFORM CHECK-GIVEN-NAME-SECTION
                                   MOVE FO_PERSON-ID TO W_PV-PERSON-ID
                                   PERFORM RECORD-ORIGIN-SECTION
                           END-WRITE
                       ELSE
                           PERFORM REJECT-RECORD-SECTION
                   END-IF
               END-PERFORM.

           PERFORM APPLY-PESEL-CAPTURE-SECTION.
           PERFORM APPLY-PROVENANCE-CAPTURE-SECTION.
           PERFORM CLOSE-PROVENANCE-SECTION.

           CLOSE PERSON-OUT.
           CLOSE PERSON-IN.
           CLOSE EXCEPTIONS-FILE.
           CLOSE NAME-EXCEPTIONS.

      * Mutations all on disk - recompute the control
      * record so the next opener can verify against it.
           DISPLAY "Input records read  : "W_IN-COUNT.
           DISPLAY "Output records wrote: "W_OUT-COUNT.
           DISPLAY "Records rejected    : "W_REJECT-COUNT.
           DISPLAY "Given names unknown : "W_UNKNOWN-NAME-COUNT.
           IF W_PESEL-READ-COUNT > 0
               DISPLAY "PESELs handed over  : "W_PESEL-READ-COUNT
               DISPLAY "PESELs recorded     : "W_PESEL-DONE-COUNT
               DISPLAY "PESELs refused      : "W_PESEL-REFUSED-COUNT
           END-IF.
           DISPLAY "New provenance      : "W_PV-CREATED-COUNT.
           IF W_PVC-READ-COUNT > 0
               DISPLAY "Origins handed over : "W_PVC-READ-COUNT
               DISPLAY "Origins recorded    : "W_PVC-DONE-COUNT
           END-IF.
           IF W_IN-COUNT NOT = W_OUT-COUNT + W_REJECT-COUNT
               DISPLAY "** MISMATCH - input/output record counts "
                   "do not agree **"
           ELSE
               PERFORM UPDATE-RUN-STATUS-SECTION
               PERFORM PUSH-ID-HIGH-WATER-SECTION
               PERFORM FEED-REGISTER-SECTION
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           END-IF.


       STOP RUN.

      * The pre-pass - the whole feed read once, nothing written, so
      * a refused file stops the run with output.dat untouched.
       CHECK-FEED-CONTROL-SECTION SECTION.
           MOVE W_BRANCH-FEED-FILE TO W_FC-FEED-NAME.
           MOVE '02_WRITE' TO W_FC-PROGRAM.
           PERFORM FEED-CHECK-START-SECTION.

           OPEN INPUT PERSON-IN.
           PERFORM UNTIL B_EOF = 'T'
               READ PERSON-IN
                   AT END MOVE 'T' TO B_EOF
                   NOT AT END
                       MOVE FI_PERSON(1:40) TO W_FC-CONTROL-LINE
                       MOVE 'N' TO W_FC-LINE-SKIP-SW
                       IF FI_PERSON-ID IS NUMERIC
                           MOVE FI_PERSON-ID TO W_FC-RECORD-ID
                       ELSE
                           MOVE 0 TO W_FC-RECORD-ID
                       END-IF
                       PERFORM FEED-CHECK-LINE-SECTION
               END-READ
           END-PERFORM.
           CLOSE PERSON-IN.
           MOVE 'F' TO B_EOF.

           PERFORM FEED-CHECK-END-SECTION.
           IF FEED-LOADABLE
               GO TO CHECK-FEED-CONTROL-EXIT
           END-IF.

           DISPLAY '** output.dat left as it was - nothing loaded'.
           MOVE 16 TO RETURN-CODE.
           MOVE '02_WRITE' TO W_TRAILER-PROGRAM.
           MOVE 0 TO W_TRAILER-COUNT.
           MOVE 'FAILED' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.
           PERFORM RELEASE-PERSON-LOCK-SECTION.
           STOP RUN.

       CHECK-FEED-CONTROL-EXIT.
           EXIT.

      * A feed that predates the full birth date leaves the new
      * trailing fields as spaces on the fixed-width line - default
      * the date to January 1st of the stated birth year with the
           DISPLAY '** rejected - 'W_REJECT-REASON': '
               FO_PERSON-NAME' 'FO_PERSON-SURNAME.

      * The soft check - a loaded person whose given name the
      * dictionary does not hold goes on name_exceptions.txt. With
      * no dictionary on file at all there is nothing to check
      * against, and flagging every name would bury the worklist.
       CHECK-GIVEN-NAME-SECTION SECTION.
           IF W_GN-COUNT = 0
               GO TO CHECK-GIVEN-NAME-EXIT
           END-IF.
           MOVE FO_PERSON-NAME TO W_GN-NAME.
           PERFORM LOOKUP-GIVEN-NAME-SECTION.
           IF GIVEN-NAME-FOUND
               GO TO CHECK-GIVEN-NAME-EXIT
           END-IF.
           ADD 1 TO W_UNKNOWN-NAME-COUNT.
           MOVE SPACES TO NX_EXCEPTION-REC.
           STRING 'ID=' DELIMITED BY SIZE
                  FO_PERSON-ID DELIMITED BY SIZE
                  ' GIVEN NAME NOT IN DICTIONARY: ' DELIMITED BY SIZE
                  W_GN-FIRST-NAME DELIMITED BY SPACE
               INTO NX_EXCEPTION-REC
           END-STRING.
           WRITE NX_EXCEPTION-REC.

       CHECK-GIVEN-NAME-EXIT.
           EXIT.

      * Pushes next_person_id.ctl past the highest ID this load
      * delivered, but never backwards - an allocator already ahead
      * of the feed stays where it is.
       PUSH-ID-HIGH-WATER-EXIT.
           EXIT.

      * Records each converter-supplied PESEL against the person the
      * load just put on file - non-strict, checked against that
      * person's own birth date, so a contradiction or a PESEL
      * another person holds is stored for 64_PESEL_CONFLICTS to
      * report. A PESEL for a person the load did not deliver, or
      * one STORE-PESEL-SECTION will not take, is listed on
      * load_exceptions.txt; it is not a rejected person, so it does
      * not enter the read/written/rejected balance. No hand-off
      * file means neither converter ran - nothing to do.
       APPLY-PESEL-CAPTURE-SECTION SECTION.
           OPEN INPUT PESEL-CAPTURE-IN.
           IF W_CAPTURE-STATUS NOT = '00'
               GO TO APPLY-PESEL-CAPTURE-EXIT
           END-IF.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.

           PERFORM UNTIL B_CAPTURE-EOF = 'Y'
               READ PESEL-CAPTURE-IN
                   AT END MOVE 'Y' TO B_CAPTURE-EOF
                   NOT AT END
                       IF PC_PESEL-REC NOT = SPACES
                           ADD 1 TO W_PESEL-READ-COUNT
                           PERFORM APPLY-ONE-PESEL-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PESEL-CAPTURE-IN.

           STRING 'pesel_capture_' W_TODAY '_done.txt'
               DELIMITED BY SIZE
               INTO W_CAPTURE-DONE-FILE.
           CALL 'CBL_RENAME_FILE' USING W_CAPTURE-FILENAME,
               W_CAPTURE-DONE-FILE.
           MOVE RETURN-CODE TO W_CAPTURE-RENAME-RC.
           MOVE 0 TO RETURN-CODE.
           IF W_CAPTURE-RENAME-RC NOT = 0
               DISPLAY '** could not rename pesel_capture.txt to '
                   W_CAPTURE-DONE-FILE' - move it aside BY HAND '
                   'before the next load'
           END-IF.

       APPLY-PESEL-CAPTURE-EXIT.
           EXIT.

       APPLY-ONE-PESEL-SECTION SECTION.
           MOVE PC_PERSON-ID TO FO_PERSON-ID.
           READ PERSON-OUT
               INVALID KEY
                   MOVE 'PESEL for a person not loaded'
                       TO W_PESEL-REASON
                   PERFORM REFUSE-PESEL-SECTION
                   GO TO APPLY-ONE-PESEL-EXIT
           END-READ.

           MOVE '02_WRITE' TO W_PESEL-PROGRAM.
           MOVE FO_PERSON-ID TO W_PESEL-PERSON-ID.
           MOVE PC_PESEL TO W_PESEL-VALUE.
           MOVE PC_SOURCE TO W_PESEL-SOURCE.
           MOVE FO_PERSON-BIRTH-DATE TO W_PESEL-BIRTH-DATE.
           MOVE FO_PERSON-BIRTH-QUALITY TO W_PESEL-BIRTH-QUALITY.
           MOVE 'N' TO W_PESEL-STRICT-SW.
           PERFORM STORE-PESEL-SECTION.
           IF PESEL-INVALID
               PERFORM REFUSE-PESEL-SECTION
           ELSE
               ADD 1 TO W_PESEL-DONE-COUNT
           END-IF.

       APPLY-ONE-PESEL-EXIT.
           EXIT.

      * One refused PESEL onto load_exceptions.txt, in the person
      * exception layout, the reason naming the PESEL problem, and
      * onto pesel_rejects.dat (see PESEL-REJECT.cpy) so it reaches
      * the nightly 64_PESEL_CONFLICTS report.
       REFUSE-PESEL-SECTION SECTION.
           ADD 1 TO W_PESEL-REFUSED-COUNT.
           MOVE PC_PERSON-ID TO E_PERSON-ID.
           MOVE PC_PESEL TO E_PERSON-NAME.
           MOVE SPACES TO E_PERSON-SURNAME.
           MOVE W_PESEL-REASON TO E_REASON.
           WRITE E_EXCEPTION-REC
           END-WRITE.
           DISPLAY '** PESEL refused for 'PC_PERSON-ID' - '
               W_PESEL-REASON.
           MOVE PC_PERSON-ID TO W_PESEL-PERSON-ID.
           MOVE PC_PESEL TO W_PESEL-VALUE.
           MOVE PC_SOURCE TO W_PESEL-SOURCE.
           PERFORM WRITE-PESEL-REJECT-SECTION.

      * The converters' origin for each person they converted - laid
      * over the RELOAD origin this load has just given that person,
      * so the record says CSV or PARTNER and names the file and
      * sequence the person was really sent in. Only an origin
      * written tonight by this load is replaced: a person already
      * known before tonight keeps their first arrival, and a line
      * for a person the load rejected has nothing to land on. No
      * hand-off file means neither converter ran - nothing to do.
       APPLY-PROVENANCE-CAPTURE-SECTION SECTION.
           IF NOT PROVENANCE-OPEN
               GO TO APPLY-PROVENANCE-CAPTURE-EXIT
           END-IF.
           OPEN INPUT PROVENANCE-CAPTURE-IN.
           IF W_PVC-STATUS NOT = '00'
               GO TO APPLY-PROVENANCE-CAPTURE-EXIT
           END-IF.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.

           PERFORM UNTIL B_PVC-EOF = 'Y'
               READ PROVENANCE-CAPTURE-IN
                   AT END MOVE 'Y' TO B_PVC-EOF
                   NOT AT END
                       IF PH_PROVENANCE NOT = SPACES
                           ADD 1 TO W_PVC-READ-COUNT
                           PERFORM APPLY-ONE-ORIGIN-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROVENANCE-CAPTURE-IN.

           STRING 'provenance_capture_' W_TODAY '_done.txt'
               DELIMITED BY SIZE
               INTO W_PVC-DONE-FILE.
           CALL 'CBL_RENAME_FILE' USING W_PVC-FILENAME,
               W_PVC-DONE-FILE.
           MOVE RETURN-CODE TO W_PVC-RENAME-RC.
           MOVE 0 TO RETURN-CODE.
           IF W_PVC-RENAME-RC NOT = 0
               DISPLAY '** could not rename provenance_capture.txt '
                   'to 'W_PVC-DONE-FILE' - move it aside BY HAND '
                   'before the next load'
           END-IF.

       APPLY-PROVENANCE-CAPTURE-EXIT.
           EXIT.

       APPLY-ONE-ORIGIN-SECTION SECTION.
           MOVE PH_PERSON-ID TO PV_PERSON-ID.
           READ PROVENANCE-FILE KEY IS PV_PERSON-ID
               INVALID KEY
                   GO TO APPLY-ONE-ORIGIN-EXIT
           END-READ.
           IF PV_SOURCE NOT = 'RELOAD'
               OR PV_LOAD-DATE NOT = W_PV-TODAY
               OR PV_FEED-NAME NOT = W_BRANCH-FEED-FILE
               GO TO APPLY-ONE-ORIGIN-EXIT
           END-IF.

           MOVE PH_SOURCE TO PV_SOURCE.
           MOVE PH_FEED-NAME TO PV_FEED-NAME.
           MOVE PH_FEED-SEQ TO PV_FEED-SEQ.
           REWRITE PV_PROVENANCE
               INVALID KEY
                   DISPLAY '** provenance for 'PH_PERSON-ID
                       ' not rewritten (status 'W_PV-STATUS')'
               NOT INVALID KEY
                   ADD 1 TO W_PVC-DONE-COUNT
           END-REWRITE.

       APPLY-ONE-ORIGIN-EXIT.
           EXIT.

       COPY 'RUN-STATUS-CHECK.cpy'.
       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'PERSON-LOCK.cpy'.
       COPY 'PERSON-CONTROL.cpy'.
       COPY 'GIVEN-NAME.cpy'.
       COPY 'BRANCH-PROFILE.cpy'.
       COPY 'PESEL-CAPTURE.cpy'.
       COPY 'PESEL-REJECT.cpy'.
       COPY 'FEED-CONTROL.cpy'.
       COPY 'PROVENANCE.cpy'.


       
