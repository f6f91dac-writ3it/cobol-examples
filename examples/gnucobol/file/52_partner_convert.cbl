      *    42-46   birth date       PIC 9(8) COMP-3 (YYYYMMDD)
      *    47-51   registry ID      PIC 9(9) COMP-3
      *    52      status           EBCDIC 'A'/'N' (N = not active)
      *    53-63   PESEL            EBCDIC digits, blank if unknown
      *    64      filler
      * The PESEL has no place on the person record: one that
      * passes its checksum (12_PESEL_CHECK) is handed on through
      * pesel_capture.txt (PESEL-RECORD.cpy layout, source PARTNER)
      * for 02_WRITE to record on pesel.dat once the person is
      * loaded; a bad one is listed on partner_rejects.txt and the
      * person record still converts.
      * Every converted person is also handed on through
      * provenance_capture.txt (PROVENANCE-RECORD.cpy layout,
      * source PARTNER, registry_extract.dat and its sequence
      * number) so 02_WRITE can record where they really came from
      * (see PROVENANCE.cpy).
      * Once the registry brackets the extract with control records
      * (first and last 64-byte records, EBCDIC text in bytes 1-40,
      * laid out as FEED-CONTROL.cpy describes) the extract is
      * checked before anything is converted; a refused extract
      * writes nothing. persons_partner.txt then carries the
      * registry's own header and a trailer over what was converted,
      * so 02_WRITE checks it in turn.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 52_PARTNER_CONVERT.

               SELECT REJECTS-OUT ASSIGN TO 'partner_rejects.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Converter hand-off for the PESEL field - appended to, since
      * the CSV converter writes the same file.
               SELECT PESEL-CAPTURE-OUT ASSIGN TO 'pesel_capture.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PC-OUT-STATUS.

      * Converter hand-off for the person's origin - appended to,
      * since the CSV converter writes the same file.
               SELECT PROVENANCE-CAPTURE-OUT ASSIGN TO
                       'provenance_capture.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PVC-OUT-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Inbound feed-sequence register - see FEED-CONTROL.cpy.
               SELECT FEED-REGISTER ASSIGN TO 'feed_register.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FR_KEY
                   FILE STATUS IS W_FR-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'FEED-REGISTER-FILE.cpy'.

           FD PARTNER-IN.
           01 RX_PARTNER-REC.
              02 RX_BIRTH-DATE PIC 9(8) COMP-3.
              02 RX_REGISTRY-ID PIC 9(9) COMP-3.
              02 RX_STATUS PIC X(1).
              02 RX_PESEL PIC X(11).
              02 FILLER PIC X(1).

           FD PERSON-OUT.
               COPY 'PERSON-RECORD.cpy'
           FD REJECTS-OUT.
           01 RJ_REJECT-LINE PIC X(120).

           FD PESEL-CAPTURE-OUT.
           COPY 'PESEL-RECORD.cpy'
               REPLACING PREFIX-ID BY PC_PERSON-ID
                         PREFIX-PESEL BY PC_PESEL
                         PREFIX-SOURCE BY PC_SOURCE
                         PREFIX-CAPTURED-ON BY PC_CAPTURED-ON
                         PREFIX BY PC_PESEL-REC.

           FD PROVENANCE-CAPTURE-OUT.
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

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_IN-STATUS PIC X(2).
               01 W_LINE-OK-SW PIC X(1) VALUE 'Y'.
                   88 LINE-OK VALUE 'Y'.

      * PESEL field check (see 12_PESEL_CHECK.cbl) - checksum and
      * date only here; the birth-date cross-check happens when
      * 02_WRITE records it against the loaded person.
               01 W_PC-OUT-STATUS PIC X(2).
               01 W_PVC-OUT-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_PESEL PIC X(11) VALUE SPACES.
               01 W_PESEL-CHECK-DATE PIC 9(8) VALUE 0.
               01 W_PESEL-CHECK-QUALITY PIC X(1) VALUE SPACE.
               01 W_PESEL-DATE PIC 9(8) VALUE 0.
               01 W_PESEL-SEX PIC X(1) VALUE SPACE.
               01 W_PESEL-REASON PIC X(40) VALUE SPACES.
               01 W_PESEL-STATUS PIC X(1) VALUE '0'.
                   88 PESEL-OK VALUE '0'.
               01 W_PESEL-COUNT PIC 9(6) VALUE 0.
               01 W_PESEL-REJECT-COUNT PIC 9(6) VALUE 0.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Feed header/trailer control (see FEED-CONTROL.cpy).
               COPY 'FEED-CONTROL-FIELDS.cpy'.

       PROCEDURE DIVISION.

           OPEN INPUT PARTNER-IN.
               STOP RUN
           END-IF.
           PERFORM START-JOB-TIMER-SECTION.
           PERFORM CHECK-FEED-CONTROL-SECTION.

           OPEN OUTPUT PERSON-OUT.
           OPEN OUTPUT REJECTS-OUT.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           OPEN EXTEND PESEL-CAPTURE-OUT.
           IF W_PC-OUT-STATUS = '35'
               OPEN OUTPUT PESEL-CAPTURE-OUT
           END-IF.
           OPEN EXTEND PROVENANCE-CAPTURE-OUT.
           IF W_PVC-OUT-STATUS = '35'
               OPEN OUTPUT PROVENANCE-CAPTURE-OUT
           END-IF.
           IF FEED-CONTROLLED
               PERFORM FEED-FORMAT-HEADER-SECTION
               WRITE FO_PERSON FROM W_FC-CONTROL-LINE
           END-IF.

           PERFORM UNTIL B_EOF = 'Y'
               READ PARTNER-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_RECORD-NO
                       IF FEED-CONTROLLED
                           PERFORM TRANSLATE-CONTROL-LINE-SECTION
                       END-IF
                       IF NOT (FEED-CONTROLLED
                          AND (FEED-HEADER-TAG OR FEED-TRAILER-TAG))
                           PERFORM CONVERT-ONE-RECORD-SECTION
                       END-IF
               END-READ
           END-PERFORM.

           IF FEED-CONTROLLED
               PERFORM FEED-FORMAT-TRAILER-SECTION
               WRITE FO_PERSON FROM W_FC-CONTROL-LINE
           END-IF.

           CLOSE PARTNER-IN.
           CLOSE PERSON-OUT.
           CLOSE REJECTS-OUT.
           CLOSE PESEL-CAPTURE-OUT.
           CLOSE PROVENANCE-CAPTURE-OUT.

           DISPLAY W_RECORD-NO' partner record(s) read, '
               W_WRITTEN-COUNT' converted to persons_partner.txt, '
               W_REJECT-COUNT' rejected to partner_rejects.txt'.
           DISPLAY W_PESEL-COUNT' PESEL(s) handed to '
               'pesel_capture.txt, 'W_PESEL-REJECT-COUNT
               ' bad PESEL(s) listed in partner_rejects.txt'.

           MOVE '52_PARTNER_CONVERT' TO W_TRAILER-PROGRAM.
           MOVE W_WRITTEN-COUNT TO W_TRAILER-COUNT.
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.
           PERFORM FEED-REGISTER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'FEED-CONTROL.cpy'.

      * The pre-pass - the extract read through once against its
      * control records before persons_partner.txt is opened, so a
      * refused extract leaves the last converted file as it was.
      * The extract is reopened for the conversion proper.
       CHECK-FEED-CONTROL-SECTION SECTION.
           MOVE 'registry_extract.dat' TO W_FC-FEED-NAME.
           MOVE '52_PARTNER_CONVERT' TO W_FC-PROGRAM.
           PERFORM FEED-CHECK-START-SECTION.

           PERFORM UNTIL B_EOF = 'Y'
               READ PARTNER-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM TRANSLATE-CONTROL-LINE-SECTION
                       MOVE 'N' TO W_FC-LINE-SKIP-SW
                       IF RX_REGISTRY-ID IS NUMERIC
                           MOVE RX_REGISTRY-ID TO W_FC-RECORD-ID
                       ELSE
                           MOVE 0 TO W_FC-RECORD-ID
                       END-IF
                       PERFORM FEED-CHECK-LINE-SECTION
               END-READ
           END-PERFORM.
           CLOSE PARTNER-IN.
           MOVE 'N' TO B_EOF.

           PERFORM FEED-CHECK-END-SECTION.
           IF NOT FEED-LOADABLE
               DISPLAY '** nothing converted - persons_partner.txt '
                   'left as it was'
               MOVE 16 TO RETURN-CODE
               MOVE '52_PARTNER_CONVERT' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               STOP RUN
           END-IF.
           OPEN INPUT PARTNER-IN.

      * The first 40 bytes of the record just read, EBCDIC to ASCII,
      * into W_FC-CONTROL-LINE - in two pieces, the translation
      * scratch field being 25 bytes wide.
       TRANSLATE-CONTROL-LINE-SECTION SECTION.
           MOVE SPACES TO W_FC-CONTROL-LINE.
           MOVE RX_PARTNER-REC(1:25) TO W_EB-FIELD.
           MOVE 25 TO W_EB-LEN.
           PERFORM TRANSLATE-FIELD-SECTION.
           MOVE W_EB-FIELD TO W_FC-CONTROL-LINE(1:25).
           MOVE SPACES TO W_EB-FIELD.
           MOVE RX_PARTNER-REC(26:15) TO W_EB-FIELD(1:15).
           MOVE 15 TO W_EB-LEN.
           PERFORM TRANSLATE-FIELD-SECTION.
           MOVE W_EB-FIELD(1:15) TO W_FC-CONTROL-LINE(26:15).

       CONVERT-ONE-RECORD-SECTION SECTION.
           MOVE 'Y' TO W_LINE-OK-SW.
               WRITE FO_PERSON
               END-WRITE
               ADD 1 TO W_WRITTEN-COUNT
               ADD 1 TO W_FC-OUT-COUNT
               COMPUTE W_FC-OUT-HASH = FUNCTION MOD(W_FC-OUT-HASH
                   + FO_PERSON-ID, 1000000000000000)
               PERFORM HAND-OFF-ORIGIN-SECTION
               PERFORM HAND-OFF-PESEL-SECTION
           ELSE
               ADD 1 TO W_REJECT-COUNT
               MOVE SPACES TO RJ_REJECT-LINE
               END-WRITE
           END-IF.

      * The converted person's origin onto provenance_capture.txt
      * for 02_WRITE - registry_extract.dat and the registry's
      * sequence number (zero for an unheaded extract).
       HAND-OFF-ORIGIN-SECTION SECTION.
           MOVE FO_PERSON-ID TO PH_PERSON-ID.
           MOVE 'PARTNER' TO PH_SOURCE.
           MOVE W_TODAY TO PH_LOAD-DATE.
           MOVE W_FC-FEED-NAME TO PH_FEED-NAME.
           MOVE W_FC-SEQ TO PH_FEED-SEQ.
           MOVE '52_PARTNER_CONVERT' TO PH_LAST-PROGRAM.
           MOVE 'SYSTEM' TO PH_LAST-OPERATOR.
           MOVE W_TODAY TO PH_LAST-DATE.
           WRITE PH_PROVENANCE.

      * The PESEL field of a converted record - translated like the
      * text fields, then a good one onto pesel_capture.txt for
      * 02_WRITE and a bad one onto the rejects file, the person
      * already converted. Blank (EBCDIC spaces or never filled)
      * means the registry does not know it.
       HAND-OFF-PESEL-SECTION SECTION.
           IF RX_PESEL = LOW-VALUES
               GO TO HAND-OFF-PESEL-EXIT
           END-IF.
           MOVE SPACES TO W_EB-FIELD.
           MOVE RX_PESEL TO W_EB-FIELD(1:11).
           MOVE 11 TO W_EB-LEN.
           PERFORM TRANSLATE-FIELD-SECTION.
           IF W_EB-FIELD(1:11) = SPACES
               GO TO HAND-OFF-PESEL-EXIT
           END-IF.
           MOVE W_EB-FIELD(1:11) TO W_PESEL.

           MOVE 0 TO W_PESEL-CHECK-DATE.
           MOVE SPACE TO W_PESEL-CHECK-QUALITY.
           CALL '12_PESEL_CHECK' USING W_PESEL, W_PESEL-CHECK-DATE,
               W_PESEL-CHECK-QUALITY, W_PESEL-DATE, W_PESEL-SEX,
               W_PESEL-REASON, W_PESEL-STATUS.
           IF NOT PESEL-OK
               ADD 1 TO W_PESEL-REJECT-COUNT
               MOVE SPACES TO RJ_REJECT-LINE
               STRING 'RECORD ' DELIMITED BY SIZE
                      W_RECORD-NO DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      W_PESEL-REASON DELIMITED BY SIZE
                      ' (person converted, PESEL dropped)'
                          DELIMITED BY SIZE
                   INTO RJ_REJECT-LINE
               END-STRING
               WRITE RJ_REJECT-LINE
               END-WRITE
               GO TO HAND-OFF-PESEL-EXIT
           END-IF.

           MOVE FO_PERSON-ID TO PC_PERSON-ID.
           MOVE W_PESEL TO PC_PESEL.
           MOVE 'PARTNER' TO PC_SOURCE.
           MOVE W_TODAY TO PC_CAPTURED-ON.
           WRITE PC_PESEL-REC.
           ADD 1 TO W_PESEL-COUNT.

       HAND-OFF-PESEL-EXIT.
           EXIT.

      * One field of W_EB-LEN bytes, EBCDIC to ASCII in place -
      * letters, digits, space and the name punctuation the
      * cleansing pass recognizes. FUNCTION ORD is byte value + 1.
