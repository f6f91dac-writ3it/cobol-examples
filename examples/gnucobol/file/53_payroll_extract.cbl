      * verified receipt is how interface gaps stay invisible for
      * weeks; the control record is what makes the receipt
      * checkable.
      * The control record also carries the date of the last send
      * the bureau acknowledged in full, which each new send keeps -
      * that is how 110_DECEASED_CLOSURE knows a deceased member's
      * stop (their absence from the extract) has reached payroll.
      * A person under a RODO restriction of processing (see
      * RODO-REQUEST-RECORD.cpy) stays IN the extract: absence from
      * it is a stop, and a restriction request must not stop
      * anyone's pay without the payroll owner deciding that. Each
      * restricted active person is listed on the dated
      * payroll_restricted_<date>.txt instead, for the payroll owner
      * to agree their handling with the bureau and the data
      * protection officer.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 53_PAYROLL_EXTRACT.

               SELECT PAYROLL-OUT ASSIGN TO W_EXTRACT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Read only for the RESTRICT marker - see CONSENT-GATE.cpy.
               SELECT CONSENT-FILE ASSIGN TO 'consent.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS CN_KEY
                   FILE STATUS IS W_CN-STATUS.

      * Restricted persons sent tonight, for the payroll owner.
               SELECT RESTRICTED-OUT ASSIGN TO W_RESTRICTED-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT SENT-CONTROL ASSIGN TO 'payroll_sent.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_SENT-STATUS.

      * Outbound transmission manifest - see MANIFEST.cpy.
               SELECT MANIFEST-LOG ASSIGN TO
                       'outbound_manifest.log'

           COPY 'MANIFEST-LOG.cpy'.

           FD RESTRICTED-OUT.
           01 RS_RESTRICTED-REC PIC X(80).

           FD SENT-CONTROL.
           01 SC_SENT-REC.
              02 SC_SENT-DATE PIC 9(8).
              02 SC_SENT-COUNT PIC 9(6).
              02 SC_ID-SUM PIC 9(12).
              02 SC_LAST-ACKED PIC 9(8).

           FD CONSENT-FILE.
           COPY 'CONSENT-RECORD.cpy'
               REPLACING PREFIX-ID BY CN_PERSON-ID
                         PREFIX-TYPE BY CN_TYPE
                         PREFIX-KEY BY CN_KEY
                         PREFIX-STATE BY CN_STATE
                         PREFIX-GRANTED BY CN_GRANTED
                         PREFIX-WITHDRAWN BY CN_WITHDRAWN
                         PREFIX-EXPIRED BY CN_EXPIRED
                         PREFIX-EFFECTIVE-DATE BY CN_EFFECTIVE-DATE
                         PREFIX-GIVEN-BY BY CN_GIVEN-BY
                         PREFIX BY CN_CONSENT.

           FD PERSON-IN.
               COPY 'PERSON-RECORD.cpy'
               01 W_PI-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_EXTRACT-FILENAME PIC X(40) VALUE SPACES.
               01 W_RESTRICTED-FILENAME PIC X(40) VALUE SPACES.
               01 W_SENT-COUNT PIC 9(6) VALUE 0.
               01 W_ID-SUM PIC 9(12) VALUE 0.
               01 W_SENT-STATUS PIC X(2).
               01 W_LAST-ACKED PIC 9(8) VALUE 0.
               01 W_CN-STATUS PIC X(2).
               01 W_CONSENT-USABLE-SW PIC X(1) VALUE 'N'.
                   88 CONSENT-USABLE VALUE 'Y'.
               01 W_RESTRICTED-COUNT PIC 9(6) VALUE 0.
               01 W_RESTRICTED-SW PIC X(1) VALUE 'N'.
                   88 PERSON-RESTRICTED VALUE 'Y'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.
           STRING 'payroll_extract_' W_TODAY '.dat'
               DELIMITED BY SIZE
               INTO W_EXTRACT-FILENAME.
           STRING 'payroll_restricted_' W_TODAY '.txt'
               DELIMITED BY SIZE
               INTO W_RESTRICTED-FILENAME.

           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
           END-IF.
           PERFORM START-JOB-TIMER-SECTION.
           OPEN OUTPUT PAYROLL-OUT.
           OPEN OUTPUT RESTRICTED-OUT.
           OPEN INPUT CONSENT-FILE.
           IF W_CN-STATUS = '00'
               MOVE 'Y' TO W_CONSENT-USABLE-SW
           END-IF.

           PERFORM UNTIL B_EOF = 'Y'
               READ PERSON-IN NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF FI_PERSON-ACTIVE
                           PERFORM CHECK-RESTRICTION-SECTION
                       END-IF
                       IF FI_PERSON-ACTIVE
                           MOVE FI_PERSON-ID TO PY_PERSON-ID
                           MOVE FI_PERSON-SURNAME TO PY_SURNAME

           CLOSE PERSON-IN.
           CLOSE PAYROLL-OUT.
           CLOSE RESTRICTED-OUT.
           IF CONSENT-USABLE
               CLOSE CONSENT-FILE
           END-IF.

      * The outstanding-send record - 54_PAYROLL_ACK clears it once
      * the bureau's acknowledgement reconciles, and alarms off it
      * when none arrives. The last acknowledged send is carried
      * over from the record being replaced.
           OPEN INPUT SENT-CONTROL.
           IF W_SENT-STATUS = '00'
               READ SENT-CONTROL
                   AT END MOVE SPACES TO SC_SENT-REC
               END-READ
               IF SC_LAST-ACKED IS NUMERIC
                   MOVE SC_LAST-ACKED TO W_LAST-ACKED
               END-IF
               CLOSE SENT-CONTROL
           END-IF.
           OPEN OUTPUT SENT-CONTROL.
           MOVE W_TODAY TO SC_SENT-DATE.
           MOVE W_SENT-COUNT TO SC_SENT-COUNT.
           MOVE W_ID-SUM TO SC_ID-SUM.
           MOVE W_LAST-ACKED TO SC_LAST-ACKED.
           WRITE SC_SENT-REC.
           CLOSE SENT-CONTROL.


           DISPLAY W_SENT-COUNT' active person(s) extracted to '
               W_EXTRACT-FILENAME' - awaiting acknowledgement'.
           IF W_RESTRICTED-COUNT > 0
               DISPLAY W_RESTRICTED-COUNT' of them under a RODO '
                   'restriction - sent, and listed on '
                   W_RESTRICTED-FILENAME' for the payroll owner'
           END-IF.

           MOVE '53_PAYROLL_EXTRACT' TO W_TRAILER-PROGRAM.
           MOVE W_SENT-COUNT TO W_TRAILER-COUNT.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'MANIFEST.cpy'.

      * An open restriction is a RESTRICT marker withdrawn on
      * consent.dat - no consent.dat, no restriction. A restricted
      * person is still sent; this only lists them.
       CHECK-RESTRICTION-SECTION SECTION.
           MOVE 'N' TO W_RESTRICTED-SW.
           IF NOT CONSENT-USABLE
               GO TO CHECK-RESTRICTION-EXIT
           END-IF.
           MOVE FI_PERSON-ID TO CN_PERSON-ID.
           MOVE 'RESTRICT' TO CN_TYPE.
           READ CONSENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CN_WITHDRAWN
                       MOVE 'Y' TO W_RESTRICTED-SW
                       ADD 1 TO W_RESTRICTED-COUNT
                       MOVE SPACES TO RS_RESTRICTED-REC
                       STRING FI_PERSON-ID DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              FI_PERSON-SURNAME DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              FI_PERSON-NAME DELIMITED BY SIZE
                              ' RESTRICTED SINCE ' DELIMITED BY SIZE
                              CN_EFFECTIVE-DATE DELIMITED BY SIZE
                           INTO RS_RESTRICTED-REC
                       END-STRING
                       WRITE RS_RESTRICTED-REC
                   END-IF
           END-READ.

       CHECK-RESTRICTION-EXIT.
           EXIT.
