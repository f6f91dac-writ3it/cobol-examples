      * The consent gate for the outbound CSV - see
      * CONSENT-RECORD.cpy. A person whose EXPORT consent stands
      * withdrawn is left out of the CSV unless the FULL argument
      * forces a complete compliance extract; so is a minor whose
      * guardian has not granted it (see CONSENT-GATE.cpy). A
      * person under a RODO restriction of processing is left out
      * of both files, the fixed-width feed as well, again unless
      * FULL is asked for.
               SELECT CONSENT-FILE ASSIGN TO 'consent.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                         PREFIX-STATE BY CN_STATE
                         PREFIX-GRANTED BY CN_GRANTED
                         PREFIX-WITHDRAWN BY CN_WITHDRAWN
                         PREFIX-EXPIRED BY CN_EXPIRED
                         PREFIX-EFFECTIVE-DATE BY CN_EFFECTIVE-DATE
                         PREFIX-GIVEN-BY BY CN_GIVEN-BY
                         PREFIX BY CN_CONSENT.

           WORKING-STORAGE SECTION.
                   88 CONSENT-USABLE VALUE 'Y'.
               01 W_SUPPRESSED-COUNT PIC 9(6) VALUE 0.
               01 W_ARG-LINE PIC X(20) VALUE SPACES.
               01 W_RESTRICTED-SW PIC X(1) VALUE 'N'.
                   88 PERSON-RESTRICTED VALUE 'Y'.

      * Consent gate and its under-18 test (see CONSENT-GATE.cpy).
               COPY 'CONSENT-GATE-FIELDS.cpy'.
               COPY 'MINOR-CHECK-FIELDS.cpy'.

      * Outbound manifest fields (see MANIFEST.cpy) - this export
      * ships to other systems, so it manifests what it shipped.

      * The consent gate only applies to the CSV, the feed that
      * leaves the shop for the analysts - no consent.dat just
      * means nobody has recorded anything yet, which the gate
      * still holds a minor to. A RODO restriction holds for
      * either file.
           IF NOT FULL-MODE
               OPEN INPUT CONSENT-FILE
               IF W_CN-STATUS = '00'
                   MOVE 'Y' TO W_CONSENT-USABLE-SW
                           IF CSV-MODE
                               PERFORM WRITE-CSV-ROW-SECTION
                           ELSE
                               PERFORM CHECK-RESTRICTION-SECTION
                               IF PERSON-RESTRICTED
                                   ADD 1 TO W_SUPPRESSED-COUNT
                               ELSE
                                   WRITE FO_PERSON
                                   END-WRITE
                                   ADD 1 TO W_EXPORT-COUNT
                                   ADD FO_PERSON-ID
                                       TO W_EXPORT-ID-SUM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           IF CONSENT-USABLE
               CLOSE CONSENT-FILE
           END-IF.
           IF CSV-MODE AND NOT FULL-MODE
               DISPLAY "Consent withdrawn (suppressed): "
                   W_SUPPRESSED-COUNT
               DISPLAY "  of which minors without guardian consent: "
                   W_CG-MINOR-COUNT
               DISPLAY "  of which under a RODO restriction: "
                   W_CG-RESTRICTED-COUNT
           END-IF.
           IF NOT CSV-MODE AND NOT FULL-MODE
               DISPLAY "Under a RODO restriction (held out): "
                   W_SUPPRESSED-COUNT
           END-IF.

           MOVE W_EXPORT-COUNT TO W_MANIFEST-COUNT.
       STOP RUN.

       COPY 'MANIFEST.cpy'.
       COPY 'CONSENT-GATE.cpy'.
       COPY 'MINOR-CHECK.cpy'.

      * The fixed-width feed carries no consent test of its own -
      * only the RESTRICT marker the RODO request register keeps
      * on consent.dat (see RODO-REQUEST-RECORD.cpy).
       CHECK-RESTRICTION-SECTION SECTION.
           MOVE 'N' TO W_RESTRICTED-SW.
           IF FULL-MODE OR NOT CONSENT-USABLE
               GO TO CHECK-RESTRICTION-EXIT
           END-IF.
           MOVE FO_PERSON-ID TO CN_PERSON-ID.
           MOVE 'RESTRICT' TO CN_TYPE.
           READ CONSENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CN_WITHDRAWN
                       MOVE 'Y' TO W_RESTRICTED-SW
                   END-IF
           END-READ.

       CHECK-RESTRICTION-EXIT.
           EXIT.

      * Builds one comma-delimited row from the current FO_PERSON,
      * trimming the trailing spaces off the X(16)/X(25) name fields
      * so a spreadsheet does not show them padded.
       WRITE-CSV-ROW-SECTION SECTION.
      * An explicit EXPORT withdrawal, or a minor without their
      * guardian's grant, keeps the row out of the CSV - counted,
      * so the suppression shows in the run's summary.
           IF NOT FULL-MODE
               MOVE FO_PERSON-ID TO W_CG-PERSON-ID
               MOVE 'EXPORT' TO W_CG-TYPE
               MOVE FO_PERSON-BIRTH-DATE TO W_MN-BIRTH-DATE
               MOVE FO_PERSON-BIRTH-QUALITY TO W_MN-BIRTH-QUALITY
               PERFORM CHECK-CONSENT-SECTION
               IF CONSENT-SUPPRESSED
                   ADD 1 TO W_SUPPRESSED-COUNT
                   GO TO WRITE-CSV-ROW-EXIT
               END-IF
           END-IF.
           ADD 1 TO W_EXPORT-COUNT.
           ADD FO_PERSON-ID TO W_EXPORT-ID-SUM.
