      * 12_MAILING_LABELS emits labels in person-ID order - full
      * rate on every mailing for lack of a sort. This is the
      * presort pass: the same active/consent/address selection as
      * the label run (an address marked undeliverable counts as
      * none), RELEASEd through the 01_SORT work-file machinery
      * keyed on AD_POSTAL-CODE, then written to
      * mailing_labels_presorted.txt with BUNDLE separator lines
      * every ten labels inside a postal code and TRAY separators
      * every five bundles - the quantities the contract qualifies
      * at - plus presort_summary.txt, the per-code manifest the
      * post office accepts: labels, bundles and trays per postal
      * code and in total. Each label is entered in the person's
      * correspondence history (see CORRESPONDENCE.cpy).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 60_PRESORT_LABELS.

                       'mailing_labels_presorted.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Correspondence history - see CORRESPONDENCE.cpy.
               SELECT CORRESPONDENCE-FILE ASSIGN TO
                       'correspondence.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CR_KEY
                   FILE STATUS IS W_CR-STATUS.

               SELECT SUMMARY-OUT ASSIGN TO 'presort_summary.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

                         PREFIX-CITY BY AD_CITY
                         PREFIX-POSTAL-CODE BY AD_POSTAL-CODE
                         PREFIX-PHONE BY AD_PHONE
                         PREFIX-MAIL-STATE BY AD_MAIL-STATE
                         PREFIX-DELIVERABLE BY AD_DELIVERABLE
                         PREFIX-UNDELIVERABLE BY AD_UNDELIVERABLE
                         PREFIX-RETURNED-ON BY AD_RETURNED-ON
                         PREFIX-RETURN-REASON BY AD_RETURN-REASON
                         PREFIX BY AD_ADDRESS.

           FD CONSENT-FILE.
                         PREFIX-STATE BY CN_STATE
                         PREFIX-GRANTED BY CN_GRANTED
                         PREFIX-WITHDRAWN BY CN_WITHDRAWN
                         PREFIX-EXPIRED BY CN_EXPIRED
                         PREFIX-EFFECTIVE-DATE BY CN_EFFECTIVE-DATE
                         PREFIX-GIVEN-BY BY CN_GIVEN-BY
                         PREFIX BY CN_CONSENT.

           SD F-WORK.
           FD LABELS-OUT.
           01 LB_LABEL-LINE PIC X(100).

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

           FD SUMMARY-OUT.
           01 SM_SUMMARY-LINE PIC X(100).

               01 W_TOTAL-TRAYS PIC 9(4) VALUE 0.
               01 W_SUPPRESSED-COUNT PIC 9(6) VALUE 0.
               01 W_NO-ADDRESS-COUNT PIC 9(6) VALUE 0.
               01 W_UNDELIVERABLE-COUNT PIC 9(6) VALUE 0.

      * Consent gate and its under-18 test (see CONSENT-GATE.cpy).
               COPY 'CONSENT-GATE-FIELDS.cpy'.
               COPY 'MINOR-CHECK-FIELDS.cpy'.

      * Correspondence history (see CORRESPONDENCE.cpy).
               COPY 'CORRESPONDENCE-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.
               W_TOTAL-BUNDLES' bundle(s), 'W_TOTAL-TRAYS
               ' tray(s)'.
           DISPLAY 'Consent suppressed: 'W_SUPPRESSED-COUNT
               '  no address: 'W_NO-ADDRESS-COUNT
               '  undeliverable: 'W_UNDELIVERABLE-COUNT.
           DISPLAY '  minors without guardian consent: '
               W_CG-MINOR-COUNT.
           DISPLAY '  under a RODO restriction: '
               W_CG-RESTRICTED-COUNT.

           MOVE '60_PRESORT_LABELS' TO W_TRAILER-PROGRAM.
           MOVE W_LABEL-COUNT TO W_TRAILER-COUNT.
       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'CORRESPONDENCE.cpy'.
       COPY 'CONSENT-GATE.cpy'.
       COPY 'MINOR-CHECK.cpy'.

      * The same selection 12_MAILING_LABELS applies - active,
      * passing the consent gate, with an address - each hit
      * RELEASEd into the sort keyed on its postal code.
       SELECT-LABELS-SECTION SECTION.
           OPEN INPUT PERSON-IN.
           OPEN INPUT ADDRESS-FILE.
           END-IF.

       RELEASE-ONE-SECTION SECTION.
           MOVE FI_PERSON-ID TO W_CG-PERSON-ID.
           MOVE 'MAILING' TO W_CG-TYPE.
           MOVE FI_PERSON-BIRTH-DATE TO W_MN-BIRTH-DATE.
           MOVE FI_PERSON-BIRTH-QUALITY TO W_MN-BIRTH-QUALITY.
           PERFORM CHECK-CONSENT-SECTION.
           IF CONSENT-SUPPRESSED
               ADD 1 TO W_SUPPRESSED-COUNT
               GO TO RELEASE-ONE-EXIT
           END-IF.

           MOVE FI_PERSON-ID TO AD_PERSON-ID.
                   ADD 1 TO W_NO-ADDRESS-COUNT
                   GO TO RELEASE-ONE-EXIT
           END-READ.
           IF AD_UNDELIVERABLE
               ADD 1 TO W_UNDELIVERABLE-COUNT
               GO TO RELEASE-ONE-EXIT
           END-IF.

           MOVE AD_POSTAL-CODE TO WO_POSTAL-CODE.
           MOVE FI_PERSON-ID TO WO_PERSON-ID.
      * out each code's line on the summary.
       EMIT-PRESORTED-SECTION SECTION.
           OPEN OUTPUT LABELS-OUT.
           MOVE '60_PRESORT_LABELS' TO W_CR-PROGRAM.
           MOVE 'PRESORT' TO W_CR-DOC-TYPE.
           MOVE 'mailing_labels_presorted.txt' TO W_CR-OUTPUT-FILE.
           PERFORM OPEN-CORRESPONDENCE-SECTION.
           OPEN OUTPUT SUMMARY-OUT.

           MOVE 'PRESORT MANIFEST BY POSTAL CODE'
           WRITE SM_SUMMARY-LINE.

           CLOSE LABELS-OUT.
           PERFORM CLOSE-CORRESPONDENCE-SECTION.
           CLOSE SUMMARY-OUT.

       EMIT-ONE-LABEL-SECTION SECTION.
           ADD 1 TO W_LABEL-COUNT.
           ADD 1 TO W_CODE-COUNT.
           ADD 1 TO W_IN-BUNDLE.
           MOVE WO_PERSON-ID TO W_CR-PERSON-ID.
           PERFORM RECORD-CORRESPONDENCE-SECTION.

       CLOSE-BUNDLE-SECTION SECTION.
           ADD 1 TO W_CODE-BUNDLES.
