      * actually has to print labels. This reads output.dat by key,
      * looks up each active person's address.dat entry (see
      * ADDRESS-RECORD.cpy), and writes a one-label-per-person flat
      * file for anyone who has a deliverable address on file,
      * skipping anyone who doesn't the same way
      * REJECT-RECORD-SECTION skips a bad load record instead of
      * aborting the whole run. Each label is entered in the
      * correspondence history of the person it is addressed to
      * (see CORRESPONDENCE.cpy).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 12_MAILING_LABELS.

               SELECT LABELS-OUT ASSIGN TO 'mailing_labels.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Correspondence history - see CORRESPONDENCE.cpy.
               SELECT CORRESPONDENCE-FILE ASSIGN TO
                       'correspondence.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CR_KEY
                   FILE STATUS IS W_CR-STATUS.

      * HOUSEHOLD mode joins the links and the household master so
      * a family at one address gets ONE mailing, addressed to the
      * head once one is designated - postage is the second-biggest
                   FILE STATUS IS W_PH-STATUS.

      * The consent gate - a person whose MAILING consent stands
      * withdrawn gets no label, full stop, and neither does a minor
      * without their guardian's grant. See CONSENT-GATE.cpy.
               SELECT CONSENT-FILE ASSIGN TO 'consent.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                         PREFIX-CITY BY AD_CITY
                         PREFIX-POSTAL-CODE BY AD_POSTAL-CODE
                         PREFIX-PHONE BY AD_PHONE
                         PREFIX-MAIL-STATE BY AD_MAIL-STATE
                         PREFIX-DELIVERABLE BY AD_DELIVERABLE
                         PREFIX-UNDELIVERABLE BY AD_UNDELIVERABLE
                         PREFIX-RETURNED-ON BY AD_RETURNED-ON
                         PREFIX-RETURN-REASON BY AD_RETURN-REASON
                         PREFIX BY AD_ADDRESS.

           FD LABELS-OUT.
               01 LABEL-LINE PIC X(100).

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

           FD HOUSEHOLD-LINK.
           COPY 'HOUSEHOLD-RECORD.cpy'
               REPLACING PREFIX-ID BY HH_PERSON-ID
                         PREFIX-STATE BY CN_STATE
                         PREFIX-GRANTED BY CN_GRANTED
                         PREFIX-WITHDRAWN BY CN_WITHDRAWN
                         PREFIX-EXPIRED BY CN_EXPIRED
                         PREFIX-EFFECTIVE-DATE BY CN_EFFECTIVE-DATE
                         PREFIX-GIVEN-BY BY CN_GIVEN-BY
                         PREFIX BY CN_CONSENT.

           WORKING-STORAGE SECTION.
               01 W_AD-STATUS PIC X(2).
               01 W_LABEL-COUNT PIC 9(6) VALUE 0.
               01 W_SKIPPED-COUNT PIC 9(6) VALUE 0.
               01 W_UNDELIVERABLE-COUNT PIC 9(6) VALUE 0.
               01 W_NON-ACTIVE-COUNT PIC 9(6) VALUE 0.
               01 W_CN-STATUS PIC X(2).
               01 W_CONSENT-USABLE-SW PIC X(1) VALUE 'N'.
                   88 CONSENT-USABLE VALUE 'Y'.
               01 W_SUPPRESSED-COUNT PIC 9(6) VALUE 0.

      * Consent gate and its under-18 test (see CONSENT-GATE.cpy).
               COPY 'CONSENT-GATE-FIELDS.cpy'.
               COPY 'MINOR-CHECK-FIELDS.cpy'.

      * HOUSEHOLD mode bookkeeping - which (household, street)
      * pairs already received their one label, and what was saved.
               01 W_ARG-1 PIC X(10) VALUE SPACES.
               01 W_SAVED-COUNT PIC 9(6) VALUE 0.
               01 W_LABEL-NAME PIC X(16) VALUE SPACES.
               01 W_LABEL-SURNAME PIC X(25) VALUE SPACES.
               01 W_LABEL-PERSON-ID PIC 9(6) VALUE 0.
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Correspondence history (see CORRESPONDENCE.cpy).
               COPY 'CORRESPONDENCE-FIELDS.cpy'.

      * Branch file profile (see BRANCH-PROFILE.cpy) - which set of
      * data files this run points at.
               COPY 'BRANCH-FILES.cpy'.
           PERFORM START-JOB-TIMER-SECTION.
           OPEN INPUT ADDRESS-FILE.
           OPEN OUTPUT LABELS-OUT.
           MOVE '12_MAILING_LABELS' TO W_CR-PROGRAM.
           MOVE 'LABEL' TO W_CR-DOC-TYPE.
           MOVE 'mailing_labels.txt' TO W_CR-OUTPUT-FILE.
           PERFORM OPEN-CORRESPONDENCE-SECTION.

      * No consent.dat just means nobody has recorded anything yet
      * - every active adult with an address gets a label, and no
      * minor does.
           OPEN INPUT CONSENT-FILE.
           IF W_CN-STATUS = '00'
               MOVE 'Y' TO W_CONSENT-USABLE-SW
           END-PERFORM.

           CLOSE LABELS-OUT.
           PERFORM CLOSE-CORRESPONDENCE-SECTION.
           CLOSE ADDRESS-FILE.
           CLOSE PERSON-IN.
           IF CONSENT-USABLE

           DISPLAY 'Labels written : 'W_LABEL-COUNT.
           DISPLAY 'No address on file (skipped) : 'W_SKIPPED-COUNT.
           DISPLAY 'Address undeliverable (held) : '
               W_UNDELIVERABLE-COUNT.
           DISPLAY 'Not active (no label)        : '
               W_NON-ACTIVE-COUNT.
           DISPLAY 'Consent withdrawn (suppressed): '
               W_SUPPRESSED-COUNT.
           DISPLAY '  minors without guardian consent: '
               W_CG-MINOR-COUNT.
           DISPLAY '  under a RODO restriction: '
               W_CG-RESTRICTED-COUNT.
           IF HOUSEHOLD-MODE
               DISPLAY 'Labels saved by household grouping: '
                   W_SAVED-COUNT

       COPY 'JOB-TRAILER.cpy'.
       COPY 'BRANCH-PROFILE.cpy'.
       COPY 'CORRESPONDENCE.cpy'.
       COPY 'CONSENT-GATE.cpy'.
       COPY 'MINOR-CHECK.cpy'.

      * Looks the current person up in address.dat by key and, if an
      * address is on file, formats and writes one label line.
       WRITE-LABEL-SECTION SECTION.
      * The consent gate first - an explicit MAILING withdrawal, or
      * a minor without their guardian's grant, suppresses the label
      * before the address is even read, and the suppression is
      * counted so the regulator can see the gate working in the
      * job trailer.
           MOVE FI_PERSON-ID TO W_CG-PERSON-ID.
           MOVE 'MAILING' TO W_CG-TYPE.
           MOVE FI_PERSON-BIRTH-DATE TO W_MN-BIRTH-DATE.
           MOVE FI_PERSON-BIRTH-QUALITY TO W_MN-BIRTH-QUALITY.
           PERFORM CHECK-CONSENT-SECTION.
           IF CONSENT-SUPPRESSED
               ADD 1 TO W_SUPPRESSED-COUNT
               GO TO WRITE-LABEL-EXIT
           END-IF.

           MOVE FI_PERSON-NAME TO W_LABEL-NAME.
           MOVE FI_PERSON-SURNAME TO W_LABEL-SURNAME.
           MOVE FI_PERSON-ID TO W_LABEL-PERSON-ID.

           MOVE FI_PERSON-ID TO AD_PERSON-ID.
           READ ADDRESS-FILE
               INVALID KEY
                   ADD 1 TO W_SKIPPED-COUNT
               NOT INVALID KEY
      * Mail already returned from here waits for the corrected
      * address - see 70_RETURNED_MAIL.
                   IF AD_UNDELIVERABLE
                       ADD 1 TO W_UNDELIVERABLE-COUNT
                       GO TO WRITE-LABEL-EXIT
                   END-IF
                   IF HOUSEHOLD-MODE AND LINKS-USABLE
                       PERFORM CONSOLIDATE-HOUSEHOLD-SECTION
                       IF W_DONE-HIT-SW = 'Y'
                   MOVE SPACES TO LABEL-LINE
                   WRITE LABEL-LINE
                   ADD 1 TO W_LABEL-COUNT
                   MOVE W_LABEL-PERSON-ID TO W_CR-PERSON-ID
                   PERFORM RECORD-CORRESPONDENCE-SECTION
           END-READ.

       WRITE-LABEL-EXIT.
      * member living elsewhere still gets their own. The first
      * member seen claims the (household, street) slot, and the
      * label is re-addressed to the head when the master file
      * names one who is still Active - never to a head who has
      * died or left (110_DECEASED_CLOSURE hands a deceased head's
      * role on, but a label run must not depend on that having
      * happened first).
       CONSOLIDATE-HOUSEHOLD-SECTION SECTION.
           MOVE 'N' TO W_DONE-HIT-SW.
           MOVE FI_PERSON-ID TO HH_PERSON-ID.
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF PH_PERSON-ACTIVE
                                       MOVE PH_PERSON-NAME
                                           TO W_LABEL-NAME
                                       MOVE PH_PERSON-SURNAME
                                           TO W_LABEL-SURNAME
                                       MOVE HM_HEAD-ID
                                           TO W_LABEL-PERSON-ID
                                   END-IF
                           END-READ
                       END-IF
               END-READ
