      * One-time migration, in the style of 69_MIGRATE_ADDRESS:
      * carries every record of consent.dat into a freshly built
      * file under the widened CONSENT-RECORD.cpy layout, which now
      * ends with the guardian who gave the consent. Nothing on the
      * standing file says a guardian gave it, so every record comes
      * across as consent in the person's own right - GIVEN-BY zero.
      * For an adult that changes nothing; a minor's standing grant
      * no longer counts (see CONSENT-GATE.cpy) until their guardian
      * records it, which is the rule the widened layout exists for.
      * The state carries over as it is - 'E' expired is new with
      * this layout, so no standing record holds it.
      * Run once, then rename consent_migrated.dat over consent.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 114_MIGRATE_CONSENT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CONSENT-OLD ASSIGN TO 'consent.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS CI_CONSENT-OLD-KEY.

               SELECT CONSENT-NEW ASSIGN TO 'consent_migrated.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS CO_KEY.

       DATA DIVISION.
           FILE SECTION.
      * The pre-guardian layout, spelled out here the way
      * 69_MIGRATE_ADDRESS spells out its own - the shared copybook
      * has moved on, so the old shape lives here.
           FD CONSENT-OLD.
           01 CI_CONSENT-OLD.
              02 CI_CONSENT-OLD-KEY.
                 03 CI_CONSENT-OLD-ID PIC 9(6).
                 03 CI_CONSENT-OLD-TYPE PIC X(8).
              02 CI_CONSENT-OLD-STATE PIC X(1).
              02 CI_CONSENT-OLD-EFFECTIVE-DATE PIC 9(8).

           FD CONSENT-NEW.
           COPY 'CONSENT-RECORD.cpy'
               REPLACING PREFIX-ID BY CO_PERSON-ID
                         PREFIX-TYPE BY CO_TYPE
                         PREFIX-KEY BY CO_KEY
                         PREFIX-STATE BY CO_STATE
                         PREFIX-GRANTED BY CO_GRANTED
                         PREFIX-WITHDRAWN BY CO_WITHDRAWN
                         PREFIX-EXPIRED BY CO_EXPIRED
                         PREFIX-EFFECTIVE-DATE BY CO_EFFECTIVE-DATE
                         PREFIX-GIVEN-BY BY CO_GIVEN-BY
                         PREFIX BY CO_CONSENT.

           WORKING-STORAGE SECTION.
               01 B_EOF PIC A(1) VALUE 'F'.
               01 COUNTER PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           OPEN INPUT CONSENT-OLD.
           OPEN OUTPUT CONSENT-NEW.

               PERFORM UNTIL B_EOF = 'T'

                   READ CONSENT-OLD NEXT RECORD
                       AT END MOVE 'T' TO B_EOF
                   END-READ

                   IF NOT B_EOF = 'T' THEN
                       MOVE CI_CONSENT-OLD-ID TO CO_PERSON-ID
                       MOVE CI_CONSENT-OLD-TYPE TO CO_TYPE
                       MOVE CI_CONSENT-OLD-STATE TO CO_STATE
                       MOVE CI_CONSENT-OLD-EFFECTIVE-DATE
                           TO CO_EFFECTIVE-DATE
                       MOVE 0 TO CO_GIVEN-BY
                       WRITE CO_CONSENT
                       END-WRITE
                       ADD 1 TO COUNTER
                   END-IF

               END-PERFORM.

           CLOSE CONSENT-OLD.
           CLOSE CONSENT-NEW.

           DISPLAY "Migrated "COUNTER" consent record(s) to "
               "consent_migrated.dat - rename it over consent.dat".

       STOP RUN.
