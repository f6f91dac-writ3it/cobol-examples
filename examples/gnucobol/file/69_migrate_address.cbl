      * One-time migration, in the style of 32_MIGRATE_BIRTH_DATE:
      * carries every record of address.dat into a freshly built
      * file under the widened ADDRESS-RECORD.cpy layout, which now
      * ends with the returned-mail fields. Nothing has been returned
      * yet as far as the file knows, so every address comes across
      * deliverable - no mail state, no return date, no reason.
      * Run once, then rename address_migrated.dat over address.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 69_MIGRATE_ADDRESS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT ADDRESS-OLD ASSIGN TO 'address.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS AI_ADDRESS-OLD-ID.

               SELECT ADDRESS-NEW ASSIGN TO 'address_migrated.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS AO_PERSON-ID.

       DATA DIVISION.
           FILE SECTION.
      * The pre-returned-mail layout, spelled out here the way
      * 32_MIGRATE_BIRTH_DATE spells out its own - the shared
      * copybook has moved on, so the old shape lives here.
           FD ADDRESS-OLD.
           01 AI_ADDRESS-OLD.
              02 AI_ADDRESS-OLD-ID PIC 9(6).
              02 AI_ADDRESS-OLD-STREET PIC X(30).
              02 AI_ADDRESS-OLD-CITY PIC X(20).
              02 AI_ADDRESS-OLD-POSTAL-CODE PIC X(10).
              02 AI_ADDRESS-OLD-PHONE PIC X(15).

           FD ADDRESS-NEW.
           COPY 'ADDRESS-RECORD.cpy'
               REPLACING PREFIX-ID BY AO_PERSON-ID
                         PREFIX-STREET BY AO_STREET
                         PREFIX-CITY BY AO_CITY
                         PREFIX-POSTAL-CODE BY AO_POSTAL-CODE
                         PREFIX-PHONE BY AO_PHONE
                         PREFIX-MAIL-STATE BY AO_MAIL-STATE
                         PREFIX-DELIVERABLE BY AO_DELIVERABLE
                         PREFIX-UNDELIVERABLE BY AO_UNDELIVERABLE
                         PREFIX-RETURNED-ON BY AO_RETURNED-ON
                         PREFIX-RETURN-REASON BY AO_RETURN-REASON
                         PREFIX BY AO_ADDRESS.

           WORKING-STORAGE SECTION.
               01 B_EOF PIC A(1) VALUE 'F'.
               01 COUNTER PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           OPEN INPUT ADDRESS-OLD.
           OPEN OUTPUT ADDRESS-NEW.

               PERFORM UNTIL B_EOF = 'T'

                   READ ADDRESS-OLD NEXT RECORD
                       AT END MOVE 'T' TO B_EOF
                   END-READ

                   IF NOT B_EOF = 'T' THEN
                       MOVE AI_ADDRESS-OLD-ID TO AO_PERSON-ID
                       MOVE AI_ADDRESS-OLD-STREET TO AO_STREET
                       MOVE AI_ADDRESS-OLD-CITY TO AO_CITY
                       MOVE AI_ADDRESS-OLD-POSTAL-CODE
                           TO AO_POSTAL-CODE
                       MOVE AI_ADDRESS-OLD-PHONE TO AO_PHONE
                       MOVE SPACE TO AO_MAIL-STATE
                       MOVE 0 TO AO_RETURNED-ON
                       MOVE SPACES TO AO_RETURN-REASON
                       WRITE AO_ADDRESS
                       END-WRITE
                       ADD 1 TO COUNTER
                   END-IF

               END-PERFORM.

           CLOSE ADDRESS-OLD.
           CLOSE ADDRESS-NEW.

           DISPLAY "Migrated "COUNTER" address record(s) to "
               "address_migrated.dat - rename it over address.dat".

       STOP RUN.
