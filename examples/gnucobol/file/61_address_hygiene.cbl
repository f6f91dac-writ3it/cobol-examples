      *     consolidates and 44_WORKLIST_UPDATE files - because a
      *     bad code is an investigation, not a guess this pass
      *     should make.
      * A well-shaped code can still sit with the wrong city - a
      * typo in either one. Once the postal region reference is
      * loaded (104_REGION_LOAD, see POSTAL-REGION.cpy) each
      * address's city is checked against the county its postal
      * code lies in; a city the official list places in another
      * county goes to address_exceptions.txt as a REGION MISMATCH
      * naming both. A city the list does not know at all is only
      * counted - a hamlet or a spelling the list lacks is no
      * finding on its own. Without the reference the check is
      * skipped and says so.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 61_ADDRESS_HYGIENE.

                   RECORD KEY IS AD_PERSON-ID
                   FILE STATUS IS W_AD-STATUS.

      * Postal region reference - see POSTAL-REGION-FILES.cpy.
               SELECT POSTAL-REGION-FILE ASSIGN TO 'postal_regions.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PR_TO-CODE
                   FILE STATUS IS W_PR-STATUS.

               SELECT POSTAL-PLACE-FILE ASSIGN TO 'postal_places.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PL_KEY
                   FILE STATUS IS W_PL-STATUS.

               SELECT EXCEPTIONS-OUT ASSIGN TO
                       'address_exceptions.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.
           COPY 'AUDIT-CHAIN-FILE.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'POSTAL-REGION-FILES.cpy'.

           FD ADDRESS-IO.
           COPY 'ADDRESS-RECORD.cpy'
                         PREFIX-CITY BY AD_CITY
                         PREFIX-POSTAL-CODE BY AD_POSTAL-CODE
                         PREFIX-PHONE BY AD_PHONE
                         PREFIX-MAIL-STATE BY AD_MAIL-STATE
                         PREFIX-DELIVERABLE BY AD_DELIVERABLE
                         PREFIX-UNDELIVERABLE BY AD_UNDELIVERABLE
                         PREFIX-RETURNED-ON BY AD_RETURNED-ON
                         PREFIX-RETURN-REASON BY AD_RETURN-REASON
                         PREFIX BY AD_ADDRESS.

           FD EXCEPTIONS-OUT.
               01 W_CITY-FIXED-COUNT PIC 9(6) VALUE 0.
               01 W_PHONE-FIXED-COUNT PIC 9(6) VALUE 0.
               01 W_FLAGGED-COUNT PIC 9(6) VALUE 0.
               01 W_MISMATCH-COUNT PIC 9(6) VALUE 0.
               01 W_CITY-UNKNOWN-COUNT PIC 9(6) VALUE 0.
               01 W_NO-REGION-COUNT PIC 9(6) VALUE 0.
               01 W_CHANGED-SW PIC X(1) VALUE 'N'.

               01 W_WORK-CITY PIC X(20) VALUE SPACES.
      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Postal region reference (see POSTAL-REGION.cpy).
               COPY 'POSTAL-REGION-FIELDS.cpy'.

       PROCEDURE DIVISION.

           OPEN I-O ADDRESS-IO.
           END-IF.
           PERFORM START-JOB-TIMER-SECTION.
           OPEN OUTPUT EXCEPTIONS-OUT.
           PERFORM OPEN-POSTAL-REGIONS-SECTION.

           PERFORM UNTIL B_EOF = 'Y'
               READ ADDRESS-IO NEXT RECORD

           CLOSE ADDRESS-IO.
           CLOSE EXCEPTIONS-OUT.
           PERFORM CLOSE-POSTAL-REGIONS-SECTION.

           IF W_CITY-FIXED-COUNT > 0 OR W_PHONE-FIXED-COUNT > 0
               MOVE '61_ADDRESS_HYGIENE' TO W_AUDIT-PROGRAM
           DISPLAY '  cities normalized : 'W_CITY-FIXED-COUNT.
           DISPLAY '  phones cleaned    : 'W_PHONE-FIXED-COUNT.
           DISPLAY '  flagged undeliverable: 'W_FLAGGED-COUNT.
           DISPLAY '  region mismatches   : 'W_MISMATCH-COUNT.
           DISPLAY '  city not on the official list: '
               W_CITY-UNKNOWN-COUNT'  code without a region: '
               W_NO-REGION-COUNT.

           MOVE '61_ADDRESS_HYGIENE' TO W_TRAILER-PROGRAM.
           MOVE W_SCANNED-COUNT TO W_TRAILER-COUNT.
           IF W_FLAGGED-COUNT > 0 OR W_MISMATCH-COUNT > 0
               MOVE 8 TO RETURN-CODE
               MOVE 'FAILED' TO W_TRAILER-STATUS
           ELSE

       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'POSTAL-REGION.cpy'.

       CLEAN-ONE-ADDRESS-SECTION SECTION.
           MOVE 'N' TO W_CHANGED-SW.
           END-IF.

           PERFORM CHECK-DELIVERABLE-SECTION.
           PERFORM CHECK-REGION-SECTION.

      * Uppercase the city the way 02_NAME_CLEANSE uppercases
      * names, then swap any known variant spelling for the

       CHECK-DELIVERABLE-EXIT.
           EXIT.

      * The city against the county its postal code lies in. Only a
      * code the reference places and a city it places somewhere
      * else is a finding; the shape check above has already
      * flagged a code that cannot be looked up at all.
       CHECK-REGION-SECTION SECTION.
           IF NOT POSTAL-REGIONS-OPEN OR AD_CITY = SPACES
               GO TO CHECK-REGION-EXIT
           END-IF.
           MOVE AD_POSTAL-CODE TO W_PR-POSTAL-CODE.
           PERFORM LOOKUP-POSTAL-REGION-SECTION.
           IF NOT POSTAL-REGION-FOUND
               ADD 1 TO W_NO-REGION-COUNT
               GO TO CHECK-REGION-EXIT
           END-IF.
           MOVE AD_CITY TO W_PR-CITY.
           PERFORM CHECK-PLACE-REGION-SECTION.
           IF PLACE-UNKNOWN
               ADD 1 TO W_CITY-UNKNOWN-COUNT
           END-IF.
           IF NOT PLACE-ELSEWHERE
               GO TO CHECK-REGION-EXIT
           END-IF.

           ADD 1 TO W_MISMATCH-COUNT.
           MOVE SPACES TO EX_EXCEPTION-REC.
           STRING 'ADDRESS ' DELIMITED BY SIZE
                  AD_PERSON-ID DELIMITED BY SIZE
                  ' REGION MISMATCH: "' DELIMITED BY SIZE
                  FUNCTION TRIM(AD_CITY TRAILING) DELIMITED BY SIZE
                  '" is in ' DELIMITED BY SIZE
                  FUNCTION TRIM(W_PR-PLACE-COUNTY TRAILING)
                      DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  W_PR-PLACE-VOIV DELIMITED BY SIZE
                  '), ' DELIMITED BY SIZE
                  W_PR-POSTAL-CODE(1:6) DELIMITED BY SIZE
                  ' is ' DELIMITED BY SIZE
                  FUNCTION TRIM(W_PR-COUNTY TRAILING)
                      DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  W_PR-VOIV-CODE DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
               INTO EX_EXCEPTION-REC
           END-STRING.
           WRITE EX_EXCEPTION-REC.

       CHECK-REGION-EXIT.
           EXIT.
