      * The postal region reference - which voivodeship and county a
      * postal code lies in, and whether a city belongs there. Both
      * files are loaded by 104_REGION_LOAD from the official
      * postal-code list; see POSTAL-REGION-FILES.cpy for the
      * layouts. A missing postal_regions.dat leaves every lookup
      * not found, and a missing postal_places.dat every city
      * unknown - which each caller reports as "no region", never as
      * an error, so the programs still run before the first load.
      * A postal code is looked up only in the NN-NNN shape
      * 61_ADDRESS_HYGIENE enforces; anything else is not found.
      *
      * Caller declares POSTAL-REGION-FILES.cpy (FD) and
      * POSTAL-REGION-FIELDS.cpy (WORKING-STORAGE), PERFORMs
      * OPEN-POSTAL-REGIONS-SECTION once before the first lookup
      * and CLOSE-POSTAL-REGIONS-SECTION after the last.
       OPEN-POSTAL-REGIONS-SECTION SECTION.
           OPEN INPUT POSTAL-REGION-FILE.
           IF W_PR-STATUS = '00'
               MOVE 'Y' TO W_PR-OPEN-SW
           ELSE
               DISPLAY 'No postal_regions.dat on file - every postal '
                   'code treated as having no region'
           END-IF.
           OPEN INPUT POSTAL-PLACE-FILE.
           IF W_PL-STATUS = '00'
               MOVE 'Y' TO W_PL-OPEN-SW
           END-IF.

       CLOSE-POSTAL-REGIONS-SECTION SECTION.
           IF POSTAL-REGIONS-OPEN
               CLOSE POSTAL-REGION-FILE
               MOVE 'N' TO W_PR-OPEN-SW
           END-IF.
           IF POSTAL-PLACES-OPEN
               CLOSE POSTAL-PLACE-FILE
               MOVE 'N' TO W_PL-OPEN-SW
           END-IF.

      * W_PR-POSTAL-CODE to its run of codes: the first run ending
      * at or after the code holds it, unless that run starts after
      * the code - a code the official list does not carry.
       LOOKUP-POSTAL-REGION-SECTION SECTION.
           MOVE 'N' TO W_PR-FOUND-SW.
           MOVE SPACES TO W_PR-VOIV-CODE.
           MOVE SPACES TO W_PR-VOIV-NAME.
           MOVE SPACES TO W_PR-COUNTY.
           IF NOT POSTAL-REGIONS-OPEN
               GO TO LOOKUP-POSTAL-REGION-EXIT
           END-IF.
           IF W_PR-POSTAL-CODE(1:2) IS NOT NUMERIC
               OR W_PR-POSTAL-CODE(3:1) NOT = '-'
               OR W_PR-POSTAL-CODE(4:3) IS NOT NUMERIC
               OR W_PR-POSTAL-CODE(7:4) NOT = SPACES
               GO TO LOOKUP-POSTAL-REGION-EXIT
           END-IF.

           MOVE W_PR-POSTAL-CODE(1:6) TO PR_TO-CODE.
           START POSTAL-REGION-FILE KEY IS NOT LESS THAN PR_TO-CODE
               INVALID KEY
                   GO TO LOOKUP-POSTAL-REGION-EXIT
           END-START.
           READ POSTAL-REGION-FILE NEXT RECORD
               AT END
                   GO TO LOOKUP-POSTAL-REGION-EXIT
           END-READ.
           IF PR_FROM-CODE > W_PR-POSTAL-CODE(1:6)
               GO TO LOOKUP-POSTAL-REGION-EXIT
           END-IF.

           MOVE 'Y' TO W_PR-FOUND-SW.
           MOVE PR_VOIV-CODE TO W_PR-VOIV-CODE.
           MOVE PR_COUNTY TO W_PR-COUNTY.
           PERFORM VOIVODESHIP-NAME-SECTION.

       LOOKUP-POSTAL-REGION-EXIT.
           EXIT.

      * W_PR-CITY against the places of the region the last lookup
      * found: in that county, in some other county (the first one
      * on file is named), or not on the official list at all.
       CHECK-PLACE-REGION-SECTION SECTION.
           MOVE 'U' TO W_PR-PLACE-SW.
           MOVE SPACES TO W_PR-PLACE-VOIV.
           MOVE SPACES TO W_PR-PLACE-COUNTY.
           IF NOT POSTAL-PLACES-OPEN OR W_PR-CITY = SPACES
               GO TO CHECK-PLACE-REGION-EXIT
           END-IF.
           MOVE W_PR-CITY TO W_PR-FOLD-TEXT.
           PERFORM FOLD-PLACE-NAME-SECTION.

           MOVE W_PR-FOLD-TEXT TO PL_PLACE-KEY.
           MOVE LOW-VALUES TO PL_VOIV-CODE.
           MOVE LOW-VALUES TO PL_COUNTY.
           START POSTAL-PLACE-FILE KEY IS NOT LESS THAN PL_KEY
               INVALID KEY
                   GO TO CHECK-PLACE-REGION-EXIT
           END-START.
           MOVE 'N' TO B_PL-DONE.
           PERFORM UNTIL B_PL-DONE = 'Y'
               READ POSTAL-PLACE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_PL-DONE
                   NOT AT END
                       IF PL_PLACE-KEY NOT = W_PR-FOLD-TEXT
                           MOVE 'Y' TO B_PL-DONE
                       ELSE
                           IF PL_VOIV-CODE = W_PR-VOIV-CODE
                               AND PL_COUNTY = W_PR-COUNTY
                               MOVE 'Y' TO W_PR-PLACE-SW
                               MOVE 'Y' TO B_PL-DONE
                           ELSE
                               IF PLACE-UNKNOWN
                                   MOVE 'E' TO W_PR-PLACE-SW
                                   MOVE PL_VOIV-CODE
                                       TO W_PR-PLACE-VOIV
                                   MOVE PL_COUNTY
                                       TO W_PR-PLACE-COUNTY
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-PLACE-REGION-EXIT.
           EXIT.

      * W_PR-FOLD-TEXT through the diacritic fold and upper-cased -
      * the form place keys and voivodeship names are held in.
       FOLD-PLACE-NAME-SECTION SECTION.
           CALL '11_POLISH_FOLD' USING W_PR-FOLD-REQUEST,
               W_PR-FOLD-TEXT, W_PR-FOLD-RESULT, W_PR-FOLD-STATUS.
           MOVE FUNCTION UPPER-CASE(W_PR-FOLD-RESULT(1:25))
               TO W_PR-FOLD-TEXT.

       VOIVODESHIP-NAME-SECTION SECTION.
           MOVE SPACES TO W_PR-VOIV-NAME.
           PERFORM VARYING W_PR-VOIV-SUB FROM 1 BY 1
                   UNTIL W_PR-VOIV-SUB > 16
               IF W_PR-VOIV-ENTRY-CODE(W_PR-VOIV-SUB) = W_PR-VOIV-CODE
                   MOVE W_PR-VOIV-ENTRY-NAME(W_PR-VOIV-SUB)
                       TO W_PR-VOIV-NAME
               END-IF
           END-PERFORM.

      * W_PR-VOIV-NAME, already folded and upper-cased, to its TERYT
      * code - spaces when it is none of the sixteen.
       VOIVODESHIP-CODE-SECTION SECTION.
           MOVE SPACES TO W_PR-VOIV-CODE.
           PERFORM VARYING W_PR-VOIV-SUB FROM 1 BY 1
                   UNTIL W_PR-VOIV-SUB > 16
               IF W_PR-VOIV-ENTRY-NAME(W_PR-VOIV-SUB) = W_PR-VOIV-NAME
                   MOVE W_PR-VOIV-ENTRY-CODE(W_PR-VOIV-SUB)
                       TO W_PR-VOIV-CODE
               END-IF
           END-PERFORM.
