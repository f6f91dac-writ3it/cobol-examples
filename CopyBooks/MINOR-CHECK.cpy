      * Under-18 test shared by everything that treats a minor
      * differently - 09_MAINTAIN (guardian links and consent),
      * the consent gate (CONSENT-GATE.cpy), 76_RELATION_CHECK and
      * 78_COMING_OF_AGE. W_MN-ADULT-ON is the day the person turns
      * 18: the eighteenth birthday off a full birth date, and for
      * a year-only date (held as YYYY0101) the last day of the
      * year they turn 18 - the latest they can have reached it,
      * so nobody is taken for an adult early. A person with no
      * birth date at all cannot be judged and is not treated as a
      * minor.
      *
      * Caller declares MINOR-CHECK-FIELDS.cpy in WORKING-STORAGE.
       CHECK-MINOR-SECTION SECTION.
           IF W_MN-TODAY = 0
               ACCEPT W_MN-TODAY FROM DATE YYYYMMDD
           END-IF.
           MOVE 'N' TO W_MN-MINOR-SW.
           MOVE 0 TO W_MN-ADULT-ON.
           IF W_MN-BIRTH-DATE = 0
               GO TO CHECK-MINOR-EXIT
           END-IF.
           IF W_MN-BIRTH-QUALITY = 'Y'
               COMPUTE W_MN-ADULT-ON =
                   (W_MN-BIRTH-YEAR + 18) * 10000 + 1231
           ELSE
               COMPUTE W_MN-ADULT-ON = W_MN-BIRTH-DATE + 180000
           END-IF.
           IF W_MN-TODAY < W_MN-ADULT-ON
               MOVE 'Y' TO W_MN-MINOR-SW
           END-IF.

       CHECK-MINOR-EXIT.
           EXIT.
