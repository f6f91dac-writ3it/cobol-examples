      * The given-name dictionary - grammatical gender and vocative
      * form per given name, so a letter can say "Szanowny Panie
      * Janie" / "Szanowna Pani Anno" instead of a neutral opening,
      * the census can break the population down by gender, and
      * the load can flag a given name nobody has seen before.
      * Names are keyed on the first given name only ("Jan Maria"
      * is looked up as Jan), put through the 11_POLISH_FOLD
      * diacritic fold and upper-cased, so an accented and a plain
      * spelling find the same entry.
      * A missing given_names.ctl leaves the table empty - every
      * lookup then comes back not found, which each caller treats
      * as "unknown", never as an error.
      *
      * Caller declares, alongside GIVEN-NAME-FILE.cpy (FD) and
      * GIVEN-NAME-FIELDS.cpy (WORKING-STORAGE):
      *     SELECT GIVEN-NAME-FILE ASSIGN TO 'given_names.ctl'
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS W_GN-STATUS.
      * and PERFORMs LOAD-GIVEN-NAMES-SECTION once before the first
      * lookup.
       LOAD-GIVEN-NAMES-SECTION SECTION.
           MOVE 0 TO W_GN-COUNT.
           OPEN INPUT GIVEN-NAME-FILE.
           IF W_GN-STATUS NOT = '00'
               DISPLAY 'No given_names.ctl on file - every given '
                   'name treated as unknown'
               GO TO LOAD-GIVEN-NAMES-EXIT
           END-IF.
           MOVE 'N' TO B_GN-EOF.
           PERFORM UNTIL B_GN-EOF = 'Y'
               READ GIVEN-NAME-FILE
                   AT END MOVE 'Y' TO B_GN-EOF
                   NOT AT END
                       IF GN_NAME-LINE NOT = SPACES
                           AND GN_NAME-LINE(1:1) NOT = '*'
                           AND W_GN-COUNT < 1000
                           MOVE SPACES TO W_GN-LINE-NAME
                               W_GN-LINE-GENDER W_GN-LINE-VOCATIVE
                           UNSTRING GN_NAME-LINE
                               DELIMITED BY ALL SPACE
                               INTO W_GN-LINE-NAME, W_GN-LINE-GENDER,
                                   W_GN-LINE-VOCATIVE
                           END-UNSTRING
                           CALL '11_POLISH_FOLD' USING
                               W_GN-FOLD-REQUEST, W_GN-LINE-NAME,
                               W_GN-FOLD-RESULT, W_GN-FOLD-STATUS
                           ADD 1 TO W_GN-COUNT
                           MOVE FUNCTION UPPER-CASE(
                               W_GN-FOLD-RESULT(1:25))
                               TO W_GN-KEY(W_GN-COUNT)
                           MOVE FUNCTION UPPER-CASE(W_GN-LINE-GENDER)
                               TO W_GN-ENTRY-GENDER(W_GN-COUNT)
                           MOVE W_GN-LINE-VOCATIVE
                               TO W_GN-ENTRY-VOCATIVE(W_GN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GIVEN-NAME-FILE.
           MOVE 'Y' TO W_GN-LOADED-SW.

       LOAD-GIVEN-NAMES-EXIT.
           EXIT.

      * W_GN-NAME's first given name against the table. Not found
      * leaves the gender blank and the vocative empty.
       LOOKUP-GIVEN-NAME-SECTION SECTION.
           MOVE 'N' TO W_GN-FOUND-SW.
           MOVE SPACE TO W_GN-GENDER.
           MOVE SPACES TO W_GN-VOCATIVE.
           IF W_GN-COUNT = 0
               GO TO LOOKUP-GIVEN-NAME-EXIT
           END-IF.
           MOVE SPACES TO W_GN-FIRST-NAME.
           UNSTRING W_GN-NAME DELIMITED BY ALL SPACE
               INTO W_GN-FIRST-NAME
           END-UNSTRING.
           IF W_GN-FIRST-NAME = SPACES
               GO TO LOOKUP-GIVEN-NAME-EXIT
           END-IF.
           CALL '11_POLISH_FOLD' USING W_GN-FOLD-REQUEST,
               W_GN-FIRST-NAME, W_GN-FOLD-RESULT, W_GN-FOLD-STATUS.
           MOVE FUNCTION UPPER-CASE(W_GN-FOLD-RESULT(1:25))
               TO W_GN-FIRST-NAME.

           PERFORM VARYING W_GN-SUB FROM 1 BY 1
                   UNTIL W_GN-SUB > W_GN-COUNT
                      OR GIVEN-NAME-FOUND
               IF W_GN-KEY(W_GN-SUB) = W_GN-FIRST-NAME
                   MOVE 'Y' TO W_GN-FOUND-SW
                   MOVE W_GN-ENTRY-GENDER(W_GN-SUB)
                       TO W_GN-GENDER
                   MOVE W_GN-ENTRY-VOCATIVE(W_GN-SUB)
                       TO W_GN-VOCATIVE
               END-IF
           END-PERFORM.

       LOOKUP-GIVEN-NAME-EXIT.
           EXIT.
