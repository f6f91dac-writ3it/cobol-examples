      * Run as: 77_family_tree <person-id>
      * Prints one person's family from relationship.dat (see
      * RELATIONSHIP-RECORD.cpy) to family_tree_<id>.txt - three
      * generations around them:
      *     PARENTS     each with their own parents beneath them
      *     SPOUSES     current and former (with the day it ended)
      *     SIBLINGS
      *     CHILDREN    each with their own children beneath them
      *     GUARDIANS   current and former (with the day it ended)
      *     WARDS       likewise
      * Every relative is shown with name, birth date, status and
      * the household they live in, so a family spread over several
      * households (the roster in 11_HOUSEHOLD_ROSTER only ever shows
      * one) is seen whole. A link whose other end is no longer on
      * output.dat is still listed, marked NOT ON FILE -
      * 76_RELATION_CHECK reports those for clearing up. Printed on
      * the standard report page (see REPORT-PAGE.cpy). Read only.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 77_FAMILY_TREE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PERSON-IN ASSIGN TO 'output.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

               SELECT RELATIONSHIP-FILE ASSIGN TO 'relationship.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RL_KEY
                   FILE STATUS IS W_RL-STATUS.

      * The same file again for the next generation out, read while
      * the person's own links are part way through.
               SELECT GENERATION-FILE ASSIGN TO 'relationship.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RG_KEY
                   FILE STATUS IS W_RG-STATUS.

               SELECT HOUSEHOLD-LINK ASSIGN TO 'household.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS HH_PERSON-ID
                   FILE STATUS IS W_HH-STATUS.

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.

               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD PERSON-IN.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY FI_PERSON-ID
                             PREFIX-NAME BY FI_PERSON-NAME
                             PREFIX-SURNAME BY FI_PERSON-SURNAME
                             PREFIX-BIRTH-YEAR-ONLY BY
                                 FI_PERSON-BIRTH-YEAR-ONLY
                             PREFIX-BIRTH-QUALITY BY
                                 FI_PERSON-BIRTH-QUALITY
                             PREFIX-BIRTH-YEAR BY FI_PERSON-BIRTH-YEAR
                             PREFIX-BIRTH-DATE BY FI_PERSON-BIRTH-DATE
                             PREFIX-BIRTH-FULL BY FI_PERSON-BIRTH-FULL
                             PREFIX-STATUS BY FI_PERSON-STATUS
                             PREFIX-ACTIVE BY FI_PERSON-ACTIVE
                             PREFIX-INACTIVE BY FI_PERSON-INACTIVE
                             PREFIX-PENDING BY FI_PERSON-PENDING
                             PREFIX-SUSPENDED BY FI_PERSON-SUSPENDED
                             PREFIX-DECEASED BY FI_PERSON-DECEASED
                             PREFIX BY FI_PERSON.

           FD RELATIONSHIP-FILE.
           COPY 'RELATIONSHIP-RECORD.cpy'
               REPLACING PREFIX-KEY BY RL_KEY
                         PREFIX-ID BY RL_PERSON-ID
                         PREFIX-TYPE BY RL_TYPE
                         PREFIX-SPOUSE BY RL_SPOUSE
                         PREFIX-PARENT BY RL_PARENT
                         PREFIX-CHILD BY RL_CHILD
                         PREFIX-SIBLING BY RL_SIBLING
                         PREFIX-GUARDIAN BY RL_GUARDIAN
                         PREFIX-WARD BY RL_WARD
                         PREFIX-OTHER-ID BY RL_OTHER-ID
                         PREFIX-STATE BY RL_STATE
                         PREFIX-CURRENT BY RL_CURRENT
                         PREFIX-ENDED BY RL_ENDED
                         PREFIX-ENDED-ON BY RL_ENDED-ON
                         PREFIX-RECORDED-ON BY RL_RECORDED-ON
                         PREFIX-RECORDED-BY BY RL_RECORDED-BY
                         PREFIX BY RL_RELATION.

           FD GENERATION-FILE.
           COPY 'RELATIONSHIP-RECORD.cpy'
               REPLACING PREFIX-KEY BY RG_KEY
                         PREFIX-ID BY RG_PERSON-ID
                         PREFIX-TYPE BY RG_TYPE
                         PREFIX-SPOUSE BY RG_SPOUSE
                         PREFIX-PARENT BY RG_PARENT
                         PREFIX-CHILD BY RG_CHILD
                         PREFIX-SIBLING BY RG_SIBLING
                         PREFIX-GUARDIAN BY RG_GUARDIAN
                         PREFIX-WARD BY RG_WARD
                         PREFIX-OTHER-ID BY RG_OTHER-ID
                         PREFIX-STATE BY RG_STATE
                         PREFIX-CURRENT BY RG_CURRENT
                         PREFIX-ENDED BY RG_ENDED
                         PREFIX-ENDED-ON BY RG_ENDED-ON
                         PREFIX-RECORDED-ON BY RG_RECORDED-ON
                         PREFIX-RECORDED-BY BY RG_RECORDED-BY
                         PREFIX BY RG_RELATION.

           FD HOUSEHOLD-LINK.
           COPY 'HOUSEHOLD-RECORD.cpy'
               REPLACING PREFIX-ID BY HH_PERSON-ID
                         PREFIX-HOUSEHOLD-ID BY HH_HOUSEHOLD-ID
                         PREFIX BY HH_PERSON.

           COPY 'REPORT-PAGE-FILES.cpy'.

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 B_GEN-EOF PIC X(1) VALUE 'N'.
               01 W_PI-STATUS PIC X(2).
               01 W_RL-STATUS PIC X(2).
               01 W_RG-STATUS PIC X(2).
               01 W_HH-STATUS PIC X(2).
               01 W_TREE-FILENAME PIC X(40) VALUE SPACES.
               01 W_ARG-LINE PIC X(10) VALUE SPACES.
               01 W_QUERY-ID PIC 9(6) VALUE 0.
               01 W_QUERY-ID-X PIC X(6) VALUE SPACES.

      * The run of links being listed - this person's links of one
      * type - and, for parents and children, the next generation's.
               01 W_LIST-TYPE PIC X(1) VALUE SPACE.
               01 W_LIST-COUNT PIC 9(4) VALUE 0.
               01 W_GEN-ID PIC 9(6) VALUE 0.

      * One relative's line.
               01 W_LINE-ID PIC 9(6) VALUE 0.
               01 W_LINE-LABEL PIC X(14) VALUE SPACES.
               01 W_LINE-NOTE PIC X(16) VALUE SPACES.
               01 W_STATUS-WORD PIC X(9) VALUE SPACES.
               01 W_HOUSEHOLD-WORD PIC X(9) VALUE SPACES.
               01 W_NAME-TEXT PIC X(32) VALUE SPACES.

               01 W_RELATIVE-COUNT PIC 9(4) VALUE 0.
               01 W_HOUSEHOLD-COUNT PIC 9(3) VALUE 0.
               01 W_HOUSEHOLD-TABLE.
                   02 W_HOUSEHOLD-SEEN PIC 9(6) OCCURS 50 TIMES.
               01 W_HOUSEHOLD-SUB PIC 9(3) VALUE 0.
               01 B_HOUSEHOLD-KNOWN PIC X(1) VALUE 'N'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
               INTO W_QUERY-ID-X
           END-UNSTRING.
           IF W_QUERY-ID-X IS NUMERIC
               MOVE W_QUERY-ID-X TO W_QUERY-ID
           END-IF.
           IF W_QUERY-ID = 0
               DISPLAY 'Usage: 77_family_tree <person-id>'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING 'family_tree_' W_QUERY-ID '.txt'
               DELIMITED BY SIZE
               INTO W_TREE-FILENAME.

           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               DISPLAY '** output.dat open failed (status '
                   W_PI-STATUS') - no family tree'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE W_QUERY-ID TO FI_PERSON-ID.
           READ PERSON-IN
               INVALID KEY
                   DISPLAY '** no person on file with ID 'W_QUERY-ID
                   CLOSE PERSON-IN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

      * No household.dat or relationship.dat yet is not an error -
      * the households show as blank and the family as none held.
           OPEN INPUT HOUSEHOLD-LINK.
           OPEN INPUT RELATIONSHIP-FILE.
           OPEN INPUT GENERATION-FILE.

           STRING 'FAMILY TREE - ' DELIMITED BY SIZE
                  W_QUERY-ID DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '77_FAMILY_TREE' TO W_RP-PROGRAM.
           MOVE W_TREE-FILENAME TO W_RP-PRINT-FILENAME.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'output.dat + relationship.dat' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           MOVE 'RELATION' TO W_RP-LINE(1:14).
           MOVE 'ID' TO W_RP-LINE(16:6).
           MOVE 'NAME' TO W_RP-LINE(23:32).
           MOVE 'BORN' TO W_RP-LINE(56:8).
           MOVE 'STATUS' TO W_RP-LINE(65:9).
           MOVE 'HOUSEHOLD' TO W_RP-LINE(75:9).
           MOVE 'NOTE' TO W_RP-LINE(85:16).
           PERFORM REPORT-LINE-SECTION.

           MOVE W_QUERY-ID TO W_LINE-ID.
           MOVE 'PERSON' TO W_LINE-LABEL.
           MOVE SPACES TO W_LINE-NOTE.
           PERFORM WRITE-RELATIVE-SECTION.
           MOVE 0 TO W_RELATIVE-COUNT.

      * On file "X is the CHILD of Y" makes Y a parent, and "X is
      * the PARENT of Y" makes Y a child.
           MOVE 'C' TO W_LIST-TYPE.
           MOVE 'PARENTS' TO W_RP-LINE.
           PERFORM LIST-LINKS-SECTION.
           MOVE 'S' TO W_LIST-TYPE.
           MOVE 'SPOUSES' TO W_RP-LINE.
           PERFORM LIST-LINKS-SECTION.
           MOVE 'B' TO W_LIST-TYPE.
           MOVE 'SIBLINGS' TO W_RP-LINE.
           PERFORM LIST-LINKS-SECTION.
           MOVE 'P' TO W_LIST-TYPE.
           MOVE 'CHILDREN' TO W_RP-LINE.
           PERFORM LIST-LINKS-SECTION.
      * Likewise "X is the WARD of Y" makes Y a guardian.
           MOVE 'W' TO W_LIST-TYPE.
           MOVE 'GUARDIANS' TO W_RP-LINE.
           PERFORM LIST-LINKS-SECTION.
           MOVE 'G' TO W_LIST-TYPE.
           MOVE 'WARDS' TO W_RP-LINE.
           PERFORM LIST-LINKS-SECTION.

           PERFORM REPORT-LINE-SECTION.
           STRING 'RELATIVES LISTED ' DELIMITED BY SIZE
                  W_RELATIVE-COUNT DELIMITED BY SIZE
                  '  HOUSEHOLDS SPANNED ' DELIMITED BY SIZE
                  W_HOUSEHOLD-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           CLOSE PERSON-IN.
           CLOSE HOUSEHOLD-LINK.
           CLOSE RELATIONSHIP-FILE.
           CLOSE GENERATION-FILE.
           MOVE W_RELATIVE-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.

           DISPLAY 'Family tree for 'W_QUERY-ID' written to '
               FUNCTION TRIM(W_TREE-FILENAME)': 'W_RELATIVE-COUNT
               ' relative(s) across 'W_HOUSEHOLD-COUNT
               ' household(s)'.

       STOP RUN.

       COPY 'REPORT-PAGE.cpy'.

      * One heading (already in W_RP-LINE) and this person's links
      * of W_LIST-TYPE under it - they sit together in key order,
      * so a START at (person, type) reads the run. Parents and
      * children carry the next generation out beneath them.
       LIST-LINKS-SECTION SECTION.
           MOVE SPACES TO W_RP-LINE(15:118).
           PERFORM REPORT-LINE-SECTION.
           MOVE 0 TO W_LIST-COUNT.
           IF W_RL-STATUS NOT = '00'
               GO TO LIST-LINKS-NONE
           END-IF.
           MOVE 'N' TO B_EOF.
           MOVE W_QUERY-ID TO RL_PERSON-ID.
           MOVE W_LIST-TYPE TO RL_TYPE.
           MOVE 0 TO RL_OTHER-ID.
           START RELATIONSHIP-FILE KEY IS >= RL_KEY
               INVALID KEY
                   MOVE 'Y' TO B_EOF
           END-START.
           PERFORM UNTIL B_EOF = 'Y'
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF RL_PERSON-ID NOT = W_QUERY-ID
                           OR RL_TYPE NOT = W_LIST-TYPE
                           MOVE 'Y' TO B_EOF
                       ELSE
                           ADD 1 TO W_LIST-COUNT
                           PERFORM LIST-ONE-LINK-SECTION
                       END-IF
               END-READ
           END-PERFORM.

       LIST-LINKS-NONE.
           IF W_LIST-COUNT = 0
               MOVE '  (none held)' TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
           END-IF.

       LIST-LINKS-EXIT.
           EXIT.

       LIST-ONE-LINK-SECTION SECTION.
           MOVE RL_OTHER-ID TO W_LINE-ID.
           MOVE SPACES TO W_LINE-NOTE.
           EVALUATE W_LIST-TYPE
               WHEN 'C'
                   MOVE '  PARENT' TO W_LINE-LABEL
               WHEN 'S'
                   MOVE '  SPOUSE' TO W_LINE-LABEL
                   IF RL_ENDED
                       STRING 'ENDED ' DELIMITED BY SIZE
                              RL_ENDED-ON DELIMITED BY SIZE
                           INTO W_LINE-NOTE
                       END-STRING
                   END-IF
               WHEN 'B'
                   MOVE '  SIBLING' TO W_LINE-LABEL
               WHEN 'W'
               WHEN 'G'
                   IF W_LIST-TYPE = 'W'
                       MOVE '  GUARDIAN' TO W_LINE-LABEL
                   ELSE
                       MOVE '  WARD' TO W_LINE-LABEL
                   END-IF
                   IF RL_ENDED
                       STRING 'ENDED ' DELIMITED BY SIZE
                              RL_ENDED-ON DELIMITED BY SIZE
                           INTO W_LINE-NOTE
                       END-STRING
                   END-IF
               WHEN OTHER
                   MOVE '  CHILD' TO W_LINE-LABEL
           END-EVALUATE.
           PERFORM WRITE-RELATIVE-SECTION.

           IF (W_LIST-TYPE = 'C' OR W_LIST-TYPE = 'P')
               AND W_RG-STATUS = '00'
               MOVE RL_OTHER-ID TO W_GEN-ID
               PERFORM LIST-GENERATION-SECTION
           END-IF.

      * The parents of a parent, or the children of a child - the
      * same link type again, one generation further out.
       LIST-GENERATION-SECTION SECTION.
           MOVE 'N' TO B_GEN-EOF.
           MOVE W_GEN-ID TO RG_PERSON-ID.
           MOVE W_LIST-TYPE TO RG_TYPE.
           MOVE 0 TO RG_OTHER-ID.
           START GENERATION-FILE KEY IS >= RG_KEY
               INVALID KEY
                   MOVE 'Y' TO B_GEN-EOF
           END-START.
           PERFORM UNTIL B_GEN-EOF = 'Y'
               READ GENERATION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_GEN-EOF
                   NOT AT END
                       IF RG_PERSON-ID NOT = W_GEN-ID
                           OR RG_TYPE NOT = W_LIST-TYPE
                           MOVE 'Y' TO B_GEN-EOF
                       ELSE
                           MOVE RG_OTHER-ID TO W_LINE-ID
                           MOVE SPACES TO W_LINE-NOTE
                           IF W_LIST-TYPE = 'C'
                               MOVE '    GRANDPARENT' TO W_LINE-LABEL
                           ELSE
                               MOVE '    GRANDCHILD' TO W_LINE-LABEL
                           END-IF
                           PERFORM WRITE-RELATIVE-SECTION
                       END-IF
               END-READ
           END-PERFORM.

      * One person's line - W_LINE-ID looked up on output.dat and
      * household.dat. Households are tallied as they are met.
       WRITE-RELATIVE-SECTION SECTION.
           ADD 1 TO W_RELATIVE-COUNT.
           MOVE SPACES TO W_RP-LINE.
           MOVE W_LINE-LABEL TO W_RP-LINE(1:14).
           MOVE W_LINE-ID TO W_RP-LINE(16:6).
           MOVE W_LINE-NOTE TO W_RP-LINE(85:16).
           MOVE W_LINE-ID TO FI_PERSON-ID.
           READ PERSON-IN
               INVALID KEY
                   MOVE 'NOT ON FILE' TO W_RP-LINE(23:32)
                   PERFORM REPORT-LINE-SECTION
                   GO TO WRITE-RELATIVE-EXIT
           END-READ.

           MOVE SPACES TO W_NAME-TEXT.
           STRING FUNCTION TRIM(FI_PERSON-NAME) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FUNCTION TRIM(FI_PERSON-SURNAME) DELIMITED BY SIZE
               INTO W_NAME-TEXT
           END-STRING.
           MOVE W_NAME-TEXT TO W_RP-LINE(23:32).
           IF FI_PERSON-BIRTH-YEAR-ONLY
               MOVE FI_PERSON-BIRTH-YEAR TO W_RP-LINE(56:4)
           ELSE
               MOVE FI_PERSON-BIRTH-DATE TO W_RP-LINE(56:8)
           END-IF.
           EVALUATE TRUE
               WHEN FI_PERSON-ACTIVE
                   MOVE 'ACTIVE' TO W_STATUS-WORD
               WHEN FI_PERSON-PENDING
                   MOVE 'PENDING' TO W_STATUS-WORD
               WHEN FI_PERSON-SUSPENDED
                   MOVE 'SUSPENDED' TO W_STATUS-WORD
               WHEN FI_PERSON-INACTIVE
                   MOVE 'INACTIVE' TO W_STATUS-WORD
               WHEN FI_PERSON-DECEASED
                   MOVE 'DECEASED' TO W_STATUS-WORD
               WHEN OTHER
                   MOVE 'UNKNOWN' TO W_STATUS-WORD
           END-EVALUATE.
           MOVE W_STATUS-WORD TO W_RP-LINE(65:9).

           MOVE SPACES TO W_HOUSEHOLD-WORD.
           IF W_HH-STATUS = '00'
               MOVE W_LINE-ID TO HH_PERSON-ID
               READ HOUSEHOLD-LINK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HH_HOUSEHOLD-ID TO W_HOUSEHOLD-WORD
                       PERFORM COUNT-HOUSEHOLD-SECTION
               END-READ
           END-IF.
           MOVE W_HOUSEHOLD-WORD TO W_RP-LINE(75:9).
           PERFORM REPORT-LINE-SECTION.

       WRITE-RELATIVE-EXIT.
           EXIT.

       COUNT-HOUSEHOLD-SECTION SECTION.
           MOVE 'N' TO B_HOUSEHOLD-KNOWN.
           PERFORM VARYING W_HOUSEHOLD-SUB FROM 1 BY 1
                   UNTIL W_HOUSEHOLD-SUB > W_HOUSEHOLD-COUNT
               IF W_HOUSEHOLD-SEEN(W_HOUSEHOLD-SUB) = HH_HOUSEHOLD-ID
                   MOVE 'Y' TO B_HOUSEHOLD-KNOWN
               END-IF
           END-PERFORM.
           IF B_HOUSEHOLD-KNOWN = 'N' AND W_HOUSEHOLD-COUNT < 50
               ADD 1 TO W_HOUSEHOLD-COUNT
               MOVE HH_HOUSEHOLD-ID
                   TO W_HOUSEHOLD-SEEN(W_HOUSEHOLD-COUNT)
           END-IF.
