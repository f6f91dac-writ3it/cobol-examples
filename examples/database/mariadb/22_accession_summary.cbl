      * Elected against hereditary, century by century - the
      * question the dynasty report cannot answer. Every reign term
      * in king_reign_terms is counted under the century its reign
      * began in and the manner of accession king_succession gives
      * it (see 21_succession_maintain): HEREDITARY, ELECTED,
      * USURPED, RESTORED, or NOT RECORDED where no succession row
      * is on file yet, with a total per century and for the whole.
      * The second part checks the links against the dates:
      *   - the predecessor is a king on file, and not the king
      *   - the predecessor reigned before the term began, and had
      *     stopped by the time it did
      *   - no third king's reign began between the two (the
      *     predecessor named is the one just before)
      *   - a RESTORED term has an earlier reign of the same king
      *   - a parent in king_parents was born before the child, and
      *     the child not more than a year after the parent died
      * Each failure is an exception line under CHECKS; any
      * exception ends the run with RC 4.
      * Run as: 22_accession_summary
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 22_accession_summary.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT SQL-ERROR-LOG ASSIGN TO 'sql_error.log'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.
               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY 'SQL-ERROR-LOG.cpy'.
           COPY 'REPORT-PAGE-FILES.cpy'.

           WORKING-STORAGE SECTION.
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
           01  HOSTVARS.
               05 BUFFER               PIC X(1024).
               05 century              PIC 9(2).
               05 accession            PIC X(10).
               05 cnt-terms            PIC 9(6).
               05 king-id              PIC 9(10).
               05 king-name            PIC X(50).
               05 term-no              PIC 9(4).
               05 term-start           PIC 9(4).
               05 predecessor-id       PIC 9(10).
               05 cnt-pred-on-file     PIC 9(4).
               05 cnt-pred-before      PIC 9(4).
               05 pred-end             PIC 9(4).
               05 cnt-between          PIC 9(4).
               05 cnt-earlier-terms    PIC 9(4).
               05 child-birth          PIC 9(4).
               05 parent-id            PIC 9(10).
               05 parent-name          PIC X(50).
               05 parent-birth         PIC 9(4).
               05 parent-death         PIC 9(4).
           EXEC SQL END DECLARE SECTION END-EXEC.
           COPY 'DB-CONNECT-FIELDS.cpy'.
      * Standard report page (see REPORT-PAGE.cpy).
           COPY 'REPORT-PAGE-FIELDS.cpy'.

           01 W_COLUMN-HEADING.
               02 FILLER PIC X(12) VALUE 'CENTURY'.
               02 FILLER PIC X(14) VALUE '    HEREDITARY'.
               02 FILLER PIC X(14) VALUE '       ELECTED'.
               02 FILLER PIC X(14) VALUE '       USURPED'.
               02 FILLER PIC X(14) VALUE '      RESTORED'.
               02 FILLER PIC X(14) VALUE '  NOT RECORDED'.
               02 FILLER PIC X(14) VALUE '         TOTAL'.

      * One century's counts, in the column order above; the sixth
      * is the century's total.
           01 W_CENTURY-COUNTS.
               05 W_CC-COUNT PIC 9(6) OCCURS 6 TIMES.
           01 W_GRAND-COUNTS.
               05 W_GC-COUNT PIC 9(6) OCCURS 6 TIMES.
           01 W_TYPE-SUB PIC 9(2) VALUE 0.

           01 W_CENTURY-LINE.
               02 W_CL-FROM PIC ZZZ9.
               02 W_CL-DASH PIC X(1) VALUE '-'.
               02 W_CL-TO PIC ZZZ9.
               02 FILLER PIC X(3) VALUE SPACES.
               02 W_CL-COLUMN OCCURS 6 TIMES.
                   03 W_CL-FILL PIC X(8).
                   03 W_CL-COUNT PIC ZZZZZ9.

      * Control break on the century of the reign start.
           01 W_FIRST-RECORD-SW PIC X(1) VALUE 'Y'.
           01 W_PREV-CENTURY PIC 9(2) VALUE 0.

           01 W_TERM-COUNT PIC 9(6) VALUE 0.
           01 W_EXCEPTION-COUNT PIC 9(6) VALUE 0.
           01 W_COUNT-SHOWN PIC Z(5)9.
           01 W_YEAR-SHOWN PIC ZZZ9.
           01 W_YEAR-2-SHOWN PIC ZZZ9.
           01 W_ID-SHOWN PIC Z(9)9.
           01 W_TERM-SHOWN PIC ZZZ9.
           01 W_CHECK-SUBJECT PIC X(60) VALUE SPACES.
           01 W_CHECK-TEXT PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DB-CONNECT-SECTION.

           PERFORM SQL-CONNECT-WITH-RETRY-SECTION.

           MOVE 'ACCESSION TO THE THRONE BY CENTURY' TO W_RP-TITLE.
           MOVE '22_ACCESSION_SUMMARY' TO W_RP-PROGRAM.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE DB-NAME TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.

           PERFORM CENTURY-TABLE-SECTION.
           PERFORM CHECK-SUCCESSION-SECTION.
           PERFORM CHECK-PARENTS-SECTION.

           PERFORM REPORT-LINE-SECTION.
           IF W_EXCEPTION-COUNT = 0
               STRING 'No exceptions - every succession and '
                          DELIMITED BY SIZE
                      'parent link agrees with the dates on file'
                          DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
           ELSE
               MOVE W_EXCEPTION-COUNT TO W_COUNT-SHOWN
               STRING FUNCTION TRIM(W_COUNT-SHOWN) DELIMITED BY SIZE
                      ' exception(s) to look into' DELIMITED BY SIZE
                   INTO W_RP-LINE
               END-STRING
           END-IF.
           PERFORM REPORT-LINE-SECTION.

           MOVE W_TERM-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.
           DISPLAY W_TERM-COUNT" reign term(s) counted, "
               W_EXCEPTION-COUNT" exception(s)".

           EXEC SQL
               CONNECT RESET
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           IF W_EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

       COPY 'SQLSTATE-CHECK.cpy'.
       COPY 'DB-CONNECT.cpy'.
       COPY 'REPORT-PAGE.cpy'.

      * Reign terms counted by century of their start and manner of
      * accession, one line per century and a total line.
       CENTURY-TABLE-SECTION SECTION.
           EXEC SQL
               DECLARE CENTURY_ACCESSIONS CURSOR FOR
               SELECT FLOOR((t.reign_year_start + 99) / 100),
                      COALESCE(s.accession, ''),
                      count(*)
               FROM king_reign_terms t
               LEFT JOIN king_succession s
                   ON s.king_id = t.king_id
                  AND s.term_no = t.term_no
               GROUP BY 1, 2
               ORDER BY 1, 2
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           EXEC SQL
               OPEN CENTURY_ACCESSIONS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           MOVE W_COLUMN-HEADING TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.
           INITIALIZE W_CENTURY-COUNTS.
           INITIALIZE W_GRAND-COUNTS.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH CENTURY_ACCESSIONS
                   INTO
                       :century,
                       :accession,
                       :cnt-terms
               END-EXEC
               PERFORM SQLSTATE-CHECK
               IF SQLCODE NOT = 100
                   PERFORM CENTURY-BREAK-CHECK-SECTION
                   EVALUATE accession
                       WHEN 'HEREDITARY'
                           MOVE 1 TO W_TYPE-SUB
                       WHEN 'ELECTED'
                           MOVE 2 TO W_TYPE-SUB
                       WHEN 'USURPED'
                           MOVE 3 TO W_TYPE-SUB
                       WHEN 'RESTORED'
                           MOVE 4 TO W_TYPE-SUB
                       WHEN OTHER
                           MOVE 5 TO W_TYPE-SUB
                   END-EVALUATE
                   ADD cnt-terms TO W_CC-COUNT(W_TYPE-SUB)
                   ADD cnt-terms TO W_CC-COUNT(6)
                   ADD cnt-terms TO W_GC-COUNT(W_TYPE-SUB)
                   ADD cnt-terms TO W_GC-COUNT(6)
                   ADD cnt-terms TO W_TERM-COUNT
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE CENTURY_ACCESSIONS
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           IF W_TERM-COUNT = 0
               MOVE 'No reign terms on file' TO W_RP-LINE
               PERFORM REPORT-LINE-SECTION
               GO TO CENTURY-TABLE-EXIT
           END-IF.

           PERFORM PRINT-CENTURY-LINE-SECTION.
           PERFORM REPORT-LINE-SECTION.
           MOVE W_GRAND-COUNTS TO W_CENTURY-COUNTS.
           PERFORM FORMAT-COUNTS-SECTION.
           MOVE 'ALL' TO W_CENTURY-LINE(1:12).
           MOVE W_CENTURY-LINE TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

       CENTURY-TABLE-EXIT.
           EXIT.

      * Prints the running century's line and clears its counts
      * whenever the fetched row belongs to a later century.
       CENTURY-BREAK-CHECK-SECTION SECTION.
           IF W_FIRST-RECORD-SW = 'Y'
               MOVE century TO W_PREV-CENTURY
               MOVE 'N' TO W_FIRST-RECORD-SW
           END-IF.
           IF century NOT = W_PREV-CENTURY
               PERFORM PRINT-CENTURY-LINE-SECTION
               INITIALIZE W_CENTURY-COUNTS
               MOVE century TO W_PREV-CENTURY
           END-IF.

      * A century shows as its years, 1001-1100 for the eleventh;
      * a reign start of 0 (not on file) counts as century 0.
       PRINT-CENTURY-LINE-SECTION SECTION.
           PERFORM FORMAT-COUNTS-SECTION.
           IF W_PREV-CENTURY = 0
               MOVE 'NO YEAR' TO W_CENTURY-LINE(1:12)
           END-IF.
           MOVE W_CENTURY-LINE TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

       FORMAT-COUNTS-SECTION SECTION.
           MOVE SPACES TO W_CENTURY-LINE.
           MOVE '-' TO W_CL-DASH.
           IF W_PREV-CENTURY > 0
               COMPUTE W_CL-FROM = W_PREV-CENTURY * 100 - 99
               COMPUTE W_CL-TO = W_PREV-CENTURY * 100
           END-IF.
           PERFORM VARYING W_TYPE-SUB FROM 1 BY 1
                   UNTIL W_TYPE-SUB > 6
               MOVE W_CC-COUNT(W_TYPE-SUB) TO W_CL-COUNT(W_TYPE-SUB)
           END-PERFORM.

      * Every succession row against the reign dates: its own
      * term's start, the latest term the predecessor began before
      * it and when that ended, how many other kings' reigns began
      * in between, and how many reigns the king had before it.
       CHECK-SUCCESSION-SECTION SECTION.
           PERFORM REPORT-LINE-SECTION.
           MOVE 'CHECKS' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           EXEC SQL
               DECLARE SUCCESSION_CHECK CURSOR FOR
               SELECT x.king_id, x.name, x.term_no, x.accession,
                   x.predecessor_id, x.term_start,
                   (SELECT count(*) FROM kings_of_poland pk
                    WHERE pk.id = x.predecessor_id),
                   (SELECT count(*) FROM king_reign_terms pt
                    WHERE pt.king_id = x.predecessor_id
                      AND pt.reign_year_start < x.term_start),
                   COALESCE(x.pred_end, 0),
                   (SELECT count(*) FROM king_reign_terms ot
                    WHERE ot.king_id <> x.king_id
                      AND ot.king_id <> x.predecessor_id
                      AND ot.reign_year_start > x.pred_end
                      AND ot.reign_year_start < x.term_start),
                   (SELECT count(*) FROM king_reign_terms et
                    WHERE et.king_id = x.king_id
                      AND et.reign_year_start < x.term_start)
               FROM (SELECT s.king_id, k.name, s.term_no,
                            s.accession, s.predecessor_id,
                            t.reign_year_start AS term_start,
                            (SELECT MAX(pt.reign_year_end)
                             FROM king_reign_terms pt
                             WHERE pt.king_id = s.predecessor_id
                               AND pt.reign_year_start <
                                   t.reign_year_start) AS pred_end
                     FROM king_succession s
                     JOIN king_reign_terms t
                         ON t.king_id = s.king_id
                        AND t.term_no = s.term_no
                     JOIN kings_of_poland k
                         ON k.id = s.king_id) x
               ORDER BY x.term_start, x.king_id, x.term_no
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           EXEC SQL
               OPEN SUCCESSION_CHECK
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH SUCCESSION_CHECK
                   INTO
                       :king-id,
                       :king-name,
                       :term-no,
                       :accession,
                       :predecessor-id,
                       :term-start,
                       :cnt-pred-on-file,
                       :cnt-pred-before,
                       :pred-end,
                       :cnt-between,
                       :cnt-earlier-terms
               END-EXEC
               PERFORM SQLSTATE-CHECK
               IF SQLCODE NOT = 100
                   PERFORM CHECK-ONE-SUCCESSION-SECTION
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE SUCCESSION_CHECK
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

       CHECK-ONE-SUCCESSION-SECTION SECTION.
           MOVE king-id TO W_ID-SHOWN.
           MOVE term-no TO W_TERM-SHOWN.
           MOVE SPACES TO W_CHECK-SUBJECT.
           STRING FUNCTION TRIM(W_ID-SHOWN) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  king-name DELIMITED BY '  '
                  ' term ' DELIMITED BY SIZE
                  FUNCTION TRIM(W_TERM-SHOWN) DELIMITED BY SIZE
               INTO W_CHECK-SUBJECT
           END-STRING.
           MOVE term-start TO W_YEAR-SHOWN.

           IF accession NOT = 'HEREDITARY' AND NOT = 'ELECTED'
               AND NOT = 'USURPED' AND NOT = 'RESTORED'
               MOVE SPACES TO W_CHECK-TEXT
               STRING 'unknown manner of accession "'
                          DELIMITED BY SIZE
                      accession DELIMITED BY SPACE
                      '"' DELIMITED BY SIZE
                   INTO W_CHECK-TEXT
               END-STRING
               PERFORM REPORT-EXCEPTION-SECTION
           END-IF.

           IF accession = 'RESTORED' AND cnt-earlier-terms = 0
               MOVE SPACES TO W_CHECK-TEXT
               STRING 'RESTORED, but no earlier reign of this king '
                          DELIMITED BY SIZE
                      'is on file' DELIMITED BY SIZE
                   INTO W_CHECK-TEXT
               END-STRING
               PERFORM REPORT-EXCEPTION-SECTION
           END-IF.

           IF predecessor-id = 0
               GO TO CHECK-ONE-SUCCESSION-EXIT
           END-IF.
           MOVE predecessor-id TO W_ID-SHOWN.

           IF predecessor-id = king-id
               MOVE SPACES TO W_CHECK-TEXT
               MOVE 'the king is named as his own predecessor'
                   TO W_CHECK-TEXT
               PERFORM REPORT-EXCEPTION-SECTION
               GO TO CHECK-ONE-SUCCESSION-EXIT
           END-IF.

           IF cnt-pred-on-file = 0
               MOVE SPACES TO W_CHECK-TEXT
               STRING 'predecessor ' DELIMITED BY SIZE
                      FUNCTION TRIM(W_ID-SHOWN) DELIMITED BY SIZE
                      ' is not a king on file' DELIMITED BY SIZE
                   INTO W_CHECK-TEXT
               END-STRING
               PERFORM REPORT-EXCEPTION-SECTION
               GO TO CHECK-ONE-SUCCESSION-EXIT
           END-IF.

           IF cnt-pred-before = 0
               MOVE SPACES TO W_CHECK-TEXT
               STRING 'predecessor ' DELIMITED BY SIZE
                      FUNCTION TRIM(W_ID-SHOWN) DELIMITED BY SIZE
                      ' has no reign beginning before '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(W_YEAR-SHOWN) DELIMITED BY SIZE
                   INTO W_CHECK-TEXT
               END-STRING
               PERFORM REPORT-EXCEPTION-SECTION
               GO TO CHECK-ONE-SUCCESSION-EXIT
           END-IF.

           MOVE pred-end TO W_YEAR-2-SHOWN.
           IF pred-end > term-start
               MOVE SPACES TO W_CHECK-TEXT
               STRING 'predecessor ' DELIMITED BY SIZE
                      FUNCTION TRIM(W_ID-SHOWN) DELIMITED BY SIZE
                      ' reigned until ' DELIMITED BY SIZE
                      FUNCTION TRIM(W_YEAR-2-SHOWN) DELIMITED BY SIZE
                      ', after this term began in ' DELIMITED BY SIZE
                      FUNCTION TRIM(W_YEAR-SHOWN) DELIMITED BY SIZE
                   INTO W_CHECK-TEXT
               END-STRING
               PERFORM REPORT-EXCEPTION-SECTION
           END-IF.

           IF cnt-between > 0
               MOVE cnt-between TO W_COUNT-SHOWN
               MOVE SPACES TO W_CHECK-TEXT
               STRING FUNCTION TRIM(W_COUNT-SHOWN) DELIMITED BY SIZE
                      ' other reign(s) began between predecessor '
                          DELIMITED BY SIZE
                      FUNCTION TRIM(W_ID-SHOWN) DELIMITED BY SIZE
                      ' ending (' DELIMITED BY SIZE
                      FUNCTION TRIM(W_YEAR-2-SHOWN) DELIMITED BY SIZE
                      ') and ' DELIMITED BY SIZE
                      FUNCTION TRIM(W_YEAR-SHOWN) DELIMITED BY SIZE
                   INTO W_CHECK-TEXT
               END-STRING
               PERFORM REPORT-EXCEPTION-SECTION
           END-IF.

       CHECK-ONE-SUCCESSION-EXIT.
           EXIT.

      * Every parent link against the birth and death years; a year
      * of 0 is not on file and is not checked.
       CHECK-PARENTS-SECTION SECTION.
           EXEC SQL
               DECLARE PARENT_CHECK CURSOR FOR
               SELECT c.id, c.name, c.year_of_birth,
                      p.id, p.name, p.year_of_birth, p.year_of_death
               FROM king_parents kp
               JOIN kings_of_poland c ON c.id = kp.child_id
               JOIN kings_of_poland p ON p.id = kp.parent_id
               ORDER BY c.year_of_birth, c.id, p.id
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           EXEC SQL
               OPEN PARENT_CHECK
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

           PERFORM UNTIL SQLCODE = 100
               EXEC SQL
                   FETCH PARENT_CHECK
                   INTO
                       :king-id,
                       :king-name,
                       :child-birth,
                       :parent-id,
                       :parent-name,
                       :parent-birth,
                       :parent-death
               END-EXEC
               PERFORM SQLSTATE-CHECK
               IF SQLCODE NOT = 100
                   PERFORM CHECK-ONE-PARENT-SECTION
               END-IF
           END-PERFORM.

           EXEC SQL
               CLOSE PARENT_CHECK
           END-EXEC.
           PERFORM SQLSTATE-CHECK.

       CHECK-ONE-PARENT-SECTION SECTION.
           IF child-birth = 0
               GO TO CHECK-ONE-PARENT-EXIT
           END-IF.
           MOVE king-id TO W_ID-SHOWN.
           MOVE SPACES TO W_CHECK-SUBJECT.
           STRING FUNCTION TRIM(W_ID-SHOWN) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  king-name DELIMITED BY '  '
                  ', child of ' DELIMITED BY SIZE
                  parent-name DELIMITED BY '  '
               INTO W_CHECK-SUBJECT
           END-STRING.
           MOVE child-birth TO W_YEAR-SHOWN.

           IF parent-birth > 0 AND parent-birth NOT < child-birth
               MOVE parent-birth TO W_YEAR-2-SHOWN
               MOVE SPACES TO W_CHECK-TEXT
               STRING 'parent born ' DELIMITED BY SIZE
                      FUNCTION TRIM(W_YEAR-2-SHOWN) DELIMITED BY SIZE
                      ', child born ' DELIMITED BY SIZE
                      FUNCTION TRIM(W_YEAR-SHOWN) DELIMITED BY SIZE
                   INTO W_CHECK-TEXT
               END-STRING
               PERFORM REPORT-EXCEPTION-SECTION
           END-IF.

           IF parent-death > 0 AND child-birth > parent-death + 1
               MOVE parent-death TO W_YEAR-2-SHOWN
               MOVE SPACES TO W_CHECK-TEXT
               STRING 'parent died ' DELIMITED BY SIZE
                      FUNCTION TRIM(W_YEAR-2-SHOWN) DELIMITED BY SIZE
                      ', child born ' DELIMITED BY SIZE
                      FUNCTION TRIM(W_YEAR-SHOWN) DELIMITED BY SIZE
                   INTO W_CHECK-TEXT
               END-STRING
               PERFORM REPORT-EXCEPTION-SECTION
           END-IF.

       CHECK-ONE-PARENT-EXIT.
           EXIT.

      * One exception: the row it is about on one line, what is
      * wrong with it indented underneath.
       REPORT-EXCEPTION-SECTION SECTION.
           ADD 1 TO W_EXCEPTION-COUNT.
           STRING '** ' DELIMITED BY SIZE
                  W_CHECK-SUBJECT DELIMITED BY '  '
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           STRING '   ' DELIMITED BY SIZE
                  W_CHECK-TEXT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
