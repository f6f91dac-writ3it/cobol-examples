      * Sources routed tonight: load_exceptions.txt,
      * name_exceptions.txt, report_exceptions.txt - the same files
      * the digest reads - plus any of address_exceptions.txt,
      * death_exceptions.txt, payroll_exceptions.txt,
      * pesel_exceptions.txt, returned_mail_exceptions.txt,
      * relation_exceptions.txt, integrity_exceptions.txt,
      * pending_exceptions.txt and xbranch_exceptions.txt that
      * exist.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 44_WORKLIST_UPDATE.


               01 W_SOURCE-FILENAME PIC X(30) VALUE SPACES.
               01 W_SOURCE-LABEL PIC X(12) VALUE SPACES.
               01 W_SOURCE-SUB PIC 9(2) VALUE 0.

               01 W_CURR-TEXT PIC X(80) VALUE SPACES.
               01 W_MATCH-ID PIC 9(6) VALUE 0.
           PERFORM FIND-HIGHEST-ID-SECTION.

           PERFORM VARYING W_SOURCE-SUB FROM 1 BY 1
                   UNTIL W_SOURCE-SUB > 12
               EVALUATE W_SOURCE-SUB
                   WHEN 1
                       MOVE 'load_exceptions.txt'
                       MOVE 'payroll_exceptions.txt'
                           TO W_SOURCE-FILENAME
                       MOVE 'PAYROLL' TO W_SOURCE-LABEL
                   WHEN 7
                       MOVE 'pesel_exceptions.txt'
                           TO W_SOURCE-FILENAME
                       MOVE 'PESEL' TO W_SOURCE-LABEL
                   WHEN 8
                       MOVE 'returned_mail_exceptions.txt'
                           TO W_SOURCE-FILENAME
                       MOVE 'RETURNMAIL' TO W_SOURCE-LABEL
                   WHEN 9
                       MOVE 'relation_exceptions.txt'
                           TO W_SOURCE-FILENAME
                       MOVE 'RELATION' TO W_SOURCE-LABEL
                   WHEN 10
                       MOVE 'integrity_exceptions.txt'
                           TO W_SOURCE-FILENAME
                       MOVE 'INTEGRITY' TO W_SOURCE-LABEL
                   WHEN 11
                       MOVE 'pending_exceptions.txt'
                           TO W_SOURCE-FILENAME
                       MOVE 'PENDING' TO W_SOURCE-LABEL
                   WHEN 12
                       MOVE 'xbranch_exceptions.txt'
                           TO W_SOURCE-FILENAME
                       MOVE 'XBRANCH' TO W_SOURCE-LABEL
               END-EVALUATE
               PERFORM ROUTE-ONE-SOURCE-SECTION
           END-PERFORM.
