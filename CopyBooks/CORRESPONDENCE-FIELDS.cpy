      * Shared WORKING-STORAGE fields for the correspondence history
      * - see CORRESPONDENCE.cpy. COPY directly into WORKING-STORAGE
      * SECTION. The caller fills W_CR-PROGRAM, W_CR-DOC-TYPE and
      * W_CR-OUTPUT-FILE once for the run, and W_CR-PERSON-ID for
      * each item, before PERFORMing RECORD-CORRESPONDENCE-SECTION.
           01 W_CR-STATUS PIC X(2).
           01 W_CR-OPEN-SW PIC X(1) VALUE 'N'.
               88 CORRESPONDENCE-OPEN VALUE 'Y'.
           01 W_CR-PROGRAM PIC X(20) VALUE SPACES.
           01 W_CR-DOC-TYPE PIC X(12) VALUE SPACES.
           01 W_CR-OUTPUT-FILE PIC X(40) VALUE SPACES.
           01 W_CR-PERSON-ID PIC 9(6) VALUE 0.
           01 W_CR-RUN-DATE PIC 9(8) VALUE 0.
           01 W_CR-RUN-TIME PIC 9(8) VALUE 0.
           01 W_CR-SEQ PIC 9(6) VALUE 0.
           01 W_CR-COUNT PIC 9(6) VALUE 0.
