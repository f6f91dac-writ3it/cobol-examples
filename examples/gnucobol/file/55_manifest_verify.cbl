               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_DEL-STATUS PIC X(2).
               01 W_MAN-STATUS PIC X(2).
               01 W_DELIVERED-FILENAME PIC X(60) VALUE SPACES.
               01 W_ARG-LINE PIC X(60) VALUE SPACES.

               01 W_FILE-COUNT PIC 9(9) VALUE 0.
               01 W_FILE-ID-SUM PIC 9(12) VALUE 0.
      * log is append-only, so the last matching line read is the
      * most recent shipment.
               01 W_TOK-STAMP PIC X(20) VALUE SPACES.
               01 W_TOK-FILE PIC X(70) VALUE SPACES.
               01 W_TOK-RECORDS PIC X(25) VALUE SPACES.
               01 W_TOK-IDSUM PIC X(25) VALUE SPACES.
               01 W_LABEL PIC X(10) VALUE SPACES.
               01 W_VALUE PIC X(15) VALUE SPACES.
               01 W_MAN-FILE PIC X(60) VALUE SPACES.
               01 W_MAN-COUNT PIC 9(9) VALUE 0.
               01 W_MAN-ID-SUM PIC 9(12) VALUE 0.
               01 W_MAN-STAMP PIC X(17) VALUE SPACES.
