      * Shared WORKING-STORAGE fields for ADD-LEDGER-LINE-SECTION
      * (see DUES-LEDGER.cpy). COPY directly into WORKING-STORAGE
      * SECTION; the caller fills the W_DL-NEW- fields for the line
      * to be charged and reads back W_DL-ADDED-SW afterwards.
           01 W_DL-STATUS PIC X(2).
           01 W_DL-NEW-REF PIC X(12) VALUE SPACES.
           01 W_DL-NEW-KIND PIC X(1) VALUE SPACE.
           01 W_DL-NEW-YEAR PIC 9(4) VALUE 0.
           01 W_DL-NEW-ISSUED-ON PIC 9(8) VALUE 0.
           01 W_DL-NEW-DUE-ON PIC 9(8) VALUE 0.
           01 W_DL-NEW-AMOUNT PIC 9(7)V99 VALUE 0.
           01 W_DL-ADDED-SW PIC X(1) VALUE 'N'.
               88 LEDGER-LINE-ADDED VALUE 'Y'.
           01 W_DL-SUB PIC 9(2) VALUE 0.
           01 W_DL-FREE PIC 9(2) VALUE 0.
