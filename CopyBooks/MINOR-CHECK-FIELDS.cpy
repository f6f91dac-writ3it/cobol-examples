      * Shared WORKING-STORAGE fields for the under-18 test - see
      * MINOR-CHECK.cpy. COPY directly into WORKING-STORAGE SECTION.
      * The caller fills W_MN-BIRTH-DATE and W_MN-BIRTH-QUALITY
      * from the person record before PERFORMing CHECK-MINOR-SECTION;
      * W_MN-TODAY is taken from the clock on first use unless the
      * caller has set a run date of its own.
           01 W_MN-BIRTH-DATE PIC 9(8) VALUE 0.
           01 W_MN-BIRTH-PARTS REDEFINES W_MN-BIRTH-DATE.
               02 W_MN-BIRTH-YEAR PIC 9(4).
               02 W_MN-BIRTH-MMDD PIC 9(4).
           01 W_MN-BIRTH-QUALITY PIC X(1) VALUE SPACE.
           01 W_MN-TODAY PIC 9(8) VALUE 0.
           01 W_MN-ADULT-ON PIC 9(8) VALUE 0.
           01 W_MN-MINOR-SW PIC X(1) VALUE 'N'.
               88 PERSON-IS-MINOR VALUE 'Y'.
