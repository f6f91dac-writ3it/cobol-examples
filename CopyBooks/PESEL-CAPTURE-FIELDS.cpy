      * Shared WORKING-STORAGE fields for STORE-PESEL-SECTION (see
      * PESEL-CAPTURE.cpy). COPY directly into WORKING-STORAGE
      * SECTION; the caller fills the person, PESEL, source and the
      * person's birth date/quality before each PERFORM and reads
      * back W_PESEL-CHECK-STATUS, W_PESEL-REASON and
      * W_PESEL-STORED-SW afterwards.
           01 W_PESEL-FS PIC X(2).
           01 W_PESEL-PROGRAM PIC X(20) VALUE SPACES.
           01 W_PESEL-PERSON-ID PIC 9(6) VALUE 0.
           01 W_PESEL-VALUE PIC X(11) VALUE SPACES.
           01 W_PESEL-SOURCE PIC X(8) VALUE SPACES.
           01 W_PESEL-BIRTH-DATE PIC 9(8) VALUE 0.
           01 W_PESEL-BIRTH-QUALITY PIC X(1) VALUE SPACE.
           01 W_PESEL-DECODED-DATE PIC 9(8) VALUE 0.
           01 W_PESEL-SEX PIC X(1) VALUE SPACE.
           01 W_PESEL-REASON PIC X(40) VALUE SPACES.
           01 W_PESEL-CHECK-STATUS PIC X(1) VALUE '0'.
               88 PESEL-CHECK-OK VALUE '0'.
               88 PESEL-INVALID VALUE '1'.
               88 PESEL-DATE-CONFLICT VALUE '2'.

      * Strict is the interactive door - 09_MAINTAIN refuses a PESEL
      * that contradicts the birth date or already belongs to
      * someone else, with the operator there to fix it. The feeds
      * run non-strict: a contradiction or a shared PESEL is stored
      * anyway (the registry said so) and left for the nightly
      * 64_PESEL_CONFLICTS report to put in front of a person. A
      * PESEL that fails its own checksum is never stored by anyone.
           01 W_PESEL-STRICT-SW PIC X(1) VALUE 'N'.
               88 PESEL-STRICT VALUE 'Y'.
           01 W_PESEL-STORED-SW PIC X(1) VALUE 'N'.
               88 PESEL-STORED VALUE 'Y'.
           01 W_PESEL-SHARED-SW PIC X(1) VALUE 'N'.
               88 PESEL-SHARED VALUE 'Y'.
           01 B_PESEL-EOF PIC X(1) VALUE 'N'.
           01 W_PESEL-TODAY PIC 9(8) VALUE 0.
           01 W_PESEL-BEFORE PIC X(33) VALUE SPACES.
      * File status of pesel_rejects.dat, for the feeds that pass a
      * refused PESEL on through PESEL-REJECT.cpy.
           01 W_PJ-STATUS PIC X(2).
