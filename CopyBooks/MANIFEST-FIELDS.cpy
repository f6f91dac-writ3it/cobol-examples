      * per file shipped.
           01 W_MANIFEST-DATE PIC 9(8).
           01 W_MANIFEST-TIME PIC 9(8).
           01 W_MANIFEST-FILENAME PIC X(60).
           01 W_MANIFEST-COUNT PIC 9(9).
           01 W_MANIFEST-ID-SUM PIC 9(12).
           01 W_MANIFEST-BRANCH PIC X(3) VALUE SPACES.
