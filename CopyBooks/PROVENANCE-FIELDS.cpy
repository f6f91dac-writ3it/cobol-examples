      * Shared WORKING-STORAGE fields for the person provenance file
      * - see PROVENANCE.cpy. COPY directly into WORKING-STORAGE
      * SECTION. The caller fills W_PV-PERSON-ID before each
      * PERFORM, and for an arrival W_PV-SOURCE, W_PV-FEED-NAME and
      * W_PV-FEED-SEQ as well; the program and operator are taken
      * from the audit fields already filled for the audit line.
           01 W_PV-STATUS PIC X(2).
           01 W_PV-OPEN-SW PIC X(1) VALUE 'N'.
               88 PROVENANCE-OPEN VALUE 'Y'.
           01 W_PV-TODAY PIC 9(8) VALUE 0.
           01 W_PV-PERSON-ID PIC 9(6) VALUE 0.
           01 W_PV-SOURCE PIC X(8) VALUE SPACES.
           01 W_PV-FEED-NAME PIC X(30) VALUE SPACES.
           01 W_PV-FEED-SEQ PIC 9(6) VALUE 0.
           01 W_PV-CREATED-SW PIC X(1) VALUE 'N'.
               88 PROVENANCE-CREATED VALUE 'Y'.
           01 W_PV-CREATED-COUNT PIC 9(6) VALUE 0.
           01 W_PV-TOUCHED-COUNT PIC 9(6) VALUE 0.
