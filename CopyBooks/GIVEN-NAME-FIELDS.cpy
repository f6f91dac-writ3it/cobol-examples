      * Shared WORKING-STORAGE fields for the given-name dictionary
      * - see GIVEN-NAME.cpy. COPY directly into WORKING-STORAGE
      * SECTION; the caller MOVEs a PREFIX-NAME to W_GN-NAME before
      * each PERFORM LOOKUP-GIVEN-NAME-SECTION and reads back
      * W_GN-FOUND-SW, W_GN-GENDER and W_GN-VOCATIVE.
           01 W_GN-STATUS PIC X(2).
           01 B_GN-EOF PIC X(1) VALUE 'N'.
           01 W_GN-LOADED-SW PIC X(1) VALUE 'N'.
               88 GIVEN-NAMES-LOADED VALUE 'Y'.
      * The dictionary held in core, keys already folded and
      * upper-cased - a thousand given names is several times what
      * the Polish register actually uses.
           01 W_GN-TABLE.
               02 W_GN-ENTRY OCCURS 1000 TIMES.
                   03 W_GN-KEY PIC X(25).
                   03 W_GN-ENTRY-GENDER PIC X(1).
                   03 W_GN-ENTRY-VOCATIVE PIC X(25).
           01 W_GN-COUNT PIC 9(4) VALUE 0.
           01 W_GN-SUB PIC 9(4) VALUE 0.
           01 W_GN-LINE-NAME PIC X(25) VALUE SPACES.
           01 W_GN-LINE-GENDER PIC X(1) VALUE SPACE.
           01 W_GN-LINE-VOCATIVE PIC X(25) VALUE SPACES.

           01 W_GN-NAME PIC X(16) VALUE SPACES.
           01 W_GN-FIRST-NAME PIC X(25) VALUE SPACES.
           01 W_GN-FOUND-SW PIC X(1) VALUE 'N'.
               88 GIVEN-NAME-FOUND VALUE 'Y'.
           01 W_GN-GENDER PIC X(1) VALUE SPACE.
               88 GN-MALE VALUE 'M'.
               88 GN-FEMALE VALUE 'F'.
           01 W_GN-VOCATIVE PIC X(25) VALUE SPACES.

      * Diacritic folding for the key (see 11_POLISH_FOLD.cbl).
           01 W_GN-FOLD-REQUEST PIC X(8) VALUE 'FOLD'.
           01 W_GN-FOLD-RESULT PIC X(50) VALUE SPACES.
           01 W_GN-FOLD-STATUS PIC X(1) VALUE '0'.
