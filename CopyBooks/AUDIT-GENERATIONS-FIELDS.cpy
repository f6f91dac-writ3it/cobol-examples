      * Shared WORKING-STORAGE fields for the walk over every audit
      * trail generation - see AUDIT-GENERATIONS.cpy. COPY directly
      * into WORKING-STORAGE SECTION. W_AG-LOG-FILENAME names the
      * file the walk is on; the caller's audit SELECT is ASSIGNed
      * to it.
           01 W_AG-STATUS PIC X(2).
           01 W_AG-LOG-FILENAME PIC X(30) VALUE 'audit_trail.log'.
           01 W_AG-WALK-SW PIC X(1) VALUE SPACE.
               88 AUDIT-WALK-CATALOGUE VALUE 'G'.
               88 AUDIT-WALK-LIVE-NEXT VALUE 'L'.
               88 AUDIT-WALK-ON-LIVE VALUE 'C'.
               88 NO-MORE-AUDIT-FILES VALUE 'D'.
           01 W_AG-GENERATION-COUNT PIC 9(4) VALUE 0.
