      * Shared WORKING-STORAGE fields for operator case notes - see
      * CASE-NOTE.cpy. COPY directly into WORKING-STORAGE SECTION.
           01 W_NT-STATUS PIC X(2).
           01 W_NT-WRITTEN-SW PIC X(1) VALUE 'N'.
               88 NOTE-WRITTEN VALUE 'Y'.
           01 W_NT-GIVE-UP-SW PIC X(1) VALUE 'N'.
               88 NOTE-GIVE-UP VALUE 'Y'.
