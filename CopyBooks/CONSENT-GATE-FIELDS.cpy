      * Shared WORKING-STORAGE fields for the consent gate - see
      * CONSENT-GATE.cpy. COPY directly into WORKING-STORAGE
      * SECTION, alongside MINOR-CHECK-FIELDS.cpy. The caller fills
      * W_CG-PERSON-ID and W_CG-TYPE, and W_MN-BIRTH-DATE and
      * W_MN-BIRTH-QUALITY from the same person, before PERFORMing
      * CHECK-CONSENT-SECTION.
           01 W_CG-PERSON-ID PIC 9(6) VALUE 0.
           01 W_CG-TYPE PIC X(8) VALUE SPACES.
           01 W_CG-RESULT PIC X(1) VALUE 'A'.
               88 CONSENT-ALLOWED VALUE 'A'.
               88 CONSENT-SUPPRESSED VALUE 'S'.
           01 W_CG-MINOR-COUNT PIC 9(6) VALUE 0.
           01 W_CG-RESTRICTED-COUNT PIC 9(6) VALUE 0.
