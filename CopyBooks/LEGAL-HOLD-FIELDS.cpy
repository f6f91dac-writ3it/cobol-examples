      * Shared WORKING-STORAGE fields for the legal-hold test - see
      * LEGAL-HOLD.cpy. COPY directly into WORKING-STORAGE SECTION.
      * The caller sets W_LH-PERSON-ID before PERFORMing
      * CHECK-LEGAL-HOLD-SECTION; PERSON-ON-HOLD and W_LH-CASE-REF
      * come back, and W_LH-HELD-COUNT totals the persons the run
      * found held.
           01 W_LH-STATUS PIC X(2).
           01 W_LH-FILE-SW PIC X(1) VALUE SPACE.
               88 LEGAL-HOLD-NOT-TRIED VALUE SPACE.
               88 LEGAL-HOLD-OPEN VALUE 'O'.
               88 LEGAL-HOLD-NONE VALUE 'N'.
               88 LEGAL-HOLD-UNREADABLE VALUE 'U'.
           01 W_LH-PERSON-ID PIC 9(6) VALUE 0.
           01 W_LH-CASE-REF PIC X(20) VALUE SPACES.
           01 W_LH-HELD-SW PIC X(1) VALUE 'N'.
               88 PERSON-ON-HOLD VALUE 'Y'.
           01 W_LH-HELD-COUNT PIC 9(6) VALUE 0.

      * A hold request as it rides the approval queue - the
      * 61-byte after-image of a HOLD or RELEASE item, whose
      * before-image is the person as they stood (see
      * APPROVAL-RECORD.cpy).
           01 W_LH-REQUEST.
               02 W_LH-REQ-REASON PIC X(30).
               02 W_LH-REQ-CASE-REF PIC X(20).
               02 W_LH-REQ-RELEASE-ON PIC 9(8).
               02 FILLER PIC X(3).
