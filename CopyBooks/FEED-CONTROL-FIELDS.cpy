      * Shared WORKING-STORAGE fields for the inbound feed control
      * sections (see FEED-CONTROL.cpy). COPY directly into
      * WORKING-STORAGE SECTION. The caller fills W_FC-FEED-NAME
      * and W_FC-PROGRAM once, then for every line of its pre-pass
      * W_FC-CONTROL-LINE (the line's first 40 bytes, as text),
      * W_FC-RECORD-ID (the record's ID, zero when it has none) and
      * W_FC-LINE-SKIP-SW.
           01 W_FR-STATUS PIC X(2).
           01 W_FC-FEED-NAME PIC X(30) VALUE SPACES.
           01 W_FC-PROGRAM PIC X(20) VALUE SPACES.
           01 W_FC-TODAY PIC 9(8) VALUE 0.

      * The control records, as the sender writes them - a header
      * first line and a trailer last line, text digits throughout:
      *     HDR sender(8) feed-date(8) sequence(6)
      *     TRL record-count(9) ID-hash-total(15)
      * The record count is the data records between the two; the
      * hash total is the sum of their IDs.
           01 W_FC-CONTROL-LINE PIC X(40) VALUE SPACES.
           01 W_FC-HEADER REDEFINES W_FC-CONTROL-LINE.
               02 W_FC-HDR-TAG PIC X(3).
                   88 FEED-HEADER-TAG VALUE 'HDR'.
                   88 FEED-TRAILER-TAG VALUE 'TRL'.
               02 W_FC-HDR-SENDER PIC X(8).
               02 W_FC-HDR-FEED-DATE PIC X(8).
               02 W_FC-HDR-SEQ PIC X(6).
               02 FILLER PIC X(15).
           01 W_FC-TRAILER REDEFINES W_FC-CONTROL-LINE.
               02 W_FC-TRL-TAG PIC X(3).
               02 W_FC-TRL-COUNT PIC X(9).
               02 W_FC-TRL-HASH PIC X(15).
               02 FILLER PIC X(13).
      * The hash total is kept to its low fifteen digits, so a
      * long feed of eleven-digit PESELs wraps rather than
      * overflows - the sender's total must be kept the same way.
           01 W_FC-RECORD-ID PIC 9(15) VALUE 0.
           01 W_FC-LINE-SKIP-SW PIC X(1) VALUE 'N'.
               88 FEED-LINE-SKIP VALUE 'Y'.

      * What the pre-pass found.
           01 W_FC-MODE-SW PIC X(1) VALUE SPACE.
               88 FEED-CONTROLLED VALUE 'C'.
               88 FEED-UNHEADED VALUE 'L'.
           01 W_FC-TRAILER-SW PIC X(1) VALUE 'N'.
               88 FEED-TRAILER-SEEN VALUE 'Y'.
           01 W_FC-LINE-NO PIC 9(9) VALUE 0.
           01 W_FC-SENDER PIC X(8) VALUE SPACES.
           01 W_FC-FEED-DATE PIC 9(8) VALUE 0.
           01 W_FC-SEQ PIC 9(6) VALUE 0.
           01 W_FC-COUNT PIC 9(9) VALUE 0.
           01 W_FC-HASH PIC 9(15) VALUE 0.
           01 W_FC-STATED-COUNT PIC 9(9) VALUE 0.
           01 W_FC-STATED-HASH PIC 9(15) VALUE 0.
           01 W_FC-AFTER-TRAILER PIC 9(9) VALUE 0.
           01 W_FC-EXPECTED-SEQ PIC 9(6) VALUE 0.
           01 W_FC-CONVERTED-SW PIC X(1) VALUE 'N'.
               88 FEED-SENDER-CONVERTED VALUE 'Y'.
           01 W_FC-FOUND-SW PIC X(1) VALUE 'N'.
               88 FEED-REGISTER-FOUND VALUE 'Y'.

      * A converter passing a controlled feed on in our own layout
      * counts and totals what it writes here, for the trailer
      * FEED-FORMAT-TRAILER-SECTION builds.
           01 W_FC-OUT-COUNT PIC 9(9) VALUE 0.
           01 W_FC-OUT-HASH PIC 9(15) VALUE 0.

      * The verdict - FEED-CHECK-END-SECTION sets it, the caller
      * loads on ACCEPTED, RERUN or LEGACY and stops on REFUSED.
           01 W_FC-RESULT PIC X(1) VALUE SPACE.
               88 FEED-ACCEPTED VALUE 'A'.
               88 FEED-RERUN VALUE 'R'.
               88 FEED-LEGACY VALUE 'L'.
               88 FEED-REFUSED VALUE 'X'.
               88 FEED-LOADABLE VALUE 'A' 'R' 'L'.
           01 W_FC-REASON PIC X(60) VALUE SPACES.
