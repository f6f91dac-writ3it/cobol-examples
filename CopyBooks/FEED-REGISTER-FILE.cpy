      * Shared FD for the inbound feed-sequence register - see
      * FEED-CONTROL.cpy. Two kinds of record share the key:
      *   - FR_SENDER filled: one per feed per sender, the last
      *     control header accepted from that sender on that feed
      *     (sequence, feed date, record count, ID hash total) -
      *     the next file must carry the next sequence number;
      *   - FR_SENDER spaces: one per feed, the feed as a whole -
      *     when a file last arrived (headed or not), whether any
      *     sender has converted to control records, and how often
      *     a file is expected (82_FEED_REGISTER maintains that and
      *     raises the alert when an expected file never came).
      * Calling program SELECTs this as FEED-REGISTER, assigned to
      * 'feed_register.dat', ORGANIZATION INDEXED, ACCESS DYNAMIC,
      * RECORD KEY IS FR_KEY, FILE STATUS IS W_FR-STATUS.
       FD FEED-REGISTER.
       01 FR_REGISTER-REC.
          02 FR_KEY.
             03 FR_FEED PIC X(30).
             03 FR_SENDER PIC X(8).
          02 FR_LAST-SEQ PIC 9(6).
          02 FR_LAST-FEED-DATE PIC 9(8).
          02 FR_LAST-COUNT PIC 9(9).
          02 FR_LAST-HASH PIC 9(15).
          02 FR_LAST-RECEIVED PIC 9(8).
          02 FR_LAST-PROGRAM PIC X(20).
          02 FR_CONVERTED PIC X(1).
             88 FR_FEED-CONVERTED VALUE 'Y'.
          02 FR_EXPECTED PIC X(1).
             88 FR_EXPECT-DAILY VALUE 'D'.
             88 FR_EXPECT-WEEKLY VALUE 'W'.
             88 FR_EXPECT-MONTHLY VALUE 'M'.
             88 FR_EXPECT-NONE VALUE 'N' SPACE.
          02 FR_ALERTED-ON PIC 9(8).
