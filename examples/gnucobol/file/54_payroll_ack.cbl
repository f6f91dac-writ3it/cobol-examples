      * acknowledgement has arrived for a send older than today,
      * alarms on batch_alerts.log instead of letting the gap stay
      * invisible. A reconciled acknowledgement clears the
      * outstanding-send record, noting the send's date as the last
      * one acknowledged.
      * A bureau file bracketed by control records (see
      * FEED-CONTROL.cpy) is checked against them and the feed
      * register before anything is posted; a refused file posts
      * nothing and leaves the outstanding send as it was.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 54_PAYROLL_ACK.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Inbound feed-sequence register - see FEED-CONTROL.cpy.
               SELECT FEED-REGISTER ASSIGN TO 'feed_register.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FR_KEY
                   FILE STATUS IS W_FR-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'FEED-REGISTER-FILE.cpy'.

           FD SENT-CONTROL.
           01 SC_SENT-REC.
              02 SC_SENT-DATE PIC 9(8).
              02 SC_SENT-COUNT PIC 9(6).
              02 SC_ID-SUM PIC 9(12).
              02 SC_LAST-ACKED PIC 9(8).

           FD ACK-IN.
           01 AK_ACK-LINE PIC X(100).
      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Feed header/trailer control (see FEED-CONTROL.cpy).
               COPY 'FEED-CONTROL-FIELDS.cpy'.

       PROCEDURE DIVISION.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.
               STOP RUN
           END-IF.

           PERFORM CHECK-FEED-CONTROL-SECTION.

           OPEN OUTPUT EXCEPTIONS-OUT.

           PERFORM UNTIL B_EOF = 'Y'
           ELSE
      * Reconciled - clear the outstanding-send record so the
      * missing-acknowledgement alarm stands down.
               MOVE SC_SENT-DATE TO SC_LAST-ACKED
               OPEN OUTPUT SENT-CONTROL
               MOVE 0 TO SC_SENT-DATE SC_SENT-COUNT SC_ID-SUM
               WRITE SC_SENT-REC
               CLOSE SENT-CONTROL
               DISPLAY 'Acknowledgement reconciled - outstanding '
                   'send cleared'
               PERFORM FEED-REGISTER-SECTION
           END-IF.

           IF W_REJECTED > 0
           PERFORM WRITE-JOB-TRAILER-SECTION.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'FEED-CONTROL.cpy'.

      * The pre-pass over the open acknowledgement - read through
      * once, nothing posted, then reopened for the posting pass.
      * The ACCEPTED= line and every REJECT line count as records;
      * a REJECT line's person ID goes into the hash total.
       CHECK-FEED-CONTROL-SECTION SECTION.
           MOVE 'payroll_ack.txt' TO W_FC-FEED-NAME.
           MOVE '54_PAYROLL_ACK' TO W_FC-PROGRAM.
           PERFORM FEED-CHECK-START-SECTION.

           PERFORM UNTIL B_EOF = 'Y'
               READ ACK-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE AK_ACK-LINE(1:40) TO W_FC-CONTROL-LINE
                       MOVE 0 TO W_FC-RECORD-ID
                       IF AK_ACK-LINE = SPACES
                           MOVE 'Y' TO W_FC-LINE-SKIP-SW
                       ELSE
                           MOVE 'N' TO W_FC-LINE-SKIP-SW
                           IF AK_ACK-LINE(1:7) = 'REJECT '
                              AND AK_ACK-LINE(8:6) IS NUMERIC
                               MOVE AK_ACK-LINE(8:6) TO W_FC-RECORD-ID
                           END-IF
                       END-IF
                       PERFORM FEED-CHECK-LINE-SECTION
               END-READ
           END-PERFORM.
           CLOSE ACK-IN.
           MOVE 'N' TO B_EOF.

           PERFORM FEED-CHECK-END-SECTION.
           IF NOT FEED-LOADABLE
               DISPLAY '** nothing posted - the send of '
                   SC_SENT-DATE' stays outstanding'
               MOVE 16 TO RETURN-CODE
               PERFORM WRITE-ACK-TRAILER-SECTION
               STOP RUN
           END-IF.
           OPEN INPUT ACK-IN.

       JUDGE-ACK-LINE-SECTION SECTION.
           IF AK_ACK-LINE(1:9) = 'ACCEPTED='
