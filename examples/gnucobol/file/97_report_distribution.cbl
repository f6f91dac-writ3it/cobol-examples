      * Run as: 97_report_distribution [yyyymmdd]
      *                                 (default today)
      * The evening reports land in the working directory and used
      * to be copied around by hand. distribution.ctl now says which
      * report goes to whom, and this run makes up every recipient's
      * package: a banner page naming the recipient, the report and
      * what it holds, then the report itself, written to
      *     outbox/<recipient>/<yyyymmdd>_<report>
      * Each package is registered on outbound_manifest.log (see
      * MANIFEST.cpy) so 55_MANIFEST_VERIFY can re-count it at the
      * far end, and each one - sent or not - goes onto
      * distribution_log.txt with the day, the time, the recipient,
      * the report and the package: the record of who received
      * which report on which day.
      * distribution.ctl, one entry per line, blank-separated; a
      * line starting with * is a comment:
      *     SEND   report  recipient  [branch]
      *     BURST  report  column     [SECTION]
      * SEND names a recipient (up to 8 characters) for a report. A
      * branch code (one on branch_profiles.ctl, HQ for head office)
      * burst-cuts the report to that branch's pages when the report
      * has a BURST line, and is only noted on the banner when it
      * has none. BURST says where a branch-level report carries its
      * branch code: lines with a known branch code at that column
      * belong to that branch, every other line (headings, totals)
      * to all; with SECTION a coded line instead opens that
      * branch's section and every line after it belongs to the
      * branch until the next coded line. In a report name YYYYMMDD
      * stands for the run date and YYYYMM for the month before it
      * (the month 47_MONTH_END_RUN closes), for example
      *     BURST  dq_scorecard_YYYYMM.txt  26  SECTION
      *     SEND   census_report.txt        HQMGMT
      *     SEND   dq_scorecard_YYYYMM.txt  KRAMGR   KRA
      * A report not on file tonight is logged MISSING and alerted,
      * and the run ends with return code 4; the other packages
      * still go.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 97_REPORT_DISTRIBUTION.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DISTRIBUTION-CONTROL ASSIGN TO
                       'distribution.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_DC-STATUS.

               SELECT PROFILE-CONTROL ASSIGN TO
                       'branch_profiles.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PROF-STATUS.

               SELECT REPORT-IN ASSIGN TO W_REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RI-STATUS.

               SELECT PACKAGE-OUT ASSIGN TO W_PACKAGE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PO-STATUS.

               SELECT DISTRIBUTION-LOG ASSIGN TO
                       'distribution_log.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_DL-STATUS.

               SELECT MANIFEST-LOG ASSIGN TO 'outbound_manifest.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'MANIFEST-LOG.cpy'.

           FD DISTRIBUTION-CONTROL.
           01 DC_CONTROL-LINE PIC X(100).

           FD PROFILE-CONTROL.
           01 PC_BRANCH-LINE PIC X(10).

           FD REPORT-IN.
           01 RI_REPORT-LINE PIC X(250).

           FD PACKAGE-OUT.
           01 PO_PACKAGE-LINE PIC X(250).

           FD DISTRIBUTION-LOG.
           01 DL_LOG-LINE PIC X(200).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_DC-STATUS PIC X(2).
               01 W_PROF-STATUS PIC X(2).
               01 W_RI-STATUS PIC X(2).
               01 W_PO-STATUS PIC X(2).
               01 W_DL-STATUS PIC X(2).
               01 W_ARG-1 PIC X(10) VALUE SPACES.
               01 W_RUN-DATE PIC 9(8) VALUE 0.
               01 W_RUN-TIME PIC 9(8) VALUE 0.
               01 W_PERIOD PIC 9(6) VALUE 0.
               01 W_PERIOD-YEAR PIC 9(4) VALUE 0.
               01 W_PERIOD-MONTH PIC 9(2) VALUE 0.
               01 W_RUN-RC PIC 9(2) VALUE 0.
               01 W_DIR-RC PIC S9(9) COMP-5 VALUE 0.

      * The branch codes on branch_profiles.ctl (HQ alone when there
      * is none) - what counts as a branch code in a report line.
               01 W_KNOWN-BRANCH-TABLE.
                   02 W_KNOWN-BRANCH PIC X(3) OCCURS 40 TIMES.
               01 W_KNOWN-COUNT PIC 9(2) VALUE 0.
               01 W_KB PIC 9(2) VALUE 0.
               01 W_FOUND-SW PIC X(1) VALUE 'N'.
                   88 BRANCH-FOUND VALUE 'Y'.

      * distribution.ctl, as read.
               01 W_TOKEN-TABLE.
                   02 W_TOKEN PIC X(40) OCCURS 5 TIMES.
               01 W_BAD-LINE-COUNT PIC 9(4) VALUE 0.
               01 W_COLUMN-TEXT PIC X(3) JUSTIFIED RIGHT
                   VALUE SPACES.
               01 W_BURST-TABLE.
                   02 W_BU-ENTRY OCCURS 50 TIMES.
                       03 W_BU-REPORT PIC X(40).
                       03 W_BU-COLUMN PIC 9(3).
                       03 W_BU-MODE PIC X(1).
               01 W_BURST-COUNT PIC 9(2) VALUE 0.
               01 W_BU PIC 9(2) VALUE 0.
               01 W_SEND-TABLE.
                   02 W_SD-ENTRY OCCURS 200 TIMES.
                       03 W_SD-REPORT PIC X(40).
                       03 W_SD-RECIPIENT PIC X(8).
                       03 W_SD-BRANCH PIC X(3).
               01 W_SEND-COUNT PIC 9(3) VALUE 0.
               01 W_SD PIC 9(3) VALUE 0.

      * The package in hand.
               01 W_REPORT-FILENAME PIC X(40) VALUE SPACES.
               01 W_PACKAGE-FILENAME PIC X(60) VALUE SPACES.
               01 W_DIR-NAME PIC X(60) VALUE SPACES.
               01 W_BURST-COLUMN PIC 9(3) VALUE 0.
               01 W_BURST-MODE PIC X(1) VALUE SPACE.
                   88 BURST-BY-SECTION VALUE 'S'.
               01 W_TARGET-BRANCH PIC X(3) VALUE SPACES.
               01 W_LINE-BRANCH PIC X(3) VALUE SPACES.
               01 W_SECTION-BRANCH PIC X(3) VALUE SPACES.
               01 W_CONTENT-TEXT PIC X(60) VALUE SPACES.
               01 W_OUTCOME PIC X(8) VALUE SPACES.
               01 W_LINES-READ PIC 9(7) VALUE 0.
               01 W_LINES-SENT PIC 9(7) VALUE 0.
               01 W_PACKAGE-COUNT PIC 9(9) VALUE 0.
               01 W_PACKAGE-ID-SUM PIC 9(12) VALUE 0.

               01 W_SENT-COUNT PIC 9(4) VALUE 0.
               01 W_MISSING-COUNT PIC 9(4) VALUE 0.
               01 W_FAILED-COUNT PIC 9(4) VALUE 0.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.
      * Outbound manifest fields (see MANIFEST.cpy).
               COPY 'MANIFEST-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.

           ACCEPT W_ARG-1 FROM COMMAND-LINE.
           IF W_ARG-1(1:8) IS NUMERIC AND W_ARG-1(9:) = SPACES
               MOVE W_ARG-1(1:8) TO W_RUN-DATE
           ELSE
               ACCEPT W_RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE W_RUN-DATE(1:4) TO W_PERIOD-YEAR.
           MOVE W_RUN-DATE(5:2) TO W_PERIOD-MONTH.
           IF W_PERIOD-MONTH = 1
               SUBTRACT 1 FROM W_PERIOD-YEAR
               MOVE 12 TO W_PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM W_PERIOD-MONTH
           END-IF.
           COMPUTE W_PERIOD = W_PERIOD-YEAR * 100 + W_PERIOD-MONTH.

           PERFORM LOAD-BRANCHES-SECTION.
           PERFORM LOAD-DISTRIBUTION-SECTION.
           IF W_SEND-COUNT = 0
               DISPLAY '** distribution.ctl names no recipients - '
                   'nothing distributed'
               MOVE '97_REPORT_DISTRIBUTION' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'outbox' TO W_DIR-NAME.
           CALL 'CBL_CREATE_DIR' USING W_DIR-NAME
               RETURNING W_DIR-RC.

           PERFORM VARYING W_SD FROM 1 BY 1
                   UNTIL W_SD > W_SEND-COUNT
               PERFORM SEND-ONE-PACKAGE-SECTION
           END-PERFORM.

           IF W_BAD-LINE-COUNT > 0 OR W_MISSING-COUNT > 0
              OR W_FAILED-COUNT > 0
               MOVE 4 TO W_RUN-RC
           END-IF.

           DISPLAY 'Run date                   : 'W_RUN-DATE.
           DISPLAY 'Packages sent              : 'W_SENT-COUNT.
           DISPLAY 'Reports not on file        : 'W_MISSING-COUNT.
           DISPLAY 'Packages not written       : 'W_FAILED-COUNT.
           DISPLAY 'Control lines ignored      : 'W_BAD-LINE-COUNT.

           MOVE '97_REPORT_DISTRIBUTION' TO W_TRAILER-PROGRAM.
           MOVE W_SENT-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.
           MOVE W_RUN-RC TO RETURN-CODE.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'MANIFEST.cpy'.

       LOAD-BRANCHES-SECTION SECTION.
           OPEN INPUT PROFILE-CONTROL.
           IF W_PROF-STATUS NOT = '00'
               MOVE 1 TO W_KNOWN-COUNT
               MOVE 'HQ' TO W_KNOWN-BRANCH(1)
               GO TO LOAD-BRANCHES-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PROFILE-CONTROL
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF PC_BRANCH-LINE NOT = SPACES
                          AND W_KNOWN-COUNT < 40
                           ADD 1 TO W_KNOWN-COUNT
                           MOVE PC_BRANCH-LINE(1:3)
                               TO W_KNOWN-BRANCH(W_KNOWN-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROFILE-CONTROL.

       LOAD-BRANCHES-EXIT.
           EXIT.

       LOAD-DISTRIBUTION-SECTION SECTION.
           OPEN INPUT DISTRIBUTION-CONTROL.
           IF W_DC-STATUS NOT = '00'
               DISPLAY '** no distribution.ctl on file (status '
                   W_DC-STATUS')'
               GO TO LOAD-DISTRIBUTION-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ DISTRIBUTION-CONTROL
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF DC_CONTROL-LINE NOT = SPACES
                          AND DC_CONTROL-LINE(1:1) NOT = '*'
                           PERFORM TAKE-CONTROL-LINE-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DISTRIBUTION-CONTROL.

       LOAD-DISTRIBUTION-EXIT.
           EXIT.

       TAKE-CONTROL-LINE-SECTION SECTION.
           MOVE SPACES TO W_TOKEN-TABLE.
           UNSTRING DC_CONTROL-LINE DELIMITED BY ALL SPACE
               INTO W_TOKEN(1), W_TOKEN(2), W_TOKEN(3), W_TOKEN(4),
                    W_TOKEN(5).
           IF W_TOKEN(1) = SPACES
               UNSTRING DC_CONTROL-LINE(2:) DELIMITED BY ALL SPACE
                   INTO W_TOKEN(1), W_TOKEN(2), W_TOKEN(3),
                        W_TOKEN(4), W_TOKEN(5)
           END-IF.
           MOVE FUNCTION UPPER-CASE(W_TOKEN(1)) TO W_TOKEN(1).
           MOVE FUNCTION UPPER-CASE(W_TOKEN(4)) TO W_TOKEN(4).
           MOVE SPACES TO W_COLUMN-TEXT.
           IF W_TOKEN(3)(4:) = SPACES
               MOVE FUNCTION TRIM(W_TOKEN(3)) TO W_COLUMN-TEXT
               INSPECT W_COLUMN-TEXT
                   REPLACING LEADING SPACE BY ZERO
           END-IF.

           EVALUATE TRUE
               WHEN W_TOKEN(1) = 'SEND'
                AND W_TOKEN(2) NOT = SPACES
                AND W_TOKEN(3) NOT = SPACES
                AND W_TOKEN(3)(9:) = SPACES
                AND W_TOKEN(4)(4:) = SPACES
                AND W_TOKEN(5) = SPACES
                   PERFORM TAKE-SEND-LINE-SECTION
               WHEN W_TOKEN(1) = 'BURST'
                AND W_TOKEN(2) NOT = SPACES
                AND W_COLUMN-TEXT IS NUMERIC
                AND (W_TOKEN(4) = SPACES OR W_TOKEN(4) = 'SECTION')
                AND W_TOKEN(5) = SPACES
                   PERFORM TAKE-BURST-LINE-SECTION
               WHEN OTHER
                   ADD 1 TO W_BAD-LINE-COUNT
                   DISPLAY '** distribution.ctl line ignored - '
                       FUNCTION TRIM(DC_CONTROL-LINE)
           END-EVALUATE.

       TAKE-SEND-LINE-SECTION SECTION.
           IF W_TOKEN(4) NOT = SPACES
               MOVE 'N' TO W_FOUND-SW
               PERFORM VARYING W_KB FROM 1 BY 1
                       UNTIL W_KB > W_KNOWN-COUNT
                   IF W_KNOWN-BRANCH(W_KB) = W_TOKEN(4)(1:3)
                       MOVE 'Y' TO W_FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT BRANCH-FOUND
                   ADD 1 TO W_BAD-LINE-COUNT
                   DISPLAY '** distribution.ctl line ignored - '
                       'branch 'W_TOKEN(4)(1:3)' is not on '
                       'branch_profiles.ctl: '
                       FUNCTION TRIM(DC_CONTROL-LINE)
                   GO TO TAKE-SEND-LINE-EXIT
               END-IF
           END-IF.
           IF W_SEND-COUNT = 200
               ADD 1 TO W_BAD-LINE-COUNT
               DISPLAY '** more than 200 SEND lines - ignored: '
                   FUNCTION TRIM(DC_CONTROL-LINE)
               GO TO TAKE-SEND-LINE-EXIT
           END-IF.
           ADD 1 TO W_SEND-COUNT.
           MOVE W_TOKEN(2) TO W_SD-REPORT(W_SEND-COUNT).
           MOVE FUNCTION UPPER-CASE(W_TOKEN(3)(1:8))
               TO W_SD-RECIPIENT(W_SEND-COUNT).
           MOVE W_TOKEN(4)(1:3) TO W_SD-BRANCH(W_SEND-COUNT).

       TAKE-SEND-LINE-EXIT.
           EXIT.

       TAKE-BURST-LINE-SECTION SECTION.
           IF W_COLUMN-TEXT = '000' OR W_COLUMN-TEXT > '248'
               ADD 1 TO W_BAD-LINE-COUNT
               DISPLAY '** distribution.ctl line ignored - column '
                   'must be 001 to 248: '
                   FUNCTION TRIM(DC_CONTROL-LINE)
               GO TO TAKE-BURST-LINE-EXIT
           END-IF.
           IF W_BURST-COUNT = 50
               ADD 1 TO W_BAD-LINE-COUNT
               DISPLAY '** more than 50 BURST lines - ignored: '
                   FUNCTION TRIM(DC_CONTROL-LINE)
               GO TO TAKE-BURST-LINE-EXIT
           END-IF.
           ADD 1 TO W_BURST-COUNT.
           MOVE W_TOKEN(2) TO W_BU-REPORT(W_BURST-COUNT).
           MOVE W_COLUMN-TEXT TO W_BU-COLUMN(W_BURST-COUNT).
           IF W_TOKEN(4) = 'SECTION'
               MOVE 'S' TO W_BU-MODE(W_BURST-COUNT)
           ELSE
               MOVE 'L' TO W_BU-MODE(W_BURST-COUNT)
           END-IF.

       TAKE-BURST-LINE-EXIT.
           EXIT.

      * One SEND entry: find its report tonight, cut it down to the
      * branch where it bursts, write the package behind its banner,
      * manifest it and log it.
       SEND-ONE-PACKAGE-SECTION SECTION.
           MOVE W_SD-REPORT(W_SD) TO W_REPORT-FILENAME.
           INSPECT W_REPORT-FILENAME
               REPLACING ALL 'YYYYMMDD' BY W_RUN-DATE.
           INSPECT W_REPORT-FILENAME
               REPLACING ALL 'YYYYMM' BY W_PERIOD.
           MOVE W_SD-BRANCH(W_SD) TO W_TARGET-BRANCH.

           MOVE 0 TO W_BURST-COLUMN.
           MOVE SPACE TO W_BURST-MODE.
           IF W_TARGET-BRANCH NOT = SPACES
               PERFORM VARYING W_BU FROM 1 BY 1
                       UNTIL W_BU > W_BURST-COUNT
                   IF W_BU-REPORT(W_BU) = W_SD-REPORT(W_SD)
                       MOVE W_BU-COLUMN(W_BU) TO W_BURST-COLUMN
                       MOVE W_BU-MODE(W_BU) TO W_BURST-MODE
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO W_PACKAGE-FILENAME.
           STRING 'outbox/' DELIMITED BY SIZE
                  W_SD-RECIPIENT(W_SD) DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  W_RUN-DATE DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  W_REPORT-FILENAME DELIMITED BY SPACE
               INTO W_PACKAGE-FILENAME
           END-STRING.
           MOVE 0 TO W_LINES-READ W_LINES-SENT.

           OPEN INPUT REPORT-IN.
           IF W_RI-STATUS NOT = '00'
               MOVE 'MISSING' TO W_OUTCOME
               MOVE 'none' TO W_PACKAGE-FILENAME
               ADD 1 TO W_MISSING-COUNT
               DISPLAY '** 'FUNCTION TRIM(W_REPORT-FILENAME)
                   ' not on file (status 'W_RI-STATUS') - nothing '
                   'sent to '
                   W_SD-RECIPIENT(W_SD)
               PERFORM WRITE-DIST-ALERT-SECTION
               GO TO SEND-ONE-PACKAGE-LOG
           END-IF.

           MOVE SPACES TO W_DIR-NAME.
           STRING 'outbox/' DELIMITED BY SIZE
                  W_SD-RECIPIENT(W_SD) DELIMITED BY SPACE
               INTO W_DIR-NAME
           END-STRING.
           CALL 'CBL_CREATE_DIR' USING W_DIR-NAME
               RETURNING W_DIR-RC.

           OPEN OUTPUT PACKAGE-OUT.
           IF W_PO-STATUS NOT = '00'
               CLOSE REPORT-IN
               MOVE 'FAILED' TO W_OUTCOME
               ADD 1 TO W_FAILED-COUNT
               DISPLAY '** 'FUNCTION TRIM(W_PACKAGE-FILENAME)
                   ' will not open (status 'W_PO-STATUS')'
               PERFORM WRITE-DIST-ALERT-SECTION
               GO TO SEND-ONE-PACKAGE-LOG
           END-IF.

           MOVE 0 TO W_PACKAGE-COUNT W_PACKAGE-ID-SUM.
           PERFORM WRITE-BANNER-SECTION.
           MOVE SPACES TO W_SECTION-BRANCH.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ REPORT-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_LINES-READ
                       PERFORM COPY-REPORT-LINE-SECTION
               END-READ
           END-PERFORM.
           CLOSE REPORT-IN.
           CLOSE PACKAGE-OUT.

           MOVE W_PACKAGE-FILENAME TO W_MANIFEST-FILENAME.
           MOVE W_PACKAGE-COUNT TO W_MANIFEST-COUNT.
           MOVE W_PACKAGE-ID-SUM TO W_MANIFEST-ID-SUM.
           PERFORM WRITE-MANIFEST-SECTION.
           MOVE 'SENT' TO W_OUTCOME.
           ADD 1 TO W_SENT-COUNT.

       SEND-ONE-PACKAGE-LOG.
           PERFORM WRITE-DISTRIBUTION-LOG-SECTION.

       SEND-ONE-PACKAGE-EXIT.
           EXIT.

       WRITE-BANNER-SECTION SECTION.
           ACCEPT W_RUN-TIME FROM TIME.
           MOVE SPACES TO W_CONTENT-TEXT.
           EVALUATE TRUE
               WHEN W_TARGET-BRANCH = SPACES
                   MOVE 'whole report' TO W_CONTENT-TEXT
               WHEN W_BURST-COLUMN = 0
                   STRING 'whole report (not burst) for branch '
                              DELIMITED BY SIZE
                          W_TARGET-BRANCH DELIMITED BY SPACE
                       INTO W_CONTENT-TEXT
                   END-STRING
               WHEN OTHER
                   STRING 'branch ' DELIMITED BY SIZE
                          W_TARGET-BRANCH DELIMITED BY SPACE
                          ' pages and common headings only'
                              DELIMITED BY SIZE
                       INTO W_CONTENT-TEXT
                   END-STRING
           END-EVALUATE.

           MOVE ALL '*' TO PO_PACKAGE-LINE(1:72).
           PERFORM WRITE-PACKAGE-LINE-SECTION.
           MOVE SPACES TO PO_PACKAGE-LINE.
           MOVE '*  REPORT DISTRIBUTION' TO PO_PACKAGE-LINE.
           PERFORM WRITE-PACKAGE-LINE-SECTION.
           MOVE SPACES TO PO_PACKAGE-LINE.
           STRING '*  RECIPIENT : ' DELIMITED BY SIZE
                  W_SD-RECIPIENT(W_SD) DELIMITED BY SPACE
               INTO PO_PACKAGE-LINE
           END-STRING.
           PERFORM WRITE-PACKAGE-LINE-SECTION.
           MOVE SPACES TO PO_PACKAGE-LINE.
           STRING '*  REPORT    : ' DELIMITED BY SIZE
                  W_REPORT-FILENAME DELIMITED BY SPACE
               INTO PO_PACKAGE-LINE
           END-STRING.
           PERFORM WRITE-PACKAGE-LINE-SECTION.
           MOVE SPACES TO PO_PACKAGE-LINE.
           STRING '*  CONTENT   : ' DELIMITED BY SIZE
                  W_CONTENT-TEXT DELIMITED BY SIZE
               INTO PO_PACKAGE-LINE
           END-STRING.
           PERFORM WRITE-PACKAGE-LINE-SECTION.
           MOVE SPACES TO PO_PACKAGE-LINE.
           STRING '*  SENT      : ' DELIMITED BY SIZE
                  W_RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_RUN-TIME(1:6) DELIMITED BY SIZE
               INTO PO_PACKAGE-LINE
           END-STRING.
           PERFORM WRITE-PACKAGE-LINE-SECTION.
           MOVE ALL '*' TO PO_PACKAGE-LINE(1:72).
           PERFORM WRITE-PACKAGE-LINE-SECTION.
           MOVE SPACES TO PO_PACKAGE-LINE.
           PERFORM WRITE-PACKAGE-LINE-SECTION.

      * Whether the report line just read goes into this package.
      * Without a burst rule every line does; with one, the line's
      * branch (or, by SECTION, the branch of the section it sits
      * in) must be blank - common to all - or the recipient's.
       COPY-REPORT-LINE-SECTION SECTION.
           IF W_BURST-COLUMN = 0
               MOVE RI_REPORT-LINE TO PO_PACKAGE-LINE
               PERFORM WRITE-PACKAGE-LINE-SECTION
               ADD 1 TO W_LINES-SENT
               GO TO COPY-REPORT-LINE-EXIT
           END-IF.

           MOVE SPACES TO W_LINE-BRANCH.
           PERFORM VARYING W_KB FROM 1 BY 1
                   UNTIL W_KB > W_KNOWN-COUNT
               IF RI_REPORT-LINE(W_BURST-COLUMN:3)
                   = W_KNOWN-BRANCH(W_KB)
                   MOVE W_KNOWN-BRANCH(W_KB) TO W_LINE-BRANCH
               END-IF
           END-PERFORM.
           IF BURST-BY-SECTION
               IF W_LINE-BRANCH NOT = SPACES
                   MOVE W_LINE-BRANCH TO W_SECTION-BRANCH
               END-IF
               MOVE W_SECTION-BRANCH TO W_LINE-BRANCH
           END-IF.
           IF W_LINE-BRANCH = SPACES
              OR W_LINE-BRANCH = W_TARGET-BRANCH
               MOVE RI_REPORT-LINE TO PO_PACKAGE-LINE
               PERFORM WRITE-PACKAGE-LINE-SECTION
               ADD 1 TO W_LINES-SENT
           END-IF.

       COPY-REPORT-LINE-EXIT.
           EXIT.

      * Every package line is counted for the manifest the way
      * 55_MANIFEST_VERIFY re-counts it - one per line, the leading
      * numeric ID totalled where a line has one.
       WRITE-PACKAGE-LINE-SECTION SECTION.
           WRITE PO_PACKAGE-LINE.
           ADD 1 TO W_PACKAGE-COUNT.
           IF PO_PACKAGE-LINE(1:6) IS NUMERIC
               ADD FUNCTION NUMVAL(PO_PACKAGE-LINE(1:6))
                   TO W_PACKAGE-ID-SUM
           END-IF.

       WRITE-DISTRIBUTION-LOG-SECTION SECTION.
           ACCEPT W_RUN-TIME FROM TIME.
           MOVE SPACES TO DL_LOG-LINE.
           STRING W_RUN-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  W_RUN-TIME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_OUTCOME DELIMITED BY SPACE
                  ' RECIPIENT=' DELIMITED BY SIZE
                  W_SD-RECIPIENT(W_SD) DELIMITED BY SPACE
                  ' REPORT=' DELIMITED BY SIZE
                  W_REPORT-FILENAME DELIMITED BY SPACE
                  ' BRANCH=' DELIMITED BY SIZE
                  W_TARGET-BRANCH DELIMITED BY SPACE
                  ' LINES=' DELIMITED BY SIZE
                  W_LINES-SENT DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  W_LINES-READ DELIMITED BY SIZE
                  ' PACKAGE=' DELIMITED BY SIZE
                  W_PACKAGE-FILENAME DELIMITED BY SPACE
               INTO DL_LOG-LINE
           END-STRING.
           OPEN EXTEND DISTRIBUTION-LOG.
           IF W_DL-STATUS = '35'
               OPEN OUTPUT DISTRIBUTION-LOG
           END-IF.
           WRITE DL_LOG-LINE.
           CLOSE DISTRIBUTION-LOG.

       WRITE-DIST-ALERT-SECTION SECTION.
           ACCEPT W_RUN-TIME FROM TIME.
           MOVE SPACES TO L_ALERT-LOG-REC.
           STRING W_RUN-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  W_RUN-TIME DELIMITED BY SIZE
                  ' DIST ' DELIMITED BY SIZE
                  W_OUTCOME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  W_SD-RECIPIENT(W_SD) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  W_REPORT-FILENAME DELIMITED BY SPACE
               INTO L_ALERT-LOG-REC
           END-STRING.
           OPEN EXTEND ALERT-LOG.
           WRITE L_ALERT-LOG-REC.
           CLOSE ALERT-LOG.
