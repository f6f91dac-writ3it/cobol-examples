      * Run as: 98_report_archive [yyyymmdd]
      *         98_report_archive REPRINT <report> <yyyymmdd> [branch]
      *         98_report_archive LIST [report]
      * Each evening report overwrites yesterday's, and
      * 40_EVENING_REPORTS keeps only a single _prev.txt - the census
      * as printed on a given day could not be produced once the
      * next day's had run. This keeps the archive:
      * report_archive.ctl lists every report to keep and for how
      * long, one per line, blank-separated (* starts a comment):
      *     report  keep-days  [branch]
      * for example
      *     census_report.txt          400
      *     milestone_report.txt       400
      *     aging_dashboard.txt        400
      *     growth_trend.txt           400
      *     dq_scorecard_YYYYMM.txt    1100
      *     xbranch_review_YYYYMMDD.txt 60  ALL
      * where, as in distribution.ctl, YYYYMMDD in a name stands for
      * the run date and YYYYMM for the month before it. The branch
      * (default HQ) is the label the copy is indexed under.
      * The archive run copies each listed report that is on file
      * into archive/<yyyymmdd>_<branch>_<report> and indexes it on
      * report_archive_index.dat (see REPORT-ARCHIVE-RECORD.cpy) by
      * report, date and branch; a report not produced today is
      * simply not archived, and archiving the same report twice on
      * one day keeps the later copy. The same run applies the
      * retention: every copy whose keep-until date has passed is
      * deleted and its index entry marked PURGED.
      * REPRINT reprints an archived report to
      *     reprint_<yyyymmdd>_<report>
      * marked REPRINT with the date it originally ran, top and
      * bottom. With no branch given the first branch indexed for
      * that report and day is reprinted and any others are named.
      * LIST shows the index, for one report or all.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 98_REPORT_ARCHIVE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT ARCHIVE-CONTROL ASSIGN TO 'report_archive.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_AC-STATUS.

               SELECT ARCHIVE-INDEX ASSIGN TO
                       'report_archive_index.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RA_KEY
                   FILE STATUS IS W_RA-STATUS.

               SELECT REPORT-IN ASSIGN TO W_REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RI-STATUS.

               SELECT COPY-OUT ASSIGN TO W_COPY-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_CO-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

           FD ARCHIVE-CONTROL.
           01 AC_CONTROL-LINE PIC X(100).

           FD ARCHIVE-INDEX.
           COPY 'REPORT-ARCHIVE-RECORD.cpy'
               REPLACING PREFIX-KEY BY RA_KEY
                         PREFIX-REPORT BY RA_REPORT
                         PREFIX-RUN-DATE BY RA_RUN-DATE
                         PREFIX-BRANCH BY RA_BRANCH
                         PREFIX-COPY-FILE BY RA_COPY-FILE
                         PREFIX-LINES BY RA_LINES
                         PREFIX-ARCHIVED-AT BY RA_ARCHIVED-AT
                         PREFIX-KEEP-UNTIL BY RA_KEEP-UNTIL
                         PREFIX-STATE BY RA_STATE
                         PREFIX-HELD BY RA_HELD
                         PREFIX-PURGED BY RA_PURGED
                         PREFIX-PURGED-ON BY RA_PURGED-ON
                         PREFIX BY RA_ENTRY.

           FD REPORT-IN.
           01 RI_REPORT-LINE PIC X(250).

           FD COPY-OUT.
           01 CO_COPY-LINE PIC X(250).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 B_REPORT-EOF PIC X(1) VALUE 'N'.
               01 W_AC-STATUS PIC X(2).
               01 W_RA-STATUS PIC X(2).
               01 W_RI-STATUS PIC X(2).
               01 W_CO-STATUS PIC X(2).
               01 W_ARG-LINE PIC X(100) VALUE SPACES.
               01 W_ARG-MODE PIC X(10) VALUE SPACES.
               01 W_ARG-2 PIC X(40) VALUE SPACES.
               01 W_ARG-3 PIC X(10) VALUE SPACES.
               01 W_ARG-4 PIC X(10) VALUE SPACES.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_RUN-DATE PIC 9(8) VALUE 0.
               01 W_NOW PIC 9(8) VALUE 0.
               01 W_PERIOD PIC 9(6) VALUE 0.
               01 W_PERIOD-YEAR PIC 9(4) VALUE 0.
               01 W_PERIOD-MONTH PIC 9(2) VALUE 0.
               01 W_DIR-NAME PIC X(10) VALUE 'archive'.
               01 W_DIR-RC PIC S9(9) COMP-5 VALUE 0.
               01 W_DELETE-RC PIC S9(9) COMP-5 VALUE 0.

      * report_archive.ctl, one line at a time.
               01 W_TOKEN-TABLE.
                   02 W_TOKEN PIC X(40) OCCURS 4 TIMES.
               01 W_DAYS-TEXT PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
               01 W_KEEP-DAYS PIC 9(4) VALUE 0.
               01 W_BRANCH PIC X(3) VALUE SPACES.

               01 W_REPORT-FILENAME PIC X(40) VALUE SPACES.
               01 W_COPY-FILENAME PIC X(70) VALUE SPACES.
               01 W_LINE-COUNT PIC 9(7) VALUE 0.
               01 W_WANT-REPORT PIC X(40) VALUE SPACES.
               01 W_WANT-DATE PIC 9(8) VALUE 0.
               01 W_WANT-BRANCH PIC X(3) VALUE SPACES.
               01 W_FOUND-SW PIC X(1) VALUE 'N'.
                   88 ENTRY-FOUND VALUE 'Y'.
               01 W_OTHER-BRANCHES PIC X(60) VALUE SPACES.
               01 W_OTHER-POINTER PIC 9(3) VALUE 1.
               01 W_LINES-SHOWN PIC Z(6)9.

               01 W_ARCHIVED-COUNT PIC 9(5) VALUE 0.
               01 W_NOT-PRODUCED-COUNT PIC 9(5) VALUE 0.
               01 W_FAILED-COUNT PIC 9(5) VALUE 0.
               01 W_PURGED-COUNT PIC 9(5) VALUE 0.
               01 W_BAD-LINE-COUNT PIC 9(5) VALUE 0.
               01 W_RUN-RC PIC 9(2) VALUE 0.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.

           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
               INTO W_ARG-MODE, W_ARG-2, W_ARG-3, W_ARG-4.
           MOVE FUNCTION UPPER-CASE(W_ARG-MODE) TO W_ARG-MODE.
           EVALUATE TRUE
               WHEN W_ARG-MODE = 'REPRINT'
                   PERFORM REPRINT-SECTION
                   MOVE W_RUN-RC TO RETURN-CODE
                   STOP RUN
               WHEN W_ARG-MODE = 'LIST'
                   PERFORM LIST-SECTION
                   MOVE W_RUN-RC TO RETURN-CODE
                   STOP RUN
               WHEN W_ARG-MODE = SPACES
                   MOVE W_TODAY TO W_RUN-DATE
               WHEN W_ARG-MODE(1:8) IS NUMERIC
                AND W_ARG-MODE(9:) = SPACES
                   MOVE W_ARG-MODE(1:8) TO W_RUN-DATE
               WHEN OTHER
                   DISPLAY 'Usage: 98_report_archive [yyyymmdd]'
                   DISPLAY '       98_report_archive REPRINT '
                       '<report> <yyyymmdd> [branch]'
                   DISPLAY '       98_report_archive LIST [report]'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           MOVE W_RUN-DATE(1:4) TO W_PERIOD-YEAR.
           MOVE W_RUN-DATE(5:2) TO W_PERIOD-MONTH.
           IF W_PERIOD-MONTH = 1
               SUBTRACT 1 FROM W_PERIOD-YEAR
               MOVE 12 TO W_PERIOD-MONTH
           ELSE
               SUBTRACT 1 FROM W_PERIOD-MONTH
           END-IF.
           COMPUTE W_PERIOD = W_PERIOD-YEAR * 100 + W_PERIOD-MONTH.

           OPEN INPUT ARCHIVE-CONTROL.
           IF W_AC-STATUS NOT = '00'
               DISPLAY '** no report_archive.ctl on file (status '
                   W_AC-STATUS') - nothing archived'
               MOVE '98_REPORT_ARCHIVE' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O ARCHIVE-INDEX.
           IF W_RA-STATUS = '35'
               OPEN OUTPUT ARCHIVE-INDEX
               CLOSE ARCHIVE-INDEX
               OPEN I-O ARCHIVE-INDEX
           END-IF.
           IF W_RA-STATUS NOT = '00'
               DISPLAY '** report_archive_index.dat will not open '
                   '(status 'W_RA-STATUS') - nothing archived'
               CLOSE ARCHIVE-CONTROL
               MOVE '98_REPORT_ARCHIVE' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL 'CBL_CREATE_DIR' USING W_DIR-NAME
               RETURNING W_DIR-RC.

           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ ARCHIVE-CONTROL
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF AC_CONTROL-LINE NOT = SPACES
                          AND AC_CONTROL-LINE(1:1) NOT = '*'
                           PERFORM ARCHIVE-ONE-REPORT-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-CONTROL.

           PERFORM APPLY-RETENTION-SECTION.
           CLOSE ARCHIVE-INDEX.

           IF W_BAD-LINE-COUNT > 0 OR W_FAILED-COUNT > 0
               MOVE 4 TO W_RUN-RC
           END-IF.

           DISPLAY 'Run date                   : 'W_RUN-DATE.
           DISPLAY 'Reports archived           : 'W_ARCHIVED-COUNT.
           DISPLAY 'Listed, not produced       : '
               W_NOT-PRODUCED-COUNT.
           DISPLAY 'Could not be archived      : 'W_FAILED-COUNT.
           DISPLAY 'Copies past retention      : 'W_PURGED-COUNT.
           DISPLAY 'Control lines ignored      : 'W_BAD-LINE-COUNT.

           MOVE '98_REPORT_ARCHIVE' TO W_TRAILER-PROGRAM.
           MOVE W_ARCHIVED-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.
           MOVE W_RUN-RC TO RETURN-CODE.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.

      * One report_archive.ctl line: copy the report if it was
      * produced and index the copy.
       ARCHIVE-ONE-REPORT-SECTION SECTION.
           MOVE SPACES TO W_TOKEN-TABLE.
           UNSTRING AC_CONTROL-LINE DELIMITED BY ALL SPACE
               INTO W_TOKEN(1), W_TOKEN(2), W_TOKEN(3), W_TOKEN(4).
           IF W_TOKEN(1) = SPACES
               UNSTRING AC_CONTROL-LINE(2:) DELIMITED BY ALL SPACE
                   INTO W_TOKEN(1), W_TOKEN(2), W_TOKEN(3),
                        W_TOKEN(4)
           END-IF.
           MOVE SPACES TO W_DAYS-TEXT.
           IF W_TOKEN(2)(5:) = SPACES
               MOVE FUNCTION TRIM(W_TOKEN(2)) TO W_DAYS-TEXT
               INSPECT W_DAYS-TEXT REPLACING LEADING SPACE BY ZERO
           END-IF.
           IF W_TOKEN(1) = SPACES OR W_DAYS-TEXT IS NOT NUMERIC
              OR W_DAYS-TEXT = '0000' OR W_TOKEN(3)(4:) NOT = SPACES
              OR W_TOKEN(4) NOT = SPACES
               ADD 1 TO W_BAD-LINE-COUNT
               DISPLAY '** report_archive.ctl line ignored - '
                   FUNCTION TRIM(AC_CONTROL-LINE)
               GO TO ARCHIVE-ONE-REPORT-EXIT
           END-IF.
           MOVE W_DAYS-TEXT TO W_KEEP-DAYS.
           MOVE FUNCTION UPPER-CASE(W_TOKEN(3)(1:3)) TO W_BRANCH.
           IF W_BRANCH = SPACES
               MOVE 'HQ' TO W_BRANCH
           END-IF.
           MOVE W_TOKEN(1) TO W_REPORT-FILENAME.
           INSPECT W_REPORT-FILENAME
               REPLACING ALL 'YYYYMMDD' BY W_RUN-DATE.
           INSPECT W_REPORT-FILENAME
               REPLACING ALL 'YYYYMM' BY W_PERIOD.

           OPEN INPUT REPORT-IN.
           IF W_RI-STATUS NOT = '00'
               ADD 1 TO W_NOT-PRODUCED-COUNT
               GO TO ARCHIVE-ONE-REPORT-EXIT
           END-IF.

           MOVE SPACES TO W_COPY-FILENAME.
           STRING 'archive/' DELIMITED BY SIZE
                  W_RUN-DATE DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  W_BRANCH DELIMITED BY SPACE
                  '_' DELIMITED BY SIZE
                  W_REPORT-FILENAME DELIMITED BY SPACE
               INTO W_COPY-FILENAME
           END-STRING.
           OPEN OUTPUT COPY-OUT.
           IF W_CO-STATUS NOT = '00'
               CLOSE REPORT-IN
               ADD 1 TO W_FAILED-COUNT
               DISPLAY '** 'FUNCTION TRIM(W_COPY-FILENAME)
                   ' will not open (status 'W_CO-STATUS') - '
                   FUNCTION TRIM(W_REPORT-FILENAME)' not archived'
               GO TO ARCHIVE-ONE-REPORT-EXIT
           END-IF.
           MOVE 0 TO W_LINE-COUNT.
           MOVE 'N' TO B_REPORT-EOF.
           PERFORM UNTIL B_REPORT-EOF = 'Y'
               READ REPORT-IN
                   AT END MOVE 'Y' TO B_REPORT-EOF
                   NOT AT END
                       ADD 1 TO W_LINE-COUNT
                       WRITE CO_COPY-LINE FROM RI_REPORT-LINE
               END-READ
           END-PERFORM.
           CLOSE REPORT-IN.
           CLOSE COPY-OUT.

           ACCEPT W_NOW FROM TIME.
           MOVE W_REPORT-FILENAME TO RA_REPORT.
           MOVE W_RUN-DATE TO RA_RUN-DATE.
           MOVE W_BRANCH TO RA_BRANCH.
           MOVE W_COPY-FILENAME TO RA_COPY-FILE.
           MOVE W_LINE-COUNT TO RA_LINES.
           MOVE W_NOW TO RA_ARCHIVED-AT.
           COMPUTE RA_KEEP-UNTIL = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W_RUN-DATE) + W_KEEP-DAYS).
           MOVE 'H' TO RA_STATE.
           MOVE 0 TO RA_PURGED-ON.
           WRITE RA_ENTRY
               INVALID KEY
                   REWRITE RA_ENTRY
                   END-REWRITE
           END-WRITE.
           ADD 1 TO W_ARCHIVED-COUNT.

       ARCHIVE-ONE-REPORT-EXIT.
           EXIT.

      * Every held copy whose keep-until date has passed is deleted;
      * its index entry stays, marked PURGED with today's date.
       APPLY-RETENTION-SECTION SECTION.
           MOVE LOW-VALUES TO RA_KEY.
           START ARCHIVE-INDEX KEY IS >= RA_KEY
               INVALID KEY
                   GO TO APPLY-RETENTION-EXIT
           END-START.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ ARCHIVE-INDEX NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF RA_HELD AND RA_KEEP-UNTIL < W_TODAY
                           CALL 'CBL_DELETE_FILE' USING RA_COPY-FILE
                               RETURNING W_DELETE-RC
                           MOVE 'P' TO RA_STATE
                           MOVE W_TODAY TO RA_PURGED-ON
                           REWRITE RA_ENTRY
                           END-REWRITE
                           ADD 1 TO W_PURGED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-RETENTION-EXIT.
           EXIT.

      * Reprint one archived report, marked REPRINT with its
      * original run date, to reprint_<yyyymmdd>_<report>.
       REPRINT-SECTION SECTION.
           MOVE W_ARG-2 TO W_WANT-REPORT.
           MOVE FUNCTION UPPER-CASE(W_ARG-4(1:3)) TO W_WANT-BRANCH.
           IF W_WANT-REPORT = SPACES OR W_ARG-3(1:8) IS NOT NUMERIC
              OR W_ARG-3(9:) NOT = SPACES
               DISPLAY 'Usage: 98_report_archive REPRINT '
                   '<report> <yyyymmdd> [branch]'
               MOVE 16 TO W_RUN-RC
               GO TO REPRINT-EXIT
           END-IF.
           MOVE W_ARG-3(1:8) TO W_WANT-DATE.

           OPEN INPUT ARCHIVE-INDEX.
           IF W_RA-STATUS NOT = '00'
               DISPLAY '** no report_archive_index.dat on file - '
                   'nothing has been archived'
               MOVE 8 TO W_RUN-RC
               GO TO REPRINT-EXIT
           END-IF.
           MOVE W_WANT-REPORT TO RA_REPORT.
           MOVE W_WANT-DATE TO RA_RUN-DATE.
           MOVE LOW-VALUES TO RA_BRANCH.
           MOVE 'N' TO W_FOUND-SW.
           MOVE SPACES TO W_OTHER-BRANCHES.
           MOVE 1 TO W_OTHER-POINTER.
           START ARCHIVE-INDEX KEY IS >= RA_KEY
               INVALID KEY
                   MOVE 'Y' TO B_EOF
               NOT INVALID KEY
                   MOVE 'N' TO B_EOF
           END-START.
           PERFORM UNTIL B_EOF = 'Y'
               READ ARCHIVE-INDEX NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       PERFORM JUDGE-REPRINT-ENTRY-SECTION
               END-READ
           END-PERFORM.
           IF ENTRY-FOUND
               MOVE W_WANT-BRANCH TO RA_BRANCH
               MOVE W_WANT-REPORT TO RA_REPORT
               MOVE W_WANT-DATE TO RA_RUN-DATE
               READ ARCHIVE-INDEX KEY IS RA_KEY
                   INVALID KEY
                       MOVE 'N' TO W_FOUND-SW
               END-READ
           END-IF.
           CLOSE ARCHIVE-INDEX.

           IF NOT ENTRY-FOUND
               DISPLAY '** 'FUNCTION TRIM(W_WANT-REPORT)' of '
                   W_WANT-DATE' is not in the archive'
               MOVE 8 TO W_RUN-RC
               GO TO REPRINT-EXIT
           END-IF.
           IF RA_PURGED
               DISPLAY '** 'FUNCTION TRIM(W_WANT-REPORT)' of '
                   W_WANT-DATE' (branch 'RA_BRANCH') was purged on '
                   RA_PURGED-ON' under its retention rule'
               MOVE 8 TO W_RUN-RC
               GO TO REPRINT-EXIT
           END-IF.
           IF W_OTHER-BRANCHES NOT = SPACES
               DISPLAY 'Also archived that day for branch(es): '
                   FUNCTION TRIM(W_OTHER-BRANCHES)
           END-IF.

           MOVE RA_COPY-FILE TO W_REPORT-FILENAME.
           OPEN INPUT REPORT-IN.
           IF W_RI-STATUS NOT = '00'
               DISPLAY '** archived copy 'FUNCTION TRIM(RA_COPY-FILE)
                   ' will not open (status 'W_RI-STATUS')'
               MOVE 8 TO W_RUN-RC
               GO TO REPRINT-EXIT
           END-IF.
           MOVE SPACES TO W_COPY-FILENAME.
           STRING 'reprint_' DELIMITED BY SIZE
                  RA_RUN-DATE DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  RA_REPORT DELIMITED BY SPACE
               INTO W_COPY-FILENAME
           END-STRING.
           OPEN OUTPUT COPY-OUT.
           IF W_CO-STATUS NOT = '00'
               CLOSE REPORT-IN
               DISPLAY '** 'FUNCTION TRIM(W_COPY-FILENAME)
                   ' will not open (status 'W_CO-STATUS')'
               MOVE 8 TO W_RUN-RC
               GO TO REPRINT-EXIT
           END-IF.

           PERFORM WRITE-REPRINT-MARK-SECTION.
           MOVE SPACES TO CO_COPY-LINE.
           WRITE CO_COPY-LINE.
           MOVE 0 TO W_LINE-COUNT.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ REPORT-IN
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_LINE-COUNT
                       WRITE CO_COPY-LINE FROM RI_REPORT-LINE
               END-READ
           END-PERFORM.
           MOVE SPACES TO CO_COPY-LINE.
           WRITE CO_COPY-LINE.
           PERFORM WRITE-REPRINT-MARK-SECTION.
           CLOSE REPORT-IN.
           CLOSE COPY-OUT.

           MOVE W_LINE-COUNT TO W_LINES-SHOWN.
           DISPLAY 'Reprinted 'FUNCTION TRIM(RA_REPORT)' of '
               RA_RUN-DATE' (branch 'RA_BRANCH', '
               FUNCTION TRIM(W_LINES-SHOWN)' line(s)) to '
               FUNCTION TRIM(W_COPY-FILENAME).
           IF W_LINE-COUNT NOT = RA_LINES
               DISPLAY '** the archived copy holds 'W_LINE-COUNT
                   ' line(s) but 'RA_LINES' were archived - check '
                   'the copy before it is relied on'
               MOVE 4 TO W_RUN-RC
           END-IF.

       REPRINT-EXIT.
           EXIT.

      * The first entry for the report and day - the requested
      * branch's, or any when none was asked for - is the one to
      * reprint; every other branch that day is named.
       JUDGE-REPRINT-ENTRY-SECTION SECTION.
           IF RA_REPORT NOT = W_WANT-REPORT
              OR RA_RUN-DATE NOT = W_WANT-DATE
               MOVE 'Y' TO B_EOF
               GO TO JUDGE-REPRINT-ENTRY-EXIT
           END-IF.
           IF NOT ENTRY-FOUND
              AND (W_WANT-BRANCH = SPACES
                   OR W_WANT-BRANCH = RA_BRANCH)
               MOVE 'Y' TO W_FOUND-SW
               MOVE RA_BRANCH TO W_WANT-BRANCH
           ELSE
               STRING RA_BRANCH DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                   INTO W_OTHER-BRANCHES
                   WITH POINTER W_OTHER-POINTER
               END-STRING
           END-IF.

       JUDGE-REPRINT-ENTRY-EXIT.
           EXIT.

       WRITE-REPRINT-MARK-SECTION SECTION.
           MOVE SPACES TO CO_COPY-LINE.
           STRING '*** REPRINT *** ' DELIMITED BY SIZE
                  RA_REPORT DELIMITED BY SPACE
                  ' AS ORIGINALLY RUN ON ' DELIMITED BY SIZE
                  RA_RUN-DATE DELIMITED BY SIZE
                  ' (BRANCH ' DELIMITED BY SIZE
                  RA_BRANCH DELIMITED BY SPACE
                  ') - REPRINTED ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
                  ' *** REPRINT ***' DELIMITED BY SIZE
               INTO CO_COPY-LINE
           END-STRING.
           WRITE CO_COPY-LINE.

      * The index in key order - report, date, branch.
       LIST-SECTION SECTION.
           OPEN INPUT ARCHIVE-INDEX.
           IF W_RA-STATUS NOT = '00'
               DISPLAY '** no report_archive_index.dat on file - '
                   'nothing has been archived'
               MOVE 8 TO W_RUN-RC
               GO TO LIST-EXIT
           END-IF.
           MOVE W_ARG-2 TO W_WANT-REPORT.
           MOVE LOW-VALUES TO RA_KEY.
           IF W_WANT-REPORT NOT = SPACES
               MOVE W_WANT-REPORT TO RA_REPORT
           END-IF.
           DISPLAY 'REPORT                                   '
               'RUN DATE BR  STATE   LINES KEEP TO  COPY'.
           START ARCHIVE-INDEX KEY IS >= RA_KEY
               INVALID KEY
                   MOVE 'Y' TO B_EOF
               NOT INVALID KEY
                   MOVE 'N' TO B_EOF
           END-START.
           PERFORM UNTIL B_EOF = 'Y'
               READ ARCHIVE-INDEX NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF W_WANT-REPORT NOT = SPACES
                          AND RA_REPORT NOT = W_WANT-REPORT
                           MOVE 'Y' TO B_EOF
                       ELSE
                           PERFORM LIST-ONE-ENTRY-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-INDEX.

       LIST-EXIT.
           EXIT.

       LIST-ONE-ENTRY-SECTION SECTION.
           MOVE RA_LINES TO W_LINES-SHOWN.
           IF RA_PURGED
               DISPLAY RA_REPORT' 'RA_RUN-DATE' 'RA_BRANCH
                   ' PURGED 'W_LINES-SHOWN' 'RA_PURGED-ON
                   '  (copy deleted)'
           ELSE
               DISPLAY RA_REPORT' 'RA_RUN-DATE' 'RA_BRANCH
                   ' HELD   'W_LINES-SHOWN' 'RA_KEEP-UNTIL
                   '  'FUNCTION TRIM(RA_COPY-FILE)
           END-IF.
