      * holiday_calendar.ctl - the list of public holidays every
      * business-day calculation in the shop leans on through
      * 10_BUSINESS_DAYS - used to be typed in by hand each
      * December, and a forgotten Easter Monday or Corpus Christi
      * quietly shortened every aging window that crossed it. This
      * works a year's Polish statutory holidays out instead:
      *     the fixed ones - New Year, Epiphany (from 2011), 1 and
      *     3 May, the Assumption, All Saints, Independence Day,
      *     Christmas Eve (from 2025) and both days of Christmas
      *     the movable ones, off the Gregorian Easter date -
      *     Easter Sunday and Monday, Pentecost (Easter + 49) and
      *     Corpus Christi (Easter + 60)
      * and sets them against what is on file for that year:
      *     +  a statutory holiday missing from the file - added
      *     =  already on file
      *     L  a date on file that is not a statutory holiday -
      *        taken as an operator's local closure day and kept
      *        (a mistyped holiday shows up here too - delete that
      *        line by hand)
      * Nothing is written until the operator confirms. The file is
      * then rewritten whole in date order - comment lines first,
      * every other year's lines untouched - with the old one kept
      * as holiday_calendar_prev.ctl.
      *     84_holiday_calendar          next year
      *     84_holiday_calendar yyyy     the year given
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 84_HOLIDAY_CALENDAR.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT HOLIDAY-CONTROL ASSIGN TO
                       'holiday_calendar.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_HOL-STATUS.

               SELECT HOLIDAY-NEW ASSIGN TO
                       'holiday_calendar_new.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_NEW-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

           FD HOLIDAY-CONTROL.
           01 HC_HOLIDAY-LINE PIC X(60).

           FD HOLIDAY-NEW.
           01 HN_HOLIDAY-LINE PIC X(60).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_HOL-STATUS PIC X(2).
               01 W_NEW-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_ARG-LINE PIC X(80) VALUE SPACES.
               01 W_ARG-YEAR PIC X(10) VALUE SPACES.
               01 W_YEAR PIC 9(4) VALUE 0.

      * Every line of holiday_calendar.ctl as it stands, plus the
      * statutory holidays to be added. W_CL-KIND: C comment or
      * other undated line, D a dated line kept as it is, A a
      * statutory holiday being added.
               01 W_CAL-TABLE.
                   02 W_CAL-ENTRY OCCURS 400 TIMES.
                       03 W_CL-LINE PIC X(60).
                       03 W_CL-KIND PIC X(1).
                       03 W_CL-WRITTEN PIC X(1).
               01 W_CAL-COUNT PIC 9(3) VALUE 0.
               01 W_CAL-SUB PIC 9(3) VALUE 0.
               01 W_LOW-SUB PIC 9(3) VALUE 0.
               01 W_DATED-COUNT PIC 9(3) VALUE 0.
               01 W_WRITE-COUNT PIC 9(3) VALUE 0.

      * The year's statutory holidays, in date order once built.
               01 W_STAT-TABLE.
                   02 W_STAT-ENTRY OCCURS 20 TIMES.
                       03 W_ST-DATE PIC 9(8).
                       03 W_ST-NAME PIC X(40).
                       03 W_ST-ON-FILE PIC X(1).
               01 W_STAT-COUNT PIC 9(2) VALUE 0.
               01 W_STAT-SUB PIC 9(2) VALUE 0.
               01 W_STAT-HOLD PIC X(49).
               01 W_SORT-SUB PIC 9(2) VALUE 0.
               01 W_NEW-DATE PIC 9(8) VALUE 0.
               01 W_NEW-NAME PIC X(40) VALUE SPACES.
               01 W_MATCH-SW PIC X(1) VALUE 'N'.
                   88 STATUTORY-DATE VALUE 'Y'.

      * Gregorian Easter, the anonymous (Meeus/Jones/Butcher)
      * method - each step into its own whole-number field.
               01 W_EA-A PIC 9(4) VALUE 0.
               01 W_EA-B PIC 9(4) VALUE 0.
               01 W_EA-C PIC 9(4) VALUE 0.
               01 W_EA-D PIC 9(4) VALUE 0.
               01 W_EA-E PIC 9(4) VALUE 0.
               01 W_EA-F PIC 9(4) VALUE 0.
               01 W_EA-G PIC 9(4) VALUE 0.
               01 W_EA-H PIC 9(4) VALUE 0.
               01 W_EA-I PIC 9(4) VALUE 0.
               01 W_EA-K PIC 9(4) VALUE 0.
               01 W_EA-L PIC 9(4) VALUE 0.
               01 W_EA-M PIC 9(4) VALUE 0.
               01 W_EA-N PIC 9(4) VALUE 0.
               01 W_EASTER PIC 9(8) VALUE 0.
               01 W_EASTER-DATE REDEFINES W_EASTER.
                   02 W_EASTER-YEAR PIC 9(4).
                   02 W_EASTER-MONTH PIC 9(2).
                   02 W_EASTER-DAY PIC 9(2).
               01 W_EASTER-INTEGER PIC S9(9) VALUE 0.

               01 W_ADD-COUNT PIC 9(2) VALUE 0.
               01 W_MATCH-COUNT PIC 9(2) VALUE 0.
               01 W_LOCAL-COUNT PIC 9(2) VALUE 0.
               01 W_CONFIRM PIC X(1) VALUE SPACES.
                   88 CONFIRMED VALUE 'Y' 'y'.
               01 W_CURRENT-FILENAME PIC X(30)
                   VALUE 'holiday_calendar.ctl'.
               01 W_PREV-FILENAME PIC X(30)
                   VALUE 'holiday_calendar_prev.ctl'.
               01 W_NEW-FILENAME PIC X(30)
                   VALUE 'holiday_calendar_new.ctl'.
               01 W_RENAME-RC PIC 9(9) VALUE 0.

      * Job-level run trailer (see JOB-TRAILER.cpy) - the count is
      * the holidays added.
               COPY 'JOB-TRAILER-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
               INTO W_ARG-YEAR.
           EVALUATE TRUE
               WHEN W_ARG-YEAR = SPACES
                   MOVE W_TODAY(1:4) TO W_YEAR
                   ADD 1 TO W_YEAR
               WHEN W_ARG-YEAR(1:4) IS NUMERIC
                    AND W_ARG-YEAR(5:6) = SPACES
                   MOVE W_ARG-YEAR(1:4) TO W_YEAR
               WHEN OTHER
                   DISPLAY '** year must be yyyy - 'W_ARG-YEAR
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF W_YEAR < 1900 OR W_YEAR > 2199
               DISPLAY '** 'W_YEAR' is outside 1900-2199'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM BUILD-STATUTORY-SECTION.
           PERFORM LOAD-CALENDAR-SECTION.
           PERFORM COMPARE-YEAR-SECTION.

           DISPLAY SPACES.
           DISPLAY W_STAT-COUNT' statutory holidays in 'W_YEAR': '
               W_MATCH-COUNT' on file, 'W_ADD-COUNT' missing; '
               W_LOCAL-COUNT' local closure day(s) kept'.
           IF W_ADD-COUNT = 0
               DISPLAY 'holiday_calendar.ctl is complete for 'W_YEAR
                   ' - nothing to write'
               PERFORM WRITE-CALENDAR-TRAILER-SECTION
               STOP RUN
           END-IF.
           COMPUTE W_DATED-COUNT = W_DATED-COUNT + W_ADD-COUNT.
           IF W_DATED-COUNT > 200
               DISPLAY '** the calendar will hold 'W_DATED-COUNT
                   ' dated lines - 10_BUSINESS_DAYS reads only the '
                   'first 200; remove years long past'
           END-IF.

           DISPLAY 'Write the 'W_ADD-COUNT' missing holiday(s) into '
               'holiday_calendar.ctl - confirm (Y/N): '.
           ACCEPT W_CONFIRM.
           IF NOT CONFIRMED
               DISPLAY 'Nothing written'
               MOVE 0 TO W_ADD-COUNT
               PERFORM WRITE-CALENDAR-TRAILER-SECTION
               STOP RUN
           END-IF.

           PERFORM WRITE-CALENDAR-SECTION.
           PERFORM WRITE-CALENDAR-TRAILER-SECTION.

       STOP RUN.

       WRITE-CALENDAR-TRAILER-SECTION SECTION.
           MOVE '84_HOLIDAY_CALENDAR' TO W_TRAILER-PROGRAM.
           MOVE W_ADD-COUNT TO W_TRAILER-COUNT.
           IF RETURN-CODE = 0
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           ELSE
               MOVE 'FAILED' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

      * W_YEAR's statutory holidays into W_STAT-TABLE, then into
      * date order - the movable feasts fall among the fixed ones.
       BUILD-STATUTORY-SECTION SECTION.
           MOVE 0 TO W_STAT-COUNT.
           MOVE '0101Nowy Rok' TO W_STAT-HOLD.
           PERFORM ADD-FIXED-SECTION.
           IF W_YEAR >= 2011
               MOVE '0106Trzech Kroli' TO W_STAT-HOLD
               PERFORM ADD-FIXED-SECTION
           END-IF.
           MOVE '0501Swieto Pracy' TO W_STAT-HOLD.
           PERFORM ADD-FIXED-SECTION.
           MOVE '0503Swieto Konstytucji 3 Maja' TO W_STAT-HOLD.
           PERFORM ADD-FIXED-SECTION.
           MOVE '0815Wniebowziecie NMP' TO W_STAT-HOLD.
           PERFORM ADD-FIXED-SECTION.
           MOVE '1101Wszystkich Swietych' TO W_STAT-HOLD.
           PERFORM ADD-FIXED-SECTION.
           MOVE '1111Swieto Niepodleglosci' TO W_STAT-HOLD.
           PERFORM ADD-FIXED-SECTION.
           IF W_YEAR >= 2025
               MOVE '1224Wigilia Bozego Narodzenia' TO W_STAT-HOLD
               PERFORM ADD-FIXED-SECTION
           END-IF.
           MOVE '1225Boze Narodzenie' TO W_STAT-HOLD.
           PERFORM ADD-FIXED-SECTION.
           MOVE '1226Drugi dzien Bozego Narodzenia' TO W_STAT-HOLD.
           PERFORM ADD-FIXED-SECTION.

           PERFORM COMPUTE-EASTER-SECTION.
           COMPUTE W_EASTER-INTEGER =
               FUNCTION INTEGER-OF-DATE(W_EASTER).
           MOVE W_EASTER TO W_NEW-DATE.
           MOVE 'Wielkanoc' TO W_NEW-NAME.
           PERFORM ADD-STATUTORY-SECTION.
           COMPUTE W_NEW-DATE =
               FUNCTION DATE-OF-INTEGER(W_EASTER-INTEGER + 1).
           MOVE 'Poniedzialek Wielkanocny' TO W_NEW-NAME.
           PERFORM ADD-STATUTORY-SECTION.
           COMPUTE W_NEW-DATE =
               FUNCTION DATE-OF-INTEGER(W_EASTER-INTEGER + 49).
           MOVE 'Zielone Swiatki' TO W_NEW-NAME.
           PERFORM ADD-STATUTORY-SECTION.
           COMPUTE W_NEW-DATE =
               FUNCTION DATE-OF-INTEGER(W_EASTER-INTEGER + 60).
           MOVE 'Boze Cialo' TO W_NEW-NAME.
           PERFORM ADD-STATUTORY-SECTION.

      * Into date order - a plain exchange sort, there are never
      * more than fourteen.
           PERFORM VARYING W_STAT-SUB FROM 1 BY 1
                   UNTIL W_STAT-SUB >= W_STAT-COUNT
               PERFORM VARYING W_SORT-SUB FROM W_STAT-SUB BY 1
                       UNTIL W_SORT-SUB > W_STAT-COUNT
                   IF W_ST-DATE(W_SORT-SUB) < W_ST-DATE(W_STAT-SUB)
                       MOVE W_STAT-ENTRY(W_STAT-SUB) TO W_STAT-HOLD
                       MOVE W_STAT-ENTRY(W_SORT-SUB)
                           TO W_STAT-ENTRY(W_STAT-SUB)
                       MOVE W_STAT-HOLD TO W_STAT-ENTRY(W_SORT-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * W_STAT-HOLD holds MMDD and the holiday's name.
       ADD-FIXED-SECTION SECTION.
           MOVE W_YEAR TO W_NEW-DATE(1:4).
           MOVE W_STAT-HOLD(1:4) TO W_NEW-DATE(5:4).
           MOVE W_STAT-HOLD(5:40) TO W_NEW-NAME.
           PERFORM ADD-STATUTORY-SECTION.

       ADD-STATUTORY-SECTION SECTION.
           ADD 1 TO W_STAT-COUNT.
           MOVE W_NEW-DATE TO W_ST-DATE(W_STAT-COUNT).
           MOVE W_NEW-NAME TO W_ST-NAME(W_STAT-COUNT).
           MOVE 'N' TO W_ST-ON-FILE(W_STAT-COUNT).

      * Easter Sunday of W_YEAR into W_EASTER.
       COMPUTE-EASTER-SECTION SECTION.
           COMPUTE W_EA-A = FUNCTION MOD(W_YEAR, 19).
           DIVIDE W_YEAR BY 100 GIVING W_EA-B REMAINDER W_EA-C.
           DIVIDE W_EA-B BY 4 GIVING W_EA-D REMAINDER W_EA-E.
           COMPUTE W_EA-F = (W_EA-B + 8) / 25.
           COMPUTE W_EA-G = (W_EA-B - W_EA-F + 1) / 3.
           COMPUTE W_EA-H = FUNCTION MOD(19 * W_EA-A + W_EA-B - W_EA-D
               - W_EA-G + 15, 30).
           DIVIDE W_EA-C BY 4 GIVING W_EA-I REMAINDER W_EA-K.
           COMPUTE W_EA-L = FUNCTION MOD(32 + 2 * W_EA-E + 2 * W_EA-I
               - W_EA-H - W_EA-K, 7).
           COMPUTE W_EA-M = (W_EA-A + 11 * W_EA-H + 22 * W_EA-L) / 451.
           COMPUTE W_EA-N = W_EA-H + W_EA-L - 7 * W_EA-M + 114.
           MOVE W_YEAR TO W_EASTER-YEAR.
           DIVIDE W_EA-N BY 31 GIVING W_EASTER-MONTH
               REMAINDER W_EASTER-DAY.
           ADD 1 TO W_EASTER-DAY.

      * holiday_calendar.ctl into W_CAL-TABLE as it stands. A
      * missing file is an empty one - the first run builds it.
       LOAD-CALENDAR-SECTION SECTION.
           OPEN INPUT HOLIDAY-CONTROL.
           IF W_HOL-STATUS NOT = '00'
               DISPLAY 'holiday_calendar.ctl not on file - it will be '
                   'created'
               GO TO LOAD-CALENDAR-EXIT
           END-IF.
           PERFORM UNTIL B_EOF = 'Y'
               READ HOLIDAY-CONTROL
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF W_CAL-COUNT = 380
                           DISPLAY '** holiday_calendar.ctl has more '
                               'lines than this can rewrite - '
                               'remove years long past first'
                           MOVE 16 TO RETURN-CODE
                           PERFORM WRITE-CALENDAR-TRAILER-SECTION
                           STOP RUN
                       END-IF
                       ADD 1 TO W_CAL-COUNT
                       MOVE HC_HOLIDAY-LINE TO W_CL-LINE(W_CAL-COUNT)
                       MOVE 'N' TO W_CL-WRITTEN(W_CAL-COUNT)
                       IF HC_HOLIDAY-LINE(1:8) IS NUMERIC
                           MOVE 'D' TO W_CL-KIND(W_CAL-COUNT)
                           ADD 1 TO W_DATED-COUNT
                       ELSE
                           MOVE 'C' TO W_CL-KIND(W_CAL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLIDAY-CONTROL.

       LOAD-CALENDAR-EXIT.
           EXIT.

      * The differences for W_YEAR, printed in date order: each
      * line on file for the year either a statutory holiday or a
      * local closure, then each statutory holiday not on file
      * queued to be added.
       COMPARE-YEAR-SECTION SECTION.
           DISPLAY 'HOLIDAY CALENDAR 'W_YEAR' AGAINST '
               'holiday_calendar.ctl'.
           PERFORM VARYING W_CAL-SUB FROM 1 BY 1
                   UNTIL W_CAL-SUB > W_CAL-COUNT
               IF W_CL-KIND(W_CAL-SUB) = 'D'
                  AND W_CL-LINE(W_CAL-SUB)(1:4) = W_YEAR
                   MOVE 'N' TO W_MATCH-SW
                   PERFORM VARYING W_STAT-SUB FROM 1 BY 1
                           UNTIL W_STAT-SUB > W_STAT-COUNT
                       IF W_ST-DATE(W_STAT-SUB) =
                          W_CL-LINE(W_CAL-SUB)(1:8)
                           MOVE 'Y' TO W_MATCH-SW
                           MOVE 'Y' TO W_ST-ON-FILE(W_STAT-SUB)
                       END-IF
                   END-PERFORM
                   IF STATUTORY-DATE
                       ADD 1 TO W_MATCH-COUNT
                   ELSE
                       ADD 1 TO W_LOCAL-COUNT
                       DISPLAY '  L 'W_CL-LINE(W_CAL-SUB)
                       DISPLAY '      not a statutory holiday - kept '
                           'as a local closure day'
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING W_STAT-SUB FROM 1 BY 1
                   UNTIL W_STAT-SUB > W_STAT-COUNT
               IF W_ST-ON-FILE(W_STAT-SUB) = 'Y'
                   DISPLAY '  = 'W_ST-DATE(W_STAT-SUB)' '
                       W_ST-NAME(W_STAT-SUB)
               ELSE
                   DISPLAY '  + 'W_ST-DATE(W_STAT-SUB)' '
                       W_ST-NAME(W_STAT-SUB)' ** missing'
                   ADD 1 TO W_ADD-COUNT
                   ADD 1 TO W_CAL-COUNT
                   MOVE SPACES TO W_CL-LINE(W_CAL-COUNT)
                   STRING W_ST-DATE(W_STAT-SUB) DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          W_ST-NAME(W_STAT-SUB) DELIMITED BY SIZE
                       INTO W_CL-LINE(W_CAL-COUNT)
                   END-STRING
                   MOVE 'A' TO W_CL-KIND(W_CAL-COUNT)
                   MOVE 'N' TO W_CL-WRITTEN(W_CAL-COUNT)
               END-IF
           END-PERFORM.

      * The whole calendar out to holiday_calendar_new.ctl -
      * undated lines first as they stood, then every dated line
      * lowest date first - and swapped into place, the old file
      * kept as holiday_calendar_prev.ctl.
       WRITE-CALENDAR-SECTION SECTION.
           OPEN OUTPUT HOLIDAY-NEW.
           IF W_NEW-STATUS NOT = '00'
               DISPLAY '** cannot create holiday_calendar_new.ctl - '
                   'status 'W_NEW-STATUS' - nothing written'
               MOVE 16 TO RETURN-CODE
               MOVE 0 TO W_ADD-COUNT
               GO TO WRITE-CALENDAR-EXIT
           END-IF.
           PERFORM VARYING W_CAL-SUB FROM 1 BY 1
                   UNTIL W_CAL-SUB > W_CAL-COUNT
               IF W_CL-KIND(W_CAL-SUB) = 'C'
                   MOVE W_CL-LINE(W_CAL-SUB) TO HN_HOLIDAY-LINE
                   WRITE HN_HOLIDAY-LINE
                   MOVE 'Y' TO W_CL-WRITTEN(W_CAL-SUB)
               END-IF
           END-PERFORM.
           MOVE 1 TO W_LOW-SUB.
           PERFORM UNTIL W_LOW-SUB = 0
               MOVE 0 TO W_LOW-SUB
               PERFORM VARYING W_CAL-SUB FROM 1 BY 1
                       UNTIL W_CAL-SUB > W_CAL-COUNT
                   IF W_CL-WRITTEN(W_CAL-SUB) = 'N'
                       IF W_LOW-SUB = 0
                           MOVE W_CAL-SUB TO W_LOW-SUB
                       ELSE
                           IF W_CL-LINE(W_CAL-SUB)(1:8) <
                              W_CL-LINE(W_LOW-SUB)(1:8)
                               MOVE W_CAL-SUB TO W_LOW-SUB
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF W_LOW-SUB > 0
                   MOVE W_CL-LINE(W_LOW-SUB) TO HN_HOLIDAY-LINE
                   WRITE HN_HOLIDAY-LINE
                   ADD 1 TO W_WRITE-COUNT
                   MOVE 'Y' TO W_CL-WRITTEN(W_LOW-SUB)
               END-IF
           END-PERFORM.
           CLOSE HOLIDAY-NEW.

           CALL 'CBL_DELETE_FILE' USING W_PREV-FILENAME.
           MOVE 0 TO RETURN-CODE.
           CALL 'CBL_RENAME_FILE' USING W_CURRENT-FILENAME,
               W_PREV-FILENAME.
           MOVE 0 TO RETURN-CODE.
           CALL 'CBL_RENAME_FILE' USING W_NEW-FILENAME,
               W_CURRENT-FILENAME.
           MOVE RETURN-CODE TO W_RENAME-RC.
           MOVE 0 TO RETURN-CODE.
           IF W_RENAME-RC NOT = 0
               DISPLAY '** holiday_calendar_new.ctl could not be '
                   'renamed into place - finish by hand: rename it '
                   'to holiday_calendar.ctl'
               MOVE 16 TO RETURN-CODE
               GO TO WRITE-CALENDAR-EXIT
           END-IF.
           DISPLAY W_ADD-COUNT' holiday(s) added for 'W_YEAR' - '
               W_WRITE-COUNT' dated line(s) on holiday_calendar.ctl, '
               'previous file kept as holiday_calendar_prev.ctl'.

       WRITE-CALENDAR-EXIT.
           EXIT.

       COPY 'JOB-TRAILER.cpy'.
