      * Shared WORKING-STORAGE fields for the standard report page
      * written by REPORT-PAGE.cpy. COPY directly into
      * WORKING-STORAGE SECTION (fixed names, no REPLACING). Caller
      * sets W_RP-TITLE and W_RP-PROGRAM, and W_RP-PRINT-FILENAME for
      * a report that goes to a file (left blank, the report prints
      * on the console), before PERFORM REPORT-OPEN-SECTION; each
      * body line goes into W_RP-LINE for REPORT-LINE-SECTION; and
      * W_RP-RECORD-COUNT is set before REPORT-CLOSE-SECTION.
      * W_RP-BRANCH and W_RP-DATA-SET default from the branch profile
      * (see BRANCH-PROFILE.cpy) - a consolidated report across all
      * branches sets W_RP-BRANCH to ALL, and a report off the
      * database names its data set, before the OPEN.
           01 W_RP-TITLE PIC X(50) VALUE SPACES.
           01 W_RP-PROGRAM PIC X(30) VALUE SPACES.
           01 W_RP-PRINT-FILENAME PIC X(60) VALUE SPACES.
           01 W_RP-BRANCH PIC X(3) VALUE SPACES.
           01 W_RP-DATA-SET PIC X(30) VALUE SPACES.
           01 W_RP-LINE PIC X(132) VALUE SPACES.
           01 W_RP-RECORD-COUNT PIC 9(9) VALUE 0.

      * The marking every page carries, top and bottom - the reports
      * hold personal data.
           01 W_RP-CLASSIFICATION PIC X(40)
               VALUE 'DANE OSOBOWE - POUFNE'.

      * A page is the four header lines, up to W_RP-BODY-LINES body
      * lines and the two footer lines - 60 lines to the sheet.
           01 W_RP-BODY-LINES PIC 9(3) VALUE 54.

      * Work fields for REPORT-PAGE.cpy - not for the caller.
           01 W_RP-SPOOL-FILENAME PIC X(60) VALUE SPACES.
           01 W_RP-SPOOL-STATUS PIC X(2).
           01 W_RP-PRINT-STATUS PIC X(2).
           01 W_RP-SPOOL-EOF PIC X(1) VALUE 'N'.
           01 W_RP-RUN-DATE PIC 9(8) VALUE 0.
           01 W_RP-RUN-TIME PIC 9(8) VALUE 0.
           01 W_RP-LINES-ON-PAGE PIC 9(3) VALUE 0.
           01 W_RP-PAGE-COUNT PIC 9(5) VALUE 0.
           01 W_RP-PAGE-NO PIC 9(5) VALUE 0.
           01 W_RP-PAGE-SHOWN PIC Z(4)9.
           01 W_RP-TOTAL-SHOWN PIC Z(4)9.
           01 W_RP-COUNT-SHOWN PIC Z(8)9.
           01 W_RP-OUT-LINE PIC X(132) VALUE SPACES.
           01 W_RP-DELETE-RC PIC S9(9) COMP-5 VALUE 0.
