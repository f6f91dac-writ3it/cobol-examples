      * delivered file against it.
      * Caller sets W_MANIFEST-FILENAME/COUNT/ID-SUM (see
      * MANIFEST-FIELDS.cpy) then PERFORMs WRITE-MANIFEST-SECTION
      * right after closing the extract it describes. The line
      * ends with the branch the file was shipped for, taken the same
      * way as the trailer's (see WRITE-JOB-TRAILER-SECTION).
       WRITE-MANIFEST-SECTION SECTION.
           ACCEPT W_MANIFEST-DATE FROM DATE YYYYMMDD.
           ACCEPT W_MANIFEST-TIME FROM TIME.
           IF W_MANIFEST-BRANCH = SPACES
               ACCEPT W_MANIFEST-BRANCH FROM ENVIRONMENT
                   "COBOLFILE_BRANCH"
               IF W_MANIFEST-BRANCH = SPACES
                   MOVE 'HQ' TO W_MANIFEST-BRANCH
               END-IF
           END-IF.
           MOVE SPACES TO L_MANIFEST-LOG-REC.
           STRING W_MANIFEST-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  W_MANIFEST-COUNT DELIMITED BY SIZE
                  ' IDSUM=' DELIMITED BY SIZE
                  W_MANIFEST-ID-SUM DELIMITED BY SIZE
                  ' BRANCH=' DELIMITED BY SIZE
                  W_MANIFEST-BRANCH DELIMITED BY SPACE
               INTO L_MANIFEST-LOG-REC
           END-STRING.
           OPEN EXTEND MANIFEST-LOG.
