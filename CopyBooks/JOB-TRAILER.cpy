      * caller that never PERFORMed START-JOB-TIMER-SECTION simply
      * gets an elapsed time measured from midnight - harmless, just
      * not meaningful, and no caller is required to adopt the timer.
      * Each line ends with the branch the run was made for - the
      * COBOLFILE_BRANCH profile (see BRANCH-PROFILE.cpy), HQ when
      * unset - so 22_BRANCH_CHARGEBACK can put the step's usage
      * against the branch that asked for it.
       WRITE-JOB-TRAILER-SECTION SECTION.
           ACCEPT W_TRAILER-DATE FROM DATE YYYYMMDD.
           ACCEPT W_TRAILER-TIME FROM TIME.
           PERFORM COMPUTE-TRAILER-ELAPSED-SECTION.
           IF W_TRAILER-BRANCH = SPACES
               ACCEPT W_TRAILER-BRANCH FROM ENVIRONMENT
                   "COBOLFILE_BRANCH"
               IF W_TRAILER-BRANCH = SPACES
                   MOVE 'HQ' TO W_TRAILER-BRANCH
               END-IF
           END-IF.
           MOVE SPACES TO L_TRAILER-LOG-REC.
           STRING W_TRAILER-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  ' ELAPSED=' DELIMITED BY SIZE
                  W_TRAILER-ELAPSED DELIMITED BY SIZE
                  's OPER=' DELIMITED BY SIZE
                  W_TRAILER-OPERATOR DELIMITED BY SPACE
                  ' BRANCH=' DELIMITED BY SIZE
                  W_TRAILER-BRANCH DELIMITED BY SPACE
               INTO L_TRAILER-LOG-REC
           END-STRING.
           OPEN EXTEND JOB-TRAILER-LOG.
