      * The data-subject request register. Every request a person
      * makes under RODO - access, rectification, erasure,
      * restriction, objection - is logged here the day it arrives
      * and carried to its answer on rodo_request.dat (see
      * RODO-REQUEST-RECORD.cpy), in place of the paper diary. A
      * signed-on operator holding the RODO permission works it:
      *   LOG     a new request - person, type, the day it was
      *           received (today when left blank) and who owns it
      *           (the operator logging it when left blank). The due
      *           date is worked out here, never keyed: one calendar
      *           month from receipt - the month's last day where the
      *           next month is shorter - carried to the next
      *           business day (10_BUSINESS_DAYS).
      *   ASSIGN  hands a request to another operator.
      *   EXTEND  takes the art. 12(3) extension - two further
      *           months, three from receipt - once, with the reason
      *           the person is to be told, and only before the first
      *           month has run out.
      *   ANSWER  closes a request with its outcome (GRANTED,
      *           PARTIAL, REFUSED or WITHDRAWN) and a note; only its
      *           owner may. A restriction granted in whole or part
      *           stays in force - answered, off the deadline report,
      *           but the person still held out.
      *   LIFT    ends a restriction in force.
      *   LIST    every request on file for one person.
      * While a RESTRICT request is open or in force the person
      * carries a RESTRICT marker on consent.dat, withdrawn, which
      * the consent gate (CONSENT-GATE.cpy) honours - out of every
      * export, letter and partner feed. Payroll is the exception:
      * 53_PAYROLL_EXTRACT still pays them and lists them for the
      * payroll owner, since leaving them out would stop their pay.
      * The marker goes when the person's last restriction closes.
      * Every change is audited against the person's ID, so the
      * request history is part of their 33_SAR_DOSSIER.
      * 112_RODO_DEADLINES reports the register nightly.
      * Run as: 111_rodo_register
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 111_RODO_REGISTER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT REQUEST-FILE ASSIGN TO 'rodo_request.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RQ_REQUEST-ID
                   FILE STATUS IS W_RQ-STATUS.

               SELECT PERSON-IN ASSIGN TO W_BRANCH-PERSON-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

      * Holds the RESTRICT marker - see CONSENT-GATE.cpy.
               SELECT CONSENT-FILE ASSIGN TO 'consent.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CN_KEY
                   FILE STATUS IS W_CN-STATUS.

               SELECT AUDIT-LOG ASSIGN TO 'audit_trail.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Chain-state companion of the audit trail - see
      * AUDIT-CHAIN-FILE.cpy.
               SELECT AUDIT-CHAIN ASSIGN TO 'audit_chain.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_CHAIN-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'AUDIT-LOG.cpy'.
           COPY 'AUDIT-CHAIN-FILE.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

           FD REQUEST-FILE.
           COPY 'RODO-REQUEST-RECORD.cpy'
               REPLACING PREFIX-REQUEST-ID BY RQ_REQUEST-ID
                         PREFIX-PERSON-ID BY RQ_PERSON-ID
                         PREFIX-TYPE BY RQ_TYPE
                         PREFIX-ACCESS BY RQ_ACCESS
                         PREFIX-RECTIFY BY RQ_RECTIFY
                         PREFIX-ERASURE BY RQ_ERASURE
                         PREFIX-RESTRICT BY RQ_RESTRICT
                         PREFIX-OBJECT BY RQ_OBJECT
                         PREFIX-RECEIVED-ON BY RQ_RECEIVED-ON
                         PREFIX-DUE-ON BY RQ_DUE-ON
                         PREFIX-EXTENDED-SW BY RQ_EXTENDED-SW
                         PREFIX-EXTENDED BY RQ_EXTENDED
                         PREFIX-EXTEND-REASON BY RQ_EXTEND-REASON
                         PREFIX-LOGGED-BY BY RQ_LOGGED-BY
                         PREFIX-OWNER BY RQ_OWNER
                         PREFIX-STATE BY RQ_STATE
                         PREFIX-OPEN BY RQ_OPEN
                         PREFIX-IN-FORCE BY RQ_IN-FORCE
                         PREFIX-CLOSED BY RQ_CLOSED
                         PREFIX-OUTCOME BY RQ_OUTCOME
                         PREFIX-ANSWERED-ON BY RQ_ANSWERED-ON
                         PREFIX-CLOSED-ON BY RQ_CLOSED-ON
                         PREFIX-NOTE BY RQ_NOTE
                         PREFIX BY RQ_REQUEST.

           FD PERSON-IN.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY FI_PERSON-ID
                             PREFIX-NAME BY FI_PERSON-NAME
                             PREFIX-SURNAME BY FI_PERSON-SURNAME
                             PREFIX-BIRTH-YEAR-ONLY BY
                                 FI_PERSON-BIRTH-YEAR-ONLY
                             PREFIX-BIRTH-QUALITY BY
                                 FI_PERSON-BIRTH-QUALITY
                             PREFIX-BIRTH-YEAR BY FI_PERSON-BIRTH-YEAR
                             PREFIX-BIRTH-DATE BY FI_PERSON-BIRTH-DATE
                             PREFIX-BIRTH-FULL BY FI_PERSON-BIRTH-FULL
                             PREFIX-STATUS BY FI_PERSON-STATUS
                             PREFIX-ACTIVE BY FI_PERSON-ACTIVE
                             PREFIX-INACTIVE BY FI_PERSON-INACTIVE
                             PREFIX-PENDING BY FI_PERSON-PENDING
                             PREFIX-SUSPENDED BY FI_PERSON-SUSPENDED
                             PREFIX-DECEASED BY FI_PERSON-DECEASED
                             PREFIX BY FI_PERSON.

           FD CONSENT-FILE.
           COPY 'CONSENT-RECORD.cpy'
               REPLACING PREFIX-ID BY CN_PERSON-ID
                         PREFIX-TYPE BY CN_TYPE
                         PREFIX-KEY BY CN_KEY
                         PREFIX-STATE BY CN_STATE
                         PREFIX-GRANTED BY CN_GRANTED
                         PREFIX-WITHDRAWN BY CN_WITHDRAWN
                         PREFIX-EXPIRED BY CN_EXPIRED
                         PREFIX-EFFECTIVE-DATE BY CN_EFFECTIVE-DATE
                         PREFIX-GIVEN-BY BY CN_GIVEN-BY
                         PREFIX BY CN_CONSENT.

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 B_QUIT PIC X(1) VALUE 'N'.
               01 W_RQ-STATUS PIC X(2).
               01 W_PI-STATUS PIC X(2).
               01 W_PERSON-FILE-SW PIC X(1) VALUE 'N'.
                   88 PERSON-FILE-OPEN VALUE 'Y'.
               01 W_CN-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.

      * Operator sign-on (see 08_OPERATOR_SIGNON.cbl) - the register
      * takes the RODO permission.
               01 W_OPERATOR-ID PIC X(8) VALUE SPACES.
               01 W_AUTH-ACTION PIC X(10) VALUE SPACES.
               01 W_AUTH-REASON PIC X(40) VALUE SPACES.
               01 W_AUTH-STATUS PIC X(1) VALUE '0'.
                   88 AUTH-OK VALUE '0'.

               01 W_COMMAND PIC X(8) VALUE SPACES.
                   88 COMMAND-LOG VALUE 'LOG'.
                   88 COMMAND-ASSIGN VALUE 'ASSIGN'.
                   88 COMMAND-EXTEND VALUE 'EXTEND'.
                   88 COMMAND-ANSWER VALUE 'ANSWER'.
                   88 COMMAND-LIFT VALUE 'LIFT'.
                   88 COMMAND-LIST VALUE 'LIST'.
                   88 COMMAND-QUIT VALUE 'QUIT' SPACES.

      * What the operator keys, checked before anything is used.
               01 W_ENTRY PIC X(10) VALUE SPACES.
               01 W_ENTRY-ID PIC 9(6) VALUE 0.
               01 W_ENTRY-DATE PIC 9(8) VALUE 0.
               01 W_ENTRY-TYPE PIC X(8) VALUE SPACES.
                   88 ENTRY-TYPE-VALID VALUE 'ACCESS' 'RECTIFY'
                       'ERASURE' 'RESTRICT' 'OBJECT'.
               01 W_ENTRY-OWNER PIC X(8) VALUE SPACES.
               01 W_ENTRY-OUTCOME PIC X(9) VALUE SPACES.
                   88 ENTRY-OUTCOME-VALID VALUE 'GRANTED' 'PARTIAL'
                       'REFUSED' 'WITHDRAWN'.
               01 W_ENTRY-TEXT PIC X(40) VALUE SPACES.
               01 W_HIGHEST-ID PIC 9(6) VALUE 0.
               01 W_PERSON-ID PIC 9(6) VALUE 0.
               01 W_OTHER-RESTRICTIONS PIC 9(4) VALUE 0.
               01 W_LISTED-COUNT PIC 9(4) VALUE 0.
               01 W_CHANGE-COUNT PIC 9(6) VALUE 0.
               01 W_OLD-DUE PIC 9(8) VALUE 0.
               01 W_OLD-OWNER PIC X(8) VALUE SPACES.

      * Due-date arithmetic - W_DUE-FROM plus W_DUE-MONTHS calendar
      * months, clamped to the month's end, into W_DUE-RESULT.
               01 W_DUE-FROM PIC 9(8) VALUE 0.
               01 W_DUE-FROM-PARTS REDEFINES W_DUE-FROM.
                   02 W_DUE-FROM-YEAR PIC 9(4).
                   02 W_DUE-FROM-MONTH PIC 9(2).
                   02 W_DUE-FROM-DAY PIC 9(2).
               01 W_DUE-MONTHS PIC 9(2) VALUE 0.
               01 W_DUE-RESULT PIC 9(8) VALUE 0.
               01 W_DUE-PARTS REDEFINES W_DUE-RESULT.
                   02 W_DUE-YEAR PIC 9(4).
                   02 W_DUE-MONTH PIC 9(2).
                   02 W_DUE-DAY PIC 9(2).
               01 W_MONTH-COUNT PIC 9(4) VALUE 0.
               01 W_NEXT-FIRST PIC 9(8) VALUE 0.
               01 W_MONTH-END PIC 9(8) VALUE 0.

      * 10_BUSINESS_DAYS interface.
               01 W_BD-REQUEST PIC X(8) VALUE SPACES.
               01 W_BD-DATE-2 PIC 9(8) VALUE 0.
               01 W_BD-DAYS PIC S9(5) VALUE 0.
               01 W_BD-STATUS PIC X(1) VALUE '0'.
                   88 BD-OK VALUE '0'.

      * Shared audit trail (see AUDIT-TRAIL.cpy).
               COPY 'AUDIT-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Branch file profile (see BRANCH-PROFILE.cpy) - which set of
      * data files this run points at.
               COPY 'BRANCH-FILES.cpy'.

       PROCEDURE DIVISION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.

           DISPLAY 'Operator ID: '.
           ACCEPT W_OPERATOR-ID.
           MOVE 'RODO' TO W_AUTH-ACTION.
           CALL '08_OPERATOR_SIGNON' USING W_OPERATOR-ID,
               W_AUTH-ACTION, W_AUTH-REASON, W_AUTH-STATUS.
           IF NOT AUTH-OK
               DISPLAY '** request register refused for '
                   W_OPERATOR-ID' - 'W_AUTH-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE W_OPERATOR-ID TO W_TRAILER-OPERATOR.
           MOVE W_OPERATOR-ID TO W_AUDIT-OPERATOR.
           PERFORM BRANCH-PROFILE-SECTION.

      * The first request ever has no rodo_request.dat yet - the
      * usual status-35 create-and-reopen dance; consent.dat the
      * same for the first restriction.
           OPEN I-O REQUEST-FILE.
           IF W_RQ-STATUS = '35'
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE
               OPEN I-O REQUEST-FILE
           END-IF.
           IF W_RQ-STATUS NOT = '00'
               DISPLAY '** could not open rodo_request.dat (status '
                   W_RQ-STATUS')'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CONSENT-FILE.
           IF W_CN-STATUS = '35'
               OPEN OUTPUT CONSENT-FILE
               CLOSE CONSENT-FILE
               OPEN I-O CONSENT-FILE
           END-IF.
           IF W_CN-STATUS NOT = '00'
               DISPLAY '** could not open consent.dat (status '
                   W_CN-STATUS') - restrictions cannot be held'
               CLOSE REQUEST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS = '00'
               MOVE 'Y' TO W_PERSON-FILE-SW
           END-IF.
           PERFORM START-JOB-TIMER-SECTION.

           PERFORM UNTIL B_QUIT = 'Y'
               DISPLAY SPACES
               DISPLAY 'LOG / ASSIGN / EXTEND / ANSWER / LIFT / '
                   'LIST / QUIT: '
               MOVE SPACES TO W_COMMAND
               ACCEPT W_COMMAND
               MOVE FUNCTION UPPER-CASE(W_COMMAND) TO W_COMMAND
               EVALUATE TRUE
                   WHEN COMMAND-LOG
                       PERFORM LOG-REQUEST-SECTION
                   WHEN COMMAND-ASSIGN
                       PERFORM ASSIGN-REQUEST-SECTION
                   WHEN COMMAND-EXTEND
                       PERFORM EXTEND-REQUEST-SECTION
                   WHEN COMMAND-ANSWER
                       PERFORM ANSWER-REQUEST-SECTION
                   WHEN COMMAND-LIFT
                       PERFORM LIFT-RESTRICTION-SECTION
                   WHEN COMMAND-LIST
                       PERFORM LIST-PERSON-SECTION
                   WHEN COMMAND-QUIT
                       MOVE 'Y' TO B_QUIT
                   WHEN OTHER
                       DISPLAY '  ** 'FUNCTION TRIM(W_COMMAND)
                           ' is not a register command'
               END-EVALUATE
           END-PERFORM.

           CLOSE REQUEST-FILE.
           CLOSE CONSENT-FILE.
           IF PERSON-FILE-OPEN
               CLOSE PERSON-IN
           END-IF.

           DISPLAY W_CHANGE-COUNT' register change(s) made'.
           MOVE '111_RODO_REGISTER' TO W_TRAILER-PROGRAM.
           MOVE W_CHANGE-COUNT TO W_TRAILER-COUNT.
           MOVE 'COMPLETE' TO W_TRAILER-STATUS.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'BRANCH-PROFILE.cpy'.

      * A new request. The person must be on the set this run
      * points at; a received date may not be in the future.
       LOG-REQUEST-SECTION SECTION.
           DISPLAY '  Person ID: '.
           PERFORM ACCEPT-ID-SECTION.
           IF W_ENTRY-ID = 0
               GO TO LOG-REQUEST-EXIT
           END-IF.
           MOVE W_ENTRY-ID TO W_PERSON-ID.
           IF NOT PERSON-FILE-OPEN
               DISPLAY '  ** 'FUNCTION TRIM(W_BRANCH-PERSON-FILE)
                   ' could not be opened - nothing logged'
               GO TO LOG-REQUEST-EXIT
           END-IF.
           MOVE W_PERSON-ID TO FI_PERSON-ID.
           READ PERSON-IN
               INVALID KEY
                   DISPLAY '  ** person 'W_PERSON-ID' is not on '
                       FUNCTION TRIM(W_BRANCH-PERSON-FILE)
                       ' - nothing logged'
                   GO TO LOG-REQUEST-EXIT
           END-READ.
           DISPLAY '  'FI_PERSON-ID' 'FUNCTION TRIM(FI_PERSON-NAME)
               ' 'FUNCTION TRIM(FI_PERSON-SURNAME).

           DISPLAY '  Type (ACCESS/RECTIFY/ERASURE/RESTRICT/OBJECT): '.
           MOVE SPACES TO W_ENTRY-TYPE.
           ACCEPT W_ENTRY-TYPE.
           MOVE FUNCTION UPPER-CASE(W_ENTRY-TYPE) TO W_ENTRY-TYPE.
           IF NOT ENTRY-TYPE-VALID
               DISPLAY '  ** 'W_ENTRY-TYPE' is not a request type '
                   '- nothing logged'
               GO TO LOG-REQUEST-EXIT
           END-IF.

           DISPLAY '  Received on (YYYYMMDD, blank for today): '.
           MOVE SPACES TO W_ENTRY.
           ACCEPT W_ENTRY.
           IF W_ENTRY = SPACES
               MOVE W_TODAY TO W_ENTRY-DATE
           ELSE
               IF W_ENTRY(1:8) IS NOT NUMERIC
                   OR W_ENTRY(9:2) NOT = SPACES
                   DISPLAY '  ** 'W_ENTRY' is not a date - nothing '
                       'logged'
                   GO TO LOG-REQUEST-EXIT
               END-IF
               MOVE W_ENTRY(1:8) TO W_ENTRY-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(W_ENTRY-DATE) NOT = 0
                   OR W_ENTRY-DATE > W_TODAY
                   DISPLAY '  ** 'W_ENTRY-DATE' is not a past date '
                       '- nothing logged'
                   GO TO LOG-REQUEST-EXIT
               END-IF
           END-IF.

           DISPLAY '  Owner (blank for yourself): '.
           MOVE SPACES TO W_ENTRY-OWNER.
           ACCEPT W_ENTRY-OWNER.
           MOVE FUNCTION UPPER-CASE(W_ENTRY-OWNER) TO W_ENTRY-OWNER.
           IF W_ENTRY-OWNER = SPACES
               MOVE W_OPERATOR-ID TO W_ENTRY-OWNER
           END-IF.

           MOVE W_ENTRY-DATE TO W_DUE-FROM.
           MOVE 1 TO W_DUE-MONTHS.
           PERFORM WORK-OUT-DUE-SECTION.

           PERFORM FIND-HIGHEST-ID-SECTION.
           INITIALIZE RQ_REQUEST.
           ADD 1 TO W_HIGHEST-ID GIVING RQ_REQUEST-ID.
           MOVE W_PERSON-ID TO RQ_PERSON-ID.
           MOVE W_ENTRY-TYPE TO RQ_TYPE.
           MOVE W_ENTRY-DATE TO RQ_RECEIVED-ON.
           MOVE W_DUE-RESULT TO RQ_DUE-ON.
           MOVE 'N' TO RQ_EXTENDED-SW.
           MOVE W_OPERATOR-ID TO RQ_LOGGED-BY.
           MOVE W_ENTRY-OWNER TO RQ_OWNER.
           MOVE 'O' TO RQ_STATE.
           WRITE RQ_REQUEST
               INVALID KEY
                   DISPLAY '  ** request 'RQ_REQUEST-ID' could not '
                       'be written (status 'W_RQ-STATUS')'
                   GO TO LOG-REQUEST-EXIT
           END-WRITE.
           ADD 1 TO W_CHANGE-COUNT.

           MOVE SPACES TO W_AUDIT-BEFORE.
           PERFORM AUDIT-REQUEST-SECTION.
           DISPLAY '  Request 'RQ_REQUEST-ID' logged - 'RQ_TYPE
               ' received 'RQ_RECEIVED-ON', due 'RQ_DUE-ON
               ', owner 'RQ_OWNER.

           IF RQ_RESTRICT
               PERFORM SET-RESTRICTION-SECTION
           END-IF.

       LOG-REQUEST-EXIT.
           EXIT.

      * Hands an open request, or a restriction in force, on.
       ASSIGN-REQUEST-SECTION SECTION.
           PERFORM READ-REQUEST-SECTION.
           IF W_ENTRY-ID = 0
               GO TO ASSIGN-REQUEST-EXIT
           END-IF.
           IF RQ_CLOSED
               DISPLAY '  ** request 'RQ_REQUEST-ID' is closed'
               GO TO ASSIGN-REQUEST-EXIT
           END-IF.
           DISPLAY '  New owner: '.
           MOVE SPACES TO W_ENTRY-OWNER.
           ACCEPT W_ENTRY-OWNER.
           MOVE FUNCTION UPPER-CASE(W_ENTRY-OWNER) TO W_ENTRY-OWNER.
           IF W_ENTRY-OWNER = SPACES
               DISPLAY '  ** no owner given - not reassigned'
               GO TO ASSIGN-REQUEST-EXIT
           END-IF.

           MOVE RQ_OWNER TO W_OLD-OWNER.
           PERFORM IMAGE-REQUEST-SECTION.
           MOVE W_ENTRY-OWNER TO RQ_OWNER.
           PERFORM REWRITE-REQUEST-SECTION.
           DISPLAY '  Request 'RQ_REQUEST-ID' passed from '
               W_OLD-OWNER' to 'RQ_OWNER.

       ASSIGN-REQUEST-EXIT.
           EXIT.

      * The art. 12(3) extension - once, while the first month is
      * still running, with the reason the person will be given.
       EXTEND-REQUEST-SECTION SECTION.
           PERFORM READ-REQUEST-SECTION.
           IF W_ENTRY-ID = 0
               GO TO EXTEND-REQUEST-EXIT
           END-IF.
           IF NOT RQ_OPEN
               DISPLAY '  ** request 'RQ_REQUEST-ID' is answered '
                   '- nothing to extend'
               GO TO EXTEND-REQUEST-EXIT
           END-IF.
           IF RQ_EXTENDED
               DISPLAY '  ** request 'RQ_REQUEST-ID' was extended '
                   'already - due 'RQ_DUE-ON
               GO TO EXTEND-REQUEST-EXIT
           END-IF.
           IF W_TODAY > RQ_DUE-ON
               DISPLAY '  ** request 'RQ_REQUEST-ID' fell due on '
                   RQ_DUE-ON' - too late to extend'
               GO TO EXTEND-REQUEST-EXIT
           END-IF.
           DISPLAY '  Reason given to the person: '.
           MOVE SPACES TO W_ENTRY-TEXT.
           ACCEPT W_ENTRY-TEXT.
           IF W_ENTRY-TEXT = SPACES
               DISPLAY '  ** an extension needs its reason - not '
                   'extended'
               GO TO EXTEND-REQUEST-EXIT
           END-IF.

           MOVE RQ_DUE-ON TO W_OLD-DUE.
           MOVE RQ_RECEIVED-ON TO W_DUE-FROM.
           MOVE 3 TO W_DUE-MONTHS.
           PERFORM WORK-OUT-DUE-SECTION.
           PERFORM IMAGE-REQUEST-SECTION.
           MOVE W_DUE-RESULT TO RQ_DUE-ON.
           MOVE 'Y' TO RQ_EXTENDED-SW.
           MOVE W_ENTRY-TEXT TO RQ_EXTEND-REASON.
           PERFORM REWRITE-REQUEST-SECTION.
           DISPLAY '  Request 'RQ_REQUEST-ID' extended - due '
               W_OLD-DUE' becomes 'RQ_DUE-ON.

       EXTEND-REQUEST-EXIT.
           EXIT.

      * The answer - by the request's owner only. A restriction
      * granted in whole or part goes into force rather than closing.
       ANSWER-REQUEST-SECTION SECTION.
           PERFORM READ-REQUEST-SECTION.
           IF W_ENTRY-ID = 0
               GO TO ANSWER-REQUEST-EXIT
           END-IF.
           IF NOT RQ_OPEN
               DISPLAY '  ** request 'RQ_REQUEST-ID' is answered '
                   'already ('FUNCTION TRIM(RQ_OUTCOME)')'
               GO TO ANSWER-REQUEST-EXIT
           END-IF.
           IF RQ_OWNER NOT = W_OPERATOR-ID
               DISPLAY '  ** owned by 'RQ_OWNER' - only the owner '
                   'answers it (ASSIGN it first)'
               GO TO ANSWER-REQUEST-EXIT
           END-IF.
           DISPLAY '  Outcome (GRANTED/PARTIAL/REFUSED/WITHDRAWN): '.
           MOVE SPACES TO W_ENTRY-OUTCOME.
           ACCEPT W_ENTRY-OUTCOME.
           MOVE FUNCTION UPPER-CASE(W_ENTRY-OUTCOME)
               TO W_ENTRY-OUTCOME.
           IF NOT ENTRY-OUTCOME-VALID
               DISPLAY '  ** 'W_ENTRY-OUTCOME' is not an outcome - '
                   'not answered'
               GO TO ANSWER-REQUEST-EXIT
           END-IF.
           DISPLAY '  Note: '.
           MOVE SPACES TO W_ENTRY-TEXT.
           ACCEPT W_ENTRY-TEXT.

           PERFORM IMAGE-REQUEST-SECTION.
           MOVE W_ENTRY-OUTCOME TO RQ_OUTCOME.
           MOVE W_ENTRY-TEXT TO RQ_NOTE.
           MOVE W_TODAY TO RQ_ANSWERED-ON.
           IF RQ_RESTRICT
               AND (W_ENTRY-OUTCOME = 'GRANTED'
                    OR W_ENTRY-OUTCOME = 'PARTIAL')
               MOVE 'R' TO RQ_STATE
           ELSE
               MOVE 'C' TO RQ_STATE
               MOVE W_TODAY TO RQ_CLOSED-ON
           END-IF.
           PERFORM REWRITE-REQUEST-SECTION.
           IF RQ_IN-FORCE
               DISPLAY '  Request 'RQ_REQUEST-ID' answered - '
                   'restriction in force until lifted'
           ELSE
               DISPLAY '  Request 'RQ_REQUEST-ID' answered and '
                   'closed - 'FUNCTION TRIM(RQ_OUTCOME)
           END-IF.
           IF RQ_RESTRICT AND RQ_CLOSED
               PERFORM CLEAR-RESTRICTION-SECTION
           END-IF.

       ANSWER-REQUEST-EXIT.
           EXIT.

      * A restriction in force comes to an end.
       LIFT-RESTRICTION-SECTION SECTION.
           PERFORM READ-REQUEST-SECTION.
           IF W_ENTRY-ID = 0
               GO TO LIFT-RESTRICTION-EXIT
           END-IF.
           IF NOT RQ_IN-FORCE
               DISPLAY '  ** request 'RQ_REQUEST-ID' is not a '
                   'restriction in force'
               GO TO LIFT-RESTRICTION-EXIT
           END-IF.
           DISPLAY '  Note: '.
           MOVE SPACES TO W_ENTRY-TEXT.
           ACCEPT W_ENTRY-TEXT.

           PERFORM IMAGE-REQUEST-SECTION.
           MOVE 'LIFTED' TO RQ_OUTCOME.
           IF W_ENTRY-TEXT NOT = SPACES
               MOVE W_ENTRY-TEXT TO RQ_NOTE
           END-IF.
           MOVE 'C' TO RQ_STATE.
           MOVE W_TODAY TO RQ_CLOSED-ON.
           PERFORM REWRITE-REQUEST-SECTION.
           DISPLAY '  Restriction 'RQ_REQUEST-ID' lifted'.
           PERFORM CLEAR-RESTRICTION-SECTION.

       LIFT-RESTRICTION-EXIT.
           EXIT.

      * Every request on file for one person, oldest first.
       LIST-PERSON-SECTION SECTION.
           DISPLAY '  Person ID: '.
           PERFORM ACCEPT-ID-SECTION.
           IF W_ENTRY-ID = 0
               GO TO LIST-PERSON-EXIT
           END-IF.
           MOVE W_ENTRY-ID TO W_PERSON-ID.
           MOVE 0 TO W_LISTED-COUNT.
           MOVE 'N' TO B_EOF.
           MOVE 0 TO RQ_REQUEST-ID.
           START REQUEST-FILE KEY IS >= RQ_REQUEST-ID
               INVALID KEY
                   MOVE 'Y' TO B_EOF
           END-START.
           PERFORM UNTIL B_EOF = 'Y'
               READ REQUEST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF RQ_PERSON-ID = W_PERSON-ID
                           ADD 1 TO W_LISTED-COUNT
                           PERFORM SHOW-REQUEST-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           IF W_LISTED-COUNT = 0
               DISPLAY '  no requests on file for 'W_PERSON-ID
           END-IF.

       LIST-PERSON-EXIT.
           EXIT.

       SHOW-REQUEST-SECTION SECTION.
           DISPLAY '  'RQ_REQUEST-ID' 'RQ_TYPE' received '
               RQ_RECEIVED-ON' due 'RQ_DUE-ON' state 'RQ_STATE
               ' owner 'RQ_OWNER.
           IF RQ_EXTENDED
               DISPLAY '      extended: 'RQ_EXTEND-REASON
           END-IF.
           IF NOT RQ_OPEN
               DISPLAY '      'RQ_OUTCOME' on 'RQ_ANSWERED-ON
                   ' - 'RQ_NOTE
           END-IF.

      * A request number keyed and read - W_ENTRY-ID zero when
      * there is no such request.
       READ-REQUEST-SECTION SECTION.
           DISPLAY '  Request number: '.
           PERFORM ACCEPT-ID-SECTION.
           IF W_ENTRY-ID = 0
               GO TO READ-REQUEST-EXIT
           END-IF.
           MOVE W_ENTRY-ID TO RQ_REQUEST-ID.
           READ REQUEST-FILE
               INVALID KEY
                   DISPLAY '  ** no request 'W_ENTRY-ID' on file'
                   MOVE 0 TO W_ENTRY-ID
                   GO TO READ-REQUEST-EXIT
           END-READ.
           PERFORM SHOW-REQUEST-SECTION.

       READ-REQUEST-EXIT.
           EXIT.

      * Up to six digits keyed - zero back for anything else.
       ACCEPT-ID-SECTION SECTION.
           MOVE 0 TO W_ENTRY-ID.
           MOVE SPACES TO W_ENTRY.
           ACCEPT W_ENTRY.
           IF W_ENTRY = SPACES
               GO TO ACCEPT-ID-EXIT
           END-IF.
           IF FUNCTION TRIM(W_ENTRY) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(W_ENTRY)) > 6
               DISPLAY '  ** 'FUNCTION TRIM(W_ENTRY)' is not a '
                   'number of up to six digits'
               GO TO ACCEPT-ID-EXIT
           END-IF.
           COMPUTE W_ENTRY-ID = FUNCTION NUMVAL(W_ENTRY).

       ACCEPT-ID-EXIT.
           EXIT.

      * The due date: W_DUE-FROM plus W_DUE-MONTHS calendar months -
      * the 31st of a month into a 30-day month is its 30th - then on
      * to the next business day where that falls on a weekend or
      * public holiday.
       WORK-OUT-DUE-SECTION SECTION.
           COMPUTE W_MONTH-COUNT = W_DUE-FROM-YEAR * 12
               + W_DUE-FROM-MONTH - 1 + W_DUE-MONTHS.
           DIVIDE W_MONTH-COUNT BY 12 GIVING W_DUE-YEAR
               REMAINDER W_DUE-MONTH.
           ADD 1 TO W_DUE-MONTH.
           MOVE 1 TO W_DUE-DAY.
           IF W_DUE-MONTH = 12
               COMPUTE W_NEXT-FIRST = (W_DUE-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE W_NEXT-FIRST = W_DUE-RESULT + 100
           END-IF.
           COMPUTE W_MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(W_NEXT-FIRST) - 1).
           MOVE W_DUE-FROM-DAY TO W_DUE-DAY.
           IF W_DUE-RESULT > W_MONTH-END
               MOVE W_MONTH-END TO W_DUE-RESULT
           END-IF.

           MOVE 'ISBUS' TO W_BD-REQUEST.
           CALL '10_BUSINESS_DAYS' USING W_BD-REQUEST,
               W_DUE-RESULT, W_BD-DATE-2, W_BD-DAYS, W_BD-STATUS.
           IF BD-OK AND W_BD-DAYS = 0
               MOVE 'ADDBUS' TO W_BD-REQUEST
               MOVE 1 TO W_BD-DAYS
               CALL '10_BUSINESS_DAYS' USING W_BD-REQUEST,
                   W_DUE-RESULT, W_BD-DATE-2, W_BD-DAYS, W_BD-STATUS
               IF BD-OK
                   MOVE W_BD-DATE-2 TO W_DUE-RESULT
               END-IF
           END-IF.

       FIND-HIGHEST-ID-SECTION SECTION.
           MOVE 0 TO W_HIGHEST-ID.
           MOVE 'N' TO B_EOF.
           MOVE 0 TO RQ_REQUEST-ID.
           START REQUEST-FILE KEY IS >= RQ_REQUEST-ID
               INVALID KEY
                   MOVE 'Y' TO B_EOF
           END-START.
           PERFORM UNTIL B_EOF = 'Y'
               READ REQUEST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE RQ_REQUEST-ID TO W_HIGHEST-ID
               END-READ
           END-PERFORM.

      * The before-image of a request about to change.
       IMAGE-REQUEST-SECTION SECTION.
           MOVE SPACES TO W_AUDIT-BEFORE.
           STRING 'REQ ' DELIMITED BY SIZE
                  RQ_REQUEST-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RQ_TYPE DELIMITED BY SPACE
                  ' due ' DELIMITED BY SIZE
                  RQ_DUE-ON DELIMITED BY SIZE
                  ' state ' DELIMITED BY SIZE
                  RQ_STATE DELIMITED BY SIZE
                  ' owner ' DELIMITED BY SIZE
                  RQ_OWNER DELIMITED BY SPACE
               INTO W_AUDIT-BEFORE
           END-STRING.

       REWRITE-REQUEST-SECTION SECTION.
           REWRITE RQ_REQUEST
               INVALID KEY
                   DISPLAY '  ** request 'RQ_REQUEST-ID' could not '
                       'be updated (status 'W_RQ-STATUS')'
                   GO TO REWRITE-REQUEST-EXIT
           END-REWRITE.
           ADD 1 TO W_CHANGE-COUNT.
           PERFORM AUDIT-REQUEST-SECTION.

       REWRITE-REQUEST-EXIT.
           EXIT.

      * Audited against the person, so it is in their dossier.
       AUDIT-REQUEST-SECTION SECTION.
           MOVE '111_RODO_REGISTER' TO W_AUDIT-PROGRAM.
           MOVE 'RODO' TO W_AUDIT-OPERATION.
           MOVE RQ_PERSON-ID TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING 'REQ ' DELIMITED BY SIZE
                  RQ_REQUEST-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RQ_TYPE DELIMITED BY SPACE
                  ' due ' DELIMITED BY SIZE
                  RQ_DUE-ON DELIMITED BY SIZE
                  ' state ' DELIMITED BY SIZE
                  RQ_STATE DELIMITED BY SIZE
                  ' owner ' DELIMITED BY SIZE
                  RQ_OWNER DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  RQ_OUTCOME DELIMITED BY SPACE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.

      * The RESTRICT marker withdrawn - the person is held out from
      * now on.
       SET-RESTRICTION-SECTION SECTION.
           MOVE RQ_PERSON-ID TO CN_PERSON-ID.
           MOVE 'RESTRICT' TO CN_TYPE.
           READ CONSENT-FILE
               INVALID KEY
                   MOVE 'W' TO CN_STATE
                   MOVE W_TODAY TO CN_EFFECTIVE-DATE
                   MOVE 0 TO CN_GIVEN-BY
                   WRITE CN_CONSENT
                   END-WRITE
               NOT INVALID KEY
                   IF CN_WITHDRAWN
                       GO TO SET-RESTRICTION-EXIT
                   END-IF
                   MOVE 'W' TO CN_STATE
                   MOVE W_TODAY TO CN_EFFECTIVE-DATE
                   REWRITE CN_CONSENT
                   END-REWRITE
           END-READ.

           MOVE '111_RODO_REGISTER' TO W_AUDIT-PROGRAM.
           MOVE 'CONSENT' TO W_AUDIT-OPERATION.
           MOVE RQ_PERSON-ID TO W_AUDIT-KEY.
           MOVE SPACES TO W_AUDIT-BEFORE.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING 'RESTRICT W effective ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
                  ' REQ ' DELIMITED BY SIZE
                  RQ_REQUEST-ID DELIMITED BY SIZE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.
           DISPLAY '  Person 'RQ_PERSON-ID' held out of exports, '
               'letters and partner feeds from today'.

       SET-RESTRICTION-EXIT.
           EXIT.

      * The marker goes only with the person's last restriction -
      * another still open or in force keeps them held out.
       CLEAR-RESTRICTION-SECTION SECTION.
           MOVE RQ_PERSON-ID TO W_PERSON-ID.
           MOVE 0 TO W_OTHER-RESTRICTIONS.
           MOVE 'N' TO B_EOF.
           MOVE 0 TO RQ_REQUEST-ID.
           START REQUEST-FILE KEY IS >= RQ_REQUEST-ID
               INVALID KEY
                   MOVE 'Y' TO B_EOF
           END-START.
           PERFORM UNTIL B_EOF = 'Y'
               READ REQUEST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF RQ_PERSON-ID = W_PERSON-ID
                           AND RQ_RESTRICT AND NOT RQ_CLOSED
                           ADD 1 TO W_OTHER-RESTRICTIONS
                       END-IF
               END-READ
           END-PERFORM.
           IF W_OTHER-RESTRICTIONS > 0
               DISPLAY '  Person 'W_PERSON-ID' stays held out - '
                   W_OTHER-RESTRICTIONS' other restriction(s) stand'
               GO TO CLEAR-RESTRICTION-EXIT
           END-IF.

           MOVE W_PERSON-ID TO CN_PERSON-ID.
           MOVE 'RESTRICT' TO CN_TYPE.
           READ CONSENT-FILE
               INVALID KEY
                   GO TO CLEAR-RESTRICTION-EXIT
           END-READ.
           DELETE CONSENT-FILE RECORD
               INVALID KEY
                   DISPLAY '  ** RESTRICT marker for 'W_PERSON-ID
                       ' could not be removed'
                   GO TO CLEAR-RESTRICTION-EXIT
           END-DELETE.

           MOVE '111_RODO_REGISTER' TO W_AUDIT-PROGRAM.
           MOVE 'CONSENT' TO W_AUDIT-OPERATION.
           MOVE W_PERSON-ID TO W_AUDIT-KEY.
           MOVE 'RESTRICT W' TO W_AUDIT-BEFORE.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING 'RESTRICT lifted ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.
           DISPLAY '  Person 'W_PERSON-ID' no longer held out'.

       CLEAR-RESTRICTION-EXIT.
           EXIT.
