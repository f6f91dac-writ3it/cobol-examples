      * Execute via CALL from another program, not directly.
      * Callable one-way digest of an operator's PIN - the one place
      * a PIN is turned into what operator_pins.dat keeps, so the
      * sign-on check (08_OPERATOR_SIGNON) and the supervisor's PIN
      * issue (86_OPERATOR_SECURITY) can never disagree about it.
      * The operator ID is folded in with the PIN, so two operators
      * choosing the same PIN do not end up with the same digest,
      * and a digest copied onto another operator's line does not
      * let anyone in. Two running values are folded over the ID and
      * PIN characters for 500 rounds, each under its own large
      * prime, and the pair is returned as eighteen digits - nothing
      * on file reads back as the PIN, and guessing it from the file
      * costs a full fold per guess.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 14_PIN_HASH.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 W_HASH-IN PIC X(16) VALUE SPACES.
           01 W_HASH-ROUND PIC 9(3) VALUE 0.
           01 W_HASH-SUB PIC 9(2) VALUE 0.
           01 W_HASH-CHAR PIC 9(3) VALUE 0.
           01 W_HASH-1 PIC 9(18) VALUE 0.
           01 W_HASH-2 PIC 9(18) VALUE 0.
           01 W_HASH-OUT.
               02 W_HASH-OUT-1 PIC 9(9).
               02 W_HASH-OUT-2 PIC 9(9).

           LINKAGE SECTION.
           01 LS-OPERATOR-ID PIC X(8).
           01 LS-PIN PIC X(8).
           01 LS-HASH PIC X(18).

       PROCEDURE DIVISION USING LS-OPERATOR-ID, LS-PIN, LS-HASH.
           MOVE LS-OPERATOR-ID TO W_HASH-IN(1:8).
           MOVE LS-PIN TO W_HASH-IN(9:8).
           MOVE 7 TO W_HASH-1.
           MOVE 11 TO W_HASH-2.

           PERFORM VARYING W_HASH-ROUND FROM 1 BY 1
                   UNTIL W_HASH-ROUND > 500
               PERFORM VARYING W_HASH-SUB FROM 1 BY 1
                       UNTIL W_HASH-SUB > 16
                   COMPUTE W_HASH-CHAR =
                       FUNCTION ORD(W_HASH-IN(W_HASH-SUB:1))
                   COMPUTE W_HASH-1 = FUNCTION MOD(
                       W_HASH-1 * 257 + W_HASH-CHAR + W_HASH-ROUND,
                       999999937)
                   COMPUTE W_HASH-2 = FUNCTION MOD(
                       W_HASH-2 * 263 + W_HASH-CHAR * W_HASH-SUB
                       + W_HASH-1, 999999929)
               END-PERFORM
           END-PERFORM.

           MOVE W_HASH-1 TO W_HASH-OUT-1.
           MOVE W_HASH-2 TO W_HASH-OUT-2.
           MOVE W_HASH-OUT TO LS-HASH.

       EXIT PROGRAM.
