       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PWDHASH.
       AUTHOR.        R. NOEL.
       INSTALLATION.  OPERATIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------
      *  DATE        BY   DESCRIPTION
      *  2026-10-15  RN   Initial version - one-way protection of
      *                   passwords and PINs, so USER-MASTER, PWDHIST
      *                   and SIGNON-TRANS no longer hold them in
      *                   clear text.
      *****************************************************************
      *  Called subprogram.  Turns a four-character password or PIN
      *  into the eight-character protected value that is stored in
      *  its place (parameter block in PWDHASH.CPY).  Nothing can
      *  turn the protected value back into the password: a sign-on
      *  calls the routine on what was typed and compares the two
      *  protected values, and the history checks compare protected
      *  values the same way.
      *
      *  The value type, the USER-ID and the value are run through
      *  two accumulators for several rounds; each character is taken
      *  by its position in a fixed character set rather than by its
      *  machine code, so the result is the same whatever the
      *  collating sequence.  The accumulators are then written out
      *  in base 36 (0-9, A-Z).  The routine must never be changed
      *  without converting every stored value again, since a stored
      *  value can only be matched by the same calculation.
      *****************************************************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CHAR-SET                 PIC X(68) VALUE
           ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvw
      -    'xyz.-_*@'.
       01  WS-OUTPUT-SET               PIC X(36) VALUE
           '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  WS-HASH-INPUT.
           05  WS-IN-VALUE-TYPE        PIC X(01).
           05  WS-IN-USER-ID           PIC X(10).
           05  WS-IN-CLEAR-VALUE       PIC X(04).
       01  WS-HASH-CHARS REDEFINES WS-HASH-INPUT.
           05  WS-IN-CHAR              PIC X(01) OCCURS 15 TIMES.

       01  WS-INPUT-LENGTH             PIC 9(02) COMP VALUE 15.
       01  WS-ROUND-COUNT              PIC 9(02) COMP VALUE 8.
       01  WS-ROUND                    PIC 9(02) COMP VALUE ZERO.
       01  WS-CHAR-SUB                 PIC 9(02) COMP VALUE ZERO.
       01  WS-OUT-SUB                  PIC 9(02) COMP VALUE ZERO.
       01  WS-CHAR-CODE                PIC 9(03) COMP VALUE ZERO.
       01  WS-DIGIT                    PIC 9(02) COMP VALUE ZERO.

       01  WS-ACCUM-1                  PIC 9(18) COMP VALUE ZERO.
       01  WS-ACCUM-2                  PIC 9(18) COMP VALUE ZERO.
       01  WS-QUOTIENT                 PIC 9(18) COMP VALUE ZERO.
       01  WS-REMAINDER                PIC 9(18) COMP VALUE ZERO.
       01  WS-MODULUS-1                PIC 9(09) COMP VALUE 999999937.
       01  WS-MODULUS-2                PIC 9(09) COMP VALUE 999999929.

       LINKAGE SECTION.
       COPY "pwdhash.cpy".

       PROCEDURE DIVISION USING PWDHASH-PARAMETERS.
      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           MOVE PWH-VALUE-TYPE TO WS-IN-VALUE-TYPE
           MOVE PWH-USER-ID TO WS-IN-USER-ID
           MOVE PWH-CLEAR-VALUE TO WS-IN-CLEAR-VALUE
           MOVE 7654321 TO WS-ACCUM-1
           MOVE 1234567 TO WS-ACCUM-2

           MOVE 1 TO WS-ROUND
           PERFORM 1000-MIX-ROUND
               THRU 1000-MIX-ROUND-EXIT
               UNTIL WS-ROUND > WS-ROUND-COUNT

           PERFORM 2000-BUILD-HASH-VALUE
               THRU 2000-BUILD-HASH-VALUE-EXIT

           GOBACK.

      *****************************************************************
      *  1000-MIX-ROUND - one pass over the fifteen input characters
      *****************************************************************
       1000-MIX-ROUND.
           MOVE 1 TO WS-CHAR-SUB
           PERFORM 1100-MIX-CHARACTER
               THRU 1100-MIX-CHARACTER-EXIT
               UNTIL WS-CHAR-SUB > WS-INPUT-LENGTH
           ADD 1 TO WS-ROUND.
       1000-MIX-ROUND-EXIT.
           EXIT.

      *****************************************************************
      *  1100-MIX-CHARACTER - the character's position in the set (68
      *  for anything outside it) is folded into both accumulators,
      *  each kept below its modulus
      *****************************************************************
       1100-MIX-CHARACTER.
           MOVE ZERO TO WS-CHAR-CODE
           INSPECT WS-CHAR-SET TALLYING WS-CHAR-CODE
               FOR CHARACTERS BEFORE INITIAL WS-IN-CHAR (WS-CHAR-SUB)

           COMPUTE WS-ACCUM-1 = WS-ACCUM-1 * 131 + WS-CHAR-CODE
               + WS-ROUND * 17 + WS-CHAR-SUB
           DIVIDE WS-ACCUM-1 BY WS-MODULUS-1
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           MOVE WS-REMAINDER TO WS-ACCUM-1

           COMPUTE WS-ACCUM-2 = WS-ACCUM-2 * 137 + WS-ACCUM-1
               + WS-CHAR-CODE * 7
           DIVIDE WS-ACCUM-2 BY WS-MODULUS-2
               GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
           MOVE WS-REMAINDER TO WS-ACCUM-2
           ADD 1 TO WS-CHAR-SUB.
       1100-MIX-CHARACTER-EXIT.
           EXIT.

      *****************************************************************
      *  2000-BUILD-HASH-VALUE - four base-36 digits from each
      *  accumulator
      *****************************************************************
       2000-BUILD-HASH-VALUE.
           MOVE SPACES TO PWH-HASH-VALUE
           MOVE 1 TO WS-OUT-SUB
           PERFORM 2100-EDIT-DIGIT
               THRU 2100-EDIT-DIGIT-EXIT
               UNTIL WS-OUT-SUB > 8.
       2000-BUILD-HASH-VALUE-EXIT.
           EXIT.

       2100-EDIT-DIGIT.
           IF WS-OUT-SUB > 4
               DIVIDE WS-ACCUM-2 BY 36
                   GIVING WS-ACCUM-2 REMAINDER WS-DIGIT
           ELSE
               DIVIDE WS-ACCUM-1 BY 36
                   GIVING WS-ACCUM-1 REMAINDER WS-DIGIT
           END-IF
           MOVE WS-OUTPUT-SET (WS-DIGIT + 1:1)
               TO PWH-HASH-VALUE (WS-OUT-SUB:1)
           ADD 1 TO WS-OUT-SUB.
       2100-EDIT-DIGIT-EXIT.
           EXIT.
