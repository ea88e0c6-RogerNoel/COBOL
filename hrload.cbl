      *  2026-09-02  RN   The password already in place is refused on
      *                   a 'C' action too (code HIST), even when it
      *                   predates the history file.
      *  2026-10-15  RN   The HR-supplied password and PIN are passed
      *                   through PWDHASH as each action is read;
      *                   only the protected values reach USER-MASTER
      *                   and PWDHIST and the history check compares
      *                   protected values.
      *****************************************************************
      *  Batch counterpart to the USRMAINT dialogues for the quarterly
      *  HR onboarding/offboarding list.  Reads HR-ACTION records
       01  WS-PH-SCAN-SUB              PIC 9(02) COMP VALUE ZERO.
       01  WS-PH-KEPT                  PIC 9(02) COMP VALUE ZERO.
       01  WS-PH-TABLE.
           05  WS-PH-PASSWORD          PIC X(08) OCCURS 99 TIMES.

       01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       01  WS-RESULT-TEXT              PIC X(40).
       01  WS-AUDIT-ACTION             PIC X(04).
       01  WS-BEFORE-IMAGE             PIC X(50).
       01  WS-ACTION-PWD-HASH          PIC X(08).
       01  WS-ACTION-PIN-HASH          PIC X(08).

       COPY "pwdhash.cpy".

       01  RESULT-DETAIL-LINE.
           05  RD-USER-ID              PIC X(10).
       2000-PROCESS-ACTION.
           ADD 1 TO WS-RECORDS-READ
           MOVE SPACES TO WS-RESULT-TEXT
           PERFORM 2050-PROTECT-ACTION-VALUES
               THRU 2050-PROTECT-ACTION-VALUES-EXIT

           EVALUATE TRUE
               WHEN HA-ACTION-ADD
       2000-PROCESS-ACTION-EXIT.
           EXIT.

      *****************************************************************
      *  2050-PROTECT-ACTION-VALUES - the password and PIN on the HR
      *  record are turned into their PWDHASH values before anything
      *  else looks at them
      *****************************************************************
       2050-PROTECT-ACTION-VALUES.
           MOVE 'P' TO PWH-VALUE-TYPE
           MOVE HA-USER-ID TO PWH-USER-ID
           MOVE HA-PASSWORD TO PWH-CLEAR-VALUE
           CALL 'PWDHASH' USING PWDHASH-PARAMETERS
           MOVE PWH-HASH-VALUE TO WS-ACTION-PWD-HASH

           MOVE 'N' TO PWH-VALUE-TYPE
           MOVE HA-PIN TO PWH-CLEAR-VALUE
           CALL 'PWDHASH' USING PWDHASH-PARAMETERS
           MOVE PWH-HASH-VALUE TO WS-ACTION-PIN-HASH
           MOVE SPACES TO PWH-CLEAR-VALUE.
       2050-PROTECT-ACTION-VALUES-EXIT.
           EXIT.

       2100-READ-NEXT-ACTION.
           READ HR-ACTION
               AT END
       3000-ADD-USER.
           INITIALIZE USRMAST-RECORD
           MOVE HA-USER-ID TO UM-USER-ID
           MOVE WS-ACTION-PWD-HASH TO UM-PASSWORD-HASH
           MOVE WS-ACTION-PIN-HASH TO UM-PIN-HASH
           MOVE 0 TO UM-FAILED-ATTEMPTS
           SET UM-NOT-LOCKED TO TRUE
           SET UM-CHANGE-PWD-NOT-REQD TO TRUE
                   GO TO 4000-CHANGE-USER-EXIT
               END-IF
               MOVE USRMAST-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-ACTION-PWD-HASH TO UM-PASSWORD-HASH
               MOVE WS-ACTION-PIN-HASH TO UM-PIN-HASH
               MOVE 0 TO UM-FAILED-ATTEMPTS
               SET UM-NOT-LOCKED TO TRUE
               SET UM-CHANGE-PWD-NOT-REQD TO TRUE
      *****************************************************************
      *  7100-CHECK-PWD-HISTORY - is the action's password the one
      *  already in place, or among the user's last WS-HIST-DEPTH
      *  history entries?  The current password counts as used
      *  even when it predates the history file and is not in it yet.
      *  The file is chronological, so the entries are kept in a ring
      *  (slot = match count modulo depth) and the ring is scanned at
           MOVE 'N' TO WS-PWDHIST-EOF-SWITCH
           MOVE ZERO TO WS-PH-MATCH-COUNT

           IF WS-ACTION-PWD-HASH = UM-PASSWORD-HASH
               SET WS-PWD-IN-HISTORY TO TRUE
               GO TO 7100-CHECK-PWD-HISTORY-EXIT
           END-IF
                   IF PH-USER-ID = HA-USER-ID
                       COMPUTE WS-PH-SLOT = FUNCTION MOD
                           (WS-PH-MATCH-COUNT, WS-HIST-DEPTH) + 1
                       MOVE PH-PASSWORD-HASH TO
                           WS-PH-PASSWORD (WS-PH-SLOT)
                       ADD 1 TO WS-PH-MATCH-COUNT
                   END-IF
           EXIT.

       7180-SCAN-HISTORY-ENTRY.
           IF WS-PH-PASSWORD (WS-PH-SCAN-SUB) = WS-ACTION-PWD-HASH
               SET WS-PWD-IN-HISTORY TO TRUE
           END-IF
           ADD 1 TO WS-PH-SCAN-SUB.
           ELSE
               MOVE SPACES TO PASSWORD-HISTORY-RECORD
               MOVE HA-USER-ID TO PH-USER-ID
               MOVE WS-ACTION-PWD-HASH TO PH-PASSWORD-HASH
               ACCEPT PH-CHANGE-DATE FROM DATE YYYYMMDD
               ACCEPT PH-CHANGE-TIME FROM TIME
               WRITE PASSWORD-HISTORY-RECORD
