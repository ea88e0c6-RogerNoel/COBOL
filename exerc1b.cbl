      *                   depth), UM-PASSWORD-LAST-CHANGED set to
      *                   today and UM-MUST-CHANGE-PWD cleared - so
      *                   EXPR rejections can be cleared in volume.
      *  2026-10-15  RN   Passwords are compared and stored as their
      *                   PWDHASH protected values - SIGNON-TRANS now
      *                   carries the protected old and new password,
      *                   USER-MASTER and PWDHIST hold only protected
      *                   values.
      *  2026-10-15  RN   The terminal id on SIGNON-TRANS is carried
      *                   to every SIGNON-LOG and SECURITY-EVENT
      *                   record written.
      *  2026-10-15  RN   Concurrent-session control - an accepted
      *                   sign-on opens the user's session in ACTSESS
      *                   and a sign-off closes it; a sign-on while a
      *                   session is already open is rejected as SESS.
      *  2026-10-15  RN   Application entitlements - a sign-on must
      *                   carry an application code (ST-APP-CODE) the
      *                   user holds on ENTITL, otherwise it is rejected
      *                   as APPL; the code is kept on SIGNON-LOG and
      *                   the ACTSESS session.
      *  2026-10-15  RN   The ACTSESS session is written before the
      *                   SIGNON-LOG ON record; a sign-on whose session
      *                   cannot be written is rejected as SESS.  On a
      *                   checkpoint restart, a sign-on among the
      *                   transactions re-read after the checkpoint
      *                   (at most one interval) whose session this
      *                   program opened for the same terminal and
      *                   application, no earlier than the checkpoint
      *                   date, is taken as already recorded.  The
      *                   checkpoint record now carries its date.
      *****************************************************************
      *  Batch counterpart to the interactive EXERCICE1.  Reads a
      *  whole file of USER-ID/password pairs from SIGNON-TRANS and
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWDHIST-STATUS.

           SELECT ENTITLEMENTS ASSIGN TO "ENTITL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENTITL-KEY
               FILE STATUS IS WS-ENTITL-STATUS.

           SELECT ACTIVE-SESSIONS ASSIGN TO "ACTSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACTSESS-KEY
               FILE STATUS IS WS-ACTSESS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNON-TRANS.
       FD  PASSWORD-HISTORY.
       COPY "pwdhist.cpy".

       FD  ENTITLEMENTS.
       COPY "entitl.cpy".

       FD  ACTIVE-SESSIONS.
       COPY "actsess.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SIGNTRAN-STATUS          PIC X(02).
       01  WS-USRMAST-STATUS           PIC X(02).
       01  WS-SYSPARM-STATUS           PIC X(02).
       01  WS-RUNCTL-STATUS            PIC X(02).
       01  WS-PWDHIST-STATUS           PIC X(02).
       01  WS-ENTITL-STATUS            PIC X(02).
       01  WS-ENTITL-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-ENTITL-OPEN                  VALUE 'Y'.
       01  WS-ACTSESS-STATUS           PIC X(02).
           88  ACTSESS-OK                      VALUE '00'.
           88  ACTSESS-NOT-FOUND               VALUE '35'.
       01  WS-SESSION-RESUMED-SWITCH   PIC X(01) VALUE 'N'.
           88  WS-SESSION-RESUMED              VALUE 'Y'.
       01  WS-RUN-START-DATE           PIC 9(08) VALUE ZEROS.
       01  WS-CHECKPOINT-DATE          PIC 9(08) VALUE 99999999.

       01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       01  WS-PH-SCAN-SUB              PIC 9(02) COMP VALUE ZERO.
       01  WS-PH-KEPT                  PIC 9(02) COMP VALUE ZERO.
       01  WS-PH-TABLE.
           05  WS-PH-PASSWORD          PIC X(08) OCCURS 99 TIMES.
       01  WS-SKIP-COUNT                      PIC 9(08) COMP VALUE ZERO.
       01  WS-SKIP-INDEX                      PIC 9(08) COMP VALUE ZERO.
       01  WS-RECORDS-PROCESSED               PIC 9(08) COMP VALUE ZERO.
               STOP RUN
           END-IF

           OPEN INPUT ENTITLEMENTS
           IF WS-ENTITL-STATUS = '00'
               SET WS-ENTITL-OPEN TO TRUE
           ELSE
               DISPLAY 'AVERTISSEMENT - ENTITL ILLISIBLE, CODE '
                   WS-ENTITL-STATUS ' - AUCUNE CONNEXION ACCEPTEE'
           END-IF

           OPEN I-O ACTIVE-SESSIONS
           IF ACTSESS-NOT-FOUND
               OPEN OUTPUT ACTIVE-SESSIONS
               CLOSE ACTIVE-SESSIONS
               OPEN I-O ACTIVE-SESSIONS
           END-IF
           IF NOT ACTSESS-OK
               DISPLAY 'ERREUR OUVERTURE ACTSESS, CODE '
                   WS-ACTSESS-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT SIGNON-RESULTS
           IF WS-SIGNRSLT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SIGNRSLT, CODE '
                       CONTINUE
                   NOT AT END
                       MOVE CK-RECORD-COUNT TO WS-SKIP-COUNT
                       IF CK-RUN-DATE IS NUMERIC
                           MOVE CK-RUN-DATE TO WS-CHECKPOINT-DATE
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
                       MOVE 'COMPTE VERROUILLE' TO WS-RESULT-TEXT
                       MOVE 'LOCK' TO WS-SECEVT-REASON
                   ELSE
                       IF ST-PASSWORD-HASH NOT = UM-PASSWORD-HASH
                           PERFORM 2400-RECORD-FAILED-ATTEMPT
                               THRU 2400-RECORD-FAILED-ATTEMPT-EXIT
                       ELSE
                               PERFORM 2500-APPLY-PASSWORD-CHANGE
                                   THRU 2500-APPLY-PASSWORD-CHANGE-EXIT
                           ELSE
                               PERFORM 2300-ACCEPT-SIGNON
                                   THRU 2300-ACCEPT-SIGNON-EXIT
                           END-IF
                       END-IF
                   END-IF
       2200-VALIDATE-TRANSACTION-EXIT.
           EXIT.

      *****************************************************************
      *  2300-ACCEPT-SIGNON - the password is good; a sign-on is still
      *  refused when the user holds no ENTITLEMENT for the
      *  application on the transaction, or already has a session
      *  open in ACTSESS.  On a checkpoint restart the transactions
      *  after the last checkpoint - at most one checkpoint interval -
      *  are read again.  Within that window only, a session EXERC1B
      *  itself opened for the same terminal and application, dated
      *  no earlier than the checkpoint, is the one written by the
      *  abended run and not a second session.  Past the window, or
      *  for an older session or a checkpoint with no date, the usual
      *  SESS rejection applies.
      *****************************************************************
       2300-ACCEPT-SIGNON.
           MOVE 'N' TO WS-SESSION-RESUMED-SWITCH
           IF NOT ST-TRANS-SIGNOFF
               PERFORM 2350-CHECK-ENTITLEMENT
                   THRU 2350-CHECK-ENTITLEMENT-EXIT
               IF WS-SECEVT-REASON NOT = SPACES
                   GO TO 2300-ACCEPT-SIGNON-EXIT
               END-IF
               MOVE ST-USER-ID TO AS-USER-ID
               READ ACTIVE-SESSIONS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-SKIP-COUNT > 0
                           AND WS-RECORDS-PROCESSED <
                               WS-SKIP-COUNT + WS-CHECKPOINT-INTERVAL
                           AND AS-SIGNON-DATE NOT < WS-CHECKPOINT-DATE
                           AND AS-ORIGIN-PROGRAM = 'EXERC1B '
                           AND AS-TERMINAL-ID = ST-TERMINAL-ID
                           AND AS-APP-CODE = ST-APP-CODE
                           SET WS-SESSION-RESUMED TO TRUE
                       ELSE
                           MOVE 'SESS' TO WS-RESULT-CODE
                           MOVE 'SESSION DEJA OUVERTE' TO
                               WS-RESULT-TEXT
                           MOVE 'SESS' TO WS-SECEVT-REASON
                       END-IF
               END-READ
               IF WS-SECEVT-REASON NOT = SPACES
                   GO TO 2300-ACCEPT-SIGNON-EXIT
               END-IF
           END-IF

           PERFORM 2600-RECORD-SIGNON
               THRU 2600-RECORD-SIGNON-EXIT
           IF WS-SECEVT-REASON NOT = SPACES
               GO TO 2300-ACCEPT-SIGNON-EXIT
           END-IF
           IF ST-TRANS-SIGNOFF
               MOVE 'OK  ' TO WS-RESULT-CODE
               MOVE 'DECONNEXION ACCEPTEE' TO WS-RESULT-TEXT
           ELSE
               IF UM-CHANGE-PWD-REQUIRED
                   MOVE 'EXPR' TO WS-RESULT-CODE
                   MOVE 'MOT DE PASSE EXPIRE' TO WS-RESULT-TEXT
               ELSE
                   MOVE 'OK  ' TO WS-RESULT-CODE
                   MOVE 'CONNEXION ACCEPTEE' TO WS-RESULT-TEXT
               END-IF
           END-IF.
       2300-ACCEPT-SIGNON-EXIT.
           EXIT.

      *****************************************************************
      *  2350-CHECK-ENTITLEMENT - USER-ID and application code must be
      *  on ENTITL; an ENTITL that could not be opened grants nothing
      *****************************************************************
       2350-CHECK-ENTITLEMENT.
           IF WS-ENTITL-OPEN
               MOVE ST-USER-ID TO EN-USER-ID
               MOVE ST-APP-CODE TO EN-APP-CODE
               READ ENTITLEMENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO 2350-CHECK-ENTITLEMENT-EXIT
               END-READ
           END-IF
           MOVE 'APPL' TO WS-RESULT-CODE
           MOVE 'APPLICATION NON AUTORISEE' TO WS-RESULT-TEXT
           MOVE 'APPL' TO WS-SECEVT-REASON.
       2350-CHECK-ENTITLEMENT-EXIT.
           EXIT.

       2400-RECORD-FAILED-ATTEMPT.
           ADD 1 TO UM-FAILED-ATTEMPTS
           IF UM-FAILED-ATTEMPTS >= WS-LOCKOUT-LIMIT
      *  password change is not a connection.
      *****************************************************************
       2500-APPLY-PASSWORD-CHANGE.
           IF ST-NEW-PASSWORD-HASH = SPACES
               MOVE 'NPWD' TO WS-RESULT-CODE
               MOVE 'NOUVEAU MOT DE PASSE MANQUANT' TO WS-RESULT-TEXT
               GO TO 2500-APPLY-PASSWORD-CHANGE-EXIT
           END-IF

           IF ST-NEW-PASSWORD-HASH = UM-PASSWORD-HASH
               MOVE 'HIST' TO WS-RESULT-CODE
               MOVE 'MOT DE PASSE DEJA UTILISE' TO WS-RESULT-TEXT
               GO TO 2500-APPLY-PASSWORD-CHANGE-EXIT
               GO TO 2500-APPLY-PASSWORD-CHANGE-EXIT
           END-IF

           MOVE ST-NEW-PASSWORD-HASH TO UM-PASSWORD-HASH
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO UM-PASSWORD-LAST-CHANGED
           SET UM-CHANGE-PWD-NOT-REQD TO TRUE
                   IF PH-USER-ID = ST-USER-ID
                       COMPUTE WS-PH-SLOT = FUNCTION MOD
                           (WS-PH-MATCH-COUNT, WS-HIST-DEPTH) + 1
                       MOVE PH-PASSWORD-HASH TO
                           WS-PH-PASSWORD (WS-PH-SLOT)
                       ADD 1 TO WS-PH-MATCH-COUNT
                   END-IF
           EXIT.

       2530-SCAN-HISTORY-ENTRY.
           IF WS-PH-PASSWORD (WS-PH-SCAN-SUB) = ST-NEW-PASSWORD-HASH
               SET WS-PWD-IN-HISTORY TO TRUE
           END-IF
           ADD 1 TO WS-PH-SCAN-SUB.
           ELSE
               MOVE SPACES TO PASSWORD-HISTORY-RECORD
               MOVE ST-USER-ID TO PH-USER-ID
               MOVE ST-NEW-PASSWORD-HASH TO PH-PASSWORD-HASH
               ACCEPT PH-CHANGE-DATE FROM DATE YYYYMMDD
               ACCEPT PH-CHANGE-TIME FROM TIME
               WRITE PASSWORD-HISTORY-RECORD
      *****************************************************************
      *  2600-RECORD-SIGNON - append the accepted sign-on or sign-off
      *  to the audit trail, same as the interactive program.  The
      *  file is opened once for the run in 1000-INITIALIZE.  A
      *  sign-on opens the user's ACTSESS session and a sign-off
      *  closes it; a sign-off with no session open (already closed
      *  by a supervisor or at end of day) is still accepted.  The
      *  session is written first: a sign-on whose session cannot be
      *  written is rejected as SESS and nothing goes to SIGNON-LOG.
      *****************************************************************
       2600-RECORD-SIGNON.
           MOVE SPACES TO SIGNON-LOG-RECORD
           MOVE ST-USER-ID TO SL-USER-ID
           ACCEPT SL-SIGNON-DATE FROM DATE YYYYMMDD
           ACCEPT SL-SIGNON-TIME FROM TIME

           MOVE ST-USER-ID TO AS-USER-ID
           IF ST-TRANS-SIGNOFF
               DELETE ACTIVE-SESSIONS RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               IF NOT WS-SESSION-RESUMED
                   MOVE SPACES TO ACTIVE-SESSION-RECORD
                   MOVE ST-USER-ID TO AS-USER-ID
                   MOVE SL-SIGNON-DATE TO AS-SIGNON-DATE
                   MOVE SL-SIGNON-TIME TO AS-SIGNON-TIME
                   MOVE ST-TERMINAL-ID TO AS-TERMINAL-ID
                   MOVE 'EXERC1B ' TO AS-ORIGIN-PROGRAM
                   MOVE ST-APP-CODE TO AS-APP-CODE
                   WRITE ACTIVE-SESSION-RECORD
                       INVALID KEY
                           DISPLAY 'SESSION NON ENREGISTREE '
                               ST-USER-ID ', CODE ' WS-ACTSESS-STATUS
                           MOVE 'SESS' TO WS-RESULT-CODE
                           MOVE 'SESSION NON ENREGISTREE' TO
                               WS-RESULT-TEXT
                           MOVE 'SESS' TO WS-SECEVT-REASON
                           GO TO 2600-RECORD-SIGNON-EXIT
                   END-WRITE
               END-IF
           END-IF

           IF ST-TRANS-SIGNOFF
               MOVE 'OFF' TO SL-EVENT-TYPE
           ELSE
               MOVE 'ON ' TO SL-EVENT-TYPE
           END-IF
           MOVE ST-TERMINAL-ID TO SL-TERMINAL-ID
           IF NOT ST-TRANS-SIGNOFF
               MOVE ST-APP-CODE TO SL-APP-CODE
           END-IF
           WRITE SIGNON-LOG-RECORD
           ADD 1 TO WS-RECORDS-ACCEPTED.
       2600-RECORD-SIGNON-EXIT.
           ACCEPT SE-EVENT-DATE FROM DATE YYYYMMDD
           ACCEPT SE-EVENT-TIME FROM TIME
           MOVE WS-SECEVT-REASON TO SE-REASON-CODE
           MOVE ST-TERMINAL-ID TO SE-TERMINAL-ID
           WRITE SECURITY-EVENT-RECORD.
       2700-RECORD-SECURITY-EVENT-EXIT.
           EXIT.
               MOVE SPACES TO CHECKPOINT-RECORD
               MOVE ST-USER-ID TO CK-LAST-USER-ID
               MOVE WS-RECORDS-PROCESSED TO CK-RECORD-COUNT
               ACCEPT CK-RUN-DATE FROM DATE YYYYMMDD
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.
       8000-FINALIZE.
           CLOSE SIGNON-TRANS
           CLOSE USER-MASTER
           CLOSE ACTIVE-SESSIONS
           IF WS-ENTITL-OPEN
               CLOSE ENTITLEMENTS
           END-IF
           CLOSE SIGNON-RESULTS
           CLOSE SIGNON-LOG
           CLOSE SECURITY-EVENT
