      *  2026-09-02  RN   A wrong operator password now drives the
      *                   lockout counter (SYSPARM limit) like a
      *                   normal sign-on, the same as USRMAINT.
      *  2026-10-15  RN   The operator password is passed through
      *                   PWDHASH and checked against the protected
      *                   value on USER-MASTER.
      *  2026-10-15  RN   A rejected operator sign-on carries the
      *                   workstation terminal id (TERMID) on SECURITY-
      *                   EVENT.
      *****************************************************************
      *  Joins the USER-MASTER population with the SIGNON-LOG
      *  activity.  A first pass over SIGNON-LOG establishes each

       01  WS-OPERATOR-ID              PIC X(10) VALUE 'DORMANT   '.
       01  WS-OPERATOR-PASSWORD        PIC X(04).
       01  WS-OPERATOR-PWD-HASH        PIC X(08).
       01  WS-REASON-CODE              PIC X(04).
       01  WS-LOCKOUT-LIMIT            PIC 9(01) VALUE 3.

       COPY "pwdhash.cpy".

       01  WS-LOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-LOG-EOF                      VALUE 'Y'.
       01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           ACCEPT WS-OPERATOR-ID
           DISPLAY 'DORMANT - MOT DE PASSE OPERATEUR: '
           ACCEPT WS-OPERATOR-PASSWORD
           MOVE 'P' TO PWH-VALUE-TYPE
           MOVE WS-OPERATOR-ID TO PWH-USER-ID
           MOVE WS-OPERATOR-PASSWORD TO PWH-CLEAR-VALUE
           CALL 'PWDHASH' USING PWDHASH-PARAMETERS
           MOVE PWH-HASH-VALUE TO WS-OPERATOR-PWD-HASH
           MOVE SPACES TO WS-OPERATOR-PASSWORD

           MOVE SPACES TO WS-REASON-CODE
           MOVE WS-OPERATOR-ID TO UM-USER-ID
                       DISPLAY 'DORMANT - COMPTE OPERATEUR '
                           'VERROUILLE.'
                       MOVE 'LOCK' TO WS-REASON-CODE
                   WHEN WS-OPERATOR-PWD-HASH NOT = UM-PASSWORD-HASH
                       ADD 1 TO UM-FAILED-ATTEMPTS
                       IF UM-FAILED-ATTEMPTS >= WS-LOCKOUT-LIMIT
                           SET UM-LOCKED TO TRUE
               ACCEPT SE-EVENT-DATE FROM DATE YYYYMMDD
               ACCEPT SE-EVENT-TIME FROM TIME
               MOVE WS-REASON-CODE TO SE-REASON-CODE
               ACCEPT SE-TERMINAL-ID FROM ENVIRONMENT 'TERMID'
               WRITE SECURITY-EVENT-RECORD
               CLOSE SECURITY-EVENT
           END-IF.
