      *  2026-09-02  RN   A wrong operator password now drives the
      *                   lockout counter (SYSPARM limit) like a
      *                   normal sign-on, the same as USRMAINT.
      *  2026-10-15  RN   The operator password is passed through
      *                   PWDHASH and checked against the protected
      *                   value on USER-MASTER.
      *  2026-10-15  RN   SIGNON-LOG record widened to carry the
      *                   terminal id - archive and keep records follow.
      *                   A rejected operator sign-on carries the
      *                   terminal id on SECURITY-EVENT.
      *****************************************************************
      *  Month-end housekeeping for SIGNON-LOG.  The operator supplies
      *  a cutoff date (YYYYMMDD); every record dated before the
       COPY "sgnlog.cpy".

       FD  SIGNON-ARCHIVE.
       01  SIGNON-ARCHIVE-RECORD       PIC X(44).

       FD  SIGNON-KEEP.
       01  SIGNON-KEEP-RECORD          PIC X(44).

       FD  ARCHIVE-RPT.
       01  RPT-LINE                    PIC X(80).

       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-OPERATOR-PASSWORD        PIC X(04).
       01  WS-OPERATOR-PWD-HASH        PIC X(08).
       01  WS-REASON-CODE              PIC X(04).
       01  WS-LOCKOUT-LIMIT            PIC 9(01) VALUE 3.

       COPY "pwdhash.cpy".

       01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       01  WS-KEEP-EOF-SWITCH          PIC X(01) VALUE 'N'.
           ACCEPT WS-OPERATOR-ID
           DISPLAY 'LOGARCH - MOT DE PASSE OPERATEUR: '
           ACCEPT WS-OPERATOR-PASSWORD
           MOVE 'P' TO PWH-VALUE-TYPE
           MOVE WS-OPERATOR-ID TO PWH-USER-ID
           MOVE WS-OPERATOR-PASSWORD TO PWH-CLEAR-VALUE
           CALL 'PWDHASH' USING PWDHASH-PARAMETERS
           MOVE PWH-HASH-VALUE TO WS-OPERATOR-PWD-HASH
           MOVE SPACES TO WS-OPERATOR-PASSWORD

           OPEN I-O USER-MASTER
           IF NOT USRMAST-OK
                       DISPLAY 'LOGARCH - COMPTE OPERATEUR '
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
