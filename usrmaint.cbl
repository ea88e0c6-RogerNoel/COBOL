      *                   can be established on a file cut over with
      *                   spaces in the class without emptying
      *                   USER-MASTER for the bootstrap.
      *  2026-10-15  RN   Passwords and PINs are no longer stored in
      *                   clear: what is typed is passed through
      *                   PWDHASH and only the protected value is
      *                   written to USER-MASTER and PWDHIST, and
      *                   compared on the operator sign-on and the
      *                   history check.
      *  2026-10-15  RN   A rejected operator sign-on carries the
      *                   workstation terminal id (TERMID) on SECURITY-
      *                   EVENT. SYSPARM option extended with the
      *                   distinct-user threshold for the terminal
      *                   attack report.
      *  2026-10-15  RN   New supervisor menu option 6 lists the
      *                   sessions open in ACTSESS and force-closes a
      *                   stuck one, traced on USRAUDIT as FCLS; QUITTER
      *                   moves to option 7.
      *  2026-10-15  RN   Privileged changes need a second supervisor:
      *                   the supervisor class given to an account, a
      *                   reset of a supervisor's password and a SYSPARM
      *                   change are held in PENDING-CHANGES, and new
      *                   option 7 lets another supervisor approve or
      *                   reject them (QUITTER moves to 8). USRAUDIT
      *                   carries requester and approver. Requests past
      *                   the new SYSPARM delay expire.
      *****************************************************************
      *  Lets operations staff add, change, deactivate and list
      *  USER-MASTER records - USER-ID, password, PIN, and the
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECEVT-STATUS.

           SELECT ACTIVE-SESSIONS ASSIGN TO "ACTSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACTSESS-KEY
               FILE STATUS IS WS-ACTSESS-STATUS.

           SELECT PENDING-CHANGES ASSIGN TO "PNDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNDCHG-KEY
               FILE STATUS IS WS-PNDCHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
       FD  SECURITY-EVENT.
       COPY "secevt.cpy".

       FD  ACTIVE-SESSIONS.
       COPY "actsess.cpy".

       FD  PENDING-CHANGES.
       COPY "pndchg.cpy".

       WORKING-STORAGE SECTION.
       01  WS-USRMAST-STATUS           PIC X(02).
           88  USRMAST-OK                      VALUE '00'.
       01  WS-USRAUDIT-STATUS          PIC X(02).
       01  WS-SYSPARM-STATUS           PIC X(02).
       01  WS-PWDHIST-STATUS           PIC X(02).
       01  WS-ACTSESS-STATUS           PIC X(02).
           88  ACTSESS-OK                      VALUE '00'.
           88  ACTSESS-NOT-FOUND               VALUE '35'.
       01  WS-SESSION-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  WS-PNDCHG-STATUS            PIC X(02).
           88  PNDCHG-OK                       VALUE '00'.
           88  PNDCHG-NOT-FOUND                VALUE '35'.
       01  WS-PENDING-COUNT            PIC 9(04) COMP VALUE ZERO.

      *  Bootstrap mode - supervisor access granted because no active
      *  supervisor exists yet; nobody could approve a held change,
      *  so privileged changes are applied at once in this mode only
       01  WS-BOOTSTRAP-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-BOOTSTRAP-MODE               VALUE 'Y'.

      *  Privileged change being queued or decided
       01  WS-PENDING-TYPE             PIC X(04).
       01  WS-NEXT-REQUEST-NO          PIC 9(06).
       01  WS-ENTERED-REQUEST          PIC X(06).
       01  WS-ENTERED-DECISION         PIC X(01).
       01  WS-REQUESTER-ID             PIC X(10).
       01  WS-APPROVER-ID              PIC X(10) VALUE SPACES.
       01  WS-OLD-PARAMETERS           PIC X(22).
       01  WS-REQUEST-AGE              PIC S9(07) COMP VALUE ZERO.

       01  WS-PWDHIST-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-PWDHIST-EOF                  VALUE 'Y'.
       01  WS-PH-SCAN-SUB              PIC 9(02) COMP VALUE ZERO.
       01  WS-PH-KEPT                  PIC 9(02) COMP VALUE ZERO.
       01  WS-PH-TABLE.
           05  WS-PH-PASSWORD          PIC X(08) OCCURS 99 TIMES.

       01  WS-MENU-CHOICE              PIC X(01).
       01  WS-ENTERED-USER-ID          PIC X(10).
       01  WS-ENTERED-PASSWORD         PIC X(04).
       01  WS-ENTERED-PIN              PIC X(04).
       01  WS-ENTERED-PWD-HASH         PIC X(08).
       01  WS-ENTERED-PIN-HASH         PIC X(08).
       01  WS-ENTERED-CLASS            PIC X(01).
       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-OPERATOR-PASSWORD        PIC X(04).
       01  WS-OPERATOR-PWD-HASH        PIC X(08).
       01  WS-OPERATOR-PRIV            PIC X(01) VALUE SPACE.
           88  OPERATOR-IS-SUPERVISOR          VALUE 'S'.
       01  WS-SECEVT-STATUS            PIC X(02).
       01  WS-AUDIT-ACTION             PIC X(04).
       01  WS-BEFORE-IMAGE             PIC X(50).

       COPY "pwdhash.cpy".

       01  WS-CURRENT-PARAMETERS.
           05  WS-CUR-LOCKOUT          PIC 9(01) VALUE 3.
           05  WS-CUR-EXPIRE-DAYS      PIC 9(03) VALUE 90.
           05  WS-CUR-BUS-START        PIC 9(04) VALUE 0800.
           05  WS-CUR-BUS-END          PIC 9(04) VALUE 1800.
           05  WS-CUR-HIST-DEPTH       PIC 9(02) VALUE 4.
           05  WS-CUR-TERM-LIMIT       PIC 9(02) VALUE 5.
           05  WS-CUR-PEND-EXPIRE      PIC 9(02) VALUE 7.
       01  WS-ENTERED-VALUE            PIC X(04).

       01  WS-MENU-SCREEN.
           05  FILLER PIC X(40) VALUE
               ' 5 - PARAMETRES SYSTEME'.
           05  FILLER PIC X(40) VALUE
               ' 6 - SESSIONS OUVERTES'.
           05  FILLER PIC X(40) VALUE
               ' 7 - APPROBATIONS EN ATTENTE'.
           05  FILLER PIC X(40) VALUE
               ' 8 - QUITTER'.
           05  FILLER PIC X(40) VALUE
               '----------------------------------------'.

           ACCEPT WS-OPERATOR-ID
           DISPLAY 'MOT DE PASSE OPERATEUR: '
           ACCEPT WS-OPERATOR-PASSWORD
           MOVE 'P' TO PWH-VALUE-TYPE
           MOVE WS-OPERATOR-ID TO PWH-USER-ID
           MOVE WS-OPERATOR-PASSWORD TO PWH-CLEAR-VALUE
           CALL 'PWDHASH' USING PWDHASH-PARAMETERS
           MOVE PWH-HASH-VALUE TO WS-OPERATOR-PWD-HASH
           MOVE SPACES TO WS-OPERATOR-PASSWORD

           PERFORM 6600-LOAD-PARAMETERS
               THRU 6600-LOAD-PARAMETERS-EXIT
               STOP RUN
           END-IF

           IF WS-OPERATOR-PWD-HASH NOT = UM-PASSWORD-HASH
               ADD 1 TO UM-FAILED-ATTEMPTS
               IF UM-FAILED-ATTEMPTS >= WS-CUR-LOCKOUT
                   SET UM-LOCKED TO TRUE
                   DISPLAY 'AUCUN SUPERVISEUR ACTIF DEFINI - ACCES '
                       'SUPERVISEUR ACCORDE POUR AMORCAGE.'
                   MOVE 'S' TO WS-OPERATOR-PRIV
                   SET WS-BOOTSTRAP-MODE TO TRUE
               END-IF
           END-IF.
       1100-VALIDATE-OPERATOR-EXIT.
                   DISPLAY 'USER-MASTER VIDE - PREMIER LANCEMENT, '
                       'ACCES SUPERVISEUR ACCORDE.'
                   MOVE 'S' TO WS-OPERATOR-PRIV
                   SET WS-BOOTSTRAP-MODE TO TRUE
               NOT INVALID KEY
                   DISPLAY 'OPERATEUR INCONNU: ' WS-OPERATOR-ID
                   MOVE 'UNKN' TO WS-REASON-CODE
           DISPLAY 'VOTRE CHOIX: '
           ACCEPT WS-MENU-CHOICE

      *    Adds, deactivations, the SYSPARM option, the open-session
      *    option and the approval of held changes are reserved for
      *    supervisors; ordinary operators may list accounts and reset
      *    passwords (option 2 only offers the privilege class to a
      *    supervisor)
                       DISPLAY 'FONCTION RESERVEE AU SUPERVISEUR.'
                   END-IF
               WHEN '6'
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM 6800-MAINTAIN-SESSIONS
                           THRU 6800-MAINTAIN-SESSIONS-EXIT
                   ELSE
                       DISPLAY 'FONCTION RESERVEE AU SUPERVISEUR.'
                   END-IF
               WHEN '7'
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM 6900-REVIEW-PENDING-CHANGES
                           THRU 6900-REVIEW-PENDING-CHANGES-EXIT
                   ELSE
                       DISPLAY 'FONCTION RESERVEE AU SUPERVISEUR.'
                   END-IF
               WHEN '8'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'CHOIX INVALIDE.'
           EXIT.

      *****************************************************************
      *  3000-ADD-USER - an account asked for as a supervisor is
      *  created as an operator and the supervisor class is held in
      *  PENDING-CHANGES for a second supervisor (bootstrap aside)
      *****************************************************************
       3000-ADD-USER.
           DISPLAY 'NOUVEL IDENTIFIANT (10 CAR.): '
           ACCEPT WS-ENTERED-PIN
           DISPLAY 'CLASSE (O=OPERATEUR, S=SUPERVISEUR): '
           ACCEPT WS-ENTERED-CLASS
           PERFORM 7400-PROTECT-ENTERED-VALUES
               THRU 7400-PROTECT-ENTERED-VALUES-EXIT

           INITIALIZE USRMAST-RECORD
           MOVE WS-ENTERED-USER-ID TO UM-USER-ID
           MOVE WS-ENTERED-PWD-HASH TO UM-PASSWORD-HASH
           MOVE WS-ENTERED-PIN-HASH TO UM-PIN-HASH
           MOVE 0 TO UM-FAILED-ATTEMPTS
           SET UM-NOT-LOCKED TO TRUE
           SET UM-CHANGE-PWD-NOT-REQD TO TRUE
           SET UM-ACTIVE TO TRUE
           IF WS-ENTERED-CLASS = 'S' AND WS-BOOTSTRAP-MODE
               SET UM-PRIV-SUPERVISOR TO TRUE
           ELSE
               MOVE 'O' TO UM-PRIV-CLASS
                       THRU 7000-WRITE-AUDIT-EXIT
                   PERFORM 7200-WRITE-PWD-HISTORY
                       THRU 7200-WRITE-PWD-HISTORY-EXIT
                   IF WS-ENTERED-CLASS = 'S'
                       AND NOT WS-BOOTSTRAP-MODE
                       MOVE 'SUPV' TO WS-PENDING-TYPE
                       MOVE SPACES TO WS-ENTERED-PWD-HASH
                       MOVE SPACES TO WS-ENTERED-PIN-HASH
                       PERFORM 6980-WRITE-PENDING-CHANGE
                           THRU 6980-WRITE-PENDING-CHANGE-EXIT
                   END-IF
           END-WRITE.
       3000-ADD-USER-EXIT.
           EXIT.
      *  account and clear the failed-attempt counter.  A supervisor
      *  is also offered the privilege class (blank keeps it), which
      *  is how the first supervisor is established on a file cut
      *  over with spaces in the class.  Outside bootstrap mode a
      *  change that makes the account a supervisor, or any reset of
      *  an account that already is one, is not applied here: it is
      *  held in PENDING-CHANGES for a second supervisor.
      *****************************************************************
       4000-CHANGE-USER.
           DISPLAY 'IDENTIFIANT A MODIFIER: '
               ELSE
                   MOVE SPACE TO WS-ENTERED-CLASS
               END-IF
               PERFORM 7400-PROTECT-ENTERED-VALUES
                   THRU 7400-PROTECT-ENTERED-VALUES-EXIT

               PERFORM 7100-CHECK-PWD-HISTORY
                   THRU 7100-CHECK-PWD-HISTORY-EXIT
                   GO TO 4000-CHANGE-USER-EXIT
               END-IF

               IF NOT WS-BOOTSTRAP-MODE
                   IF UM-PRIV-SUPERVISOR
                       MOVE 'SPWD' TO WS-PENDING-TYPE
                       PERFORM 6980-WRITE-PENDING-CHANGE
                           THRU 6980-WRITE-PENDING-CHANGE-EXIT
                       GO TO 4000-CHANGE-USER-EXIT
                   END-IF
                   IF WS-ENTERED-CLASS = 'S'
                       MOVE 'SUPV' TO WS-PENDING-TYPE
                       PERFORM 6980-WRITE-PENDING-CHANGE
                           THRU 6980-WRITE-PENDING-CHANGE-EXIT
                       GO TO 4000-CHANGE-USER-EXIT
                   END-IF
               END-IF

               MOVE WS-ENTERED-PWD-HASH TO UM-PASSWORD-HASH
               MOVE WS-ENTERED-PIN-HASH TO UM-PIN-HASH
               MOVE 0 TO UM-FAILED-ATTEMPTS
               SET UM-NOT-LOCKED TO TRUE
               SET UM-CHANGE-PWD-NOT-REQD TO TRUE

      *****************************************************************
      *  6500-MAINTAIN-PARAMETERS - show the SYSPARM thresholds and
      *  accept replacements; a blank entry keeps the current value.
      *  The new record is held in PENDING-CHANGES for a second
      *  supervisor; only in bootstrap mode is it written at once.
      *****************************************************************
       6500-MAINTAIN-PARAMETERS.
           PERFORM 6600-LOAD-PARAMETERS
               THRU 6600-LOAD-PARAMETERS-EXIT
           MOVE WS-CURRENT-PARAMETERS TO WS-OLD-PARAMETERS

           DISPLAY 'SEUIL DE VERROUILLAGE (ACTUEL '
               WS-CUR-LOCKOUT '), NOUVEAU (1 CHIFFRE): '
               END-IF
           END-IF

           DISPLAY 'UTILISATEURS DISTINCTS EN ECHEC PAR POSTE (ACTUEL '
               WS-CUR-TERM-LIMIT '), NOUVEAU (2 CHIFFRES): '
           ACCEPT WS-ENTERED-VALUE
           IF WS-ENTERED-VALUE NOT = SPACES
               IF WS-ENTERED-VALUE (1:2) IS NUMERIC
                   AND WS-ENTERED-VALUE (1:2) NOT = '00'
                   MOVE WS-ENTERED-VALUE (1:2) TO WS-CUR-TERM-LIMIT
               ELSE
                   DISPLAY 'VALEUR INVALIDE, INCHANGEE.'
               END-IF
           END-IF

           DISPLAY 'DELAI D''APPROBATION EN JOURS (ACTUEL '
               WS-CUR-PEND-EXPIRE '), NOUVEAU (2 CHIFFRES): '
           ACCEPT WS-ENTERED-VALUE
           IF WS-ENTERED-VALUE NOT = SPACES
               IF WS-ENTERED-VALUE (1:2) IS NUMERIC
                   AND WS-ENTERED-VALUE (1:2) NOT = '00'
                   MOVE WS-ENTERED-VALUE (1:2) TO WS-CUR-PEND-EXPIRE
               ELSE
                   DISPLAY 'VALEUR INVALIDE, INCHANGEE.'
               END-IF
           END-IF

           IF WS-CURRENT-PARAMETERS = WS-OLD-PARAMETERS
               DISPLAY 'AUCUNE MODIFICATION.'
               GO TO 6500-MAINTAIN-PARAMETERS-EXIT
           END-IF

           IF WS-BOOTSTRAP-MODE
               PERFORM 6700-WRITE-PARAMETERS
                   THRU 6700-WRITE-PARAMETERS-EXIT
               IF WS-SYSPARM-STATUS = '00'
                   MOVE 'PARM' TO WS-AUDIT-ACTION
                   PERFORM 7000-WRITE-AUDIT
                       THRU 7000-WRITE-AUDIT-EXIT
               ELSE
                   MOVE WS-OLD-PARAMETERS TO WS-CURRENT-PARAMETERS
               END-IF
               GO TO 6500-MAINTAIN-PARAMETERS-EXIT
           END-IF

      *    The queued values only take effect once approved; until
      *    then the session keeps running on the parameters in force.
           MOVE 'PARM' TO WS-PENDING-TYPE
           PERFORM 6980-WRITE-PENDING-CHANGE
               THRU 6980-WRITE-PENDING-CHANGE-EXIT
           MOVE WS-OLD-PARAMETERS TO WS-CURRENT-PARAMETERS.
       6500-MAINTAIN-PARAMETERS-EXIT.
           EXIT.

                           MOVE PA-PWD-HISTORY-DEPTH TO
                               WS-CUR-HIST-DEPTH
                       END-IF
                       IF PA-TERM-USER-LIMIT IS NUMERIC
                           AND PA-TERM-USER-LIMIT NOT = ZERO
                           MOVE PA-TERM-USER-LIMIT TO
                               WS-CUR-TERM-LIMIT
                       END-IF
                       IF PA-PENDING-EXPIRE-DAYS IS NUMERIC
                           AND PA-PENDING-EXPIRE-DAYS NOT = ZERO
                           MOVE PA-PENDING-EXPIRE-DAYS TO
                               WS-CUR-PEND-EXPIRE
                       END-IF
               END-READ
               CLOSE SYSTEM-PARAMETERS
           END-IF.
               MOVE WS-CUR-BUS-START TO PA-BUSINESS-START-TIME
               MOVE WS-CUR-BUS-END TO PA-BUSINESS-END-TIME
               MOVE WS-CUR-HIST-DEPTH TO PA-PWD-HISTORY-DEPTH
               MOVE WS-CUR-TERM-LIMIT TO PA-TERM-USER-LIMIT
               MOVE WS-CUR-PEND-EXPIRE TO PA-PENDING-EXPIRE-DAYS
               WRITE SYSTEM-PARAMETER-RECORD
               CLOSE SYSTEM-PARAMETERS
               DISPLAY 'PARAMETRES ENREGISTRES.'
       6700-WRITE-PARAMETERS-EXIT.
           EXIT.

      *****************************************************************
      *  6800-MAINTAIN-SESSIONS - list the sessions open in ACTSESS
      *  and force-close a stuck one (blank closes none).  The
      *  force-close is traced on USRAUDIT as FCLS with the account,
      *  unchanged, as both images.
      *****************************************************************
       6800-MAINTAIN-SESSIONS.
           OPEN I-O ACTIVE-SESSIONS
           IF ACTSESS-NOT-FOUND
               DISPLAY 'AUCUNE SESSION OUVERTE.'
               GO TO 6800-MAINTAIN-SESSIONS-EXIT
           END-IF
           IF NOT ACTSESS-OK
               DISPLAY 'ERREUR OUVERTURE ACTSESS, CODE '
                   WS-ACTSESS-STATUS
               GO TO 6800-MAINTAIN-SESSIONS-EXIT
           END-IF

           DISPLAY 'IDENTIFIANT  DATE      HEURE     POSTE     ORIGINE'
               '   APPL'
           MOVE ZERO TO WS-SESSION-COUNT
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE LOW-VALUES TO AS-USER-ID
           START ACTIVE-SESSIONS KEY IS NOT LESS THAN ACTSESS-KEY
               INVALID KEY
                   SET WS-LIST-EOF TO TRUE
           END-START
           PERFORM 6850-DISPLAY-SESSION
               THRU 6850-DISPLAY-SESSION-EXIT
               UNTIL WS-LIST-EOF

           IF WS-SESSION-COUNT = ZERO
               DISPLAY 'AUCUNE SESSION OUVERTE.'
               CLOSE ACTIVE-SESSIONS
               GO TO 6800-MAINTAIN-SESSIONS-EXIT
           END-IF

           DISPLAY 'IDENTIFIANT A DECONNECTER (VIDE = AUCUN): '
           ACCEPT WS-ENTERED-USER-ID
           IF WS-ENTERED-USER-ID = SPACES
               CLOSE ACTIVE-SESSIONS
               GO TO 6800-MAINTAIN-SESSIONS-EXIT
           END-IF

           MOVE WS-ENTERED-USER-ID TO AS-USER-ID
           DELETE ACTIVE-SESSIONS RECORD
               INVALID KEY
                   DISPLAY 'AUCUNE SESSION OUVERTE POUR: '
                       WS-ENTERED-USER-ID
                   CLOSE ACTIVE-SESSIONS
                   GO TO 6800-MAINTAIN-SESSIONS-EXIT
           END-DELETE
           CLOSE ACTIVE-SESSIONS
           DISPLAY 'SESSION FERMEE: ' WS-ENTERED-USER-ID

           MOVE WS-ENTERED-USER-ID TO UM-USER-ID
           READ USER-MASTER
               INVALID KEY
                   MOVE SPACES TO USRMAST-RECORD
                   MOVE WS-ENTERED-USER-ID TO UM-USER-ID
           END-READ
           MOVE USRMAST-RECORD TO WS-BEFORE-IMAGE
           MOVE 'FCLS' TO WS-AUDIT-ACTION
           PERFORM 7000-WRITE-AUDIT
               THRU 7000-WRITE-AUDIT-EXIT.
       6800-MAINTAIN-SESSIONS-EXIT.
           EXIT.

       6850-DISPLAY-SESSION.
           READ ACTIVE-SESSIONS NEXT RECORD
               AT END
                   SET WS-LIST-EOF TO TRUE
                   GO TO 6850-DISPLAY-SESSION-EXIT
           END-READ
           ADD 1 TO WS-SESSION-COUNT
           DISPLAY AS-USER-ID '  ' AS-SIGNON-DATE '  ' AS-SIGNON-TIME
               '  ' AS-TERMINAL-ID '  ' AS-ORIGIN-PROGRAM
               '  ' AS-APP-CODE.
       6850-DISPLAY-SESSION-EXIT.
           EXIT.

      *****************************************************************
      *  6900-REVIEW-PENDING-CHANGES - list the privileged changes
      *  held in PENDING-CHANGES and let a supervisor other than the
      *  requester approve or reject one of them.  A request older
      *  than the SYSPARM delay is expired as it is listed and can no
      *  longer be approved.
      *****************************************************************
       6900-REVIEW-PENDING-CHANGES.
           OPEN I-O PENDING-CHANGES
           IF PNDCHG-NOT-FOUND
               DISPLAY 'AUCUNE DEMANDE EN ATTENTE.'
               GO TO 6900-REVIEW-PENDING-CHANGES-EXIT
           END-IF
           IF NOT PNDCHG-OK
               DISPLAY 'ERREUR OUVERTURE PNDCHG, CODE '
                   WS-PNDCHG-STATUS
               GO TO 6900-REVIEW-PENDING-CHANGES-EXIT
           END-IF

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY 'NUMERO  TYPE  IDENTIFIANT  DEMANDEUR   DATE'
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE ZEROS TO PC-REQUEST-NO
           START PENDING-CHANGES KEY IS NOT LESS THAN PNDCHG-KEY
               INVALID KEY
                   SET WS-LIST-EOF TO TRUE
           END-START
           PERFORM 6920-DISPLAY-PENDING-CHANGE
               THRU 6920-DISPLAY-PENDING-CHANGE-EXIT
               UNTIL WS-LIST-EOF

           IF WS-PENDING-COUNT = ZERO
               DISPLAY 'AUCUNE DEMANDE EN ATTENTE.'
               CLOSE PENDING-CHANGES
               GO TO 6900-REVIEW-PENDING-CHANGES-EXIT
           END-IF

           DISPLAY 'NUMERO DE LA DEMANDE A TRAITER (6 CHIFFRES, '
               'VIDE = AUCUNE): '
           ACCEPT WS-ENTERED-REQUEST
           IF WS-ENTERED-REQUEST = SPACES
               CLOSE PENDING-CHANGES
               GO TO 6900-REVIEW-PENDING-CHANGES-EXIT
           END-IF
           IF WS-ENTERED-REQUEST IS NOT NUMERIC
               DISPLAY 'NUMERO INVALIDE: ' WS-ENTERED-REQUEST
               CLOSE PENDING-CHANGES
               GO TO 6900-REVIEW-PENDING-CHANGES-EXIT
           END-IF

           MOVE WS-ENTERED-REQUEST TO PC-REQUEST-NO
           READ PENDING-CHANGES
               INVALID KEY
                   DISPLAY 'DEMANDE INCONNUE: ' WS-ENTERED-REQUEST
                   CLOSE PENDING-CHANGES
                   GO TO 6900-REVIEW-PENDING-CHANGES-EXIT
           END-READ
           IF NOT PC-PENDING
               DISPLAY 'DEMANDE DEJA TRAITEE OU EXPIREE: '
                   WS-ENTERED-REQUEST
               CLOSE PENDING-CHANGES
               GO TO 6900-REVIEW-PENDING-CHANGES-EXIT
           END-IF
           IF PC-REQUESTER-ID = WS-OPERATOR-ID
               DISPLAY 'DEMANDE SAISIE PAR VOUS-MEME - DECISION '
                   'RESERVEE A UN AUTRE SUPERVISEUR.'
               CLOSE PENDING-CHANGES
               GO TO 6900-REVIEW-PENDING-CHANGES-EXIT
           END-IF

           DISPLAY 'DECISION (A = APPROUVER, R = REJETER, '
               'VIDE = AUCUNE): '
           ACCEPT WS-ENTERED-DECISION
           EVALUATE WS-ENTERED-DECISION
               WHEN 'A'
                   PERFORM 6940-APPROVE-PENDING-CHANGE
                       THRU 6940-APPROVE-PENDING-CHANGE-EXIT
               WHEN 'R'
                   SET PC-REJECTED TO TRUE
                   PERFORM 6990-RECORD-DECISION
                       THRU 6990-RECORD-DECISION-EXIT
                   DISPLAY 'DEMANDE REJETEE: ' PC-REQUEST-NO
               WHEN OTHER
                   DISPLAY 'AUCUNE DECISION - DEMANDE INCHANGEE.'
           END-EVALUATE
           CLOSE PENDING-CHANGES.
       6900-REVIEW-PENDING-CHANGES-EXIT.
           EXIT.

       6920-DISPLAY-PENDING-CHANGE.
           READ PENDING-CHANGES NEXT RECORD
               AT END
                   SET WS-LIST-EOF TO TRUE
                   GO TO 6920-DISPLAY-PENDING-CHANGE-EXIT
           END-READ
           IF NOT PC-PENDING
               GO TO 6920-DISPLAY-PENDING-CHANGE-EXIT
           END-IF

           COMPUTE WS-REQUEST-AGE =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE (PC-REQUEST-DATE)
           IF WS-REQUEST-AGE > WS-CUR-PEND-EXPIRE
               SET PC-EXPIRED TO TRUE
               ACCEPT PC-DECISION-DATE FROM DATE YYYYMMDD
               ACCEPT PC-DECISION-TIME FROM TIME
               REWRITE PENDING-CHANGE-RECORD
                   INVALID KEY
                       DISPLAY 'AVERTISSEMENT - MISE A JOUR PNDCHG '
                           'IMPOSSIBLE, CODE ' WS-PNDCHG-STATUS
               END-REWRITE
               DISPLAY PC-REQUEST-NO '  ' PC-CHANGE-TYPE '  '
                   PC-USER-ID '   ' PC-REQUESTER-ID '  '
                   PC-REQUEST-DATE '  EXPIREE'
               GO TO 6920-DISPLAY-PENDING-CHANGE-EXIT
           END-IF

           ADD 1 TO WS-PENDING-COUNT
           DISPLAY PC-REQUEST-NO '  ' PC-CHANGE-TYPE '  '
               PC-USER-ID '   ' PC-REQUESTER-ID '  '
               PC-REQUEST-DATE.
       6920-DISPLAY-PENDING-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      *  6940-APPROVE-PENDING-CHANGE - apply the held change; the
      *  USRAUDIT record carries the requester as the operator and
      *  the supervisor approving it as the approver
      *****************************************************************
       6940-APPROVE-PENDING-CHANGE.
           MOVE PC-REQUESTER-ID TO WS-REQUESTER-ID
           MOVE WS-OPERATOR-ID TO WS-APPROVER-ID
           IF PC-PARAMETER-CHANGE
               PERFORM 6960-APPLY-PARAMETER-CHANGE
                   THRU 6960-APPLY-PARAMETER-CHANGE-EXIT
           ELSE
               PERFORM 6950-APPLY-USER-CHANGE
                   THRU 6950-APPLY-USER-CHANGE-EXIT
           END-IF
           MOVE SPACES TO WS-APPROVER-ID.
       6940-APPROVE-PENDING-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      *  6950-APPLY-USER-CHANGE - the account as it stands now takes
      *  the held password/PIN reset (when there is one) and class;
      *  an account deactivated or removed since the request is not
      *  touched and the request is rejected
      *****************************************************************
       6950-APPLY-USER-CHANGE.
           MOVE PC-USER-ID TO UM-USER-ID
           READ USER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT USRMAST-OK OR UM-DEACTIVATED
               DISPLAY 'COMPTE INCONNU OU DESACTIVE - DEMANDE '
                   'REJETEE: ' PC-USER-ID
               SET PC-REJECTED TO TRUE
               PERFORM 6990-RECORD-DECISION
                   THRU 6990-RECORD-DECISION-EXIT
               GO TO 6950-APPLY-USER-CHANGE-EXIT
           END-IF

           MOVE USRMAST-RECORD TO WS-BEFORE-IMAGE
           IF PC-NEW-PWD-HASH NOT = SPACES
               MOVE PC-NEW-PWD-HASH TO UM-PASSWORD-HASH
               MOVE PC-NEW-PIN-HASH TO UM-PIN-HASH
               MOVE 0 TO UM-FAILED-ATTEMPTS
               SET UM-NOT-LOCKED TO TRUE
               SET UM-CHANGE-PWD-NOT-REQD TO TRUE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE TO UM-PASSWORD-LAST-CHANGED
           END-IF
           EVALUATE PC-NEW-CLASS
               WHEN 'S'
                   SET UM-PRIV-SUPERVISOR TO TRUE
               WHEN 'O'
                   MOVE 'O' TO UM-PRIV-CLASS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           REWRITE USRMAST-RECORD
           DISPLAY 'COMPTE MODIFIE: ' PC-USER-ID
           MOVE 'CHG ' TO WS-AUDIT-ACTION
           PERFORM 7000-WRITE-AUDIT
               THRU 7000-WRITE-AUDIT-EXIT
           IF PC-NEW-PWD-HASH NOT = SPACES
               MOVE PC-USER-ID TO WS-ENTERED-USER-ID
               MOVE PC-NEW-PWD-HASH TO WS-ENTERED-PWD-HASH
               PERFORM 7200-WRITE-PWD-HISTORY
                   THRU 7200-WRITE-PWD-HISTORY-EXIT
           END-IF

           SET PC-APPROVED TO TRUE
           PERFORM 6990-RECORD-DECISION
               THRU 6990-RECORD-DECISION-EXIT.
       6950-APPLY-USER-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      *  6960-APPLY-PARAMETER-CHANGE - SYSPARM takes the held record
      *  only if it still holds what the requester saw; a SYSPARM
      *  changed in between rejects the request.  A SYSPARM that
      *  cannot be written leaves the request pending.
      *****************************************************************
       6960-APPLY-PARAMETER-CHANGE.
           PERFORM 6600-LOAD-PARAMETERS
               THRU 6600-LOAD-PARAMETERS-EXIT
           IF WS-CURRENT-PARAMETERS NOT = PC-OLD-PARAMETERS
               DISPLAY 'PARAMETRES MODIFIES DEPUIS LA DEMANDE - '
                   'DEMANDE REJETEE.'
               SET PC-REJECTED TO TRUE
               PERFORM 6990-RECORD-DECISION
                   THRU 6990-RECORD-DECISION-EXIT
               GO TO 6960-APPLY-PARAMETER-CHANGE-EXIT
           END-IF

           MOVE WS-CURRENT-PARAMETERS TO WS-OLD-PARAMETERS
           MOVE PC-NEW-PARAMETERS TO WS-CURRENT-PARAMETERS
           PERFORM 6700-WRITE-PARAMETERS
               THRU 6700-WRITE-PARAMETERS-EXIT
           IF WS-SYSPARM-STATUS NOT = '00'
               MOVE WS-OLD-PARAMETERS TO WS-CURRENT-PARAMETERS
               DISPLAY 'DEMANDE LAISSEE EN ATTENTE: ' PC-REQUEST-NO
               GO TO 6960-APPLY-PARAMETER-CHANGE-EXIT
           END-IF

           MOVE 'PARM' TO WS-AUDIT-ACTION
           PERFORM 7000-WRITE-AUDIT
               THRU 7000-WRITE-AUDIT-EXIT
           SET PC-APPROVED TO TRUE
           PERFORM 6990-RECORD-DECISION
               THRU 6990-RECORD-DECISION-EXIT.
       6960-APPLY-PARAMETER-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      *  6980-WRITE-PENDING-CHANGE - hold a privileged change for a
      *  second supervisor under the next request number.  The
      *  account change comes from the WS-ENTERED- fields, the SYSPARM
      *  change from WS-OLD-PARAMETERS and WS-CURRENT-PARAMETERS.
      *****************************************************************
       6980-WRITE-PENDING-CHANGE.
           OPEN I-O PENDING-CHANGES
           IF PNDCHG-NOT-FOUND
               OPEN OUTPUT PENDING-CHANGES
               CLOSE PENDING-CHANGES
               OPEN I-O PENDING-CHANGES
           END-IF
           IF NOT PNDCHG-OK
               DISPLAY 'ERREUR OUVERTURE PNDCHG, CODE '
                   WS-PNDCHG-STATUS ' - MODIFICATION NON ENREGISTREE.'
               GO TO 6980-WRITE-PENDING-CHANGE-EXIT
           END-IF

           MOVE ZERO TO WS-NEXT-REQUEST-NO
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE ZEROS TO PC-REQUEST-NO
           START PENDING-CHANGES KEY IS NOT LESS THAN PNDCHG-KEY
               INVALID KEY
                   SET WS-LIST-EOF TO TRUE
           END-START
           PERFORM 6985-FIND-LAST-REQUEST
               THRU 6985-FIND-LAST-REQUEST-EXIT
               UNTIL WS-LIST-EOF
           ADD 1 TO WS-NEXT-REQUEST-NO

           MOVE SPACES TO PENDING-CHANGE-RECORD
           MOVE WS-NEXT-REQUEST-NO TO PC-REQUEST-NO
           MOVE WS-PENDING-TYPE TO PC-CHANGE-TYPE
           SET PC-PENDING TO TRUE
           ACCEPT PC-REQUEST-DATE FROM DATE YYYYMMDD
           ACCEPT PC-REQUEST-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO PC-REQUESTER-ID
           MOVE ZEROS TO PC-DECISION-DATE
           MOVE ZEROS TO PC-DECISION-TIME
           IF PC-PARAMETER-CHANGE
               MOVE WS-OLD-PARAMETERS TO PC-OLD-PARAMETERS
               MOVE WS-CURRENT-PARAMETERS TO PC-NEW-PARAMETERS
           ELSE
               MOVE WS-ENTERED-USER-ID TO PC-USER-ID
               MOVE WS-ENTERED-PWD-HASH TO PC-NEW-PWD-HASH
               MOVE WS-ENTERED-PIN-HASH TO PC-NEW-PIN-HASH
               MOVE WS-ENTERED-CLASS TO PC-NEW-CLASS
           END-IF

           WRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY 'ERREUR ECRITURE PNDCHG, CODE '
                       WS-PNDCHG-STATUS
                       ' - MODIFICATION NON ENREGISTREE.'
               NOT INVALID KEY
                   DISPLAY 'MODIFICATION SOUMISE A UN SECOND '
                       'SUPERVISEUR, DEMANDE ' PC-REQUEST-NO
           END-WRITE
           CLOSE PENDING-CHANGES.
       6980-WRITE-PENDING-CHANGE-EXIT.
           EXIT.

       6985-FIND-LAST-REQUEST.
           READ PENDING-CHANGES NEXT RECORD
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   MOVE PC-REQUEST-NO TO WS-NEXT-REQUEST-NO
           END-READ.
       6985-FIND-LAST-REQUEST-EXIT.
           EXIT.

      *****************************************************************
      *  6990-RECORD-DECISION - stamp the status just set with the
      *  deciding supervisor and the date and time
      *****************************************************************
       6990-RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO PC-APPROVER-ID
           ACCEPT PC-DECISION-DATE FROM DATE YYYYMMDD
           ACCEPT PC-DECISION-TIME FROM TIME
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   DISPLAY 'AVERTISSEMENT - MISE A JOUR PNDCHG '
                       'IMPOSSIBLE, CODE ' WS-PNDCHG-STATUS
           END-REWRITE.
       6990-RECORD-DECISION-EXIT.
           EXIT.

      *****************************************************************
      *  7000-WRITE-AUDIT - append the maintenance action with the
      *  before and after images to the audit trail.  An approved
      *  change carries the requester as the operator and the
      *  approver beside it; a SYSPARM change carries the parameter
      *  records in the parameter views of the images.
      *****************************************************************
       7000-WRITE-AUDIT.
           OPEN EXTEND USRMAST-AUDIT
               MOVE WS-AUDIT-ACTION TO AU-ACTION-CODE
               ACCEPT AU-ACTION-DATE FROM DATE YYYYMMDD
               ACCEPT AU-ACTION-TIME FROM TIME
               IF WS-APPROVER-ID = SPACES
                   MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
               ELSE
                   MOVE WS-REQUESTER-ID TO AU-OPERATOR-ID
                   MOVE WS-APPROVER-ID TO AU-APPROVER-ID
               END-IF
               IF WS-AUDIT-ACTION = 'PARM'
                   MOVE 'SYSPARM' TO AU-BEFORE-PARM-KEY
                   MOVE WS-OLD-PARAMETERS TO AU-BEFORE-PARAMETERS
                   MOVE 'SYSPARM' TO AU-AFTER-PARM-KEY
                   MOVE WS-CURRENT-PARAMETERS TO AU-AFTER-PARAMETERS
               ELSE
                   MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE
                   MOVE USRMAST-RECORD TO AU-AFTER-IMAGE
               END-IF
               WRITE USRMAST-AUDIT-RECORD
               CLOSE USRMAST-AUDIT
           END-IF.
      *****************************************************************
      *  7100-CHECK-PWD-HISTORY - is the entered password the one
      *  already in place, or among the user's last WS-CUR-HIST-DEPTH
      *  history entries?  The current password counts as used
      *  even when it predates the history file and is not in it yet.
      *  The file is chronological, so the entries are kept in a ring
      *  (slot = match count modulo depth) and the ring is scanned at
      *  the end.  A history file that cannot be opened means no
      *  history yet.  All the comparisons are on protected values.
      *****************************************************************
       7100-CHECK-PWD-HISTORY.
           MOVE 'N' TO WS-PWD-IN-HISTORY-SWITCH
           MOVE 'N' TO WS-PWDHIST-EOF-SWITCH
           MOVE ZERO TO WS-PH-MATCH-COUNT

           IF WS-ENTERED-PWD-HASH = UM-PASSWORD-HASH
               SET WS-PWD-IN-HISTORY TO TRUE
               GO TO 7100-CHECK-PWD-HISTORY-EXIT
           END-IF
                   IF PH-USER-ID = WS-ENTERED-USER-ID
                       COMPUTE WS-PH-SLOT = FUNCTION MOD
                           (WS-PH-MATCH-COUNT, WS-CUR-HIST-DEPTH) + 1
                       MOVE PH-PASSWORD-HASH TO
                           WS-PH-PASSWORD (WS-PH-SLOT)
                       ADD 1 TO WS-PH-MATCH-COUNT
                   END-IF
           EXIT.

       7180-SCAN-HISTORY-ENTRY.
           IF WS-PH-PASSWORD (WS-PH-SCAN-SUB) = WS-ENTERED-PWD-HASH
               SET WS-PWD-IN-HISTORY TO TRUE
           END-IF
           ADD 1 TO WS-PH-SCAN-SUB.
           ELSE
               MOVE SPACES TO PASSWORD-HISTORY-RECORD
               MOVE WS-ENTERED-USER-ID TO PH-USER-ID
               MOVE WS-ENTERED-PWD-HASH TO PH-PASSWORD-HASH
               ACCEPT PH-CHANGE-DATE FROM DATE YYYYMMDD
               ACCEPT PH-CHANGE-TIME FROM TIME
               WRITE PASSWORD-HISTORY-RECORD
               ACCEPT SE-EVENT-DATE FROM DATE YYYYMMDD
               ACCEPT SE-EVENT-TIME FROM TIME
               MOVE WS-REASON-CODE TO SE-REASON-CODE
               ACCEPT SE-TERMINAL-ID FROM ENVIRONMENT 'TERMID'
               WRITE SECURITY-EVENT-RECORD
               CLOSE SECURITY-EVENT
           END-IF.
       7300-RECORD-SECURITY-EVENT-EXIT.
           EXIT.

      *****************************************************************
      *  7400-PROTECT-ENTERED-VALUES - the password and PIN just typed
      *  for WS-ENTERED-USER-ID are replaced by their PWDHASH values;
      *  the clear text is not kept past this point
      *****************************************************************
       7400-PROTECT-ENTERED-VALUES.
           MOVE 'P' TO PWH-VALUE-TYPE
           MOVE WS-ENTERED-USER-ID TO PWH-USER-ID
           MOVE WS-ENTERED-PASSWORD TO PWH-CLEAR-VALUE
           CALL 'PWDHASH' USING PWDHASH-PARAMETERS
           MOVE PWH-HASH-VALUE TO WS-ENTERED-PWD-HASH

           MOVE 'N' TO PWH-VALUE-TYPE
           MOVE WS-ENTERED-PIN TO PWH-CLEAR-VALUE
           CALL 'PWDHASH' USING PWDHASH-PARAMETERS
           MOVE PWH-HASH-VALUE TO WS-ENTERED-PIN-HASH

           MOVE SPACES TO PWH-CLEAR-VALUE
           MOVE SPACES TO WS-ENTERED-PASSWORD
           MOVE SPACES TO WS-ENTERED-PIN.
       7400-PROTECT-ENTERED-VALUES-EXIT.
           EXIT.

      *****************************************************************
      *  8000-FINALIZE
      *****************************************************************
