      *    2026-09-02  RN  Le mot de passe en place est aussi refuse
      *                    comme nouveau mot de passe, meme s'il
      *                    precede la creation de l'historique.
      *    2026-10-15  RN  Mot de passe et PIN ne sont plus conserves
      *                    en clair: la saisie passe par PWDHASH et
      *                    c'est la valeur protegee qui est comparee a
      *                    USER-MASTER et a l'historique PWDHIST.
      *    2026-10-15  RN  Identifiant du poste de travail (TERMID)
      *                    porte dans SIGNON-LOG et SECURITY-EVENT
      *                    pour chaque connexion, deconnexion et rejet.
      *    2026-10-15  RN  Controle des sessions simultanees: une
      *                    connexion acceptee ouvre la session dans
      *                    ACTSESS, la deconnexion la ferme, et une
      *                    seconde connexion pendant qu'une session est
      *                    ouverte est refusee (motif SESS).
      *    2026-10-15  RN  Code application saisi a la connexion: le
      *                    compte doit detenir le droit correspondant
      *                    dans ENTITL, sinon la connexion est refusee
      *                    (motif APPL).
      *    2026-10-15  RN  La session est enregistree dans ACTSESS
      *                    avant la trace ON; un echec d'ecriture
      *                    refuse la connexion (motif SESS).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_PWDHIST_STATUS.

           SELECT ENTITLEMENTS ASSIGN TO "ENTITL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENTITL-KEY
               FILE STATUS IS WS_ENTITL_STATUS.

           SELECT ACTIVE-SESSIONS ASSIGN TO "ACTSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACTSESS-KEY
               FILE STATUS IS WS_ACTSESS_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
       FD  PASSWORD-HISTORY.
       COPY "pwdhist.cpy".

       FD  ENTITLEMENTS.
       COPY "entitl.cpy".

       FD  ACTIVE-SESSIONS.
       COPY "actsess.cpy".

       WORKING-STORAGE SECTION.
       01  WS_PRENOM PIC x(10).
       01  WS_PASSWORD PIC x(4).
       01  WS_PIN PIC X(04).
       01  WS_NEW_PASSWORD PIC X(04).
       01  WS_PASSWORD_HASH PIC X(08).
       01  WS_PIN_HASH PIC X(08).
       01  WS_NEW_PASSWORD_HASH PIC X(08).
       01  WS_TERMINAL_ID PIC X(08) VALUE SPACES.
       01  WS_APP_CODE PIC X(04) VALUE SPACES.

       COPY "pwdhash.cpy".

       01  WS_USRMAST_STATUS PIC X(02).
           88  USRMAST-OK              VALUE '00'.

       01  WS_PWDHIST_STATUS PIC X(02).

       01  WS_ENTITL_STATUS PIC X(02).

       01  WS_ACTSESS_STATUS PIC X(02).
           88  ACTSESS-OK                  VALUE '00'.
           88  ACTSESS-NOT-FOUND           VALUE '35'.

       01  WS_HIST_DEPTH PIC 9(02) VALUE 4.

       01  WS_PWDHIST_EOF PIC X(01) VALUE 'N'.
       01  WS_PH_SCAN_SUB PIC 9(02) COMP VALUE ZERO.
       01  WS_PH_KEPT PIC 9(02) COMP VALUE ZERO.
       01  WS_PH_TABLE.
           05  WS_PH_PASSWORD PIC X(08) OCCURS 99 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-PARAMETERS
           PERFORM OPEN-USER-MASTER
           PERFORM OPEN-ACTIVE-SESSIONS
           PERFORM GET-CREDENTIALS
           IF SESSION-SIGNOFF
               PERFORM VALIDATE-SIGNOFF
               PERFORM VALIDATE-SIGNON
           END-IF
           PERFORM CLOSE-USER-MASTER
           CLOSE ACTIVE-SESSIONS
           STOP RUN.

       LOAD-PARAMETERS.
               STOP RUN
           END-IF.

      *    Le fichier des sessions ouvertes est cree au premier
      *    lancement.
       OPEN-ACTIVE-SESSIONS.
           OPEN I-O ACTIVE-SESSIONS
           IF ACTSESS-NOT-FOUND
               OPEN OUTPUT ACTIVE-SESSIONS
               CLOSE ACTIVE-SESSIONS
               OPEN I-O ACTIVE-SESSIONS
           END-IF
           IF NOT ACTSESS-OK
               DISPLAY 'Impossible d''ouvrir ACTSESS, code '
                   WS_ACTSESS_STATUS
               CLOSE USER-MASTER
               STOP RUN
           END-IF.

      *    Le poste de travail est fourni par la session (TERMID); il
      *    reste a blanc quand la session ne le donne pas.
       GET-CREDENTIALS.
           ACCEPT WS_TERMINAL_ID FROM ENVIRONMENT 'TERMID'
           DISPLAY 'Bonjour'
           DISPLAY 'Entree ou sortie? (E/S):'
           ACCEPT WS_SESSION_TYPE
           IF NOT SESSION-SIGNOFF
               DISPLAY 'Code application:'
               ACCEPT WS_APP_CODE
           END-IF
           DISPLAY 'Entrez votre nom:'
           ACCEPT WS_PRENOM
           DISPLAY WS_PRENOM ' entrez votre mot de passe'
           ACCEPT WS_PASSWORD
           PERFORM HASH-PASSWORD.

      *    La saisie est remplacee tout de suite par sa valeur
      *    protegee; le mot de passe en clair n'est pas conserve.
       HASH-PASSWORD.
           MOVE 'P' TO PWH-VALUE-TYPE
           MOVE WS_PRENOM TO PWH-USER-ID
           MOVE WS_PASSWORD TO PWH-CLEAR-VALUE
           CALL 'PWDHASH' USING PWDHASH-PARAMETERS
           MOVE PWH-HASH-VALUE TO WS_PASSWORD_HASH
           MOVE SPACES TO WS_PASSWORD
           MOVE SPACES TO PWH-CLEAR-VALUE.

       HASH-PIN.
           MOVE 'N' TO PWH-VALUE-TYPE
           MOVE WS_PRENOM TO PWH-USER-ID
           MOVE WS_PIN TO PWH-CLEAR-VALUE
           CALL 'PWDHASH' USING PWDHASH-PARAMETERS
           MOVE PWH-HASH-VALUE TO WS_PIN_HASH
           MOVE SPACES TO WS_PIN
           MOVE SPACES TO PWH-CLEAR-VALUE.

       HASH-NEW-PASSWORD.
           MOVE 'P' TO PWH-VALUE-TYPE
           MOVE WS_PRENOM TO PWH-USER-ID
           MOVE WS_NEW_PASSWORD TO PWH-CLEAR-VALUE
           CALL 'PWDHASH' USING PWDHASH-PARAMETERS
           MOVE PWH-HASH-VALUE TO WS_NEW_PASSWORD_HASH
           MOVE SPACES TO WS_NEW_PASSWORD
           MOVE SPACES TO PWH-CLEAR-VALUE.

       VALIDATE-SIGNON.
           MOVE WS_PRENOM TO UM-USER-ID
                       MOVE 'LOCK' TO WS_REASON_CODE
                       PERFORM RECORD-SECURITY-EVENT
                   ELSE
                       IF WS_PASSWORD_HASH NOT = UM-PASSWORD-HASH
                           PERFORM RECORD-FAILED-ATTEMPT
                       ELSE
                           PERFORM RECORD-SUCCESSFUL-PASSWORD
                           PERFORM CHECK-PIN
                           IF SIGNON-SUCCESSFUL
                               PERFORM CHECK-ENTITLEMENT
                           END-IF
                           IF SIGNON-SUCCESSFUL
                               PERFORM CHECK-OPEN-SESSION
                           END-IF
                           IF SIGNON-SUCCESSFUL
                               PERFORM OPEN-SESSION
                           END-IF
                           IF SIGNON-SUCCESSFUL
                               IF UM-CHANGE-PWD-REQUIRED
                                   PERFORM FORCE-PASSWORD-CHANGE
       CHECK-PIN.
           DISPLAY 'Entrez votre code PIN:'
           ACCEPT WS_PIN
           PERFORM HASH-PIN
           IF WS_PIN_HASH = UM-PIN-HASH
               SET SIGNON-SUCCESSFUL TO TRUE
           ELSE
               MOVE 'N' TO WS_SIGNON_OK
               PERFORM RECORD-SECURITY-EVENT
           END-IF.

      *    Le compte doit detenir le droit sur l'application demandee;
      *    un fichier ENTITL absent ne donne aucun droit.
       CHECK-ENTITLEMENT.
           MOVE WS_PRENOM TO EN-USER-ID
           MOVE WS_APP_CODE TO EN-APP-CODE
           OPEN INPUT ENTITLEMENTS
           IF WS_ENTITL_STATUS = '00'
               READ ENTITLEMENTS
                   INVALID KEY
                       MOVE 'N' TO WS_SIGNON_OK
               END-READ
               CLOSE ENTITLEMENTS
           ELSE
               MOVE 'N' TO WS_SIGNON_OK
           END-IF
           IF NOT SIGNON-SUCCESSFUL
               DISPLAY 'Acces a l''application ' WS_APP_CODE
                   ' non autorise.'
               MOVE 'APPL' TO WS_REASON_CODE
               PERFORM RECORD-SECURITY-EVENT
           END-IF.

      *    Une session deja ouverte pour l'utilisateur refuse la
      *    nouvelle connexion, meme avec le bon mot de passe et PIN.
       CHECK-OPEN-SESSION.
           MOVE WS_PRENOM TO AS-USER-ID
           READ ACTIVE-SESSIONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS_SIGNON_OK
                   DISPLAY 'Une session est deja ouverte depuis le '
                       AS-SIGNON-DATE ' a ' AS-SIGNON-TIME
                       ' (poste ' AS-TERMINAL-ID ').'
                   MOVE 'SESS' TO WS_REASON_CODE
                   PERFORM RECORD-SECURITY-EVENT
           END-READ.

      *    La session est ouverte avant la trace de connexion: si
      *    elle ne peut pas etre enregistree (session ouverte entre-
      *    temps ailleurs, ou erreur ACTSESS), la connexion est
      *    refusee comme une session deja ouverte.
       OPEN-SESSION.
           MOVE SPACES TO ACTIVE-SESSION-RECORD
           MOVE WS_PRENOM TO AS-USER-ID
           ACCEPT AS-SIGNON-DATE FROM DATE YYYYMMDD
           ACCEPT AS-SIGNON-TIME FROM TIME
           MOVE WS_TERMINAL_ID TO AS-TERMINAL-ID
           MOVE 'EXERCICE' TO AS-ORIGIN-PROGRAM
           MOVE WS_APP_CODE TO AS-APP-CODE
           WRITE ACTIVE-SESSION-RECORD
               INVALID KEY
                   MOVE 'N' TO WS_SIGNON_OK
                   DISPLAY 'Session non enregistree, code '
                       WS_ACTSESS_STATUS ' - connexion refusee.'
                   MOVE 'SESS' TO WS_REASON_CODE
                   PERFORM RECORD-SECURITY-EVENT
           END-WRITE.

      *    La deconnexion ferme la session; une session deja fermee
      *    (par un superviseur ou en fin de journee) n'empeche pas la
      *    deconnexion.
       CLOSE-SESSION.
           MOVE WS_PRENOM TO AS-USER-ID
           DELETE ACTIVE-SESSIONS RECORD
               INVALID KEY
                   DISPLAY 'Aucune session ouverte pour ' WS_PRENOM
           END-DELETE.

       FORCE-PASSWORD-CHANGE.
           DISPLAY 'Votre mot de passe a expire. '
               'Entrez un nouveau mot de passe:'
           ACCEPT WS_NEW_PASSWORD
           PERFORM CHECK-PASSWORD-HISTORY
           PERFORM RETRY-NEW-PASSWORD UNTIL NOT PASSWORD-REUSED
           MOVE WS_NEW_PASSWORD_HASH TO UM-PASSWORD-HASH
           ACCEPT WS_TODAY_DATE FROM DATE YYYYMMDD
           MOVE WS_TODAY_DATE TO UM-PASSWORD-LAST-CHANGED
           SET UM-CHANGE-PWD-NOT-REQD TO TRUE
           PERFORM CHECK-PASSWORD-HISTORY.

       CHECK-PASSWORD-HISTORY.
           PERFORM HASH-NEW-PASSWORD
           MOVE 'N' TO WS_PWD_REUSED
           MOVE 'N' TO WS_PWDHIST_EOF
           MOVE ZERO TO WS_PH_MATCH_COUNT
      *    Le mot de passe en place compte comme deja utilise, meme
      *    quand il precede la creation de l'historique et n'y figure
      *    donc pas encore.
           IF WS_NEW_PASSWORD_HASH = UM-PASSWORD-HASH
               SET PASSWORD-REUSED TO TRUE
           ELSE
               OPEN INPUT PASSWORD-HISTORY
                   IF PH-USER-ID = UM-USER-ID
                       COMPUTE WS_PH_SLOT = FUNCTION MOD
                           (WS_PH_MATCH_COUNT, WS_HIST_DEPTH) + 1
                       MOVE PH-PASSWORD-HASH TO WS_PH_PASSWORD
                           (WS_PH_SLOT)
                       ADD 1 TO WS_PH_MATCH_COUNT
                   END-IF
           END-READ.

       SCAN-HISTORY-ENTRY.
           IF WS_PH_PASSWORD (WS_PH_SCAN_SUB) = WS_NEW_PASSWORD_HASH
               SET PASSWORD-REUSED TO TRUE
           END-IF
           ADD 1 TO WS_PH_SCAN_SUB.
           ELSE
               MOVE SPACES TO PASSWORD-HISTORY-RECORD
               MOVE UM-USER-ID TO PH-USER-ID
               MOVE WS_NEW_PASSWORD_HASH TO PH-PASSWORD-HASH
               ACCEPT PH-CHANGE-DATE FROM DATE YYYYMMDD
               ACCEPT PH-CHANGE-TIME FROM TIME
               WRITE PASSWORD-HISTORY-RECORD
                       MOVE 'LOCK' TO WS_REASON_CODE
                       PERFORM RECORD-SECURITY-EVENT
                   ELSE
                       IF WS_PASSWORD_HASH NOT = UM-PASSWORD-HASH
                           PERFORM RECORD-FAILED-ATTEMPT
                       ELSE
                           PERFORM RECORD-SUCCESSFUL-PASSWORD
                           MOVE 'OFF' TO WS_EVENT_TYPE
                           PERFORM RECORD-LOG-EVENT
                           PERFORM CLOSE-SESSION
                           DISPLAY 'Au revoir ' WS_PRENOM
                       END-IF
                   END-IF
           ACCEPT SL-SIGNON-DATE FROM DATE YYYYMMDD
           ACCEPT SL-SIGNON-TIME FROM TIME
           MOVE WS_EVENT_TYPE TO SL-EVENT-TYPE
           MOVE WS_TERMINAL_ID TO SL-TERMINAL-ID
           MOVE WS_APP_CODE TO SL-APP-CODE
           WRITE SIGNON-LOG-RECORD
           CLOSE SIGNON-LOG.

           ACCEPT SE-EVENT-DATE FROM DATE YYYYMMDD
           ACCEPT SE-EVENT-TIME FROM TIME
           MOVE WS_REASON_CODE TO SE-REASON-CODE
           MOVE WS_TERMINAL_ID TO SE-TERMINAL-ID
           WRITE SECURITY-EVENT-RECORD
           CLOSE SECURITY-EVENT.

