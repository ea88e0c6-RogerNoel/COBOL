       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ENTMAINT.
       AUTHOR.        R. NOEL.
       INSTALLATION.  OPERATIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------
      *  DATE        BY   DESCRIPTION
      *  2026-10-15  RN   Initial version - menu-driven maintenance
      *                   of the ENTITL application-entitlement file.
      *****************************************************************
      *  Grants and withdraws the application entitlements checked by
      *  EXERCICE1 and EXERC1B at sign-on, and lists what a USER-ID
      *  holds.  The operator signs on against USER-MASTER the same
      *  way as in USRMAINT - rejections go to SECURITY-EVENT and a
      *  wrong password drives the lockout counter.  Granting and
      *  withdrawing are reserved for supervisors; any valid operator
      *  may list.  A grant is only accepted for an existing, active
      *  account and records today's date and the granting
      *  supervisor on the entitlement.  ENTITL is created on first
      *  use.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITLEMENTS ASSIGN TO "ENTITL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENTITL-KEY
               FILE STATUS IS WS-ENTITL-STATUS.

           SELECT USER-MASTER ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USRMAST-KEY
               FILE STATUS IS WS-USRMAST-STATUS.

           SELECT SECURITY-EVENT ASSIGN TO "SECEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECEVT-STATUS.

           SELECT SYSTEM-PARAMETERS ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITLEMENTS.
       COPY "entitl.cpy".

       FD  USER-MASTER.
       COPY "usrmast.cpy".

       FD  SECURITY-EVENT.
       COPY "secevt.cpy".

       FD  SYSTEM-PARAMETERS.
       COPY "sysparm.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ENTITL-STATUS            PIC X(02).
           88  ENTITL-OK                       VALUE '00'.
           88  ENTITL-NOT-FOUND                VALUE '35'.
       01  WS-USRMAST-STATUS           PIC X(02).
           88  USRMAST-OK                      VALUE '00'.
       01  WS-SECEVT-STATUS            PIC X(02).
       01  WS-SYSPARM-STATUS           PIC X(02).

       01  WS-DONE-SWITCH              PIC X(01) VALUE 'N'.
           88  WS-DONE                         VALUE 'Y'.
       01  WS-LIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-LIST-EOF                     VALUE 'Y'.

       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-OPERATOR-PASSWORD        PIC X(04).
       01  WS-OPERATOR-PWD-HASH        PIC X(08).
       01  WS-OPERATOR-PRIV            PIC X(01) VALUE SPACE.
           88  OPERATOR-IS-SUPERVISOR          VALUE 'S'.
       01  WS-REASON-CODE              PIC X(04).
       01  WS-LOCKOUT-LIMIT            PIC 9(01) VALUE 3.

       COPY "pwdhash.cpy".

       01  WS-MENU-CHOICE              PIC X(01).
       01  WS-ENTERED-USER-ID          PIC X(10).
       01  WS-ENTERED-APP-CODE         PIC X(04).
       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-LIST-COUNT               PIC 9(04) COMP VALUE ZERO.

       01  WS-MENU-SCREEN.
           05  FILLER PIC X(40) VALUE
               '----------------------------------------'.
           05  FILLER PIC X(40) VALUE
               ' DROITS D''ACCES AUX APPLICATIONS'.
           05  FILLER PIC X(40) VALUE
               ' 1 - ACCORDER UN DROIT'.
           05  FILLER PIC X(40) VALUE
               ' 2 - RETIRER UN DROIT'.
           05  FILLER PIC X(40) VALUE
               ' 3 - LISTER LES DROITS D''UN COMPTE'.
           05  FILLER PIC X(40) VALUE
               ' 4 - QUITTER'.
           05  FILLER PIC X(40) VALUE
               '----------------------------------------'.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-PROCESS-MENU
               THRU 2000-PROCESS-MENU-EXIT
               UNTIL WS-DONE

           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT

           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - operator sign-on, then ENTITL (created
      *  when it does not exist yet)
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1050-LOAD-PARAMETERS
               THRU 1050-LOAD-PARAMETERS-EXIT

           DISPLAY 'IDENTIFIANT OPERATEUR: '
           ACCEPT WS-OPERATOR-ID
           DISPLAY 'MOT DE PASSE OPERATEUR: '
           ACCEPT WS-OPERATOR-PASSWORD
           MOVE 'P' TO PWH-VALUE-TYPE
           MOVE WS-OPERATOR-ID TO PWH-USER-ID
           MOVE WS-OPERATOR-PASSWORD TO PWH-CLEAR-VALUE
           CALL 'PWDHASH' USING PWDHASH-PARAMETERS
           MOVE PWH-HASH-VALUE TO WS-OPERATOR-PWD-HASH
           MOVE SPACES TO WS-OPERATOR-PASSWORD

           OPEN I-O USER-MASTER
           IF NOT USRMAST-OK
               DISPLAY 'ERREUR OUVERTURE USER-MASTER, CODE '
                   WS-USRMAST-STATUS
               STOP RUN
           END-IF

           PERFORM 1100-VALIDATE-OPERATOR
               THRU 1100-VALIDATE-OPERATOR-EXIT

           OPEN I-O ENTITLEMENTS
           IF ENTITL-NOT-FOUND
               OPEN OUTPUT ENTITLEMENTS
               CLOSE ENTITLEMENTS
               OPEN I-O ENTITLEMENTS
           END-IF
           IF NOT ENTITL-OK
               DISPLAY 'ERREUR OUVERTURE ENTITL, CODE '
                   WS-ENTITL-STATUS
               CLOSE USER-MASTER
               STOP RUN
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *  1050-LOAD-PARAMETERS - the lockout threshold the operator
      *  sign-on enforces, 3 when SYSPARM is absent
      *****************************************************************
       1050-LOAD-PARAMETERS.
           OPEN INPUT SYSTEM-PARAMETERS
           IF WS-SYSPARM-STATUS = '00'
               READ SYSTEM-PARAMETERS
                   NOT AT END
                       IF PA-LOCKOUT-LIMIT IS NUMERIC
                           AND PA-LOCKOUT-LIMIT NOT = ZERO
                           MOVE PA-LOCKOUT-LIMIT TO WS-LOCKOUT-LIMIT
                       END-IF
               END-READ
               CLOSE SYSTEM-PARAMETERS
           END-IF.
       1050-LOAD-PARAMETERS-EXIT.
           EXIT.

      *****************************************************************
      *  1100-VALIDATE-OPERATOR - same checks as the USRMAINT
      *  sign-on; the privilege class decides which options are open
      *****************************************************************
       1100-VALIDATE-OPERATOR.
           MOVE SPACES TO WS-REASON-CODE
           MOVE WS-OPERATOR-ID TO UM-USER-ID
           READ USER-MASTER
               INVALID KEY
                   DISPLAY 'OPERATEUR INCONNU: ' WS-OPERATOR-ID
                   MOVE 'UNKN' TO WS-REASON-CODE
           END-READ

           IF WS-REASON-CODE = SPACES
               EVALUATE TRUE
                   WHEN UM-DEACTIVATED
                       DISPLAY 'COMPTE OPERATEUR DESACTIVE.'
                       MOVE 'DEAC' TO WS-REASON-CODE
                   WHEN UM-LOCKED
                       DISPLAY 'COMPTE OPERATEUR VERROUILLE.'
                       MOVE 'LOCK' TO WS-REASON-CODE
                   WHEN WS-OPERATOR-PWD-HASH NOT = UM-PASSWORD-HASH
                       ADD 1 TO UM-FAILED-ATTEMPTS
                       IF UM-FAILED-ATTEMPTS >= WS-LOCKOUT-LIMIT
                           SET UM-LOCKED TO TRUE
                       END-IF
                       REWRITE USRMAST-RECORD
                       DISPLAY 'MOT DE PASSE OPERATEUR INCORRECT.'
                       MOVE 'PWD ' TO WS-REASON-CODE
               END-EVALUATE
           END-IF

           IF WS-REASON-CODE NOT = SPACES
               PERFORM 7300-RECORD-SECURITY-EVENT
                   THRU 7300-RECORD-SECURITY-EVENT-EXIT
               CLOSE USER-MASTER
               STOP RUN
           END-IF

           IF UM-FAILED-ATTEMPTS NOT = 0
               MOVE 0 TO UM-FAILED-ATTEMPTS
               REWRITE USRMAST-RECORD
           END-IF
           MOVE UM-PRIV-CLASS TO WS-OPERATOR-PRIV.
       1100-VALIDATE-OPERATOR-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-MENU
      *****************************************************************
       2000-PROCESS-MENU.
           DISPLAY WS-MENU-SCREEN
           DISPLAY 'VOTRE CHOIX: '
           ACCEPT WS-MENU-CHOICE

      *    Granting and withdrawing are reserved for supervisors;
      *    ordinary operators may only list
           EVALUATE WS-MENU-CHOICE
               WHEN '1'
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM 3000-GRANT-ENTITLEMENT
                           THRU 3000-GRANT-ENTITLEMENT-EXIT
                   ELSE
                       DISPLAY 'FONCTION RESERVEE AU SUPERVISEUR.'
                   END-IF
               WHEN '2'
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM 4000-REVOKE-ENTITLEMENT
                           THRU 4000-REVOKE-ENTITLEMENT-EXIT
                   ELSE
                       DISPLAY 'FONCTION RESERVEE AU SUPERVISEUR.'
                   END-IF
               WHEN '3'
                   PERFORM 5000-LIST-ENTITLEMENTS
                       THRU 5000-LIST-ENTITLEMENTS-EXIT
               WHEN '4'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'CHOIX INVALIDE.'
           END-EVALUATE.
       2000-PROCESS-MENU-EXIT.
           EXIT.

      *****************************************************************
      *  3000-GRANT-ENTITLEMENT - the account must exist and be
      *  active; the grant date and supervisor go on the record
      *****************************************************************
       3000-GRANT-ENTITLEMENT.
           DISPLAY 'IDENTIFIANT: '
           ACCEPT WS-ENTERED-USER-ID
           MOVE WS-ENTERED-USER-ID TO UM-USER-ID
           READ USER-MASTER
               INVALID KEY
                   DISPLAY 'IDENTIFIANT INCONNU: ' WS-ENTERED-USER-ID
                   GO TO 3000-GRANT-ENTITLEMENT-EXIT
           END-READ
           IF UM-DEACTIVATED
               DISPLAY 'COMPTE DESACTIVE, DROIT REFUSE: '
                   WS-ENTERED-USER-ID
               GO TO 3000-GRANT-ENTITLEMENT-EXIT
           END-IF

           DISPLAY 'CODE APPLICATION (4 CAR.): '
           ACCEPT WS-ENTERED-APP-CODE
           IF WS-ENTERED-APP-CODE = SPACES
               DISPLAY 'CODE VIDE, ABANDON.'
               GO TO 3000-GRANT-ENTITLEMENT-EXIT
           END-IF

           MOVE SPACES TO ENTITLEMENT-RECORD
           MOVE WS-ENTERED-USER-ID TO EN-USER-ID
           MOVE WS-ENTERED-APP-CODE TO EN-APP-CODE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO EN-GRANT-DATE
           MOVE WS-OPERATOR-ID TO EN-GRANTED-BY
           WRITE ENTITLEMENT-RECORD
               INVALID KEY
                   DISPLAY 'DROIT DEJA ACCORDE: ' WS-ENTERED-USER-ID
                       ' ' WS-ENTERED-APP-CODE
               NOT INVALID KEY
                   DISPLAY 'DROIT ACCORDE: ' WS-ENTERED-USER-ID
                       ' ' WS-ENTERED-APP-CODE
           END-WRITE.
       3000-GRANT-ENTITLEMENT-EXIT.
           EXIT.

      *****************************************************************
      *  4000-REVOKE-ENTITLEMENT
      *****************************************************************
       4000-REVOKE-ENTITLEMENT.
           DISPLAY 'IDENTIFIANT: '
           ACCEPT WS-ENTERED-USER-ID
           DISPLAY 'CODE APPLICATION A RETIRER: '
           ACCEPT WS-ENTERED-APP-CODE
           MOVE WS-ENTERED-USER-ID TO EN-USER-ID
           MOVE WS-ENTERED-APP-CODE TO EN-APP-CODE
           DELETE ENTITLEMENTS RECORD
               INVALID KEY
                   DISPLAY 'DROIT INEXISTANT: ' WS-ENTERED-USER-ID
                       ' ' WS-ENTERED-APP-CODE
               NOT INVALID KEY
                   DISPLAY 'DROIT RETIRE: ' WS-ENTERED-USER-ID
                       ' ' WS-ENTERED-APP-CODE
           END-DELETE.
       4000-REVOKE-ENTITLEMENT-EXIT.
           EXIT.

      *****************************************************************
      *  5000-LIST-ENTITLEMENTS - every application held by one
      *  USER-ID, browsed from the first key for that user
      *****************************************************************
       5000-LIST-ENTITLEMENTS.
           DISPLAY 'IDENTIFIANT: '
           ACCEPT WS-ENTERED-USER-ID
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-LIST-EOF-SWITCH
           MOVE WS-ENTERED-USER-ID TO EN-USER-ID
           MOVE LOW-VALUES TO EN-APP-CODE
           START ENTITLEMENTS KEY IS NOT LESS THAN ENTITL-KEY
               INVALID KEY
                   SET WS-LIST-EOF TO TRUE
           END-START

           DISPLAY 'APPL  ACCORDE LE  PAR'
           PERFORM 5100-DISPLAY-ENTITLEMENT
               THRU 5100-DISPLAY-ENTITLEMENT-EXIT
               UNTIL WS-LIST-EOF

           IF WS-LIST-COUNT = ZERO
               DISPLAY 'AUCUN DROIT POUR: ' WS-ENTERED-USER-ID
           END-IF.
       5000-LIST-ENTITLEMENTS-EXIT.
           EXIT.

       5100-DISPLAY-ENTITLEMENT.
           READ ENTITLEMENTS NEXT RECORD
               AT END
                   SET WS-LIST-EOF TO TRUE
                   GO TO 5100-DISPLAY-ENTITLEMENT-EXIT
           END-READ
           IF EN-USER-ID NOT = WS-ENTERED-USER-ID
               SET WS-LIST-EOF TO TRUE
               GO TO 5100-DISPLAY-ENTITLEMENT-EXIT
           END-IF
           ADD 1 TO WS-LIST-COUNT
           DISPLAY EN-APP-CODE '  ' EN-GRANT-DATE '    '
               EN-GRANTED-BY.
       5100-DISPLAY-ENTITLEMENT-EXIT.
           EXIT.

      *****************************************************************
      *  7300-RECORD-SECURITY-EVENT - a rejected operator sign-on goes
      *  to the permanent security-event file like any other rejection
      *****************************************************************
       7300-RECORD-SECURITY-EVENT.
           OPEN EXTEND SECURITY-EVENT
           IF WS-SECEVT-STATUS = '05' OR WS-SECEVT-STATUS = '35'
               OPEN OUTPUT SECURITY-EVENT
           END-IF
           IF WS-SECEVT-STATUS NOT = '00'
               DISPLAY 'AVERTISSEMENT - ECRITURE SECEVT '
                   'IMPOSSIBLE, CODE ' WS-SECEVT-STATUS
           ELSE
               MOVE SPACES TO SECURITY-EVENT-RECORD
               MOVE WS-OPERATOR-ID TO SE-USER-ID
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
      *  8000-FINALIZE
      *****************************************************************
       8000-FINALIZE.
           CLOSE ENTITLEMENTS
           CLOSE USER-MASTER.
       8000-FINALIZE-EXIT.
           EXIT.
