       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RCRTUPD.
       AUTHOR.        R. NOEL.
       INSTALLATION.  OPERATIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------
      *  DATE        BY   DESCRIPTION
      *  2026-10-15  RN   Initial version - managers' recertification
      *                   answers applied to USER-MASTER.
      *  2026-10-15  RN   Answers dated before the sheets were issued,
      *                   or with no valid date, are set aside; the
      *                   decision gets its own column on the answer
      *                   listings.
      *  2026-10-15  RN   An answer signed by anyone but the manager on
      *                   the department's sheet is not applied; the
      *                   account is reported as SIGNATAIRE INVALIDE.
      *****************************************************************
      *  Reads back the managers' answers to the quarterly
      *  recertification (RCRTRSP, keep or revoke per USER-ID) against
      *  the accounts RCRTRPT put on the sheets (RCRTACC), department
      *  by department, and prints what became of every account:
      *  kept, revoked, already deactivated, unknown, or not answered.
      *
      *  The operator chooses the run mode as on DORMANT: W reports
      *  only (run this first), D also deactivates every revoked
      *  account and writes a USRAUDIT DEAC record, the same trace as
      *  a USRMAINT deactivation, under the supervisor who signed on
      *  for the run.  The report then lists the departments that
      *  sent no answer at all, every account left unanswered, and
      *  the answers for USER-IDs that were not on the sheets (these
      *  are not applied).  When a USER-ID is answered twice the last
      *  answer in the file is the one taken.  An answer dated before
      *  the sheets were issued (a file left over from an earlier
      *  campaign) or with no valid date is set aside, not applied.
      *  An answer must be signed by the manager the sheet was sent
      *  to (RA-MANAGER-ID); one signed by anybody else is not
      *  applied, and does not count as the department answering.
      *  A sheet sent with no manager named accepts any signer.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECERT-ACCOUNTS ASSIGN TO "RCRTACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCRTACC-STATUS.

           SELECT RECERT-RESPONSES ASSIGN TO "RCRTRSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCRTRSP-STATUS.

           SELECT USER-MASTER ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USRMAST-KEY
               FILE STATUS IS WS-USRMAST-STATUS.

           SELECT USRMAST-AUDIT ASSIGN TO "USRAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USRAUDIT-STATUS.

           SELECT SECURITY-EVENT ASSIGN TO "SECEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECEVT-STATUS.

           SELECT RECERT-UPD-RPT ASSIGN TO "RCRTUPD.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCRTUPD-STATUS.

           SELECT EMPLOYEE-REFERENCE ASSIGN TO "EMPLREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLREF-STATUS.

           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTMST-STATUS.

           SELECT SYSTEM-PARAMETERS ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECERT-ACCOUNTS.
       COPY "rcrtacc.cpy".

       FD  RECERT-RESPONSES.
       COPY "rcrtrsp.cpy".

       FD  USER-MASTER.
       COPY "usrmast.cpy".

       FD  USRMAST-AUDIT.
       COPY "audusr.cpy".

       FD  SECURITY-EVENT.
       COPY "secevt.cpy".

       FD  RECERT-UPD-RPT.
       01  RPT-LINE                    PIC X(80).

       FD  EMPLOYEE-REFERENCE.
       COPY "emplref.cpy".

       FD  DEPARTMENT-MASTER.
       COPY "deptmst.cpy".

       FD  SYSTEM-PARAMETERS.
       COPY "sysparm.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RCRTACC-STATUS           PIC X(02).
       01  WS-RCRTRSP-STATUS           PIC X(02).
       01  WS-USRMAST-STATUS           PIC X(02).
           88  USRMAST-OK                      VALUE '00'.
       01  WS-USRAUDIT-STATUS          PIC X(02).
       01  WS-SECEVT-STATUS            PIC X(02).
       01  WS-RCRTUPD-STATUS           PIC X(02).
       01  WS-EMPLREF-STATUS           PIC X(02).
       01  WS-DEPTMST-STATUS           PIC X(02).
       01  WS-SYSPARM-STATUS           PIC X(02).

       01  WS-OPERATOR-ID              PIC X(10) VALUE 'RCRTUPD   '.
       01  WS-OPERATOR-PASSWORD        PIC X(04).
       01  WS-OPERATOR-PWD-HASH        PIC X(08).
       01  WS-REASON-CODE              PIC X(04).
       01  WS-LOCKOUT-LIMIT            PIC 9(01) VALUE 3.

       COPY "pwdhash.cpy".

       01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       01  WS-RSP-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-RSP-EOF                      VALUE 'Y'.
       01  WS-REF-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-REF-EOF                      VALUE 'Y'.
       01  WS-DEPT-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-DEPT-EOF                     VALUE 'Y'.
       01  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-RESPONSE-FOUND               VALUE 'Y'.
       01  WS-SECTION-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-SECTION-STARTED              VALUE 'Y'.
       01  WS-RUN-MODE                 PIC X(01).
           88  WS-WARN-ONLY                    VALUE 'W'.
           88  WS-DEACTIVATE-MODE              VALUE 'D'.

       01  WS-CAMPAIGN                 PIC X(06) VALUE SPACES.
       01  WS-ISSUE-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-PREV-DEPT-CODE           PIC X(04) VALUE SPACES.
       01  WS-PREV-MANAGER-ID          PIC X(10) VALUE SPACES.
       01  WS-BEFORE-IMAGE             PIC X(50).

      *  Answers in core, one entry per USER-ID answered; the matched
      *  flag tells the answers for accounts on the sheets from the
      *  others
       01  WS-RS-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  WS-RS-LIMIT                 PIC 9(04) COMP VALUE 2000.
       01  WS-RS-SUB                   PIC 9(04) COMP VALUE ZERO.
       01  WS-RS-TABLE.
           05  WS-RS-ENTRY OCCURS 2000 TIMES
                   INDEXED BY RX.
               10  WS-RS-USER-ID       PIC X(10).
               10  WS-RS-DECISION      PIC X(01).
                   88  WS-RS-KEEP              VALUE 'G'.
                   88  WS-RS-REVOKE            VALUE 'R'.
               10  WS-RS-MANAGER-ID    PIC X(10).
               10  WS-RS-MATCHED       PIC X(01).
                   88  WS-RS-ON-SHEET          VALUE 'Y'.

      *  Departments on the sheets with not a single answer
       01  WS-UD-COUNT                 PIC 9(03) COMP VALUE ZERO.
       01  WS-UD-SUB                   PIC 9(03) COMP VALUE ZERO.
       01  WS-UD-TABLE.
           05  WS-UD-ENTRY OCCURS 200 TIMES.
               10  WS-UD-DEPT-CODE     PIC X(04).
               10  WS-UD-MANAGER-ID    PIC X(10).
               10  WS-UD-ACCOUNTS      PIC 9(05) COMP.

       01  WS-DEPT-ACCOUNTS            PIC 9(05) COMP VALUE ZERO.
       01  WS-DEPT-ANSWERED            PIC 9(05) COMP VALUE ZERO.

       01  WS-RESPONSES-READ           PIC 9(07) COMP VALUE ZERO.
       01  WS-RESPONSES-REJECTED       PIC 9(07) COMP VALUE ZERO.
       01  WS-RESPONSES-DUPLICATE      PIC 9(07) COMP VALUE ZERO.
       01  WS-RESPONSES-OUTSIDE        PIC 9(07) COMP VALUE ZERO.
       01  WS-ACCOUNTS-READ            PIC 9(07) COMP VALUE ZERO.
       01  WS-KEPT-COUNT               PIC 9(07) COMP VALUE ZERO.
       01  WS-DEACTIVATED-COUNT        PIC 9(07) COMP VALUE ZERO.
       01  WS-TO-DEACTIVATE-COUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-ALREADY-DEAC-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-UNKNOWN-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-UPDATE-ERROR-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-UNANSWERED-COUNT         PIC 9(07) COMP VALUE ZERO.
       01  WS-WRONG-SIGNER-COUNT       PIC 9(07) COMP VALUE ZERO.
       01  WS-ACCOUNTS-BALANCE         PIC 9(07) COMP VALUE ZERO.
       01  WS-RESPONSES-BALANCE        PIC 9(07) COMP VALUE ZERO.

       01  WS-LOOKUP-USER-ID           PIC X(10).
       01  WS-EMP-NAME                 PIC X(30).
       01  WS-EMP-DEPT                 PIC X(04).
       01  WS-LOOKUP-DEPT              PIC X(04).
       01  WS-DEPT-NAME                PIC X(30).

       01  WS-ER-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  WS-ER-LIMIT                 PIC 9(04) COMP VALUE 2000.
       01  WS-ER-TABLE.
           05  WS-ER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY EX.
               10  WS-ER-USER-ID       PIC X(10).
               10  WS-ER-EMP-NAME      PIC X(30).
               10  WS-ER-DEPT-CODE     PIC X(04).

       01  WS-DP-COUNT                 PIC 9(03) COMP VALUE ZERO.
       01  WS-DP-LIMIT                 PIC 9(03) COMP VALUE 200.
       01  WS-DP-TABLE.
           05  WS-DP-ENTRY OCCURS 200 TIMES
                   INDEXED BY DX.
               10  WS-DP-DEPT-CODE     PIC X(04).
               10  WS-DP-DEPT-NAME     PIC X(30).

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(44) VALUE
               'RCRTUPD - RETOUR DE RECERTIFICATION CAMPAGNE'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-HDG-CAMPAIGN        PIC X(06).
           05  FILLER                  PIC X(08) VALUE '  MODE: '.
           05  RPT-HDG-MODE            PIC X(01).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER                  PIC X(34) VALUE
               'USER-ID     NOM'.
           05  FILLER                  PIC X(46) VALUE
               'D   REPONDU PAR ACTION'.

       01  RPT-SECTION-LINE.
           05  RPT-SECTION-TITLE       PIC X(80).

       01  RPT-DEPT-LINE.
           05  FILLER                  PIC X(12) VALUE
               'DEPARTEMENT '.
           05  RPT-DEPT-CODE           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DEPT-NAME           PIC X(30).
           05  FILLER                  PIC X(14) VALUE
               '  RESPONSABLE '.
           05  RPT-DEPT-MANAGER        PIC X(10).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  RPT-USER-ID             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-EMP-NAME            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DECISION            PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-ANSWERED-BY         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACTION              PIC X(20).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  RPT-DEPT-TOTAL-LINE.
           05  FILLER                  PIC X(14) VALUE
               '  REPONDUS :  '.
           05  RPT-DEPT-ANSWERED       PIC ZZZZ9.
           05  FILLER                  PIC X(05) VALUE ' SUR '.
           05  RPT-DEPT-ACCOUNTS       PIC ZZZZ9.
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  RPT-LIST-LINE.
           05  RPT-LIST-DEPT-CODE      PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-LIST-ID             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-LIST-NAME           PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-LIST-MANAGER        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-LIST-COMMENT        PIC X(18).

       01  RPT-ANSWER-LINE.
           05  RPT-ANS-ID              PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ANS-DECISION        PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-ANS-NAME            PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ANS-MANAGER         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ANS-COMMENT         PIC X(18).
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL         PIC X(30).
           05  RPT-COUNT-VALUE         PIC ZZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 1500-LOAD-RESPONSES
               THRU 1500-LOAD-RESPONSES-EXIT

           PERFORM 2000-PROCESS-CAMPAIGN
               THRU 2000-PROCESS-CAMPAIGN-EXIT

           PERFORM 3000-LIST-UNANSWERED
               THRU 3000-LIST-UNANSWERED-EXIT

           PERFORM 3500-LIST-OUTSIDE-ANSWERS
               THRU 3500-LIST-OUTSIDE-ANSWERS-EXIT

           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT

           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - mode, reference tables, the first account
      *  of the campaign for the heading, then USER-MASTER and, in
      *  mode D, the supervisor sign-on
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1050-LOAD-PARAMETERS
               THRU 1050-LOAD-PARAMETERS-EXIT

           DISPLAY 'RCRTUPD - MODE (W=SIGNALER, D=DESACTIVER): '
           ACCEPT WS-RUN-MODE
           IF NOT WS-WARN-ONLY AND NOT WS-DEACTIVATE-MODE
               DISPLAY 'RCRTUPD - MODE INVALIDE'
               STOP RUN
           END-IF

           PERFORM 1300-LOAD-REFERENCE-TABLES
               THRU 1300-LOAD-REFERENCE-TABLES-EXIT

           OPEN INPUT RECERT-ACCOUNTS
           IF WS-RCRTACC-STATUS NOT = '00'
               DISPLAY 'RCRTUPD - RCRTACC INACCESSIBLE, CODE '
                   WS-RCRTACC-STATUS ' - LANCER RCRTRPT D''ABORD'
               STOP RUN
           END-IF
           PERFORM 2100-READ-ACCOUNT
               THRU 2100-READ-ACCOUNT-EXIT
           IF WS-EOF
               DISPLAY 'RCRTUPD - RCRTACC VIDE, AUCUNE CAMPAGNE'
               CLOSE RECERT-ACCOUNTS
               STOP RUN
           END-IF
           MOVE RA-CAMPAIGN TO WS-CAMPAIGN
           MOVE RA-ISSUE-DATE TO WS-ISSUE-DATE

           OPEN OUTPUT RECERT-UPD-RPT
           IF WS-RCRTUPD-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RCRTUPD.OUT, CODE '
                   WS-RCRTUPD-STATUS
               CLOSE RECERT-ACCOUNTS
               STOP RUN
           END-IF
           MOVE WS-CAMPAIGN TO RPT-HDG-CAMPAIGN
           MOVE WS-RUN-MODE TO RPT-HDG-MODE
           WRITE RPT-LINE FROM RPT-HEADING-1

           IF WS-DEACTIVATE-MODE
               OPEN I-O USER-MASTER
           ELSE
               OPEN INPUT USER-MASTER
           END-IF
           IF NOT USRMAST-OK
               DISPLAY 'ERREUR OUVERTURE USER-MASTER, CODE '
                   WS-USRMAST-STATUS
               CLOSE RECERT-ACCOUNTS
               CLOSE RECERT-UPD-RPT
               STOP RUN
           END-IF

           IF WS-DEACTIVATE-MODE
               PERFORM 1100-VALIDATE-OPERATOR
                   THRU 1100-VALIDATE-OPERATOR-EXIT
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
      *  1100-VALIDATE-OPERATOR - mode D deactivates accounts, so the
      *  operator must sign on against USER-MASTER and be a
      *  supervisor; rejections go to SECURITY-EVENT and a wrong
      *  password drives the lockout counter like a normal sign-on.
      *****************************************************************
       1100-VALIDATE-OPERATOR.
           DISPLAY 'RCRTUPD - IDENTIFIANT OPERATEUR: '
           ACCEPT WS-OPERATOR-ID
           DISPLAY 'RCRTUPD - MOT DE PASSE OPERATEUR: '
           ACCEPT WS-OPERATOR-PASSWORD
           MOVE 'P' TO PWH-VALUE-TYPE
           MOVE WS-OPERATOR-ID TO PWH-USER-ID
           MOVE WS-OPERATOR-PASSWORD TO PWH-CLEAR-VALUE
           CALL 'PWDHASH' USING PWDHASH-PARAMETERS
           MOVE PWH-HASH-VALUE TO WS-OPERATOR-PWD-HASH
           MOVE SPACES TO WS-OPERATOR-PASSWORD

           MOVE SPACES TO WS-REASON-CODE
           MOVE WS-OPERATOR-ID TO UM-USER-ID
           READ USER-MASTER
               INVALID KEY
                   DISPLAY 'RCRTUPD - OPERATEUR INCONNU.'
                   MOVE 'UNKN' TO WS-REASON-CODE
           END-READ

           IF WS-REASON-CODE = SPACES
               EVALUATE TRUE
                   WHEN UM-DEACTIVATED
                       DISPLAY 'RCRTUPD - COMPTE OPERATEUR '
                           'DESACTIVE.'
                       MOVE 'DEAC' TO WS-REASON-CODE
                   WHEN UM-LOCKED
                       DISPLAY 'RCRTUPD - COMPTE OPERATEUR '
                           'VERROUILLE.'
                       MOVE 'LOCK' TO WS-REASON-CODE
                   WHEN WS-OPERATOR-PWD-HASH NOT = UM-PASSWORD-HASH
                       ADD 1 TO UM-FAILED-ATTEMPTS
                       IF UM-FAILED-ATTEMPTS >= WS-LOCKOUT-LIMIT
                           SET UM-LOCKED TO TRUE
                       END-IF
                       REWRITE USRMAST-RECORD
                       DISPLAY 'RCRTUPD - MOT DE PASSE INCORRECT.'
                       MOVE 'PWD ' TO WS-REASON-CODE
               END-EVALUATE
           END-IF

           IF WS-REASON-CODE NOT = SPACES
               PERFORM 1200-RECORD-SECURITY-EVENT
                   THRU 1200-RECORD-SECURITY-EVENT-EXIT
               CLOSE USER-MASTER
               CLOSE RECERT-ACCOUNTS
               CLOSE RECERT-UPD-RPT
               STOP RUN
           END-IF

           IF UM-FAILED-ATTEMPTS NOT = 0
               MOVE 0 TO UM-FAILED-ATTEMPTS
               REWRITE USRMAST-RECORD
           END-IF

           IF NOT UM-PRIV-SUPERVISOR
               DISPLAY 'RCRTUPD - MODE D RESERVE AU SUPERVISEUR.'
               CLOSE USER-MASTER
               CLOSE RECERT-ACCOUNTS
               CLOSE RECERT-UPD-RPT
               STOP RUN
           END-IF.
       1100-VALIDATE-OPERATOR-EXIT.
           EXIT.

       1200-RECORD-SECURITY-EVENT.
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
       1200-RECORD-SECURITY-EVENT-EXIT.
           EXIT.

      *****************************************************************
      *  1300-LOAD-REFERENCE-TABLES - EMPLREF and DEPTMST into core
      *  for the names; a file that cannot be opened leaves its table
      *  empty and the report falls back to bare codes
      *****************************************************************
       1300-LOAD-REFERENCE-TABLES.
           MOVE SPACES TO WS-ER-TABLE
           MOVE SPACES TO WS-DP-TABLE

           OPEN INPUT EMPLOYEE-REFERENCE
           IF WS-EMPLREF-STATUS = '00'
               PERFORM 1350-LOAD-REF-RECORD
                   THRU 1350-LOAD-REF-RECORD-EXIT
                   UNTIL WS-REF-EOF
               CLOSE EMPLOYEE-REFERENCE
           END-IF

           OPEN INPUT DEPARTMENT-MASTER
           IF WS-DEPTMST-STATUS = '00'
               PERFORM 1380-LOAD-DEPT-RECORD
                   THRU 1380-LOAD-DEPT-RECORD-EXIT
                   UNTIL WS-DEPT-EOF
               CLOSE DEPARTMENT-MASTER
           END-IF.
       1300-LOAD-REFERENCE-TABLES-EXIT.
           EXIT.

       1350-LOAD-REF-RECORD.
           READ EMPLOYEE-REFERENCE
               AT END
                   SET WS-REF-EOF TO TRUE
               NOT AT END
                   IF WS-ER-COUNT >= WS-ER-LIMIT
                       DISPLAY 'RCRTUPD - TABLE DES EMPLOYES '
                           'PLEINE, AUGMENTER WS-ER-LIMIT'
                       SET WS-REF-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-ER-COUNT
                       SET EX TO WS-ER-COUNT
                       MOVE ER-USER-ID TO WS-ER-USER-ID (EX)
                       MOVE ER-EMPLOYEE-NAME TO WS-ER-EMP-NAME (EX)
                       MOVE ER-DEPT-CODE TO WS-ER-DEPT-CODE (EX)
                   END-IF
           END-READ.
       1350-LOAD-REF-RECORD-EXIT.
           EXIT.

       1380-LOAD-DEPT-RECORD.
           READ DEPARTMENT-MASTER
               AT END
                   SET WS-DEPT-EOF TO TRUE
               NOT AT END
                   IF WS-DP-COUNT >= WS-DP-LIMIT
                       DISPLAY 'RCRTUPD - TABLE DES DEPARTEMENTS '
                           'PLEINE, AUGMENTER WS-DP-LIMIT'
                       SET WS-DEPT-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-DP-COUNT
                       SET DX TO WS-DP-COUNT
                       MOVE DP-DEPT-CODE TO WS-DP-DEPT-CODE (DX)
                       MOVE DP-DEPT-NAME TO WS-DP-DEPT-NAME (DX)
                   END-IF
           END-READ.
       1380-LOAD-DEPT-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *  1500-LOAD-RESPONSES - the answers into core.  An answer with
      *  no USER-ID or a decision other than G or R is printed and
      *  left out; a second answer for a USER-ID replaces the first.
      *  An absent file leaves every account unanswered.
      *****************************************************************
       1500-LOAD-RESPONSES.
           MOVE SPACES TO WS-RS-TABLE
           OPEN INPUT RECERT-RESPONSES
           IF WS-RCRTRSP-STATUS NOT = '00'
               DISPLAY 'AVERTISSEMENT - RCRTRSP ABSENT, AUCUNE '
                   'REPONSE'
               GO TO 1500-LOAD-RESPONSES-EXIT
           END-IF
           MOVE 'N' TO WS-SECTION-SWITCH
           PERFORM 1550-LOAD-RESPONSE
               THRU 1550-LOAD-RESPONSE-EXIT
               UNTIL WS-RSP-EOF
           CLOSE RECERT-RESPONSES.
       1500-LOAD-RESPONSES-EXIT.
           EXIT.

       1550-LOAD-RESPONSE.
           READ RECERT-RESPONSES
               AT END
                   SET WS-RSP-EOF TO TRUE
                   GO TO 1550-LOAD-RESPONSE-EXIT
           END-READ
           ADD 1 TO WS-RESPONSES-READ

           IF RR-USER-ID = SPACES
               OR (NOT RR-KEEP AND NOT RR-REVOKE)
               ADD 1 TO WS-RESPONSES-REJECTED
               MOVE 'REPONSE INVALIDE  ' TO RPT-ANS-COMMENT
               PERFORM 1580-PRINT-RESPONSE-EXCEPTION
                   THRU 1580-PRINT-RESPONSE-EXCEPTION-EXIT
               GO TO 1550-LOAD-RESPONSE-EXIT
           END-IF

           IF RR-RESPONSE-DATE IS NOT NUMERIC
               OR RR-RESPONSE-DATE < WS-ISSUE-DATE
               ADD 1 TO WS-RESPONSES-REJECTED
               MOVE 'DATE HORS CAMPAGNE' TO RPT-ANS-COMMENT
               PERFORM 1580-PRINT-RESPONSE-EXCEPTION
                   THRU 1580-PRINT-RESPONSE-EXCEPTION-EXIT
               GO TO 1550-LOAD-RESPONSE-EXIT
           END-IF

           MOVE RR-USER-ID TO WS-LOOKUP-USER-ID
           PERFORM 7200-FIND-RESPONSE
               THRU 7200-FIND-RESPONSE-EXIT
           IF WS-RESPONSE-FOUND
               ADD 1 TO WS-RESPONSES-DUPLICATE
               MOVE 'DOUBLON - REMPLACE' TO RPT-ANS-COMMENT
               PERFORM 1580-PRINT-RESPONSE-EXCEPTION
                   THRU 1580-PRINT-RESPONSE-EXCEPTION-EXIT
           ELSE
               IF WS-RS-COUNT >= WS-RS-LIMIT
                   DISPLAY 'RCRTUPD - TABLE DES REPONSES PLEINE, '
                       'AUGMENTER WS-RS-LIMIT'
                   ADD 1 TO WS-RESPONSES-REJECTED
                   MOVE 'TABLE PLEINE      ' TO RPT-ANS-COMMENT
                   PERFORM 1580-PRINT-RESPONSE-EXCEPTION
                       THRU 1580-PRINT-RESPONSE-EXCEPTION-EXIT
                   GO TO 1550-LOAD-RESPONSE-EXIT
               END-IF
               ADD 1 TO WS-RS-COUNT
               SET RX TO WS-RS-COUNT
               MOVE RR-USER-ID TO WS-RS-USER-ID (RX)
               MOVE 'N' TO WS-RS-MATCHED (RX)
           END-IF
           MOVE RR-DECISION TO WS-RS-DECISION (RX)
           MOVE RR-MANAGER-ID TO WS-RS-MANAGER-ID (RX).
       1550-LOAD-RESPONSE-EXIT.
           EXIT.

       1580-PRINT-RESPONSE-EXCEPTION.
           IF NOT WS-SECTION-STARTED
               SET WS-SECTION-STARTED TO TRUE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'REPONSES ECARTEES OU REMPLACEES:'
                   TO RPT-SECTION-TITLE
               WRITE RPT-LINE FROM RPT-SECTION-LINE
           END-IF
           MOVE RR-USER-ID TO RPT-ANS-ID
           MOVE RR-DECISION TO RPT-ANS-DECISION
           MOVE SPACES TO RPT-ANS-NAME
           MOVE RR-MANAGER-ID TO RPT-ANS-MANAGER
           WRITE RPT-LINE FROM RPT-ANSWER-LINE.
       1580-PRINT-RESPONSE-EXCEPTION-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-CAMPAIGN - every account on the sheets against
      *  its answer, department by department (RCRTACC is written in
      *  department order)
      *****************************************************************
       2000-PROCESS-CAMPAIGN.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-HEADING-2
           MOVE RA-DEPT-CODE TO WS-PREV-DEPT-CODE
           MOVE RA-MANAGER-ID TO WS-PREV-MANAGER-ID
           PERFORM 2300-START-DEPARTMENT
               THRU 2300-START-DEPARTMENT-EXIT
           PERFORM 2200-PROCESS-ACCOUNT
               THRU 2200-PROCESS-ACCOUNT-EXIT
               UNTIL WS-EOF
           PERFORM 2900-END-DEPARTMENT
               THRU 2900-END-DEPARTMENT-EXIT
           CLOSE RECERT-ACCOUNTS.
       2000-PROCESS-CAMPAIGN-EXIT.
           EXIT.

       2100-READ-ACCOUNT.
           READ RECERT-ACCOUNTS
               AT END
                   SET WS-EOF TO TRUE.
       2100-READ-ACCOUNT-EXIT.
           EXIT.

       2200-PROCESS-ACCOUNT.
           IF RA-DEPT-CODE NOT = WS-PREV-DEPT-CODE
               PERFORM 2900-END-DEPARTMENT
                   THRU 2900-END-DEPARTMENT-EXIT
               MOVE RA-DEPT-CODE TO WS-PREV-DEPT-CODE
               MOVE RA-MANAGER-ID TO WS-PREV-MANAGER-ID
               PERFORM 2300-START-DEPARTMENT
                   THRU 2300-START-DEPARTMENT-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNTS-READ
           ADD 1 TO WS-DEPT-ACCOUNTS

           MOVE SPACES TO RPT-LINE
           MOVE RA-USER-ID TO RPT-USER-ID
           MOVE RA-USER-ID TO WS-LOOKUP-USER-ID
           PERFORM 7000-LOOKUP-EMPLOYEE
               THRU 7000-LOOKUP-EMPLOYEE-EXIT
           MOVE WS-EMP-NAME TO RPT-EMP-NAME

           PERFORM 7200-FIND-RESPONSE
               THRU 7200-FIND-RESPONSE-EXIT
           IF NOT WS-RESPONSE-FOUND
               ADD 1 TO WS-UNANSWERED-COUNT
               MOVE '-' TO RPT-DECISION
               MOVE SPACES TO RPT-ANSWERED-BY
               MOVE 'SANS REPONSE' TO RPT-ACTION
               GO TO 2200-WRITE-ACCOUNT-LINE
           END-IF

           MOVE 'Y' TO WS-RS-MATCHED (RX)
           MOVE WS-RS-DECISION (RX) TO RPT-DECISION
           MOVE WS-RS-MANAGER-ID (RX) TO RPT-ANSWERED-BY
           IF RA-MANAGER-ID NOT = SPACES
               AND WS-RS-MANAGER-ID (RX) NOT = RA-MANAGER-ID
               ADD 1 TO WS-WRONG-SIGNER-COUNT
               MOVE 'SIGNATAIRE INVALIDE' TO RPT-ACTION
               GO TO 2200-WRITE-ACCOUNT-LINE
           END-IF
           ADD 1 TO WS-DEPT-ANSWERED
           IF WS-RS-KEEP (RX)
               ADD 1 TO WS-KEPT-COUNT
               MOVE 'CONSERVE' TO RPT-ACTION
           ELSE
               PERFORM 2400-REVOKE-ACCOUNT
                   THRU 2400-REVOKE-ACCOUNT-EXIT
           END-IF.

       2200-WRITE-ACCOUNT-LINE.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
           PERFORM 2100-READ-ACCOUNT
               THRU 2100-READ-ACCOUNT-EXIT.
       2200-PROCESS-ACCOUNT-EXIT.
           EXIT.

       2300-START-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-ACCOUNTS
           MOVE ZERO TO WS-DEPT-ANSWERED
           MOVE WS-PREV-DEPT-CODE TO WS-LOOKUP-DEPT
           PERFORM 7100-LOOKUP-DEPT-NAME
               THRU 7100-LOOKUP-DEPT-NAME-EXIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PREV-DEPT-CODE TO RPT-DEPT-CODE
           MOVE WS-DEPT-NAME TO RPT-DEPT-NAME
           MOVE WS-PREV-MANAGER-ID TO RPT-DEPT-MANAGER
           WRITE RPT-LINE FROM RPT-DEPT-LINE.
       2300-START-DEPARTMENT-EXIT.
           EXIT.

      *****************************************************************
      *  2400-REVOKE-ACCOUNT - a revoke answer deactivates the account
      *  in mode D, with the same USRAUDIT trace as USRMAINT; mode W
      *  only says it would
      *****************************************************************
       2400-REVOKE-ACCOUNT.
           MOVE RA-USER-ID TO UM-USER-ID
           READ USER-MASTER
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-COUNT
                   MOVE 'COMPTE INCONNU' TO RPT-ACTION
                   GO TO 2400-REVOKE-ACCOUNT-EXIT
           END-READ

           IF UM-DEACTIVATED
               ADD 1 TO WS-ALREADY-DEAC-COUNT
               MOVE 'DEJA DESACTIVE' TO RPT-ACTION
               GO TO 2400-REVOKE-ACCOUNT-EXIT
           END-IF

           IF WS-WARN-ONLY
               ADD 1 TO WS-TO-DEACTIVATE-COUNT
               MOVE 'A DESACTIVER' TO RPT-ACTION
               GO TO 2400-REVOKE-ACCOUNT-EXIT
           END-IF

           MOVE USRMAST-RECORD TO WS-BEFORE-IMAGE
           SET UM-DEACTIVATED TO TRUE
           REWRITE USRMAST-RECORD
               INVALID KEY
                   ADD 1 TO WS-UPDATE-ERROR-COUNT
                   MOVE 'ERREUR MISE A JOUR' TO RPT-ACTION
                   GO TO 2400-REVOKE-ACCOUNT-EXIT
           END-REWRITE
           ADD 1 TO WS-DEACTIVATED-COUNT
           MOVE 'DESACTIVE' TO RPT-ACTION
           PERFORM 2500-WRITE-AUDIT
               THRU 2500-WRITE-AUDIT-EXIT.
       2400-REVOKE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      *  2500-WRITE-AUDIT - same trace as a USRMAINT deactivation so
      *  the revocation shows up on AUDRPT
      *****************************************************************
       2500-WRITE-AUDIT.
           OPEN EXTEND USRMAST-AUDIT
           IF WS-USRAUDIT-STATUS = '05' OR WS-USRAUDIT-STATUS = '35'
               OPEN OUTPUT USRMAST-AUDIT
           END-IF
           IF WS-USRAUDIT-STATUS NOT = '00'
               DISPLAY 'AVERTISSEMENT - ECRITURE USRAUDIT '
                   'IMPOSSIBLE, CODE ' WS-USRAUDIT-STATUS
           ELSE
               MOVE SPACES TO USRMAST-AUDIT-RECORD
               MOVE 'DEAC' TO AU-ACTION-CODE
               ACCEPT AU-ACTION-DATE FROM DATE YYYYMMDD
               ACCEPT AU-ACTION-TIME FROM TIME
               MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
               MOVE WS-BEFORE-IMAGE TO AU-BEFORE-IMAGE
               MOVE USRMAST-RECORD TO AU-AFTER-IMAGE
               WRITE USRMAST-AUDIT-RECORD
               CLOSE USRMAST-AUDIT
           END-IF.
       2500-WRITE-AUDIT-EXIT.
           EXIT.

      *****************************************************************
      *  2900-END-DEPARTMENT - answered count for the department; a
      *  department with no answer at all is kept for the summary
      *****************************************************************
       2900-END-DEPARTMENT.
           MOVE WS-DEPT-ANSWERED TO RPT-DEPT-ANSWERED
           MOVE WS-DEPT-ACCOUNTS TO RPT-DEPT-ACCOUNTS
           WRITE RPT-LINE FROM RPT-DEPT-TOTAL-LINE
           IF WS-DEPT-ANSWERED = ZERO AND WS-DEPT-ACCOUNTS > ZERO
               AND WS-UD-COUNT < 200
               ADD 1 TO WS-UD-COUNT
               MOVE WS-PREV-DEPT-CODE TO WS-UD-DEPT-CODE (WS-UD-COUNT)
               MOVE WS-PREV-MANAGER-ID
                   TO WS-UD-MANAGER-ID (WS-UD-COUNT)
               MOVE WS-DEPT-ACCOUNTS TO WS-UD-ACCOUNTS (WS-UD-COUNT)
           END-IF.
       2900-END-DEPARTMENT-EXIT.
           EXIT.

      *****************************************************************
      *  3000-LIST-UNANSWERED - departments that sent nothing back,
      *  then every account left unanswered, from a second pass over
      *  the campaign file
      *****************************************************************
       3000-LIST-UNANSWERED.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DEPARTEMENTS SANS AUCUNE REPONSE:'
               TO RPT-SECTION-TITLE
           WRITE RPT-LINE FROM RPT-SECTION-LINE
           IF WS-UD-COUNT = ZERO
               MOVE '  AUCUN' TO RPT-SECTION-TITLE
               WRITE RPT-LINE FROM RPT-SECTION-LINE
           END-IF
           MOVE 1 TO WS-UD-SUB
           PERFORM 3100-PRINT-UNANSWERED-DEPT
               THRU 3100-PRINT-UNANSWERED-DEPT-EXIT
               UNTIL WS-UD-SUB > WS-UD-COUNT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'COMPTES SANS REPONSE:' TO RPT-SECTION-TITLE
           WRITE RPT-LINE FROM RPT-SECTION-LINE
           IF WS-UNANSWERED-COUNT = ZERO
               MOVE '  AUCUN' TO RPT-SECTION-TITLE
               WRITE RPT-LINE FROM RPT-SECTION-LINE
               GO TO 3000-LIST-UNANSWERED-EXIT
           END-IF
           OPEN INPUT RECERT-ACCOUNTS
           IF WS-RCRTACC-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RCRTACC, CODE '
                   WS-RCRTACC-STATUS
               GO TO 3000-LIST-UNANSWERED-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3200-PRINT-UNANSWERED-ACCOUNT
               THRU 3200-PRINT-UNANSWERED-ACCOUNT-EXIT
               UNTIL WS-EOF
           CLOSE RECERT-ACCOUNTS.
       3000-LIST-UNANSWERED-EXIT.
           EXIT.

       3100-PRINT-UNANSWERED-DEPT.
           MOVE SPACES TO RPT-LINE
           MOVE WS-UD-DEPT-CODE (WS-UD-SUB) TO RPT-LIST-DEPT-CODE
           MOVE WS-UD-DEPT-CODE (WS-UD-SUB) TO WS-LOOKUP-DEPT
           PERFORM 7100-LOOKUP-DEPT-NAME
               THRU 7100-LOOKUP-DEPT-NAME-EXIT
           MOVE SPACES TO RPT-LIST-ID
           MOVE WS-DEPT-NAME TO RPT-LIST-NAME
           MOVE WS-UD-MANAGER-ID (WS-UD-SUB) TO RPT-LIST-MANAGER
           MOVE WS-UD-ACCOUNTS (WS-UD-SUB) TO RPT-DEPT-ACCOUNTS
           MOVE SPACES TO RPT-LIST-COMMENT
           STRING RPT-DEPT-ACCOUNTS DELIMITED BY SIZE
               ' COMPTE(S)' DELIMITED BY SIZE
               INTO RPT-LIST-COMMENT
           WRITE RPT-LINE FROM RPT-LIST-LINE
           ADD 1 TO WS-UD-SUB.
       3100-PRINT-UNANSWERED-DEPT-EXIT.
           EXIT.

       3200-PRINT-UNANSWERED-ACCOUNT.
           PERFORM 2100-READ-ACCOUNT
               THRU 2100-READ-ACCOUNT-EXIT
           IF WS-EOF
               GO TO 3200-PRINT-UNANSWERED-ACCOUNT-EXIT
           END-IF
           MOVE RA-USER-ID TO WS-LOOKUP-USER-ID
           PERFORM 7200-FIND-RESPONSE
               THRU 7200-FIND-RESPONSE-EXIT
           IF WS-RESPONSE-FOUND
               GO TO 3200-PRINT-UNANSWERED-ACCOUNT-EXIT
           END-IF
           PERFORM 7000-LOOKUP-EMPLOYEE
               THRU 7000-LOOKUP-EMPLOYEE-EXIT
           MOVE SPACES TO RPT-LINE
           MOVE RA-DEPT-CODE TO RPT-LIST-DEPT-CODE
           MOVE RA-USER-ID TO RPT-LIST-ID
           MOVE WS-EMP-NAME TO RPT-LIST-NAME
           MOVE RA-MANAGER-ID TO RPT-LIST-MANAGER
           MOVE SPACES TO RPT-LIST-COMMENT
           WRITE RPT-LINE FROM RPT-LIST-LINE.
       3200-PRINT-UNANSWERED-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      *  3500-LIST-OUTSIDE-ANSWERS - answers for USER-IDs that were
      *  not on the sheets; none of them is applied
      *****************************************************************
       3500-LIST-OUTSIDE-ANSWERS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'REPONSES HORS CAMPAGNE (NON APPLIQUEES):'
               TO RPT-SECTION-TITLE
           WRITE RPT-LINE FROM RPT-SECTION-LINE
           MOVE 1 TO WS-RS-SUB
           PERFORM 3600-PRINT-OUTSIDE-ANSWER
               THRU 3600-PRINT-OUTSIDE-ANSWER-EXIT
               UNTIL WS-RS-SUB > WS-RS-COUNT
           IF WS-RESPONSES-OUTSIDE = ZERO
               MOVE '  AUCUNE' TO RPT-SECTION-TITLE
               WRITE RPT-LINE FROM RPT-SECTION-LINE
           END-IF.
       3500-LIST-OUTSIDE-ANSWERS-EXIT.
           EXIT.

       3600-PRINT-OUTSIDE-ANSWER.
           IF NOT WS-RS-ON-SHEET (WS-RS-SUB)
               ADD 1 TO WS-RESPONSES-OUTSIDE
               MOVE SPACES TO RPT-LINE
               MOVE WS-RS-USER-ID (WS-RS-SUB) TO RPT-ANS-ID
               MOVE WS-RS-DECISION (WS-RS-SUB) TO RPT-ANS-DECISION
               MOVE WS-RS-USER-ID (WS-RS-SUB) TO WS-LOOKUP-USER-ID
               PERFORM 7000-LOOKUP-EMPLOYEE
                   THRU 7000-LOOKUP-EMPLOYEE-EXIT
               MOVE WS-EMP-NAME TO RPT-ANS-NAME
               MOVE WS-RS-MANAGER-ID (WS-RS-SUB) TO RPT-ANS-MANAGER
               MOVE SPACES TO RPT-ANS-COMMENT
               WRITE RPT-LINE FROM RPT-ANSWER-LINE
           END-IF
           ADD 1 TO WS-RS-SUB.
       3600-PRINT-OUTSIDE-ANSWER-EXIT.
           EXIT.

      *****************************************************************
      *  7000-LOOKUP-EMPLOYEE - name and department for a USER-ID;
      *  spaces when the user has no EMPLREF entry
      *****************************************************************
       7000-LOOKUP-EMPLOYEE.
           MOVE SPACES TO WS-EMP-NAME
           MOVE SPACES TO WS-EMP-DEPT
           IF WS-ER-COUNT = ZERO
               GO TO 7000-LOOKUP-EMPLOYEE-EXIT
           END-IF
           SET EX TO 1
           SEARCH WS-ER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ER-USER-ID (EX) = WS-LOOKUP-USER-ID
                   MOVE WS-ER-EMP-NAME (EX) TO WS-EMP-NAME
                   MOVE WS-ER-DEPT-CODE (EX) TO WS-EMP-DEPT
           END-SEARCH.
       7000-LOOKUP-EMPLOYEE-EXIT.
           EXIT.

      *****************************************************************
      *  7100-LOOKUP-DEPT-NAME - caption for a department code
      *****************************************************************
       7100-LOOKUP-DEPT-NAME.
           IF WS-LOOKUP-DEPT = SPACES
               MOVE '(SANS DEPARTEMENT)' TO WS-DEPT-NAME
               GO TO 7100-LOOKUP-DEPT-NAME-EXIT
           END-IF
           MOVE '(DEPARTEMENT INCONNU)' TO WS-DEPT-NAME
           IF WS-DP-COUNT = ZERO
               GO TO 7100-LOOKUP-DEPT-NAME-EXIT
           END-IF
           SET DX TO 1
           SEARCH WS-DP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DP-DEPT-CODE (DX) = WS-LOOKUP-DEPT
                   MOVE WS-DP-DEPT-NAME (DX) TO WS-DEPT-NAME
           END-SEARCH.
       7100-LOOKUP-DEPT-NAME-EXIT.
           EXIT.

      *****************************************************************
      *  7200-FIND-RESPONSE - leaves RX on the answer for
      *  WS-LOOKUP-USER-ID when there is one
      *****************************************************************
       7200-FIND-RESPONSE.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF WS-RS-COUNT = ZERO
               GO TO 7200-FIND-RESPONSE-EXIT
           END-IF
           SET RX TO 1
           SEARCH WS-RS-ENTRY
               AT END
                   CONTINUE
               WHEN RX > WS-RS-COUNT
                   CONTINUE
               WHEN WS-RS-USER-ID (RX) = WS-LOOKUP-USER-ID
                   SET WS-RESPONSE-FOUND TO TRUE
           END-SEARCH.
       7200-FIND-RESPONSE-EXIT.
           EXIT.

      *****************************************************************
      *  8000-FINALIZE - counts on the report and the console; every
      *  account on the sheets has one outcome and every answer read
      *  is kept, replaced, rejected or outside the campaign
      *****************************************************************
       8000-FINALIZE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'COMPTES DE LA CAMPAGNE      : ' TO RPT-COUNT-LABEL
           MOVE WS-ACCOUNTS-READ TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'CONSERVES                   : ' TO RPT-COUNT-LABEL
           MOVE WS-KEPT-COUNT TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'DESACTIVES                  : ' TO RPT-COUNT-LABEL
           MOVE WS-DEACTIVATED-COUNT TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'A DESACTIVER (MODE W)       : ' TO RPT-COUNT-LABEL
           MOVE WS-TO-DEACTIVATE-COUNT TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'DEJA DESACTIVES             : ' TO RPT-COUNT-LABEL
           MOVE WS-ALREADY-DEAC-COUNT TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'COMPTES INCONNUS            : ' TO RPT-COUNT-LABEL
           MOVE WS-UNKNOWN-COUNT TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'ERREURS DE MISE A JOUR      : ' TO RPT-COUNT-LABEL
           MOVE WS-UPDATE-ERROR-COUNT TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'SANS REPONSE                : ' TO RPT-COUNT-LABEL
           MOVE WS-UNANSWERED-COUNT TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'SIGNATAIRE INVALIDE         : ' TO RPT-COUNT-LABEL
           MOVE WS-WRONG-SIGNER-COUNT TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'DEPARTEMENTS SANS REPONSE   : ' TO RPT-COUNT-LABEL
           MOVE WS-UD-COUNT TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REPONSES LUES               : ' TO RPT-COUNT-LABEL
           MOVE WS-RESPONSES-READ TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REPONSES REJETEES           : ' TO RPT-COUNT-LABEL
           MOVE WS-RESPONSES-REJECTED TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REPONSES REMPLACEES         : ' TO RPT-COUNT-LABEL
           MOVE WS-RESPONSES-DUPLICATE TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REPONSES HORS CAMPAGNE      : ' TO RPT-COUNT-LABEL
           MOVE WS-RESPONSES-OUTSIDE TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE

           COMPUTE WS-ACCOUNTS-BALANCE = WS-KEPT-COUNT
               + WS-DEACTIVATED-COUNT + WS-TO-DEACTIVATE-COUNT
               + WS-ALREADY-DEAC-COUNT + WS-UNKNOWN-COUNT
               + WS-UPDATE-ERROR-COUNT + WS-UNANSWERED-COUNT
               + WS-WRONG-SIGNER-COUNT
           COMPUTE WS-RESPONSES-BALANCE = WS-RESPONSES-REJECTED
               + WS-RESPONSES-DUPLICATE + WS-RS-COUNT
           IF WS-ACCOUNTS-BALANCE NOT = WS-ACCOUNTS-READ
               OR WS-RESPONSES-BALANCE NOT = WS-RESPONSES-READ
               OR WS-RS-COUNT NOT = WS-RESPONSES-OUTSIDE
                   + WS-ACCOUNTS-READ - WS-UNANSWERED-COUNT
               MOVE SPACES TO RPT-LINE
               MOVE '*** TOTAUX DE CONTROLE NON EQUILIBRES ***'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE RECERT-UPD-RPT
           CLOSE USER-MASTER

           DISPLAY 'RCRTUPD - CAMPAGNE ' WS-CAMPAIGN
               ' MODE ' WS-RUN-MODE
           DISPLAY 'RCRTUPD - COMPTES: ' WS-ACCOUNTS-READ
               ' SANS REPONSE: ' WS-UNANSWERED-COUNT
               ' SIGNATAIRE INVALIDE: ' WS-WRONG-SIGNER-COUNT
           DISPLAY 'RCRTUPD - COMPTES DESACTIVES: '
               WS-DEACTIVATED-COUNT.
       8000-FINALIZE-EXIT.
           EXIT.
