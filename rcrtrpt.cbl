       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RCRTRPT.
       AUTHOR.        R. NOEL.
       INSTALLATION.  OPERATIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------
      *  DATE        BY   DESCRIPTION
      *  2026-10-15  RN   Initial version - quarterly access
      *                   recertification sheets by department.
      *****************************************************************
      *  Prints one recertification sheet per department for the
      *  quarterly campaign (the current quarter when the operator
      *  presses ENTER).  Each sheet names the department and its
      *  responsible manager from DEPTMST and lists every ACTIVE
      *  USER-MASTER account of the department (EMPLREF) with the
      *  employee name, the privilege class, the last sign-on date
      *  from SIGNON-LOG and the age of the password in days, with a
      *  box to tick to keep or revoke the account and a line for the
      *  manager's signature.  Active accounts with no EMPLREF entry
      *  come out on a sheet of their own, with no manager, for the
      *  security administrator.
      *
      *  Every account printed is also written to RCRTACC, which
      *  RCRTUPD reads back with the managers' answers to find the
      *  accounts and departments that were never answered.  Running
      *  the program again for the campaign replaces RCRTACC.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USRMAST-KEY
               FILE STATUS IS WS-USRMAST-STATUS.

           SELECT SIGNON-LOG ASSIGN TO "SIGNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.

           SELECT EMPLOYEE-REFERENCE ASSIGN TO "EMPLREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLREF-STATUS.

           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTMST-STATUS.

           SELECT SORT-WORK ASSIGN TO "RCRTSRTW".

           SELECT RECERT-ACCOUNTS ASSIGN TO "RCRTACC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCRTACC-STATUS.

           SELECT RECERT-RPT ASSIGN TO "RCRTRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCRTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
       COPY "usrmast.cpy".

       FD  SIGNON-LOG.
       COPY "sgnlog.cpy".

       FD  EMPLOYEE-REFERENCE.
       COPY "emplref.cpy".

       FD  DEPARTMENT-MASTER.
       COPY "deptmst.cpy".

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SW-DEPT-CODE            PIC X(04).
           05  SW-USER-ID              PIC X(10).
           05  SW-EMP-NAME             PIC X(30).
           05  SW-PRIV-CLASS           PIC X(01).
           05  SW-LAST-ON-DATE         PIC 9(08).
           05  SW-PWD-CHANGED          PIC 9(08).

       FD  RECERT-ACCOUNTS.
       COPY "rcrtacc.cpy".

       FD  RECERT-RPT.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-USRMAST-STATUS           PIC X(02).
           88  USRMAST-OK                      VALUE '00'.
       01  WS-SIGNLOG-STATUS           PIC X(02).
       01  WS-EMPLREF-STATUS           PIC X(02).
       01  WS-DEPTMST-STATUS           PIC X(02).
       01  WS-RCRTACC-STATUS           PIC X(02).
       01  WS-RCRTRPT-STATUS           PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-EOF                      VALUE 'Y'.
           05  WS-LOG-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-LOG-EOF                  VALUE 'Y'.
           05  WS-REF-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-REF-EOF                  VALUE 'Y'.
           05  WS-DEPT-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-DEPT-EOF                 VALUE 'Y'.
           05  WS-FIRST-RECORD-SWITCH  PIC X(01) VALUE 'Y'.
               88  WS-FIRST-RECORD             VALUE 'Y' FALSE 'N'.

       01  WS-TODAY-DATE               PIC 9(08).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YEAR           PIC 9(04).
           05  WS-TODAY-MONTH          PIC 9(02).
           05  WS-TODAY-DAY            PIC 9(02).
       01  WS-TODAY-INTEGER            PIC 9(09) COMP.
       01  WS-PWD-AGE                  PIC S9(09) COMP.

      *  Campaign = year and quarter, 2026T4
       01  WS-CAMPAIGN.
           05  WS-CAMP-YEAR            PIC 9(04).
           05  WS-CAMP-LETTER          PIC X(01) VALUE 'T'.
           05  WS-CAMP-QUARTER         PIC 9(01).
       01  WS-ENTERED-CAMPAIGN         PIC X(06).
       01  WS-ENTERED-CAMP-PARTS REDEFINES WS-ENTERED-CAMPAIGN.
           05  WS-ENT-CAMP-YEAR        PIC X(04).
           05  WS-ENT-CAMP-LETTER      PIC X(01).
           05  WS-ENT-CAMP-QUARTER     PIC X(01).

       01  WS-PREV-DEPT-CODE           PIC X(04) VALUE SPACES.
       01  WS-DEPT-MANAGER-ID          PIC X(10) VALUE SPACES.
       01  WS-SHEET-COUNT              PIC 9(05) COMP VALUE ZERO.
       01  WS-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
       01  WS-ACTIVE-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-INACTIVE-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-LISTED-COUNT             PIC 9(07) COMP VALUE ZERO.
       01  WS-SHEET-TOTAL              PIC 9(05) COMP VALUE ZERO.
       01  WS-NO-MANAGER-COUNT         PIC 9(05) COMP VALUE ZERO.

       01  WS-LOOKUP-USER-ID           PIC X(10).
       01  WS-EMP-NAME                 PIC X(30).
       01  WS-EMP-DEPT                 PIC X(04).
       01  WS-LOOKUP-DEPT              PIC X(04).
       01  WS-DEPT-NAME                PIC X(30).

      *  Last sign-ON date per USER-ID, from one pass over SIGNON-LOG
       01  WS-USER-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  WS-TABLE-LIMIT              PIC 9(04) COMP VALUE 2000.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY UX.
               10  WS-UT-USER-ID       PIC X(10).
               10  WS-UT-LAST-ON-DATE  PIC 9(08).

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
               10  WS-DP-MANAGER-ID    PIC X(10).

       01  RPT-SHEET-TITLE-LINE.
           05  FILLER                  PIC X(37) VALUE
               'RECERTIFICATION DES ACCES - CAMPAGNE '.
           05  RPT-TITLE-CAMPAIGN      PIC X(06).
           05  FILLER                  PIC X(18) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'EDITEE LE  '.
           05  RPT-TITLE-DATE          PIC 9(08).

       01  RPT-SHEET-DEPT-LINE.
           05  FILLER                  PIC X(14) VALUE
               'DEPARTEMENT : '.
           05  RPT-SHEET-DEPT-CODE     PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-SHEET-DEPT-NAME     PIC X(30).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  RPT-SHEET-MANAGER-LINE.
           05  FILLER                  PIC X(14) VALUE
               'RESPONSABLE : '.
           05  RPT-SHEET-MANAGER-ID    PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-SHEET-MANAGER-NAME  PIC X(30).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  RPT-SHEET-HEADING-LINE.
           05  FILLER                  PIC X(34) VALUE
               'USER-ID     NOM'.
           05  FILLER                  PIC X(46) VALUE
               'CL  DERN. CNX  AGE MDP  GARDER  REVOQUER'.

       01  RPT-DETAIL-LINE.
           05  RPT-USER-ID             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-EMP-NAME            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PRIV-CLASS          PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-LAST-ON-DATE        PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-PWD-AGE             PIC ZZZZ9.
           05  RPT-PWD-AGE-X REDEFINES RPT-PWD-AGE
                                       PIC X(05).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE '[ ]'.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE '[ ]'.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  RPT-SHEET-COUNT-LINE.
           05  FILLER                  PIC X(30) VALUE
               'COMPTES A RECERTIFIER :       '.
           05  RPT-SHEET-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  RPT-SIGNATURE-LINE.
           05  FILLER                  PIC X(40) VALUE
               'SIGNATURE DU RESPONSABLE : ____________'.
           05  FILLER                  PIC X(40) VALUE
               '__________    DATE : __________'.

       01  RPT-SUMMARY-TITLE-LINE.
           05  FILLER                  PIC X(37) VALUE
               'RCRTRPT - RECAPITULATIF DE CAMPAGNE '.
           05  RPT-SUMMARY-CAMPAIGN    PIC X(06).
           05  FILLER                  PIC X(37) VALUE SPACES.

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

           PERFORM 1400-LOAD-ACTIVITY-TABLE
               THRU 1400-LOAD-ACTIVITY-TABLE-EXIT

           SORT SORT-WORK
               ON ASCENDING KEY SW-DEPT-CODE SW-USER-ID
               INPUT PROCEDURE IS 1500-SELECT-ACCOUNTS
                   THRU 1500-SELECT-ACCOUNTS-EXIT
               OUTPUT PROCEDURE IS 2000-PRINT-SHEETS
                   THRU 2000-PRINT-SHEETS-EXIT

           IF WS-FIRST-RECORD
               DISPLAY 'RCRTRPT - AUCUN COMPTE ACTIF DANS USRMAST'
           END-IF

           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT

           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - campaign from the operator, reference
      *  tables, then the report and the campaign file
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           MOVE WS-TODAY-YEAR TO WS-CAMP-YEAR
           COMPUTE WS-CAMP-QUARTER = (WS-TODAY-MONTH + 2) / 3

           DISPLAY 'RCRTRPT - CAMPAGNE (AAAATN, VIDE = TRIMESTRE '
               'EN COURS): '
           ACCEPT WS-ENTERED-CAMPAIGN
           IF WS-ENTERED-CAMPAIGN NOT = SPACES
               IF WS-ENT-CAMP-YEAR IS NOT NUMERIC
                   OR WS-ENT-CAMP-LETTER NOT = 'T'
                   OR WS-ENT-CAMP-QUARTER < '1'
                   OR WS-ENT-CAMP-QUARTER > '4'
                   DISPLAY 'RCRTRPT - CAMPAGNE INVALIDE'
                   STOP RUN
               END-IF
               MOVE WS-ENTERED-CAMPAIGN TO WS-CAMPAIGN
           END-IF

           PERFORM 1300-LOAD-REFERENCE-TABLES
               THRU 1300-LOAD-REFERENCE-TABLES-EXIT

           OPEN INPUT USER-MASTER
           IF NOT USRMAST-OK
               DISPLAY 'ERREUR OUVERTURE USER-MASTER, CODE '
                   WS-USRMAST-STATUS
               STOP RUN
           END-IF

           OPEN OUTPUT RECERT-RPT
           IF WS-RCRTRPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RCRTRPT.OUT, CODE '
                   WS-RCRTRPT-STATUS
               CLOSE USER-MASTER
               STOP RUN
           END-IF

           OPEN OUTPUT RECERT-ACCOUNTS
           IF WS-RCRTACC-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE RCRTACC, CODE '
                   WS-RCRTACC-STATUS
               CLOSE USER-MASTER
               CLOSE RECERT-RPT
               STOP RUN
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *  1300-LOAD-REFERENCE-TABLES - EMPLREF and DEPTMST into core.
      *  Without EMPLREF every account would land on the sheet with
      *  no department, so the campaign is not started.
      *****************************************************************
       1300-LOAD-REFERENCE-TABLES.
           MOVE SPACES TO WS-ER-TABLE
           MOVE SPACES TO WS-DP-TABLE

           OPEN INPUT EMPLOYEE-REFERENCE
           IF WS-EMPLREF-STATUS NOT = '00'
               DISPLAY 'RCRTRPT - EMPLREF INACCESSIBLE, CODE '
                   WS-EMPLREF-STATUS
               STOP RUN
           END-IF
           PERFORM 1350-LOAD-REF-RECORD
               THRU 1350-LOAD-REF-RECORD-EXIT
               UNTIL WS-REF-EOF
           CLOSE EMPLOYEE-REFERENCE

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
                       DISPLAY 'RCRTRPT - TABLE DES EMPLOYES '
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
                       DISPLAY 'RCRTRPT - TABLE DES DEPARTEMENTS '
                           'PLEINE, AUGMENTER WS-DP-LIMIT'
                       SET WS-DEPT-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-DP-COUNT
                       SET DX TO WS-DP-COUNT
                       MOVE DP-DEPT-CODE TO WS-DP-DEPT-CODE (DX)
                       MOVE DP-DEPT-NAME TO WS-DP-DEPT-NAME (DX)
                       MOVE DP-MANAGER-ID TO WS-DP-MANAGER-ID (DX)
                   END-IF
           END-READ.
       1380-LOAD-DEPT-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *  1400-LOAD-ACTIVITY-TABLE - one pass over SIGNON-LOG keeping
      *  the most recent sign-ON date per USER-ID.  An absent log
      *  only means every account shows no sign-on.
      *****************************************************************
       1400-LOAD-ACTIVITY-TABLE.
           MOVE SPACES TO WS-USER-TABLE
           OPEN INPUT SIGNON-LOG
           IF WS-SIGNLOG-STATUS NOT = '00'
               DISPLAY 'RCRTRPT - SIGNLOG ABSENT, DERNIERE CONNEXION '
                   'NON DISPONIBLE'
               GO TO 1400-LOAD-ACTIVITY-TABLE-EXIT
           END-IF
           PERFORM 1420-TALLY-LOG-RECORD
               THRU 1420-TALLY-LOG-RECORD-EXIT
               UNTIL WS-LOG-EOF
           CLOSE SIGNON-LOG.
       1400-LOAD-ACTIVITY-TABLE-EXIT.
           EXIT.

       1420-TALLY-LOG-RECORD.
           READ SIGNON-LOG
               AT END
                   SET WS-LOG-EOF TO TRUE
               NOT AT END
                   IF SL-EVENT-SIGNON
                       PERFORM 1440-POST-USER-ACTIVITY
                           THRU 1440-POST-USER-ACTIVITY-EXIT
                   END-IF
           END-READ.
       1420-TALLY-LOG-RECORD-EXIT.
           EXIT.

       1440-POST-USER-ACTIVITY.
           IF WS-USER-COUNT = ZERO
               GO TO 1440-ADD-NEW-ENTRY
           END-IF
           SET UX TO 1
           SEARCH WS-USER-ENTRY
               AT END
                   GO TO 1440-ADD-NEW-ENTRY
               WHEN WS-UT-USER-ID (UX) = SL-USER-ID
                   IF SL-SIGNON-DATE > WS-UT-LAST-ON-DATE (UX)
                       MOVE SL-SIGNON-DATE TO WS-UT-LAST-ON-DATE (UX)
                   END-IF
           END-SEARCH
           GO TO 1440-POST-USER-ACTIVITY-EXIT.

       1440-ADD-NEW-ENTRY.
           IF WS-USER-COUNT >= WS-TABLE-LIMIT
               DISPLAY 'RCRTRPT - TABLE DES UTILISATEURS PLEINE, '
                   'AUGMENTER WS-TABLE-LIMIT'
               SET WS-LOG-EOF TO TRUE
               GO TO 1440-POST-USER-ACTIVITY-EXIT
           END-IF
           ADD 1 TO WS-USER-COUNT
           SET UX TO WS-USER-COUNT
           MOVE SL-USER-ID TO WS-UT-USER-ID (UX)
           MOVE SL-SIGNON-DATE TO WS-UT-LAST-ON-DATE (UX).
       1440-POST-USER-ACTIVITY-EXIT.
           EXIT.

      *****************************************************************
      *  1500-SELECT-ACCOUNTS - SORT input procedure.  Releases every
      *  active account with its department, name and last sign-on.
      *****************************************************************
       1500-SELECT-ACCOUNTS.
           PERFORM 1600-RELEASE-ACCOUNT
               THRU 1600-RELEASE-ACCOUNT-EXIT
               UNTIL WS-EOF.
       1500-SELECT-ACCOUNTS-EXIT.
           EXIT.

       1600-RELEASE-ACCOUNT.
           READ USER-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1600-RELEASE-ACCOUNT-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF NOT UM-ACTIVE
               ADD 1 TO WS-INACTIVE-COUNT
               GO TO 1600-RELEASE-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-ACTIVE-COUNT

           MOVE UM-USER-ID TO WS-LOOKUP-USER-ID
           PERFORM 7000-LOOKUP-EMPLOYEE
               THRU 7000-LOOKUP-EMPLOYEE-EXIT
           MOVE SPACES TO SORT-WORK-RECORD
           MOVE WS-EMP-DEPT TO SW-DEPT-CODE
           MOVE UM-USER-ID TO SW-USER-ID
           MOVE WS-EMP-NAME TO SW-EMP-NAME
           IF UM-PRIV-SUPERVISOR
               MOVE 'S' TO SW-PRIV-CLASS
           ELSE
               MOVE 'O' TO SW-PRIV-CLASS
           END-IF
           MOVE UM-PASSWORD-LAST-CHANGED TO SW-PWD-CHANGED

           MOVE ZEROS TO SW-LAST-ON-DATE
           IF WS-USER-COUNT > ZERO
               SET UX TO 1
               SEARCH WS-USER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-UT-USER-ID (UX) = UM-USER-ID
                       MOVE WS-UT-LAST-ON-DATE (UX) TO SW-LAST-ON-DATE
               END-SEARCH
           END-IF
           RELEASE SORT-WORK-RECORD.
       1600-RELEASE-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PRINT-SHEETS - SORT output procedure.  A new sheet on
      *  every change of department; each account printed is written
      *  to the campaign file.
      *****************************************************************
       2000-PRINT-SHEETS.
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2100-RETURN-SORTED-RECORD
               THRU 2100-RETURN-SORTED-RECORD-EXIT
           PERFORM 2200-PRINT-ACCOUNT
               THRU 2200-PRINT-ACCOUNT-EXIT
               UNTIL WS-EOF
           IF NOT WS-FIRST-RECORD
               PERFORM 2900-CLOSE-SHEET
                   THRU 2900-CLOSE-SHEET-EXIT
           END-IF.
       2000-PRINT-SHEETS-EXIT.
           EXIT.

       2100-RETURN-SORTED-RECORD.
           RETURN SORT-WORK
               AT END
                   SET WS-EOF TO TRUE.
       2100-RETURN-SORTED-RECORD-EXIT.
           EXIT.

       2200-PRINT-ACCOUNT.
           IF WS-FIRST-RECORD
               SET WS-FIRST-RECORD TO FALSE
               PERFORM 2300-OPEN-SHEET
                   THRU 2300-OPEN-SHEET-EXIT
           ELSE
               IF SW-DEPT-CODE NOT = WS-PREV-DEPT-CODE
                   PERFORM 2900-CLOSE-SHEET
                       THRU 2900-CLOSE-SHEET-EXIT
                   PERFORM 2300-OPEN-SHEET
                       THRU 2300-OPEN-SHEET-EXIT
               END-IF
           END-IF

           MOVE SPACES TO RPT-LINE
           MOVE SW-USER-ID TO RPT-USER-ID
           MOVE SW-EMP-NAME TO RPT-EMP-NAME
           MOVE SW-PRIV-CLASS TO RPT-PRIV-CLASS
           IF SW-LAST-ON-DATE = ZEROS
               MOVE 'JAMAIS  ' TO RPT-LAST-ON-DATE
           ELSE
               MOVE SW-LAST-ON-DATE TO RPT-LAST-ON-DATE
           END-IF
           IF SW-PWD-CHANGED IS NUMERIC
               AND SW-PWD-CHANGED NOT = ZEROS
               COMPUTE WS-PWD-AGE = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE (SW-PWD-CHANGED)
               MOVE WS-PWD-AGE TO RPT-PWD-AGE
           ELSE
               MOVE '    ?' TO RPT-PWD-AGE-X
           END-IF
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
           ADD 1 TO WS-SHEET-TOTAL

           MOVE SPACES TO RECERT-ACCOUNT-RECORD
           MOVE WS-CAMPAIGN TO RA-CAMPAIGN
           MOVE SW-DEPT-CODE TO RA-DEPT-CODE
           MOVE SW-USER-ID TO RA-USER-ID
           MOVE WS-DEPT-MANAGER-ID TO RA-MANAGER-ID
           MOVE SW-PRIV-CLASS TO RA-PRIV-CLASS
           MOVE WS-TODAY-DATE TO RA-ISSUE-DATE
           WRITE RECERT-ACCOUNT-RECORD
           ADD 1 TO WS-LISTED-COUNT

           PERFORM 2100-RETURN-SORTED-RECORD
               THRU 2100-RETURN-SORTED-RECORD-EXIT.
       2200-PRINT-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      *  2300-OPEN-SHEET - blank separator lines, then the campaign,
      *  the department and its responsible manager
      *****************************************************************
       2300-OPEN-SHEET.
           MOVE SW-DEPT-CODE TO WS-PREV-DEPT-CODE
           MOVE ZERO TO WS-SHEET-TOTAL
           ADD 1 TO WS-SHEET-COUNT

           MOVE SW-DEPT-CODE TO WS-LOOKUP-DEPT
           PERFORM 7100-LOOKUP-DEPT-NAME
               THRU 7100-LOOKUP-DEPT-NAME-EXIT

           MOVE WS-CAMPAIGN TO RPT-TITLE-CAMPAIGN
           MOVE WS-TODAY-DATE TO RPT-TITLE-DATE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-SHEET-TITLE-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SW-DEPT-CODE TO RPT-SHEET-DEPT-CODE
           MOVE WS-DEPT-NAME TO RPT-SHEET-DEPT-NAME
           WRITE RPT-LINE FROM RPT-SHEET-DEPT-LINE

           MOVE SPACES TO RPT-SHEET-MANAGER-ID
           MOVE SPACES TO RPT-SHEET-MANAGER-NAME
           IF WS-DEPT-MANAGER-ID = SPACES
               ADD 1 TO WS-NO-MANAGER-COUNT
               MOVE '(AUCUN RESPONSABLE DESIGNE)'
                   TO RPT-SHEET-MANAGER-NAME
           ELSE
               MOVE WS-DEPT-MANAGER-ID TO RPT-SHEET-MANAGER-ID
               MOVE WS-DEPT-MANAGER-ID TO WS-LOOKUP-USER-ID
               PERFORM 7000-LOOKUP-EMPLOYEE
                   THRU 7000-LOOKUP-EMPLOYEE-EXIT
               MOVE WS-EMP-NAME TO RPT-SHEET-MANAGER-NAME
           END-IF
           WRITE RPT-LINE FROM RPT-SHEET-MANAGER-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-SHEET-HEADING-LINE.
       2300-OPEN-SHEET-EXIT.
           EXIT.

      *****************************************************************
      *  2900-CLOSE-SHEET - account count and signature block
      *****************************************************************
       2900-CLOSE-SHEET.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SHEET-TOTAL TO RPT-SHEET-COUNT
           WRITE RPT-LINE FROM RPT-SHEET-COUNT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-SIGNATURE-LINE.
       2900-CLOSE-SHEET-EXIT.
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
      *  7100-LOOKUP-DEPT-NAME - caption and manager for a department
      *  code; no manager when the code is blank or not on DEPTMST
      *****************************************************************
       7100-LOOKUP-DEPT-NAME.
           MOVE SPACES TO WS-DEPT-MANAGER-ID
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
                   MOVE WS-DP-MANAGER-ID (DX) TO WS-DEPT-MANAGER-ID
           END-SEARCH.
       7100-LOOKUP-DEPT-NAME-EXIT.
           EXIT.

      *****************************************************************
      *  8000-FINALIZE - campaign recap set off by blank lines, with
      *  the control totals
      *****************************************************************
       8000-FINALIZE.
           MOVE WS-CAMPAIGN TO RPT-SUMMARY-CAMPAIGN
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE
           WRITE RPT-LINE FROM RPT-SUMMARY-TITLE-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'COMPTES LUS                 : ' TO RPT-COUNT-LABEL
           MOVE WS-RECORDS-READ TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'COMPTES INACTIFS IGNORES    : ' TO RPT-COUNT-LABEL
           MOVE WS-INACTIVE-COUNT TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'COMPTES ACTIFS A RECERTIFIER: ' TO RPT-COUNT-LABEL
           MOVE WS-LISTED-COUNT TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'FEUILLES (DEPARTEMENTS)     : ' TO RPT-COUNT-LABEL
           MOVE WS-SHEET-COUNT TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'FEUILLES SANS RESPONSABLE   : ' TO RPT-COUNT-LABEL
           MOVE WS-NO-MANAGER-COUNT TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           IF WS-RECORDS-READ NOT =
               WS-LISTED-COUNT + WS-INACTIVE-COUNT
               MOVE SPACES TO RPT-LINE
               MOVE '*** TOTAUX DE CONTROLE NON EQUILIBRES ***'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE RECERT-RPT
           CLOSE RECERT-ACCOUNTS
           CLOSE USER-MASTER

           DISPLAY 'RCRTRPT - CAMPAGNE ' WS-CAMPAIGN
           DISPLAY 'RCRTRPT - FEUILLES: ' WS-SHEET-COUNT
               ' COMPTES: ' WS-LISTED-COUNT
           IF WS-NO-MANAGER-COUNT > ZERO
               DISPLAY 'RCRTRPT - ' WS-NO-MANAGER-COUNT
                   ' FEUILLE(S) SANS RESPONSABLE DANS DEPTMST'
           END-IF.
       8000-FINALIZE-EXIT.
           EXIT.
