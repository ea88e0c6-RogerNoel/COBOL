       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ENTRPT.
       AUTHOR.        R. NOEL.
       INSTALLATION.  OPERATIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------
      *  DATE        BY   DESCRIPTION
      *  2026-10-15  RN   Initial version - listing of the ENTITL
      *                   application entitlements by application and
      *                   department.
      *****************************************************************
      *  Reads ENTITL end to end, tags every entitlement with the
      *  holder's department from EMPLREF, sorts by application code,
      *  department and USER-ID, and prints each application with
      *  its holders grouped by department: USER-ID, employee name,
      *  grant date, granting supervisor and the account status from
      *  USER-MASTER.  An entitlement still held by a deactivated or
      *  unknown account is marked so it can be withdrawn.  A count
      *  is printed per department and per application and a grand
      *  total at the bottom.  Users with no EMPLREF entry group
      *  under the empty department code.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITLEMENTS ASSIGN TO "ENTITL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ENTITL-KEY
               FILE STATUS IS WS-ENTITL-STATUS.

           SELECT USER-MASTER ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USRMAST-KEY
               FILE STATUS IS WS-USRMAST-STATUS.

           SELECT EMPLOYEE-REFERENCE ASSIGN TO "EMPLREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLREF-STATUS.

           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTMST-STATUS.

           SELECT SORT-WORK ASSIGN TO "ENTSRTW".

           SELECT ENTITLEMENT-RPT ASSIGN TO "ENTRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTITLEMENTS.
       COPY "entitl.cpy".

       FD  USER-MASTER.
       COPY "usrmast.cpy".

       FD  EMPLOYEE-REFERENCE.
       COPY "emplref.cpy".

       FD  DEPARTMENT-MASTER.
       COPY "deptmst.cpy".

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SW-APP-CODE             PIC X(04).
           05  SW-DEPT-CODE            PIC X(04).
           05  SW-USER-ID              PIC X(10).
           05  SW-GRANT-DATE           PIC 9(08).
           05  SW-GRANTED-BY           PIC X(10).
           05  FILLER                  PIC X(04).

       FD  ENTITLEMENT-RPT.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ENTITL-STATUS            PIC X(02).
       01  WS-USRMAST-STATUS           PIC X(02).
           88  USRMAST-OK                      VALUE '00'.
       01  WS-EMPLREF-STATUS           PIC X(02).
       01  WS-DEPTMST-STATUS           PIC X(02).
       01  WS-ENTRPT-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-EOF                      VALUE 'Y'.
           05  WS-ENT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-ENT-EOF                  VALUE 'Y'.
           05  WS-FIRST-RECORD-SWITCH  PIC X(01) VALUE 'Y'.
               88  WS-FIRST-RECORD             VALUE 'Y' FALSE 'N'.
           05  WS-REF-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-REF-EOF                  VALUE 'Y'.
           05  WS-DEPT-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-DEPT-EOF                 VALUE 'Y'.
           05  WS-USRMAST-OPEN-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-USRMAST-OPEN             VALUE 'Y'.

       01  WS-PREV-APP-CODE            PIC X(04) VALUE SPACES.
       01  WS-PREV-DEPT-CODE           PIC X(04) VALUE SPACES.
       01  WS-DEPT-TOTAL               PIC 9(05) COMP VALUE ZERO.
       01  WS-APP-TOTAL                PIC 9(05) COMP VALUE ZERO.
       01  WS-GRAND-TOTAL              PIC 9(07) COMP VALUE ZERO.
       01  WS-FLAGGED-TOTAL            PIC 9(07) COMP VALUE ZERO.

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

       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(12) VALUE 'USER-ID'.
           05  FILLER                  PIC X(22) VALUE 'NOM'.
           05  FILLER                  PIC X(10) VALUE 'ACCORDE'.
           05  FILLER                  PIC X(12) VALUE 'PAR'.
           05  FILLER                  PIC X(24) VALUE 'COMPTE'.

       01  RPT-APP-HEADING-LINE.
           05  FILLER                  PIC X(13) VALUE
               'APPLICATION: '.
           05  RPT-APP-CODE            PIC X(04).
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  RPT-DEPT-HEADING-LINE.
           05  FILLER                  PIC X(15) VALUE
               '  DEPARTEMENT: '.
           05  RPT-DEPT-CODE           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DEPT-NAME           PIC X(30).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  RPT-USER-ID             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-EMP-NAME            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-GRANT-DATE          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-GRANTED-BY          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCOUNT-STATUS      PIC X(24).

       01  RPT-DEPT-TOTAL-LINE.
           05  FILLER                  PIC X(25) VALUE
               '  TOTAL DEPARTEMENT    : '.
           05  RPT-TOTAL-DEPT-CODE     PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DEPT-TOTAL          PIC ZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  RPT-APP-TOTAL-LINE.
           05  FILLER                  PIC X(25) VALUE
               'TOTAL APPLICATION      : '.
           05  RPT-TOTAL-APP-CODE      PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-APP-TOTAL           PIC ZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  RPT-SUMMARY-LINE.
           05  RPT-SUMMARY-LABEL       PIC X(30).
           05  RPT-SUMMARY-VALUE       PIC ZZZZZZ9.
           05  FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           SORT SORT-WORK
               ON ASCENDING KEY SW-APP-CODE SW-DEPT-CODE SW-USER-ID
               INPUT PROCEDURE IS 1500-SELECT-ENTITLEMENTS
                   THRU 1500-SELECT-ENTITLEMENTS-EXIT
               OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT
                   THRU 2000-PRODUCE-REPORT-EXIT

           IF WS-FIRST-RECORD
               DISPLAY 'ENTRPT - AUCUN DROIT TROUVE DANS ENTITL'
           END-IF

           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT

           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - reference tables, USER-MASTER for the
      *  account status, then the printed report
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1200-LOAD-REFERENCE-TABLES
               THRU 1200-LOAD-REFERENCE-TABLES-EXIT

           OPEN INPUT USER-MASTER
           IF USRMAST-OK
               SET WS-USRMAST-OPEN TO TRUE
           ELSE
               DISPLAY 'ENTRPT - USER-MASTER ILLISIBLE, CODE '
                   WS-USRMAST-STATUS ' - STATUT DES COMPTES ABSENT'
           END-IF

           OPEN OUTPUT ENTITLEMENT-RPT
           IF WS-ENTRPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ENTRPT.OUT, CODE '
                   WS-ENTRPT-STATUS
               STOP RUN
           END-IF
           WRITE RPT-LINE FROM RPT-HEADING-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *  1200-LOAD-REFERENCE-TABLES - EMPLREF and DEPTMST into core
      *  for the lookups; a file that cannot be opened leaves its
      *  table empty and the report falls back to bare USER-IDs
      *****************************************************************
       1200-LOAD-REFERENCE-TABLES.
           MOVE SPACES TO WS-ER-TABLE
           MOVE SPACES TO WS-DP-TABLE

           OPEN INPUT EMPLOYEE-REFERENCE
           IF WS-EMPLREF-STATUS = '00'
               PERFORM 1250-LOAD-REF-RECORD
                   THRU 1250-LOAD-REF-RECORD-EXIT
                   UNTIL WS-REF-EOF
               CLOSE EMPLOYEE-REFERENCE
           END-IF

           OPEN INPUT DEPARTMENT-MASTER
           IF WS-DEPTMST-STATUS = '00'
               PERFORM 1280-LOAD-DEPT-RECORD
                   THRU 1280-LOAD-DEPT-RECORD-EXIT
                   UNTIL WS-DEPT-EOF
               CLOSE DEPARTMENT-MASTER
           END-IF.
       1200-LOAD-REFERENCE-TABLES-EXIT.
           EXIT.

       1250-LOAD-REF-RECORD.
           READ EMPLOYEE-REFERENCE
               AT END
                   SET WS-REF-EOF TO TRUE
               NOT AT END
                   IF WS-ER-COUNT >= WS-ER-LIMIT
                       DISPLAY 'ENTRPT - TABLE DES EMPLOYES '
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
       1250-LOAD-REF-RECORD-EXIT.
           EXIT.

       1280-LOAD-DEPT-RECORD.
           READ DEPARTMENT-MASTER
               AT END
                   SET WS-DEPT-EOF TO TRUE
               NOT AT END
                   IF WS-DP-COUNT >= WS-DP-LIMIT
                       DISPLAY 'ENTRPT - TABLE DES DEPARTEMENTS '
                           'PLEINE, AUGMENTER WS-DP-LIMIT'
                       SET WS-DEPT-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-DP-COUNT
                       SET DX TO WS-DP-COUNT
                       MOVE DP-DEPT-CODE TO WS-DP-DEPT-CODE (DX)
                       MOVE DP-DEPT-NAME TO WS-DP-DEPT-NAME (DX)
                   END-IF
           END-READ.
       1280-LOAD-DEPT-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *  1500-SELECT-ENTITLEMENTS - SORT input procedure.  Tags every
      *  entitlement with the holder's department for the rollup.
      *****************************************************************
       1500-SELECT-ENTITLEMENTS.
           OPEN INPUT ENTITLEMENTS
           IF WS-ENTITL-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE ENTITL, CODE '
                   WS-ENTITL-STATUS
               SET WS-ENT-EOF TO TRUE
           ELSE
               PERFORM 1600-RELEASE-ENTITLEMENT
                   THRU 1600-RELEASE-ENTITLEMENT-EXIT
                   UNTIL WS-ENT-EOF
               CLOSE ENTITLEMENTS
           END-IF.
       1500-SELECT-ENTITLEMENTS-EXIT.
           EXIT.

       1600-RELEASE-ENTITLEMENT.
           READ ENTITLEMENTS NEXT RECORD
               AT END
                   SET WS-ENT-EOF TO TRUE
               NOT AT END
                   MOVE EN-USER-ID TO WS-LOOKUP-USER-ID
                   PERFORM 7000-LOOKUP-EMPLOYEE
                       THRU 7000-LOOKUP-EMPLOYEE-EXIT
                   MOVE SPACES TO SORT-WORK-RECORD
                   MOVE EN-APP-CODE TO SW-APP-CODE
                   MOVE WS-EMP-DEPT TO SW-DEPT-CODE
                   MOVE EN-USER-ID TO SW-USER-ID
                   MOVE EN-GRANT-DATE TO SW-GRANT-DATE
                   MOVE EN-GRANTED-BY TO SW-GRANTED-BY
                   RELEASE SORT-WORK-RECORD
           END-READ.
       1600-RELEASE-ENTITLEMENT-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PRODUCE-REPORT - SORT output procedure.  Control break
      *  on APP-CODE / DEPT-CODE: one detail line per entitlement,
      *  a count per department and per application.
      *****************************************************************
       2000-PRODUCE-REPORT.
           PERFORM 2100-RETURN-SORTED-RECORD
               THRU 2100-RETURN-SORTED-RECORD-EXIT
           PERFORM 2050-PROCESS-SORTED-RECORD
               THRU 2050-PROCESS-SORTED-RECORD-EXIT
               UNTIL WS-EOF

           IF NOT WS-FIRST-RECORD
               PERFORM 2960-WRITE-DEPT-TOTAL
                   THRU 2960-WRITE-DEPT-TOTAL-EXIT
               PERFORM 2970-WRITE-APP-TOTAL
                   THRU 2970-WRITE-APP-TOTAL-EXIT
           END-IF.
       2000-PRODUCE-REPORT-EXIT.
           EXIT.

       2050-PROCESS-SORTED-RECORD.
           IF WS-FIRST-RECORD
               PERFORM 2200-START-NEW-APP
                   THRU 2200-START-NEW-APP-EXIT
               PERFORM 2300-START-NEW-DEPT
                   THRU 2300-START-NEW-DEPT-EXIT
           ELSE
               IF SW-APP-CODE NOT = WS-PREV-APP-CODE
                   PERFORM 2960-WRITE-DEPT-TOTAL
                       THRU 2960-WRITE-DEPT-TOTAL-EXIT
                   PERFORM 2970-WRITE-APP-TOTAL
                       THRU 2970-WRITE-APP-TOTAL-EXIT
                   PERFORM 2200-START-NEW-APP
                       THRU 2200-START-NEW-APP-EXIT
                   PERFORM 2300-START-NEW-DEPT
                       THRU 2300-START-NEW-DEPT-EXIT
               ELSE
                   IF SW-DEPT-CODE NOT = WS-PREV-DEPT-CODE
                       PERFORM 2960-WRITE-DEPT-TOTAL
                           THRU 2960-WRITE-DEPT-TOTAL-EXIT
                       PERFORM 2300-START-NEW-DEPT
                           THRU 2300-START-NEW-DEPT-EXIT
                   END-IF
               END-IF
           END-IF
           PERFORM 2900-WRITE-DETAIL-LINE
               THRU 2900-WRITE-DETAIL-LINE-EXIT
           PERFORM 2100-RETURN-SORTED-RECORD
               THRU 2100-RETURN-SORTED-RECORD-EXIT.
       2050-PROCESS-SORTED-RECORD-EXIT.
           EXIT.

       2100-RETURN-SORTED-RECORD.
           RETURN SORT-WORK
               AT END
                   SET WS-EOF TO TRUE.
       2100-RETURN-SORTED-RECORD-EXIT.
           EXIT.

       2200-START-NEW-APP.
           SET WS-FIRST-RECORD TO FALSE
           MOVE SW-APP-CODE TO WS-PREV-APP-CODE
           MOVE ZERO TO WS-APP-TOTAL
           MOVE SPACES TO RPT-LINE
           MOVE SW-APP-CODE TO RPT-APP-CODE
           WRITE RPT-LINE FROM RPT-APP-HEADING-LINE.
       2200-START-NEW-APP-EXIT.
           EXIT.

      *****************************************************************
      *  2300-START-NEW-DEPT - heading with the department name ahead
      *  of the department's detail lines
      *****************************************************************
       2300-START-NEW-DEPT.
           MOVE SW-DEPT-CODE TO WS-PREV-DEPT-CODE
           MOVE ZERO TO WS-DEPT-TOTAL
           MOVE SW-DEPT-CODE TO WS-LOOKUP-DEPT
           PERFORM 7100-LOOKUP-DEPT-NAME
               THRU 7100-LOOKUP-DEPT-NAME-EXIT
           MOVE SPACES TO RPT-LINE
           MOVE WS-PREV-DEPT-CODE TO RPT-DEPT-CODE
           MOVE WS-DEPT-NAME TO RPT-DEPT-NAME
           WRITE RPT-LINE FROM RPT-DEPT-HEADING-LINE.
       2300-START-NEW-DEPT-EXIT.
           EXIT.

      *****************************************************************
      *  2900-WRITE-DETAIL-LINE - an entitlement held by an account
      *  that is deactivated or no longer on USER-MASTER is flagged
      *****************************************************************
       2900-WRITE-DETAIL-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE SW-USER-ID TO RPT-USER-ID
           MOVE SW-USER-ID TO WS-LOOKUP-USER-ID
           PERFORM 7000-LOOKUP-EMPLOYEE
               THRU 7000-LOOKUP-EMPLOYEE-EXIT
           MOVE WS-EMP-NAME TO RPT-EMP-NAME
           MOVE SW-GRANT-DATE TO RPT-GRANT-DATE
           MOVE SW-GRANTED-BY TO RPT-GRANTED-BY

           MOVE SPACES TO RPT-ACCOUNT-STATUS
           IF WS-USRMAST-OPEN
               MOVE SW-USER-ID TO UM-USER-ID
               READ USER-MASTER
                   INVALID KEY
                       MOVE '*** COMPTE INCONNU ***' TO
                           RPT-ACCOUNT-STATUS
                       ADD 1 TO WS-FLAGGED-TOTAL
                   NOT INVALID KEY
                       IF UM-DEACTIVATED
                           MOVE '*** DESACTIVE ***' TO
                               RPT-ACCOUNT-STATUS
                           ADD 1 TO WS-FLAGGED-TOTAL
                       ELSE
                           IF UM-LOCKED
                               MOVE 'VERROUILLE' TO RPT-ACCOUNT-STATUS
                           ELSE
                               MOVE 'ACTIF' TO RPT-ACCOUNT-STATUS
                           END-IF
                       END-IF
               END-READ
           END-IF

           WRITE RPT-LINE FROM RPT-DETAIL-LINE
           ADD 1 TO WS-DEPT-TOTAL
           ADD 1 TO WS-APP-TOTAL
           ADD 1 TO WS-GRAND-TOTAL.
       2900-WRITE-DETAIL-LINE-EXIT.
           EXIT.

       2960-WRITE-DEPT-TOTAL.
           MOVE SPACES TO RPT-LINE
           MOVE WS-PREV-DEPT-CODE TO RPT-TOTAL-DEPT-CODE
           MOVE WS-DEPT-TOTAL TO RPT-DEPT-TOTAL
           WRITE RPT-LINE FROM RPT-DEPT-TOTAL-LINE.
       2960-WRITE-DEPT-TOTAL-EXIT.
           EXIT.

       2970-WRITE-APP-TOTAL.
           MOVE SPACES TO RPT-LINE
           MOVE WS-PREV-APP-CODE TO RPT-TOTAL-APP-CODE
           MOVE WS-APP-TOTAL TO RPT-APP-TOTAL
           WRITE RPT-LINE FROM RPT-APP-TOTAL-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       2970-WRITE-APP-TOTAL-EXIT.
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
      *  8000-FINALIZE - grand total and close the report
      *****************************************************************
       8000-FINALIZE.
           MOVE 'TOTAL GENERAL DES DROITS:     ' TO RPT-SUMMARY-LABEL
           MOVE WS-GRAND-TOTAL TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE 'DROITS SUR COMPTE INACTIF:    ' TO RPT-SUMMARY-LABEL
           MOVE WS-FLAGGED-TOTAL TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           CLOSE ENTITLEMENT-RPT
           IF WS-USRMAST-OPEN
               CLOSE USER-MASTER
           END-IF.
       8000-FINALIZE-EXIT.
           EXIT.
