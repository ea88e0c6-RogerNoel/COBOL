       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SECSCORE.
       AUTHOR.        R. NOEL.
       INSTALLATION.  OPERATIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------
      *  DATE        BY   DESCRIPTION
      *  2026-10-15  RN   Initial version - monthly security scorecard
      *                   with the STATHIST trend history.
      *****************************************************************
      *  The figures management asks for every month, in one run
      *  instead of pieced together from SIGNRPT, SECRPT, DORMANT and
      *  HRRECON:
      *    - active, locked, deactivated and must-change accounts from
      *      USER-MASTER (locked and must-change among the active);
      *    - the distinct users who signed on in the month, from
      *      SIGNON-LOG;
      *    - the rejected sign-ons of the month by reason code, from
      *      SECURITY-EVENT;
      *    - the dormant accounts (active, last sign-on more than the
      *      threshold days before the end of the month, or never) as
      *      DORMANT counts them, and the orphan accounts (active, not
      *      on the HR-ROSTER) as HRRECON counts them.
      *  Each source is read once and every figure is posted to the
      *  department of the USER-ID (EMPLREF, DEPTMST names) and to the
      *  total as it goes.
      *
      *  The operator gives the month (AAAAMM, the month just ended by
      *  default) and the dormancy threshold (90 days by default).
      *  The figures are appended to STATHIST, one record per
      *  department and a total record, and printed beside the
      *  previous month and the same month a year before as they
      *  stand on STATHIST, with the change.  STATHIST is never
      *  purged, so the trend outlives the logs LOGARCH archives.  A
      *  month earlier than the last one on STATHIST is refused - its
      *  logs may be gone - and ends ABND; the last month may be run
      *  again, the later set taking precedence.
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

           SELECT SECURITY-EVENT ASSIGN TO "SECEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECEVT-STATUS.

           SELECT HR-ROSTER ASSIGN TO "HRROSTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HRROSTER-STATUS.

           SELECT EMPLOYEE-REFERENCE ASSIGN TO "EMPLREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLREF-STATUS.

           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTMST-STATUS.

           SELECT STATISTICS-HISTORY ASSIGN TO "STATHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATHIST-STATUS.

           SELECT SCORECARD-RPT ASSIGN TO "SECSCORE.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORERPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
       COPY "usrmast.cpy".

       FD  SIGNON-LOG.
       COPY "sgnlog.cpy".

       FD  SECURITY-EVENT.
       COPY "secevt.cpy".

       FD  HR-ROSTER.
       COPY "hrrostr.cpy".

       FD  EMPLOYEE-REFERENCE.
       COPY "emplref.cpy".

       FD  DEPARTMENT-MASTER.
       COPY "deptmst.cpy".

       FD  STATISTICS-HISTORY.
       COPY "stathist.cpy".

       FD  SCORECARD-RPT.
       01  RPT-LINE                    PIC X(80).

       FD  RUN-CONTROL.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-USRMAST-STATUS           PIC X(02).
           88  USRMAST-OK                      VALUE '00'.
       01  WS-SIGNLOG-STATUS           PIC X(02).
       01  WS-SECEVT-STATUS            PIC X(02).
       01  WS-HRROSTER-STATUS          PIC X(02).
       01  WS-EMPLREF-STATUS           PIC X(02).
       01  WS-DEPTMST-STATUS           PIC X(02).
       01  WS-STATHIST-STATUS          PIC X(02).
       01  WS-SCORERPT-STATUS          PIC X(02).
       01  WS-RUNCTL-STATUS            PIC X(02).

       01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       01  WS-LOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-LOG-EOF                      VALUE 'Y'.
       01  WS-EVT-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-EVT-EOF                      VALUE 'Y'.
       01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-HIST-EOF                     VALUE 'Y'.
       01  WS-ROSTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-ROSTER-EOF                   VALUE 'Y'.
       01  WS-REF-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  WS-REF-EOF                      VALUE 'Y'.
       01  WS-DEPT-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-DEPT-EOF                     VALUE 'Y'.
       01  WS-RUN-FAILED-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-RUN-FAILED                   VALUE 'Y'.
       01  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-REPORT-OPEN                  VALUE 'Y'.
       01  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-FOUND                        VALUE 'Y'.
       01  WS-PREV-AVAILABLE-SWITCH    PIC X(01) VALUE 'N'.
           88  WS-PREV-AVAILABLE               VALUE 'Y'.
       01  WS-LY-AVAILABLE-SWITCH      PIC X(01) VALUE 'N'.
           88  WS-LY-AVAILABLE                 VALUE 'Y'.

       01  WS-ENTERED-PERIOD           PIC X(06).
       01  WS-ENTERED-DAYS             PIC X(03).
       01  WS-DORMANT-DAYS             PIC 9(03) VALUE 90.

      *  The month scored, the month before it and the same month a
      *  year before
       01  WS-PERIOD.
           05  WS-PERIOD-YEAR          PIC 9(04).
           05  WS-PERIOD-MONTH         PIC 9(02).
       01  WS-PERIOD-NUM REDEFINES WS-PERIOD
                                       PIC 9(06).
       01  WS-PREV-PERIOD.
           05  WS-PREV-YEAR            PIC 9(04).
           05  WS-PREV-MONTH           PIC 9(02).
       01  WS-PREV-PERIOD-NUM REDEFINES WS-PREV-PERIOD
                                       PIC 9(06).
       01  WS-LY-PERIOD.
           05  WS-LY-YEAR              PIC 9(04).
           05  WS-LY-MONTH             PIC 9(02).
       01  WS-LY-PERIOD-NUM REDEFINES WS-LY-PERIOD
                                       PIC 9(06).
       01  WS-LATEST-PERIOD            PIC 9(06) VALUE ZERO.
       01  WS-EVENT-PERIOD             PIC 9(06).

       01  WS-TODAY-DATE.
           05  WS-TODAY-PERIOD         PIC 9(06).
           05  WS-TODAY-DAY            PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY-DATE
                                       PIC 9(08).
       01  WS-RUN-TIME                 PIC 9(08).
       01  WS-WORK-DATE                PIC 9(08).
       01  WS-TODAY-INTEGER            PIC 9(09) COMP.
       01  WS-REFERENCE-INTEGER        PIC 9(09) COMP.
       01  WS-LAST-ON-INTEGER          PIC 9(09) COMP.
       01  WS-DAYS-SINCE-SIGNON        PIC S9(09) COMP.

      *  Which figure a posting goes to - the order of SH-FIGURE
       01  WS-FIGURE-NO                PIC 9(02).
           88  WS-FIG-ACTIVE                   VALUE 1.
           88  WS-FIG-LOCKED                   VALUE 2.
           88  WS-FIG-DEACTIVATED              VALUE 3.
           88  WS-FIG-MUST-CHANGE              VALUE 4.
           88  WS-FIG-SIGNON-USER              VALUE 5.
           88  WS-FIG-DORMANT                  VALUE 6.
           88  WS-FIG-ORPHAN                   VALUE 7.
           88  WS-FIG-REJ-PASSWORD             VALUE 8.
           88  WS-FIG-REJ-PIN                  VALUE 9.
           88  WS-FIG-REJ-LOCKED               VALUE 10.
           88  WS-FIG-REJ-DEACTIVATED          VALUE 11.
           88  WS-FIG-REJ-UNKNOWN              VALUE 12.
           88  WS-FIG-REJ-SESSION              VALUE 13.
           88  WS-FIG-REJ-NOT-ENTITLED         VALUE 14.
           88  WS-FIG-REJ-OTHER                VALUE 15.
       01  WS-FIGURE-COUNT             PIC 9(02) VALUE 15.

       01  WS-FIGURE-LABELS.
           05  FILLER                  PIC X(26) VALUE
               'COMPTES ACTIFS'.
           05  FILLER                  PIC X(26) VALUE
               'COMPTES VERROUILLES'.
           05  FILLER                  PIC X(26) VALUE
               'COMPTES DESACTIVES'.
           05  FILLER                  PIC X(26) VALUE
               'CHANGEMENT MDP EXIGE'.
           05  FILLER                  PIC X(26) VALUE
               'USAGERS CONNECTES'.
           05  FILLER                  PIC X(26) VALUE
               'COMPTES DORMANTS'.
           05  FILLER                  PIC X(26) VALUE
               'COMPTES ORPHELINS'.
           05  FILLER                  PIC X(26) VALUE
               'REJETS MOT DE PASSE (PWD)'.
           05  FILLER                  PIC X(26) VALUE
               'REJETS PIN (PIN)'.
           05  FILLER                  PIC X(26) VALUE
               'REJETS VERROUILLE (LOCK)'.
           05  FILLER                  PIC X(26) VALUE
               'REJETS DESACTIVE (DEAC)'.
           05  FILLER                  PIC X(26) VALUE
               'REJETS INCONNU (UNKN)'.
           05  FILLER                  PIC X(26) VALUE
               'REJETS SESSION (SESS)'.
           05  FILLER                  PIC X(26) VALUE
               'REJETS APPLICATION (APPL)'.
           05  FILLER                  PIC X(26) VALUE
               'REJETS AUTRES CODES'.
       01  WS-FIGURE-LABEL-TABLE REDEFINES WS-FIGURE-LABELS.
           05  WS-FIGURE-LABEL         PIC X(26) OCCURS 15 TIMES.

      *  Last sign-on on or before the end of the month per USER-ID,
      *  and whether the user signed on inside the month
       01  WS-USER-COUNT               PIC 9(04) COMP VALUE ZERO.
       01  WS-TABLE-LIMIT              PIC 9(04) COMP VALUE 2000.
       01  WS-USER-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY UX.
               10  WS-UT-USER-ID       PIC X(10).
               10  WS-UT-LAST-ON-DATE  PIC 9(08).
               10  WS-UT-IN-PERIOD     PIC X(01).
                   88  WS-UT-SIGNED-ON-IN-PERIOD VALUE 'Y'.

       01  WS-RO-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  WS-RO-TABLE.
           05  WS-RO-EMPLOYEE-ID       PIC X(10) OCCURS 2000 TIMES
                                       INDEXED BY OX.

      *  This month's figures, one entry per department in DEPTMST
      *  order and one for each code found only on EMPLREF (spaces
      *  for the users with no EMPLREF entry)
       01  WS-SC-COUNT                 PIC 9(03) COMP VALUE ZERO.
       01  WS-SC-LIMIT                 PIC 9(03) COMP VALUE 250.
       01  WS-SC-SUB                   PIC 9(03) COMP VALUE ZERO.
       01  WS-SC-TABLE.
           05  WS-SC-ENTRY OCCURS 250 TIMES
                   INDEXED BY SX.
               10  WS-SC-DEPT-CODE     PIC X(04).
               10  WS-SC-FIGURES.
                   15  WS-SC-FIGURE    PIC 9(07) OCCURS 15 TIMES.
       01  WS-TOTAL-FIGURES.
           05  WS-TOT-FIGURE           PIC 9(07) OCCURS 15 TIMES.

      *  The comparison months as they stand on STATHIST: entry 1 the
      *  previous month, entry 2 the same month last year
       01  WS-CMP-SUB                  PIC 9(01) VALUE ZERO.
       01  WS-CD-SUB                   PIC 9(03) COMP VALUE ZERO.
       01  WS-CMP-TABLE.
           05  WS-CMP-ENTRY OCCURS 2 TIMES.
               10  WS-CMP-PERIOD       PIC 9(06).
               10  WS-CMP-RUN-DATE     PIC 9(08).
               10  WS-CMP-RUN-TIME     PIC 9(08).
               10  WS-CMP-FOUND        PIC X(01).
                   88  WS-CMP-ON-FILE          VALUE 'Y'.
               10  WS-CMP-DORMANT-DAYS PIC 9(03).
               10  WS-CMP-TOTAL-FIGURES.
                   15  WS-CMP-TOTAL    PIC 9(07) OCCURS 15 TIMES.
               10  WS-CMP-DEPT-COUNT   PIC 9(03) COMP.
               10  WS-CMP-DEPT OCCURS 250 TIMES
                       INDEXED BY CX.
                   15  WS-CMP-DEPT-CODE
                                       PIC X(04).
                   15  WS-CMP-DEPT-FIGURES.
                       20  WS-CMP-FIGURE
                                       PIC 9(07) OCCURS 15 TIMES.

      *  The block being printed: this month and the two comparisons
       01  WS-PRINT-CURRENT.
           05  WS-PC-FIGURE            PIC 9(07) OCCURS 15 TIMES.
       01  WS-PRINT-PREVIOUS.
           05  WS-PP-FIGURE            PIC 9(07) OCCURS 15 TIMES.
       01  WS-PRINT-LAST-YEAR.
           05  WS-PY-FIGURE            PIC 9(07) OCCURS 15 TIMES.
       01  WS-LINE-LABEL               PIC X(26).
       01  WS-LINE-CURRENT             PIC S9(08) COMP.
       01  WS-LINE-PREVIOUS            PIC S9(08) COMP.
       01  WS-LINE-LAST-YEAR           PIC S9(08) COMP.
       01  WS-LINE-CHANGE              PIC S9(08) COMP.
       01  WS-EDIT-COUNT               PIC ZZZZZZ9.
       01  WS-EDIT-CHANGE              PIC +++++++9.

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

       01  WS-ACCOUNTS-READ            PIC 9(07) COMP VALUE ZERO.
       01  WS-LOG-RECORDS-READ         PIC 9(07) COMP VALUE ZERO.
       01  WS-EVT-RECORDS-READ         PIC 9(07) COMP VALUE ZERO.
       01  WS-EVT-IN-PERIOD            PIC 9(07) COMP VALUE ZERO.
       01  WS-HIST-RECORDS-READ        PIC 9(07) COMP VALUE ZERO.
       01  WS-HIST-RECORDS-WRITTEN     PIC 9(07) COMP VALUE ZERO.
       01  WS-RECORDS-READ             PIC 9(08) COMP VALUE ZERO.
       01  WS-ACCOUNTS-BALANCE         PIC 9(07) COMP VALUE ZERO.
       01  WS-REJECTS-BALANCE          PIC 9(07) COMP VALUE ZERO.

       01  WS-RUN-START-DATE           PIC 9(08).

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(46) VALUE
               'SECSCORE - TABLEAU DE BORD SECURITE - PERIODE'.
           05  RPT-HDG-PERIOD          PIC 9(06).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER                  PIC X(19) VALUE
               'SEUIL DE DORMANCE: '.
           05  RPT-HDG-DAYS            PIC ZZ9.
           05  FILLER                  PIC X(33) VALUE
               ' JOURS - USER-MASTER ETAT AU'.
           05  RPT-HDG-TODAY           PIC 9(08).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  RPT-BLOCK-LINE.
           05  RPT-BLOCK-TITLE         PIC X(12).
           05  RPT-BLOCK-DEPT-CODE     PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-BLOCK-DEPT-NAME     PIC X(30).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  RPT-COLUMN-HEADING.
           05  FILLER                  PIC X(27) VALUE 'INDICATEUR'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-CH-CURRENT          PIC 9(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-CH-PREVIOUS         PIC 9(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'ECART'.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-CH-LAST-YEAR        PIC 9(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'ECART'.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  RPT-FIGURE-LINE.
           05  RPT-FIGURE-LABEL        PIC X(26).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-FIGURE-CURRENT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-FIGURE-PREVIOUS     PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-FIGURE-PREV-CHANGE  PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-FIGURE-LAST-YEAR    PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-FIGURE-LY-CHANGE    PIC X(08).
           05  FILLER                  PIC X(10) VALUE SPACES.

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

           PERFORM 1500-LOAD-HISTORY
               THRU 1500-LOAD-HISTORY-EXIT

           IF NOT WS-RUN-FAILED
               PERFORM 2000-SCAN-SIGNON-LOG
                   THRU 2000-SCAN-SIGNON-LOG-EXIT
               PERFORM 3000-SCAN-SECURITY-EVENTS
                   THRU 3000-SCAN-SECURITY-EVENTS-EXIT
               PERFORM 3500-SWEEP-USER-MASTER
                   THRU 3500-SWEEP-USER-MASTER-EXIT
               PERFORM 4000-WRITE-HISTORY
                   THRU 4000-WRITE-HISTORY-EXIT
               PERFORM 5000-PRINT-SCORECARD
                   THRU 5000-PRINT-SCORECARD-EXIT
           END-IF

           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT

           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - month and threshold from the operator, the
      *  comparison months and the reference tables
      *****************************************************************
       1000-INITIALIZE.
           ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-NUM)

           MOVE WS-TODAY-PERIOD TO WS-PERIOD-NUM
           IF WS-PERIOD-MONTH = 1
               MOVE 12 TO WS-PERIOD-MONTH
               SUBTRACT 1 FROM WS-PERIOD-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF
           DISPLAY 'SECSCORE - MOIS (AAAAMM, VIDE = ' WS-PERIOD-NUM
               '): '
           ACCEPT WS-ENTERED-PERIOD
           IF WS-ENTERED-PERIOD NOT = SPACES
               IF WS-ENTERED-PERIOD IS NUMERIC
                   AND WS-ENTERED-PERIOD (5:2) >= '01'
                   AND WS-ENTERED-PERIOD (5:2) <= '12'
                   AND WS-ENTERED-PERIOD <= WS-TODAY-PERIOD
                   MOVE WS-ENTERED-PERIOD TO WS-PERIOD-NUM
               ELSE
                   DISPLAY 'SECSCORE - MOIS INVALIDE'
                   STOP RUN
               END-IF
           END-IF

           DISPLAY 'SECSCORE - SEUIL DE DORMANCE EN JOURS '
               '(VIDE = 90): '
           ACCEPT WS-ENTERED-DAYS
           IF WS-ENTERED-DAYS NOT = SPACES
               IF WS-ENTERED-DAYS IS NUMERIC
                   AND WS-ENTERED-DAYS NOT = '000'
                   MOVE WS-ENTERED-DAYS TO WS-DORMANT-DAYS
               ELSE
                   DISPLAY 'SECSCORE - VALEUR INVALIDE, 90 RETENU'
               END-IF
           END-IF

           MOVE WS-PERIOD TO WS-PREV-PERIOD
           IF WS-PREV-MONTH = 1
               MOVE 12 TO WS-PREV-MONTH
               SUBTRACT 1 FROM WS-PREV-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PREV-MONTH
           END-IF
           MOVE WS-PERIOD TO WS-LY-PERIOD
           SUBTRACT 1 FROM WS-LY-YEAR

      *    Dormancy is measured at the end of the month, or today for
      *    the month in progress
           IF WS-PERIOD-MONTH = 12
               COMPUTE WS-WORK-DATE =
                   (WS-PERIOD-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-WORK-DATE = WS-PERIOD-YEAR * 10000
                   + (WS-PERIOD-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-REFERENCE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE) - 1
           IF WS-REFERENCE-INTEGER > WS-TODAY-INTEGER
               MOVE WS-TODAY-INTEGER TO WS-REFERENCE-INTEGER
           END-IF

           PERFORM 9000-WRITE-RUN-START
               THRU 9000-WRITE-RUN-START-EXIT

           MOVE SPACES TO WS-USER-TABLE
           MOVE SPACES TO WS-RO-TABLE
           INITIALIZE WS-SC-TABLE
           INITIALIZE WS-TOTAL-FIGURES
           INITIALIZE WS-CMP-TABLE
           MOVE WS-PREV-PERIOD-NUM TO WS-CMP-PERIOD (1)
           MOVE WS-LY-PERIOD-NUM TO WS-CMP-PERIOD (2)

           PERFORM 1300-LOAD-REFERENCE-TABLES
               THRU 1300-LOAD-REFERENCE-TABLES-EXIT
           IF WS-RUN-FAILED
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1400-LOAD-ROSTER
               THRU 1400-LOAD-ROSTER-EXIT
           IF WS-RUN-FAILED
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           OPEN OUTPUT SCORECARD-RPT
           IF WS-SCORERPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SECSCORE.OUT, CODE '
                   WS-SCORERPT-STATUS
               SET WS-RUN-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           SET WS-REPORT-OPEN TO TRUE
           MOVE WS-PERIOD-NUM TO RPT-HDG-PERIOD
           WRITE RPT-LINE FROM RPT-HEADING-1
           MOVE WS-DORMANT-DAYS TO RPT-HDG-DAYS
           MOVE WS-TODAY-NUM TO RPT-HDG-TODAY
           WRITE RPT-LINE FROM RPT-HEADING-2.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *  1300-LOAD-REFERENCE-TABLES - EMPLREF and DEPTMST into core;
      *  every department on DEPTMST gets its scorecard entry, in file
      *  order.  EMPLREF is required, without it every figure would
      *  fall outside the departments.
      *****************************************************************
       1300-LOAD-REFERENCE-TABLES.
           MOVE SPACES TO WS-ER-TABLE
           MOVE SPACES TO WS-DP-TABLE

           OPEN INPUT EMPLOYEE-REFERENCE
           IF WS-EMPLREF-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE EMPLREF, CODE '
                   WS-EMPLREF-STATUS
               SET WS-RUN-FAILED TO TRUE
               GO TO 1300-LOAD-REFERENCE-TABLES-EXIT
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
           END-IF

           SET DX TO 1
           PERFORM 1390-ADD-DEPT-ENTRY
               THRU 1390-ADD-DEPT-ENTRY-EXIT
               UNTIL DX > WS-DP-COUNT.
       1300-LOAD-REFERENCE-TABLES-EXIT.
           EXIT.

       1350-LOAD-REF-RECORD.
           READ EMPLOYEE-REFERENCE
               AT END
                   SET WS-REF-EOF TO TRUE
               NOT AT END
                   IF WS-ER-COUNT >= WS-ER-LIMIT
                       DISPLAY 'SECSCORE - TABLE DES EMPLOYES '
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
                       DISPLAY 'SECSCORE - TABLE DES DEPARTEMENTS '
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

       1390-ADD-DEPT-ENTRY.
           MOVE WS-DP-DEPT-CODE (DX) TO WS-LOOKUP-DEPT
           PERFORM 7300-FIND-SCORE-ENTRY
               THRU 7300-FIND-SCORE-ENTRY-EXIT
           SET DX UP BY 1.
       1390-ADD-DEPT-ENTRY-EXIT.
           EXIT.

      *****************************************************************
      *  1400-LOAD-ROSTER - the HR population the orphan count is
      *  measured against; required, as on HRRECON
      *****************************************************************
       1400-LOAD-ROSTER.
           OPEN INPUT HR-ROSTER
           IF WS-HRROSTER-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE HRROSTER, CODE '
                   WS-HRROSTER-STATUS
               SET WS-RUN-FAILED TO TRUE
               GO TO 1400-LOAD-ROSTER-EXIT
           END-IF
           PERFORM 1450-LOAD-ROSTER-RECORD
               THRU 1450-LOAD-ROSTER-RECORD-EXIT
               UNTIL WS-ROSTER-EOF
           CLOSE HR-ROSTER.
       1400-LOAD-ROSTER-EXIT.
           EXIT.

       1450-LOAD-ROSTER-RECORD.
           READ HR-ROSTER
               AT END
                   SET WS-ROSTER-EOF TO TRUE
               NOT AT END
                   IF WS-RO-COUNT >= WS-TABLE-LIMIT
                       DISPLAY 'SECSCORE - TABLE DES EMPLOYES HR '
                           'PLEINE, AUGMENTER WS-TABLE-LIMIT'
                       SET WS-RUN-FAILED TO TRUE
                       SET WS-ROSTER-EOF TO TRUE
                   ELSE
                       ADD 1 TO WS-RO-COUNT
                       SET OX TO WS-RO-COUNT
                       MOVE RS-EMPLOYEE-ID TO WS-RO-EMPLOYEE-ID (OX)
                   END-IF
           END-READ.
       1450-LOAD-ROSTER-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *  1500-LOAD-HISTORY - the previous month and the same month
      *  last year from STATHIST, the last set written for each.  A
      *  month earlier than the last one on file is refused.
      *****************************************************************
       1500-LOAD-HISTORY.
           IF WS-RUN-FAILED
               GO TO 1500-LOAD-HISTORY-EXIT
           END-IF
           OPEN INPUT STATISTICS-HISTORY
           IF WS-STATHIST-STATUS NOT = '00'
               DISPLAY 'SECSCORE - STATHIST ABSENT, AUCUNE '
                   'COMPARAISON'
               GO TO 1500-LOAD-HISTORY-EXIT
           END-IF
           PERFORM 1550-READ-HISTORY
               THRU 1550-READ-HISTORY-EXIT
               UNTIL WS-HIST-EOF
           CLOSE STATISTICS-HISTORY

           IF WS-LATEST-PERIOD > WS-PERIOD-NUM
               DISPLAY 'SECSCORE - ' WS-LATEST-PERIOD
                   ' DEJA SUR STATHIST, LE MOIS ' WS-PERIOD-NUM
                   ' NE PEUT PLUS ETRE CALCULE'
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE '*** MOIS ANTERIEUR A STATHIST - RIEN ECRIT ***'
                   TO RPT-LINE
               WRITE RPT-LINE
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       1500-LOAD-HISTORY-EXIT.
           EXIT.

       1550-READ-HISTORY.
           READ STATISTICS-HISTORY
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 1550-READ-HISTORY-EXIT
           END-READ
           ADD 1 TO WS-HIST-RECORDS-READ
           IF SH-PERIOD IS NOT NUMERIC
               GO TO 1550-READ-HISTORY-EXIT
           END-IF
           IF SH-PERIOD > WS-LATEST-PERIOD
               MOVE SH-PERIOD TO WS-LATEST-PERIOD
           END-IF
           EVALUATE SH-PERIOD
               WHEN WS-PREV-PERIOD-NUM
                   MOVE 1 TO WS-CMP-SUB
               WHEN WS-LY-PERIOD-NUM
                   MOVE 2 TO WS-CMP-SUB
               WHEN OTHER
                   GO TO 1550-READ-HISTORY-EXIT
           END-EVALUATE

      *    A later run of the month replaces what was loaded for it
           IF SH-RUN-DATE NOT = WS-CMP-RUN-DATE (WS-CMP-SUB)
               OR SH-RUN-TIME NOT = WS-CMP-RUN-TIME (WS-CMP-SUB)
               MOVE SH-RUN-DATE TO WS-CMP-RUN-DATE (WS-CMP-SUB)
               MOVE SH-RUN-TIME TO WS-CMP-RUN-TIME (WS-CMP-SUB)
               MOVE 'Y' TO WS-CMP-FOUND (WS-CMP-SUB)
               MOVE SH-DORMANT-DAYS
                   TO WS-CMP-DORMANT-DAYS (WS-CMP-SUB)
               MOVE ZERO TO WS-CMP-DEPT-COUNT (WS-CMP-SUB)
               MOVE ZEROS TO WS-CMP-TOTAL-FIGURES (WS-CMP-SUB)
           END-IF

           IF SH-TOTAL-FIGURES
               MOVE SH-FIGURES TO WS-CMP-TOTAL-FIGURES (WS-CMP-SUB)
           ELSE
               IF WS-CMP-DEPT-COUNT (WS-CMP-SUB) < WS-SC-LIMIT
                   ADD 1 TO WS-CMP-DEPT-COUNT (WS-CMP-SUB)
                   MOVE WS-CMP-DEPT-COUNT (WS-CMP-SUB) TO WS-CD-SUB
                   MOVE SH-DEPT-CODE
                       TO WS-CMP-DEPT-CODE (WS-CMP-SUB, WS-CD-SUB)
                   MOVE SH-FIGURES
                       TO WS-CMP-DEPT-FIGURES (WS-CMP-SUB, WS-CD-SUB)
               END-IF
           END-IF.
       1550-READ-HISTORY-EXIT.
           EXIT.

      *****************************************************************
      *  2000-SCAN-SIGNON-LOG - last sign-on up to the end of the
      *  month per user, and who signed on inside the month; then
      *  the distinct users are posted to their departments
      *****************************************************************
       2000-SCAN-SIGNON-LOG.
           OPEN INPUT SIGNON-LOG
           IF WS-SIGNLOG-STATUS NOT = '00'
               DISPLAY 'SECSCORE - SIGNLOG ABSENT, AUCUNE CONNEXION '
                   'ET TOUS LES COMPTES ACTIFS DORMANTS'
               GO TO 2000-SCAN-SIGNON-LOG-EXIT
           END-IF
           PERFORM 2100-TALLY-LOG-RECORD
               THRU 2100-TALLY-LOG-RECORD-EXIT
               UNTIL WS-LOG-EOF
           CLOSE SIGNON-LOG

           MOVE 1 TO WS-USER-SUB
           PERFORM 2300-POST-SIGNON-USER
               THRU 2300-POST-SIGNON-USER-EXIT
               UNTIL WS-USER-SUB > WS-USER-COUNT.
       2000-SCAN-SIGNON-LOG-EXIT.
           EXIT.

       2100-TALLY-LOG-RECORD.
           READ SIGNON-LOG
               AT END
                   SET WS-LOG-EOF TO TRUE
                   GO TO 2100-TALLY-LOG-RECORD-EXIT
           END-READ
           ADD 1 TO WS-LOG-RECORDS-READ
           IF NOT SL-EVENT-SIGNON
               OR SL-SIGNON-DATE IS NOT NUMERIC
               OR SL-SIGNON-DATE = ZEROS
               GO TO 2100-TALLY-LOG-RECORD-EXIT
           END-IF
           COMPUTE WS-EVENT-PERIOD = SL-SIGNON-DATE / 100
           IF WS-EVENT-PERIOD > WS-PERIOD-NUM
               GO TO 2100-TALLY-LOG-RECORD-EXIT
           END-IF
           PERFORM 2200-POST-USER-ACTIVITY
               THRU 2200-POST-USER-ACTIVITY-EXIT.
       2100-TALLY-LOG-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *  2200-POST-USER-ACTIVITY - find or add the user's table entry
      *  and keep the highest sign-on date seen
      *****************************************************************
       2200-POST-USER-ACTIVITY.
           IF WS-USER-COUNT = ZERO
               GO TO 2200-ADD-NEW-ENTRY
           END-IF
           SET UX TO 1
           SEARCH WS-USER-ENTRY
               AT END
                   GO TO 2200-ADD-NEW-ENTRY
               WHEN WS-UT-USER-ID (UX) = SL-USER-ID
                   IF SL-SIGNON-DATE > WS-UT-LAST-ON-DATE (UX)
                       MOVE SL-SIGNON-DATE TO WS-UT-LAST-ON-DATE (UX)
                   END-IF
           END-SEARCH
           GO TO 2200-MARK-PERIOD.

       2200-ADD-NEW-ENTRY.
           IF WS-USER-COUNT >= WS-TABLE-LIMIT
               DISPLAY 'SECSCORE - TABLE DES UTILISATEURS PLEINE, '
                   'AUGMENTER WS-TABLE-LIMIT'
               CLOSE SIGNON-LOG
               CLOSE SCORECARD-RPT
               STOP RUN
           END-IF
           ADD 1 TO WS-USER-COUNT
           SET UX TO WS-USER-COUNT
           MOVE SL-USER-ID TO WS-UT-USER-ID (UX)
           MOVE SL-SIGNON-DATE TO WS-UT-LAST-ON-DATE (UX)
           MOVE 'N' TO WS-UT-IN-PERIOD (UX).

       2200-MARK-PERIOD.
           IF WS-EVENT-PERIOD = WS-PERIOD-NUM
               MOVE 'Y' TO WS-UT-IN-PERIOD (UX)
           END-IF.
       2200-POST-USER-ACTIVITY-EXIT.
           EXIT.

       2300-POST-SIGNON-USER.
           IF WS-UT-SIGNED-ON-IN-PERIOD (WS-USER-SUB)
               MOVE WS-UT-USER-ID (WS-USER-SUB) TO WS-LOOKUP-USER-ID
               PERFORM 7000-LOOKUP-EMPLOYEE
                   THRU 7000-LOOKUP-EMPLOYEE-EXIT
               SET WS-FIG-SIGNON-USER TO TRUE
               PERFORM 7400-POST-FIGURE
                   THRU 7400-POST-FIGURE-EXIT
           END-IF
           ADD 1 TO WS-USER-SUB.
       2300-POST-SIGNON-USER-EXIT.
           EXIT.

      *****************************************************************
      *  3000-SCAN-SECURITY-EVENTS - the month's rejections by reason
      *****************************************************************
       3000-SCAN-SECURITY-EVENTS.
           OPEN INPUT SECURITY-EVENT
           IF WS-SECEVT-STATUS NOT = '00'
               DISPLAY 'SECSCORE - SECEVT ABSENT, AUCUN REJET'
               GO TO 3000-SCAN-SECURITY-EVENTS-EXIT
           END-IF
           PERFORM 3100-TALLY-EVENT
               THRU 3100-TALLY-EVENT-EXIT
               UNTIL WS-EVT-EOF
           CLOSE SECURITY-EVENT.
       3000-SCAN-SECURITY-EVENTS-EXIT.
           EXIT.

       3100-TALLY-EVENT.
           READ SECURITY-EVENT
               AT END
                   SET WS-EVT-EOF TO TRUE
                   GO TO 3100-TALLY-EVENT-EXIT
           END-READ
           ADD 1 TO WS-EVT-RECORDS-READ
           IF SE-EVENT-DATE IS NOT NUMERIC
               GO TO 3100-TALLY-EVENT-EXIT
           END-IF
           COMPUTE WS-EVENT-PERIOD = SE-EVENT-DATE / 100
           IF WS-EVENT-PERIOD NOT = WS-PERIOD-NUM
               GO TO 3100-TALLY-EVENT-EXIT
           END-IF
           ADD 1 TO WS-EVT-IN-PERIOD
           EVALUATE TRUE
               WHEN SE-BAD-PASSWORD
                   SET WS-FIG-REJ-PASSWORD TO TRUE
               WHEN SE-BAD-PIN
                   SET WS-FIG-REJ-PIN TO TRUE
               WHEN SE-ACCOUNT-LOCKED
                   SET WS-FIG-REJ-LOCKED TO TRUE
               WHEN SE-ACCOUNT-DEACTIVATED
                   SET WS-FIG-REJ-DEACTIVATED TO TRUE
               WHEN SE-UNKNOWN-USER
                   SET WS-FIG-REJ-UNKNOWN TO TRUE
               WHEN SE-SESSION-ALREADY-OPEN
                   SET WS-FIG-REJ-SESSION TO TRUE
               WHEN SE-NOT-ENTITLED
                   SET WS-FIG-REJ-NOT-ENTITLED TO TRUE
               WHEN OTHER
                   SET WS-FIG-REJ-OTHER TO TRUE
           END-EVALUATE
           MOVE SE-USER-ID TO WS-LOOKUP-USER-ID
           PERFORM 7000-LOOKUP-EMPLOYEE
               THRU 7000-LOOKUP-EMPLOYEE-EXIT
           PERFORM 7400-POST-FIGURE
               THRU 7400-POST-FIGURE-EXIT.
       3100-TALLY-EVENT-EXIT.
           EXIT.

      *****************************************************************
      *  3500-SWEEP-USER-MASTER - account states, dormant and orphan
      *****************************************************************
       3500-SWEEP-USER-MASTER.
           OPEN INPUT USER-MASTER
           IF NOT USRMAST-OK
               DISPLAY 'ERREUR OUVERTURE USER-MASTER, CODE '
                   WS-USRMAST-STATUS
               SET WS-RUN-FAILED TO TRUE
               GO TO 3500-SWEEP-USER-MASTER-EXIT
           END-IF
           PERFORM 3600-EXAMINE-USER
               THRU 3600-EXAMINE-USER-EXIT
               UNTIL WS-EOF
           CLOSE USER-MASTER.
       3500-SWEEP-USER-MASTER-EXIT.
           EXIT.

       3600-EXAMINE-USER.
           READ USER-MASTER
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3600-EXAMINE-USER-EXIT
           END-READ
           ADD 1 TO WS-ACCOUNTS-READ
           MOVE UM-USER-ID TO WS-LOOKUP-USER-ID
           PERFORM 7000-LOOKUP-EMPLOYEE
               THRU 7000-LOOKUP-EMPLOYEE-EXIT

           IF NOT UM-ACTIVE
               SET WS-FIG-DEACTIVATED TO TRUE
               PERFORM 7400-POST-FIGURE
                   THRU 7400-POST-FIGURE-EXIT
               GO TO 3600-EXAMINE-USER-EXIT
           END-IF

           SET WS-FIG-ACTIVE TO TRUE
           PERFORM 7400-POST-FIGURE
               THRU 7400-POST-FIGURE-EXIT
           IF UM-LOCKED
               SET WS-FIG-LOCKED TO TRUE
               PERFORM 7400-POST-FIGURE
                   THRU 7400-POST-FIGURE-EXIT
           END-IF
           IF UM-CHANGE-PWD-REQUIRED
               SET WS-FIG-MUST-CHANGE TO TRUE
               PERFORM 7400-POST-FIGURE
                   THRU 7400-POST-FIGURE-EXIT
           END-IF

           PERFORM 3700-CHECK-DORMANT
               THRU 3700-CHECK-DORMANT-EXIT

           SET OX TO 1
           SEARCH WS-RO-EMPLOYEE-ID
               AT END
                   SET WS-FIG-ORPHAN TO TRUE
                   PERFORM 7400-POST-FIGURE
                       THRU 7400-POST-FIGURE-EXIT
               WHEN OX > WS-RO-COUNT
                   SET WS-FIG-ORPHAN TO TRUE
                   PERFORM 7400-POST-FIGURE
                       THRU 7400-POST-FIGURE-EXIT
               WHEN WS-RO-EMPLOYEE-ID (OX) = UM-USER-ID
                   CONTINUE
           END-SEARCH.
       3600-EXAMINE-USER-EXIT.
           EXIT.

       3700-CHECK-DORMANT.
           IF WS-USER-COUNT = ZERO
               GO TO 3700-POST-DORMANT
           END-IF
           SET UX TO 1
           SEARCH WS-USER-ENTRY
               AT END
                   GO TO 3700-POST-DORMANT
               WHEN UX > WS-USER-COUNT
                   GO TO 3700-POST-DORMANT
               WHEN WS-UT-USER-ID (UX) = UM-USER-ID
                   COMPUTE WS-LAST-ON-INTEGER = FUNCTION
                       INTEGER-OF-DATE (WS-UT-LAST-ON-DATE (UX))
           END-SEARCH
           COMPUTE WS-DAYS-SINCE-SIGNON =
               WS-REFERENCE-INTEGER - WS-LAST-ON-INTEGER
           IF WS-DAYS-SINCE-SIGNON NOT > WS-DORMANT-DAYS
               GO TO 3700-CHECK-DORMANT-EXIT
           END-IF.

       3700-POST-DORMANT.
           SET WS-FIG-DORMANT TO TRUE
           PERFORM 7400-POST-FIGURE
               THRU 7400-POST-FIGURE-EXIT.
       3700-CHECK-DORMANT-EXIT.
           EXIT.

      *****************************************************************
      *  4000-WRITE-HISTORY - the month's set onto STATHIST: one
      *  record per department and the total, all stamped with this
      *  run's date and time
      *****************************************************************
       4000-WRITE-HISTORY.
           IF WS-RUN-FAILED
               GO TO 4000-WRITE-HISTORY-EXIT
           END-IF
           OPEN EXTEND STATISTICS-HISTORY
           IF WS-STATHIST-STATUS = '05' OR WS-STATHIST-STATUS = '35'
               OPEN OUTPUT STATISTICS-HISTORY
           END-IF
           IF WS-STATHIST-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE STATHIST, CODE '
                   WS-STATHIST-STATUS
               SET WS-RUN-FAILED TO TRUE
               GO TO 4000-WRITE-HISTORY-EXIT
           END-IF
           MOVE 1 TO WS-SC-SUB
           PERFORM 4100-WRITE-DEPT-HISTORY
               THRU 4100-WRITE-DEPT-HISTORY-EXIT
               UNTIL WS-SC-SUB > WS-SC-COUNT

           MOVE SPACES TO STATISTICS-HISTORY-RECORD
           PERFORM 4200-SET-HISTORY-KEY
               THRU 4200-SET-HISTORY-KEY-EXIT
           SET SH-TOTAL-FIGURES TO TRUE
           MOVE SPACES TO SH-DEPT-CODE
           MOVE WS-TOTAL-FIGURES TO SH-FIGURES
           WRITE STATISTICS-HISTORY-RECORD
           ADD 1 TO WS-HIST-RECORDS-WRITTEN
           CLOSE STATISTICS-HISTORY.
       4000-WRITE-HISTORY-EXIT.
           EXIT.

       4100-WRITE-DEPT-HISTORY.
           MOVE SPACES TO STATISTICS-HISTORY-RECORD
           PERFORM 4200-SET-HISTORY-KEY
               THRU 4200-SET-HISTORY-KEY-EXIT
           SET SH-DEPT-FIGURES TO TRUE
           MOVE WS-SC-DEPT-CODE (WS-SC-SUB) TO SH-DEPT-CODE
           MOVE WS-SC-FIGURES (WS-SC-SUB) TO SH-FIGURES
           WRITE STATISTICS-HISTORY-RECORD
           ADD 1 TO WS-HIST-RECORDS-WRITTEN
           ADD 1 TO WS-SC-SUB.
       4100-WRITE-DEPT-HISTORY-EXIT.
           EXIT.

       4200-SET-HISTORY-KEY.
           MOVE WS-PERIOD-NUM TO SH-PERIOD
           MOVE WS-TODAY-NUM TO SH-RUN-DATE
           MOVE WS-RUN-TIME TO SH-RUN-TIME
           MOVE WS-DORMANT-DAYS TO SH-DORMANT-DAYS.
       4200-SET-HISTORY-KEY-EXIT.
           EXIT.

      *****************************************************************
      *  5000-PRINT-SCORECARD - one block per department, then the
      *  total, each figure beside the previous month and the same
      *  month last year; N/D where STATHIST has nothing for them
      *****************************************************************
       5000-PRINT-SCORECARD.
           IF WS-RUN-FAILED
               GO TO 5000-PRINT-SCORECARD-EXIT
           END-IF
           MOVE WS-PERIOD-NUM TO RPT-CH-CURRENT
           MOVE WS-PREV-PERIOD-NUM TO RPT-CH-PREVIOUS
           MOVE WS-LY-PERIOD-NUM TO RPT-CH-LAST-YEAR

           MOVE 1 TO WS-SC-SUB
           PERFORM 5100-PRINT-DEPT-BLOCK
               THRU 5100-PRINT-DEPT-BLOCK-EXIT
               UNTIL WS-SC-SUB > WS-SC-COUNT

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-BLOCK-LINE
           MOVE 'TOTAL' TO RPT-BLOCK-TITLE
           WRITE RPT-LINE FROM RPT-BLOCK-LINE
           WRITE RPT-LINE FROM RPT-COLUMN-HEADING
           MOVE WS-TOTAL-FIGURES TO WS-PRINT-CURRENT
           MOVE 'N' TO WS-PREV-AVAILABLE-SWITCH
           MOVE 'N' TO WS-LY-AVAILABLE-SWITCH
           IF WS-CMP-ON-FILE (1)
               SET WS-PREV-AVAILABLE TO TRUE
               MOVE WS-CMP-TOTAL-FIGURES (1) TO WS-PRINT-PREVIOUS
           END-IF
           IF WS-CMP-ON-FILE (2)
               SET WS-LY-AVAILABLE TO TRUE
               MOVE WS-CMP-TOTAL-FIGURES (2) TO WS-PRINT-LAST-YEAR
           END-IF
           PERFORM 5500-PRINT-FIGURES
               THRU 5500-PRINT-FIGURES-EXIT

           MOVE 'SEUIL DORMANCE (JOURS)' TO WS-LINE-LABEL
           MOVE WS-DORMANT-DAYS TO WS-LINE-CURRENT
           MOVE WS-CMP-DORMANT-DAYS (1) TO WS-LINE-PREVIOUS
           MOVE WS-CMP-DORMANT-DAYS (2) TO WS-LINE-LAST-YEAR
           PERFORM 5700-WRITE-COMPARISON-LINE
               THRU 5700-WRITE-COMPARISON-LINE-EXIT.
       5000-PRINT-SCORECARD-EXIT.
           EXIT.

       5100-PRINT-DEPT-BLOCK.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SC-DEPT-CODE (WS-SC-SUB) TO WS-LOOKUP-DEPT
           PERFORM 7100-LOOKUP-DEPT-NAME
               THRU 7100-LOOKUP-DEPT-NAME-EXIT
           MOVE 'DEPARTEMENT ' TO RPT-BLOCK-TITLE
           MOVE WS-LOOKUP-DEPT TO RPT-BLOCK-DEPT-CODE
           MOVE WS-DEPT-NAME TO RPT-BLOCK-DEPT-NAME
           WRITE RPT-LINE FROM RPT-BLOCK-LINE
           WRITE RPT-LINE FROM RPT-COLUMN-HEADING

           MOVE WS-SC-FIGURES (WS-SC-SUB) TO WS-PRINT-CURRENT
           MOVE 'N' TO WS-PREV-AVAILABLE-SWITCH
           MOVE 'N' TO WS-LY-AVAILABLE-SWITCH
           MOVE 1 TO WS-CMP-SUB
           PERFORM 7500-FIND-COMPARISON-DEPT
               THRU 7500-FIND-COMPARISON-DEPT-EXIT
           IF WS-FOUND
               SET WS-PREV-AVAILABLE TO TRUE
               MOVE WS-CMP-DEPT-FIGURES (1, WS-CD-SUB)
                   TO WS-PRINT-PREVIOUS
           END-IF
           MOVE 2 TO WS-CMP-SUB
           PERFORM 7500-FIND-COMPARISON-DEPT
               THRU 7500-FIND-COMPARISON-DEPT-EXIT
           IF WS-FOUND
               SET WS-LY-AVAILABLE TO TRUE
               MOVE WS-CMP-DEPT-FIGURES (2, WS-CD-SUB)
                   TO WS-PRINT-LAST-YEAR
           END-IF
           PERFORM 5500-PRINT-FIGURES
               THRU 5500-PRINT-FIGURES-EXIT
           ADD 1 TO WS-SC-SUB.
       5100-PRINT-DEPT-BLOCK-EXIT.
           EXIT.

      *****************************************************************
      *  5500-PRINT-FIGURES - the fifteen figures of the block in
      *  hand and the total of the rejections
      *****************************************************************
       5500-PRINT-FIGURES.
           MOVE 1 TO WS-FIGURE-NO
           PERFORM 5600-PRINT-FIGURE-LINE
               THRU 5600-PRINT-FIGURE-LINE-EXIT
               UNTIL WS-FIGURE-NO > WS-FIGURE-COUNT

           MOVE 'REJETS TOTAL' TO WS-LINE-LABEL
           COMPUTE WS-LINE-CURRENT = WS-PC-FIGURE (8)
               + WS-PC-FIGURE (9) + WS-PC-FIGURE (10)
               + WS-PC-FIGURE (11) + WS-PC-FIGURE (12)
               + WS-PC-FIGURE (13) + WS-PC-FIGURE (14)
               + WS-PC-FIGURE (15)
           COMPUTE WS-LINE-PREVIOUS = WS-PP-FIGURE (8)
               + WS-PP-FIGURE (9) + WS-PP-FIGURE (10)
               + WS-PP-FIGURE (11) + WS-PP-FIGURE (12)
               + WS-PP-FIGURE (13) + WS-PP-FIGURE (14)
               + WS-PP-FIGURE (15)
           COMPUTE WS-LINE-LAST-YEAR = WS-PY-FIGURE (8)
               + WS-PY-FIGURE (9) + WS-PY-FIGURE (10)
               + WS-PY-FIGURE (11) + WS-PY-FIGURE (12)
               + WS-PY-FIGURE (13) + WS-PY-FIGURE (14)
               + WS-PY-FIGURE (15)
           PERFORM 5700-WRITE-COMPARISON-LINE
               THRU 5700-WRITE-COMPARISON-LINE-EXIT.
       5500-PRINT-FIGURES-EXIT.
           EXIT.

       5600-PRINT-FIGURE-LINE.
           MOVE WS-FIGURE-LABEL (WS-FIGURE-NO) TO WS-LINE-LABEL
           MOVE WS-PC-FIGURE (WS-FIGURE-NO) TO WS-LINE-CURRENT
           MOVE WS-PP-FIGURE (WS-FIGURE-NO) TO WS-LINE-PREVIOUS
           MOVE WS-PY-FIGURE (WS-FIGURE-NO) TO WS-LINE-LAST-YEAR
           PERFORM 5700-WRITE-COMPARISON-LINE
               THRU 5700-WRITE-COMPARISON-LINE-EXIT
           ADD 1 TO WS-FIGURE-NO.
       5600-PRINT-FIGURE-LINE-EXIT.
           EXIT.

       5700-WRITE-COMPARISON-LINE.
           MOVE WS-LINE-LABEL TO RPT-FIGURE-LABEL
           MOVE WS-LINE-CURRENT TO RPT-FIGURE-CURRENT
           IF WS-PREV-AVAILABLE
               MOVE WS-LINE-PREVIOUS TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO RPT-FIGURE-PREVIOUS
               COMPUTE WS-LINE-CHANGE =
                   WS-LINE-CURRENT - WS-LINE-PREVIOUS
               MOVE WS-LINE-CHANGE TO WS-EDIT-CHANGE
               MOVE WS-EDIT-CHANGE TO RPT-FIGURE-PREV-CHANGE
           ELSE
               MOVE '    N/D' TO RPT-FIGURE-PREVIOUS
               MOVE SPACES TO RPT-FIGURE-PREV-CHANGE
           END-IF
           IF WS-LY-AVAILABLE
               MOVE WS-LINE-LAST-YEAR TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO RPT-FIGURE-LAST-YEAR
               COMPUTE WS-LINE-CHANGE =
                   WS-LINE-CURRENT - WS-LINE-LAST-YEAR
               MOVE WS-LINE-CHANGE TO WS-EDIT-CHANGE
               MOVE WS-EDIT-CHANGE TO RPT-FIGURE-LY-CHANGE
           ELSE
               MOVE '    N/D' TO RPT-FIGURE-LAST-YEAR
               MOVE SPACES TO RPT-FIGURE-LY-CHANGE
           END-IF
           WRITE RPT-LINE FROM RPT-FIGURE-LINE.
       5700-WRITE-COMPARISON-LINE-EXIT.
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
      *  7300-FIND-SCORE-ENTRY - leaves SX on the scorecard entry of
      *  WS-LOOKUP-DEPT, adding it when the code is new
      *****************************************************************
       7300-FIND-SCORE-ENTRY.
           IF WS-SC-COUNT = ZERO
               GO TO 7300-ADD-SCORE-ENTRY
           END-IF
           SET SX TO 1
           SEARCH WS-SC-ENTRY
               AT END
                   GO TO 7300-ADD-SCORE-ENTRY
               WHEN SX > WS-SC-COUNT
                   GO TO 7300-ADD-SCORE-ENTRY
               WHEN WS-SC-DEPT-CODE (SX) = WS-LOOKUP-DEPT
                   CONTINUE
           END-SEARCH
           GO TO 7300-FIND-SCORE-ENTRY-EXIT.

       7300-ADD-SCORE-ENTRY.
           IF WS-SC-COUNT >= WS-SC-LIMIT
               DISPLAY 'SECSCORE - TABLE DES DEPARTEMENTS PLEINE, '
                   'AUGMENTER WS-SC-LIMIT'
               CLOSE SCORECARD-RPT
               STOP RUN
           END-IF
           ADD 1 TO WS-SC-COUNT
           SET SX TO WS-SC-COUNT
           MOVE WS-LOOKUP-DEPT TO WS-SC-DEPT-CODE (SX).
       7300-FIND-SCORE-ENTRY-EXIT.
           EXIT.

      *****************************************************************
      *  7400-POST-FIGURE - one to figure WS-FIGURE-NO of the
      *  department in WS-EMP-DEPT and of the total
      *****************************************************************
       7400-POST-FIGURE.
           MOVE WS-EMP-DEPT TO WS-LOOKUP-DEPT
           PERFORM 7300-FIND-SCORE-ENTRY
               THRU 7300-FIND-SCORE-ENTRY-EXIT
           ADD 1 TO WS-SC-FIGURE (SX, WS-FIGURE-NO)
           ADD 1 TO WS-TOT-FIGURE (WS-FIGURE-NO).
       7400-POST-FIGURE-EXIT.
           EXIT.

      *****************************************************************
      *  7500-FIND-COMPARISON-DEPT - WS-CD-SUB on the department in
      *  WS-LOOKUP-DEPT within comparison month WS-CMP-SUB
      *****************************************************************
       7500-FIND-COMPARISON-DEPT.
           MOVE 'N' TO WS-FOUND-SWITCH
           IF NOT WS-CMP-ON-FILE (WS-CMP-SUB)
               GO TO 7500-FIND-COMPARISON-DEPT-EXIT
           END-IF
           MOVE 1 TO WS-CD-SUB
           PERFORM 7550-MATCH-COMPARISON-DEPT
               THRU 7550-MATCH-COMPARISON-DEPT-EXIT
               UNTIL WS-FOUND
               OR WS-CD-SUB > WS-CMP-DEPT-COUNT (WS-CMP-SUB).
       7500-FIND-COMPARISON-DEPT-EXIT.
           EXIT.

       7550-MATCH-COMPARISON-DEPT.
           IF WS-CMP-DEPT-CODE (WS-CMP-SUB, WS-CD-SUB)
               = WS-LOOKUP-DEPT
               SET WS-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CD-SUB
           END-IF.
       7550-MATCH-COMPARISON-DEPT-EXIT.
           EXIT.

      *****************************************************************
      *  8000-FINALIZE - control totals: accounts read = active +
      *  deactivated, the month's rejections = the reason figures,
      *  history written = departments + the total
      *****************************************************************
       8000-FINALIZE.
           IF NOT WS-REPORT-OPEN
               GO TO 8000-WRITE-RUN-END
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'COMPTES LUS (USER-MASTER)   : ' TO RPT-COUNT-LABEL
           MOVE WS-ACCOUNTS-READ TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'ENREGISTREMENTS SIGNLOG LUS : ' TO RPT-COUNT-LABEL
           MOVE WS-LOG-RECORDS-READ TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'ENREGISTREMENTS SECEVT LUS  : ' TO RPT-COUNT-LABEL
           MOVE WS-EVT-RECORDS-READ TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REJETS DU MOIS              : ' TO RPT-COUNT-LABEL
           MOVE WS-EVT-IN-PERIOD TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'ENREGISTREMENTS STATHIST LUS: ' TO RPT-COUNT-LABEL
           MOVE WS-HIST-RECORDS-READ TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'ENREGISTREMENTS STATHIST    : ' TO RPT-COUNT-LABEL
           MOVE WS-HIST-RECORDS-WRITTEN TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE

           IF NOT WS-RUN-FAILED
               COMPUTE WS-ACCOUNTS-BALANCE = WS-TOT-FIGURE (1)
                   + WS-TOT-FIGURE (3)
               COMPUTE WS-REJECTS-BALANCE = WS-TOT-FIGURE (8)
                   + WS-TOT-FIGURE (9) + WS-TOT-FIGURE (10)
                   + WS-TOT-FIGURE (11) + WS-TOT-FIGURE (12)
                   + WS-TOT-FIGURE (13) + WS-TOT-FIGURE (14)
                   + WS-TOT-FIGURE (15)
               IF WS-ACCOUNTS-BALANCE NOT = WS-ACCOUNTS-READ
                   OR WS-REJECTS-BALANCE NOT = WS-EVT-IN-PERIOD
                   OR WS-HIST-RECORDS-WRITTEN NOT = WS-SC-COUNT + 1
                   MOVE SPACES TO RPT-LINE
                   MOVE '*** TOTAUX DE CONTROLE NON EQUILIBRES ***'
                       TO RPT-LINE
                   WRITE RPT-LINE
                   SET WS-RUN-FAILED TO TRUE
               END-IF
           END-IF
           CLOSE SCORECARD-RPT.

       8000-WRITE-RUN-END.
           COMPUTE WS-RECORDS-READ = WS-ACCOUNTS-READ
               + WS-LOG-RECORDS-READ + WS-EVT-RECORDS-READ
           PERFORM 9100-WRITE-RUN-END
               THRU 9100-WRITE-RUN-END-EXIT

           DISPLAY 'SECSCORE - MOIS ' WS-PERIOD-NUM
               ' COMPTES: ' WS-ACCOUNTS-READ
               ' HISTORIQUE ECRIT: ' WS-HIST-RECORDS-WRITTEN
           IF WS-RUN-FAILED
               DISPLAY 'SECSCORE - FIN ANORMALE'
           END-IF.
       8000-FINALIZE-EXIT.
           EXIT.

      *****************************************************************
      *  9000-WRITE-RUN-START - run-control start record
      *****************************************************************
       9000-WRITE-RUN-START.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           OPEN EXTEND RUN-CONTROL
           IF WS-RUNCTL-STATUS = '05' OR WS-RUNCTL-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL
           END-IF
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'AVERTISSEMENT - ECRITURE RUNCTL '
                   'IMPOSSIBLE, CODE ' WS-RUNCTL-STATUS
           ELSE
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE 'SECSCORE' TO RC-PROGRAM-ID
               MOVE 'STR' TO RC-RECORD-TYPE
               MOVE WS-RUN-START-DATE TO RC-RUN-DATE
               ACCEPT RC-RUN-TIME FROM TIME
               MOVE ZEROS TO RC-RECORDS-READ
               MOVE ZEROS TO RC-RECORDS-WRITTEN
               MOVE ZEROS TO RC-RECORDS-REJECTED
               MOVE SPACES TO RC-COMPLETION-CODE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL
           END-IF.
       9000-WRITE-RUN-START-EXIT.
           EXIT.

      *****************************************************************
      *  9100-WRITE-RUN-END - run-control end record; read is every
      *  USER-MASTER, SIGNLOG and SECEVT record, written the STATHIST
      *  records appended
      *****************************************************************
       9100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'AVERTISSEMENT - ECRITURE RUNCTL '
                   'IMPOSSIBLE, CODE ' WS-RUNCTL-STATUS
           ELSE
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE 'SECSCORE' TO RC-PROGRAM-ID
               MOVE 'END' TO RC-RECORD-TYPE
               MOVE WS-RUN-START-DATE TO RC-RUN-DATE
               ACCEPT RC-RUN-TIME FROM TIME
               MOVE WS-RECORDS-READ TO RC-RECORDS-READ
               MOVE WS-HIST-RECORDS-WRITTEN TO RC-RECORDS-WRITTEN
               MOVE ZEROS TO RC-RECORDS-REJECTED
               IF WS-RUN-FAILED
                   MOVE 'ABND' TO RC-COMPLETION-CODE
               ELSE
                   MOVE 'NORM' TO RC-COMPLETION-CODE
               END-IF
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL
           END-IF.
       9100-WRITE-RUN-END-EXIT.
           EXIT.
