       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TERMRPT.
       AUTHOR.        R. NOEL.
       INSTALLATION.  OPERATIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------
      *  DATE        BY   DESCRIPTION
      *  2026-10-15  RN   Initial version - nightly report of the
      *                   day's rejected sign-ons grouped by terminal,
      *                   flagging a terminal that failed against too
      *                   many different USER-IDs.
      *****************************************************************
      *  SECRPT and CMPRPT look at rejections account by account; a
      *  single workstation trying one password against every account
      *  it can think of shows there only as a scatter of PWD and UNKN
      *  lines.  This report takes the report date's SECURITY-EVENT
      *  records (today by default), sorts them by terminal id,
      *  USER-ID and time, and prints one line per USER-ID under each
      *  terminal with its rejection count and first and last time.
      *  Every rejection reason counts as a failure.  The terminal
      *  total shows how many distinct USER-IDs it failed against;
      *  when that exceeds the SYSPARM terminal threshold (5 when the
      *  field is absent) the terminal is flagged.  Events written
      *  before the terminal id was captured group under a blank
      *  terminal.  Run-control records go to RUNCTL for the morning
      *  report.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-EVENT ASSIGN TO "SECEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECEVT-STATUS.

           SELECT SYSTEM-PARAMETERS ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSPARM-STATUS.

           SELECT SORT-WORK ASSIGN TO "TRMSRTW".

           SELECT TERMINAL-RPT ASSIGN TO "TERMRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMRPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-EVENT.
       COPY "secevt.cpy".

       FD  SYSTEM-PARAMETERS.
       COPY "sysparm.cpy".

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SW-TERMINAL-ID          PIC X(08).
           05  SW-USER-ID              PIC X(10).
           05  SW-EVENT-TIME           PIC 9(08).
           05  SW-REASON-CODE          PIC X(04).
           05  FILLER                  PIC X(10).

       FD  TERMINAL-RPT.
       01  RPT-LINE                    PIC X(80).

       FD  RUN-CONTROL.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SECEVT-STATUS            PIC X(02).
       01  WS-SYSPARM-STATUS           PIC X(02).
       01  WS-TERMRPT-STATUS           PIC X(02).
       01  WS-RUNCTL-STATUS            PIC X(02).
       01  WS-RUN-START-DATE           PIC 9(08) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-EOF                      VALUE 'Y'.
           05  WS-EVT-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-EVT-EOF                  VALUE 'Y'.
           05  WS-FIRST-RECORD-SWITCH  PIC X(01) VALUE 'Y'.
               88  WS-FIRST-RECORD             VALUE 'Y' FALSE 'N'.

       01  WS-REPORT-DATE              PIC 9(08) VALUE ZEROS.
       01  WS-ENTERED-DATE             PIC X(08).
       01  WS-TERM-USER-LIMIT          PIC 9(02) VALUE 5.

       01  WS-PREV-TERMINAL-ID         PIC X(08) VALUE SPACES.
       01  WS-PREV-USER-ID             PIC X(10) VALUE SPACES.
       01  WS-FIRST-EVENT-TIME         PIC 9(08) VALUE ZEROS.
       01  WS-LAST-EVENT-TIME          PIC 9(08) VALUE ZEROS.
       01  WS-LAST-REASON              PIC X(04) VALUE SPACES.
       01  WS-USER-COUNT               PIC 9(05) COMP VALUE ZERO.
       01  WS-TERM-TOTAL               PIC 9(05) COMP VALUE ZERO.
       01  WS-TERM-DISTINCT-USERS      PIC 9(05) COMP VALUE ZERO.

       01  WS-EVENTS-READ              PIC 9(07) COMP VALUE ZERO.
       01  WS-EVENTS-SELECTED          PIC 9(07) COMP VALUE ZERO.
       01  WS-TERMINALS-SEEN           PIC 9(05) COMP VALUE ZERO.
       01  WS-TERMINALS-FLAGGED        PIC 9(05) COMP VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               'TERMRPT - REJETS PAR POSTE DU '.
           05  RPT-HDG-DATE            PIC 9(08).
           05  FILLER                  PIC X(24) VALUE
               '  SEUIL UTILISATEURS:   '.
           05  RPT-HDG-LIMIT           PIC Z9.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER                  PIC X(32) VALUE
               'USER-ID     NB REJ  1ERE HEURE  '.
           05  FILLER                  PIC X(48) VALUE
               'DERN. HEURE  DERN. MOTIF'.

       01  RPT-TERM-HEADING-LINE.
           05  FILLER                  PIC X(07) VALUE 'POSTE: '.
           05  RPT-TERM-ID             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TERM-NOTE           PIC X(30).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  RPT-USER-ID             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-COUNT               PIC ZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-FIRST-TIME          PIC 9(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-LAST-TIME           PIC 9(08).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  RPT-LAST-REASON         PIC X(04).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  RPT-TERM-TOTAL-LINE.
           05  FILLER                  PIC X(12) VALUE
               'TOTAL POSTE '.
           05  RPT-TOTAL-TERM-ID       PIC X(08).
           05  FILLER                  PIC X(03) VALUE ' : '.
           05  RPT-TERM-TOTAL          PIC ZZZZ9.
           05  FILLER                  PIC X(08) VALUE ' REJETS,'.
           05  RPT-TERM-USERS          PIC ZZZZ9.
           05  FILLER                  PIC X(14) VALUE
               ' UTILISATEURS '.
           05  RPT-TERM-FLAG           PIC X(25).

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
               ON ASCENDING KEY SW-TERMINAL-ID SW-USER-ID
                   SW-EVENT-TIME
               INPUT PROCEDURE IS 1500-SELECT-EVENTS
                   THRU 1500-SELECT-EVENTS-EXIT
               OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT
                   THRU 2000-PRODUCE-REPORT-EXIT

           IF WS-FIRST-RECORD
               DISPLAY 'TERMRPT - AUCUN REJET POUR LE '
                   WS-REPORT-DATE
           END-IF

           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT

           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - threshold from SYSPARM, report date from
      *  the operator (today by default), then open the report
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 9000-WRITE-RUN-START
               THRU 9000-WRITE-RUN-START-EXIT

           PERFORM 1100-LOAD-PARAMETERS
               THRU 1100-LOAD-PARAMETERS-EXIT

           DISPLAY 'TERMRPT - DATE DU RAPPORT (AAAAMMJJ, '
               'VIDE = AUJOURD''HUI): '
           ACCEPT WS-ENTERED-DATE
           IF WS-ENTERED-DATE IS NUMERIC
               MOVE WS-ENTERED-DATE TO WS-REPORT-DATE
           ELSE
               ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
           END-IF

           OPEN OUTPUT TERMINAL-RPT
           IF WS-TERMRPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE TERMRPT.OUT, CODE '
                   WS-TERMRPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-REPORT-DATE TO RPT-HDG-DATE
           MOVE WS-TERM-USER-LIMIT TO RPT-HDG-LIMIT
           WRITE RPT-LINE FROM RPT-HEADING-1
           WRITE RPT-LINE FROM RPT-HEADING-2.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *  1100-LOAD-PARAMETERS - the terminal threshold is guarded with
      *  a numeric test so a SYSPARM written before it existed still
      *  reads cleanly
      *****************************************************************
       1100-LOAD-PARAMETERS.
           OPEN INPUT SYSTEM-PARAMETERS
           IF WS-SYSPARM-STATUS = '00'
               READ SYSTEM-PARAMETERS
                   NOT AT END
                       IF PA-TERM-USER-LIMIT IS NUMERIC
                           AND PA-TERM-USER-LIMIT NOT = ZERO
                           MOVE PA-TERM-USER-LIMIT TO
                               WS-TERM-USER-LIMIT
                       END-IF
               END-READ
               CLOSE SYSTEM-PARAMETERS
           END-IF.
       1100-LOAD-PARAMETERS-EXIT.
           EXIT.

      *****************************************************************
      *  1500-SELECT-EVENTS - SORT input procedure.  Releases the
      *  report date's rejections, whatever the reason code.
      *****************************************************************
       1500-SELECT-EVENTS.
           OPEN INPUT SECURITY-EVENT
           IF WS-SECEVT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SECEVT, CODE '
                   WS-SECEVT-STATUS
               SET WS-EVT-EOF TO TRUE
           ELSE
               PERFORM 1600-RELEASE-EVENT
                   THRU 1600-RELEASE-EVENT-EXIT
                   UNTIL WS-EVT-EOF
               CLOSE SECURITY-EVENT
           END-IF.
       1500-SELECT-EVENTS-EXIT.
           EXIT.

       1600-RELEASE-EVENT.
           READ SECURITY-EVENT
               AT END
                   SET WS-EVT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EVENTS-READ
                   IF SE-EVENT-DATE = WS-REPORT-DATE
                       ADD 1 TO WS-EVENTS-SELECTED
                       MOVE SPACES TO SORT-WORK-RECORD
                       MOVE SE-TERMINAL-ID TO SW-TERMINAL-ID
                       MOVE SE-USER-ID TO SW-USER-ID
                       MOVE SE-EVENT-TIME TO SW-EVENT-TIME
                       MOVE SE-REASON-CODE TO SW-REASON-CODE
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.
       1600-RELEASE-EVENT-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PRODUCE-REPORT - SORT output procedure.  Control break
      *  on TERMINAL-ID / USER-ID: one detail line per USER-ID, and a
      *  terminal total with the distinct-user count and the flag.
      *****************************************************************
       2000-PRODUCE-REPORT.
           PERFORM 2100-RETURN-SORTED-RECORD
               THRU 2100-RETURN-SORTED-RECORD-EXIT
           PERFORM 2050-PROCESS-SORTED-RECORD
               THRU 2050-PROCESS-SORTED-RECORD-EXIT
               UNTIL WS-EOF

           IF NOT WS-FIRST-RECORD
               PERFORM 2900-WRITE-DETAIL-LINE
                   THRU 2900-WRITE-DETAIL-LINE-EXIT
               PERFORM 2950-WRITE-TERMINAL-TOTAL
                   THRU 2950-WRITE-TERMINAL-TOTAL-EXIT
           END-IF.
       2000-PRODUCE-REPORT-EXIT.
           EXIT.

       2050-PROCESS-SORTED-RECORD.
           IF WS-FIRST-RECORD
               PERFORM 2200-START-NEW-TERMINAL
                   THRU 2200-START-NEW-TERMINAL-EXIT
               PERFORM 2300-START-NEW-USER
                   THRU 2300-START-NEW-USER-EXIT
           ELSE
               IF SW-TERMINAL-ID NOT = WS-PREV-TERMINAL-ID
                   PERFORM 2900-WRITE-DETAIL-LINE
                       THRU 2900-WRITE-DETAIL-LINE-EXIT
                   PERFORM 2950-WRITE-TERMINAL-TOTAL
                       THRU 2950-WRITE-TERMINAL-TOTAL-EXIT
                   PERFORM 2200-START-NEW-TERMINAL
                       THRU 2200-START-NEW-TERMINAL-EXIT
                   PERFORM 2300-START-NEW-USER
                       THRU 2300-START-NEW-USER-EXIT
               ELSE
                   IF SW-USER-ID NOT = WS-PREV-USER-ID
                       PERFORM 2900-WRITE-DETAIL-LINE
                           THRU 2900-WRITE-DETAIL-LINE-EXIT
                       PERFORM 2300-START-NEW-USER
                           THRU 2300-START-NEW-USER-EXIT
                   ELSE
                       PERFORM 2400-ACCUMULATE-USER
                           THRU 2400-ACCUMULATE-USER-EXIT
                   END-IF
               END-IF
           END-IF
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

      *****************************************************************
      *  2200-START-NEW-TERMINAL - heading ahead of the terminal's
      *  detail lines
      *****************************************************************
       2200-START-NEW-TERMINAL.
           MOVE SW-TERMINAL-ID TO WS-PREV-TERMINAL-ID
           MOVE ZERO TO WS-TERM-TOTAL
           MOVE ZERO TO WS-TERM-DISTINCT-USERS
           ADD 1 TO WS-TERMINALS-SEEN
           MOVE SPACES TO RPT-LINE
           MOVE SW-TERMINAL-ID TO RPT-TERM-ID
           IF SW-TERMINAL-ID = SPACES
               MOVE '(POSTE NON IDENTIFIE)' TO RPT-TERM-NOTE
           ELSE
               MOVE SPACES TO RPT-TERM-NOTE
           END-IF
           WRITE RPT-LINE FROM RPT-TERM-HEADING-LINE.
       2200-START-NEW-TERMINAL-EXIT.
           EXIT.

       2300-START-NEW-USER.
           SET WS-FIRST-RECORD TO FALSE
           MOVE SW-USER-ID TO WS-PREV-USER-ID
           MOVE SW-EVENT-TIME TO WS-FIRST-EVENT-TIME
           MOVE SW-EVENT-TIME TO WS-LAST-EVENT-TIME
           MOVE SW-REASON-CODE TO WS-LAST-REASON
           MOVE 1 TO WS-USER-COUNT
           ADD 1 TO WS-TERM-DISTINCT-USERS.
       2300-START-NEW-USER-EXIT.
           EXIT.

       2400-ACCUMULATE-USER.
           MOVE SW-EVENT-TIME TO WS-LAST-EVENT-TIME
           MOVE SW-REASON-CODE TO WS-LAST-REASON
           ADD 1 TO WS-USER-COUNT.
       2400-ACCUMULATE-USER-EXIT.
           EXIT.

       2900-WRITE-DETAIL-LINE.
           MOVE SPACES TO RPT-LINE
           MOVE WS-PREV-USER-ID TO RPT-USER-ID
           MOVE WS-USER-COUNT TO RPT-COUNT
           MOVE WS-FIRST-EVENT-TIME TO RPT-FIRST-TIME
           MOVE WS-LAST-EVENT-TIME TO RPT-LAST-TIME
           MOVE WS-LAST-REASON TO RPT-LAST-REASON
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
           ADD WS-USER-COUNT TO WS-TERM-TOTAL.
       2900-WRITE-DETAIL-LINE-EXIT.
           EXIT.

      *****************************************************************
      *  2950-WRITE-TERMINAL-TOTAL - more distinct USER-IDs than the
      *  threshold flags the terminal
      *****************************************************************
       2950-WRITE-TERMINAL-TOTAL.
           MOVE SPACES TO RPT-LINE
           MOVE WS-PREV-TERMINAL-ID TO RPT-TOTAL-TERM-ID
           MOVE WS-TERM-TOTAL TO RPT-TERM-TOTAL
           MOVE WS-TERM-DISTINCT-USERS TO RPT-TERM-USERS
           IF WS-TERM-DISTINCT-USERS > WS-TERM-USER-LIMIT
               MOVE '*** SEUIL DEPASSE ***' TO RPT-TERM-FLAG
               ADD 1 TO WS-TERMINALS-FLAGGED
               DISPLAY 'TERMRPT - POSTE SIGNALE: ' WS-PREV-TERMINAL-ID
                   ' UTILISATEURS: ' WS-TERM-DISTINCT-USERS
           ELSE
               MOVE SPACES TO RPT-TERM-FLAG
           END-IF
           WRITE RPT-LINE FROM RPT-TERM-TOTAL-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       2950-WRITE-TERMINAL-TOTAL-EXIT.
           EXIT.

      *****************************************************************
      *  8000-FINALIZE - summary lines and close the report
      *****************************************************************
       8000-FINALIZE.
           MOVE 'REJETS DE LA JOURNEE:         ' TO RPT-SUMMARY-LABEL
           MOVE WS-EVENTS-SELECTED TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE 'POSTES EXAMINES:              ' TO RPT-SUMMARY-LABEL
           MOVE WS-TERMINALS-SEEN TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE 'POSTES SIGNALES:              ' TO RPT-SUMMARY-LABEL
           MOVE WS-TERMINALS-FLAGGED TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           CLOSE TERMINAL-RPT

           DISPLAY 'TERMRPT - POSTES EXAMINES: ' WS-TERMINALS-SEEN
               ' SIGNALES: ' WS-TERMINALS-FLAGGED

           PERFORM 9100-WRITE-RUN-END
               THRU 9100-WRITE-RUN-END-EXIT.
       8000-FINALIZE-EXIT.
           EXIT.

      *****************************************************************
      *  9000-WRITE-RUN-START - run-control start record for RUNRPT
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
               MOVE 'TERMRPT ' TO RC-PROGRAM-ID
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
      *  9100-WRITE-RUN-END - run-control end record with the counts;
      *  written is the number of terminals flagged
      *****************************************************************
       9100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'AVERTISSEMENT - ECRITURE RUNCTL '
                   'IMPOSSIBLE, CODE ' WS-RUNCTL-STATUS
           ELSE
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE 'TERMRPT ' TO RC-PROGRAM-ID
               MOVE 'END' TO RC-RECORD-TYPE
               MOVE WS-RUN-START-DATE TO RC-RUN-DATE
               ACCEPT RC-RUN-TIME FROM TIME
               MOVE WS-EVENTS-READ TO RC-RECORDS-READ
               MOVE WS-TERMINALS-FLAGGED TO RC-RECORDS-WRITTEN
               MOVE ZEROS TO RC-RECORDS-REJECTED
               MOVE 'NORM' TO RC-COMPLETION-CODE
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL
           END-IF.
       9100-WRITE-RUN-END-EXIT.
           EXIT.
