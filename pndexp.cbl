       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PNDEXP.
       AUTHOR.        R. NOEL.
       INSTALLATION.  OPERATIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------
      *  DATE        BY   DESCRIPTION
      *  2026-10-15  RN   Initial version - nightly expiry of the
      *                   privileged changes left waiting in
      *                   PENDING-CHANGES, with a report of each.
      *****************************************************************
      *  USRMAINT holds the supervisor class given to an account, a
      *  reset of a supervisor's password and every SYSPARM change in
      *  PENDING-CHANGES until a second supervisor approves or rejects
      *  it.  A request nobody decides must not stay approvable for
      *  ever, so this nightly step reads PENDING-CHANGES from the
      *  start and expires every request still pending after more
      *  days than the SYSPARM approval delay (7 when the file or the
      *  field is absent).  Each request expired tonight is printed
      *  (number, type, account, requester, request date and age), as
      *  is each one still waiting, so the supervisors see what is
      *  about to lapse.  Decided requests are counted, not printed.
      *  Control totals prove every record read was accounted for; a
      *  request that could not be rewritten is reported and ends the
      *  run ABND in RUNCTL.  A PENDING-CHANGES that does not exist
      *  yet simply means nothing is waiting.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGES ASSIGN TO "PNDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNDCHG-KEY
               FILE STATUS IS WS-PNDCHG-STATUS.

           SELECT SYSTEM-PARAMETERS ASSIGN TO "SYSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSPARM-STATUS.

           SELECT PENDING-RPT ASSIGN TO "PNDEXP.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDRPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGES.
       COPY "pndchg.cpy".

       FD  SYSTEM-PARAMETERS.
       COPY "sysparm.cpy".

       FD  PENDING-RPT.
       01  RPT-LINE                    PIC X(80).

       FD  RUN-CONTROL.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PNDCHG-STATUS            PIC X(02).
           88  PNDCHG-OK                       VALUE '00'.
           88  PNDCHG-NOT-FOUND                VALUE '35'.
       01  WS-SYSPARM-STATUS           PIC X(02).
       01  WS-PNDRPT-STATUS            PIC X(02).
       01  WS-RUNCTL-STATUS            PIC X(02).
       01  WS-RUN-START-DATE           PIC 9(08) VALUE ZEROS.
       01  WS-TODAY-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-TODAY-INTEGER            PIC S9(09) COMP VALUE ZERO.
       01  WS-REQUEST-AGE              PIC S9(07) COMP VALUE ZERO.
       01  WS-PEND-EXPIRE-DAYS         PIC 9(02) VALUE 7.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-EOF                      VALUE 'Y'.
           05  WS-PNDCHG-OPEN-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-PNDCHG-OPEN              VALUE 'Y'.
           05  WS-RUN-FAILED-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-RUN-FAILED               VALUE 'Y'.

       01  WS-REQUESTS-READ            PIC 9(07) COMP VALUE ZERO.
       01  WS-REQUESTS-DECIDED         PIC 9(07) COMP VALUE ZERO.
       01  WS-REQUESTS-WAITING         PIC 9(07) COMP VALUE ZERO.
       01  WS-REQUESTS-EXPIRED         PIC 9(07) COMP VALUE ZERO.
       01  WS-REQUESTS-FAILED          PIC 9(07) COMP VALUE ZERO.
       01  WS-CONTROL-TOTAL            PIC 9(07) COMP VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'PNDEXP - DEMANDES EN ATTENTE D''APPROBATI'.
           05  FILLER                  PIC X(06) VALUE
               'ON    '.
           05  RPT-HDG-DATE            PIC 9(08).
           05  FILLER                  PIC X(09) VALUE
               '  DELAI: '.
           05  RPT-HDG-DELAY           PIC Z9.
           05  FILLER                  PIC X(15) VALUE
               ' JOURS'.

       01  RPT-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               'NUMERO  TYPE  USER-ID     DEMANDEUR   D'.
           05  FILLER                  PIC X(40) VALUE
               'ATE DEM.   AGE  RESULTAT'.

       01  RPT-DETAIL-LINE.
           05  RPT-REQUEST-NO          PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CHANGE-TYPE         PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-USER-ID             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-REQUESTER-ID        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-REQUEST-DATE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-AGE                 PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-RESULT              PIC X(26).

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

           PERFORM 2000-CHECK-REQUEST
               THRU 2000-CHECK-REQUEST-EXIT
               UNTIL WS-EOF

           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT

           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - approval delay from SYSPARM, the report,
      *  then PENDING-CHANGES positioned at its first key
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 9000-WRITE-RUN-START
               THRU 9000-WRITE-RUN-START-EXIT

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)

           PERFORM 1100-LOAD-PARAMETERS
               THRU 1100-LOAD-PARAMETERS-EXIT

           OPEN OUTPUT PENDING-RPT
           IF WS-PNDRPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE PNDEXP.OUT, CODE '
                   WS-PNDRPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-TODAY-DATE TO RPT-HDG-DATE
           MOVE WS-PEND-EXPIRE-DAYS TO RPT-HDG-DELAY
           WRITE RPT-LINE FROM RPT-HEADING-1
           WRITE RPT-LINE FROM RPT-HEADING-2

           OPEN I-O PENDING-CHANGES
           IF PNDCHG-NOT-FOUND
               DISPLAY 'PNDEXP - FICHIER PNDCHG ABSENT, AUCUNE '
                   'DEMANDE EN ATTENTE'
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           IF NOT PNDCHG-OK
               DISPLAY 'ERREUR OUVERTURE PNDCHG, CODE '
                   WS-PNDCHG-STATUS
               SET WS-RUN-FAILED TO TRUE
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           SET WS-PNDCHG-OPEN TO TRUE

           MOVE ZEROS TO PC-REQUEST-NO
           START PENDING-CHANGES KEY IS NOT LESS THAN PNDCHG-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
       1000-INITIALIZE-EXIT.
           EXIT.

       1100-LOAD-PARAMETERS.
           OPEN INPUT SYSTEM-PARAMETERS
           IF WS-SYSPARM-STATUS = '00'
               READ SYSTEM-PARAMETERS
                   NOT AT END
                       IF PA-PENDING-EXPIRE-DAYS IS NUMERIC
                           AND PA-PENDING-EXPIRE-DAYS NOT = ZERO
                           MOVE PA-PENDING-EXPIRE-DAYS TO
                               WS-PEND-EXPIRE-DAYS
                       END-IF
               END-READ
               CLOSE SYSTEM-PARAMETERS
           END-IF.
       1100-LOAD-PARAMETERS-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CHECK-REQUEST - a pending request past the delay is
      *  expired and reported; one still within it is reported as
      *  waiting.  Approved, rejected and expired requests are only
      *  counted.
      *****************************************************************
       2000-CHECK-REQUEST.
           READ PENDING-CHANGES NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-CHECK-REQUEST-EXIT
           END-READ
           ADD 1 TO WS-REQUESTS-READ

           IF NOT PC-PENDING
               ADD 1 TO WS-REQUESTS-DECIDED
               GO TO 2000-CHECK-REQUEST-EXIT
           END-IF

           COMPUTE WS-REQUEST-AGE = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE (PC-REQUEST-DATE)
           MOVE SPACES TO RPT-LINE
           MOVE PC-REQUEST-NO TO RPT-REQUEST-NO
           MOVE PC-CHANGE-TYPE TO RPT-CHANGE-TYPE
           MOVE PC-USER-ID TO RPT-USER-ID
           MOVE PC-REQUESTER-ID TO RPT-REQUESTER-ID
           MOVE PC-REQUEST-DATE TO RPT-REQUEST-DATE
           MOVE WS-REQUEST-AGE TO RPT-AGE

           IF WS-REQUEST-AGE NOT > WS-PEND-EXPIRE-DAYS
               ADD 1 TO WS-REQUESTS-WAITING
               MOVE 'EN ATTENTE' TO RPT-RESULT
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               GO TO 2000-CHECK-REQUEST-EXIT
           END-IF

           SET PC-EXPIRED TO TRUE
           MOVE WS-TODAY-DATE TO PC-DECISION-DATE
           ACCEPT PC-DECISION-TIME FROM TIME
           REWRITE PENDING-CHANGE-RECORD
               INVALID KEY
                   ADD 1 TO WS-REQUESTS-FAILED
                   MOVE '*** NON EXPIREE ***' TO RPT-RESULT
                   DISPLAY 'PNDEXP - MISE A JOUR IMPOSSIBLE '
                       PC-REQUEST-NO ', CODE ' WS-PNDCHG-STATUS
                   WRITE RPT-LINE FROM RPT-DETAIL-LINE
                   GO TO 2000-CHECK-REQUEST-EXIT
           END-REWRITE

           ADD 1 TO WS-REQUESTS-EXPIRED
           MOVE 'EXPIREE' TO RPT-RESULT
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       2000-CHECK-REQUEST-EXIT.
           EXIT.

      *****************************************************************
      *  8000-FINALIZE - summary lines and the control total: every
      *  request read is decided, waiting, expired or failed
      *****************************************************************
       8000-FINALIZE.
           IF WS-PNDCHG-OPEN
               CLOSE PENDING-CHANGES
           END-IF

           COMPUTE WS-CONTROL-TOTAL = WS-REQUESTS-DECIDED
               + WS-REQUESTS-WAITING + WS-REQUESTS-EXPIRED
               + WS-REQUESTS-FAILED
           IF WS-CONTROL-TOTAL NOT = WS-REQUESTS-READ
               OR WS-REQUESTS-FAILED > ZERO
               SET WS-RUN-FAILED TO TRUE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DEMANDES LUES:                ' TO RPT-SUMMARY-LABEL
           MOVE WS-REQUESTS-READ TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE 'DEJA DECIDEES:                ' TO RPT-SUMMARY-LABEL
           MOVE WS-REQUESTS-DECIDED TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE 'TOUJOURS EN ATTENTE:          ' TO RPT-SUMMARY-LABEL
           MOVE WS-REQUESTS-WAITING TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE 'EXPIREES CETTE NUIT:          ' TO RPT-SUMMARY-LABEL
           MOVE WS-REQUESTS-EXPIRED TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE 'NON MISES A JOUR:             ' TO RPT-SUMMARY-LABEL
           MOVE WS-REQUESTS-FAILED TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           IF WS-RUN-FAILED
               MOVE SPACES TO RPT-LINE
               MOVE '*** TOTAUX DE CONTROLE NON EQUILIBRES ***'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE PENDING-RPT

           DISPLAY 'PNDEXP - DEMANDES LUES: ' WS-REQUESTS-READ
               ' EN ATTENTE: ' WS-REQUESTS-WAITING
               ' EXPIREES: ' WS-REQUESTS-EXPIRED

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
               MOVE 'PNDEXP  ' TO RC-PROGRAM-ID
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
      *  written is the number of requests expired, rejected the
      *  number that could not be rewritten
      *****************************************************************
       9100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'AVERTISSEMENT - ECRITURE RUNCTL '
                   'IMPOSSIBLE, CODE ' WS-RUNCTL-STATUS
           ELSE
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE 'PNDEXP  ' TO RC-PROGRAM-ID
               MOVE 'END' TO RC-RECORD-TYPE
               MOVE WS-RUN-START-DATE TO RC-RUN-DATE
               ACCEPT RC-RUN-TIME FROM TIME
               MOVE WS-REQUESTS-READ TO RC-RECORDS-READ
               MOVE WS-REQUESTS-EXPIRED TO RC-RECORDS-WRITTEN
               MOVE WS-REQUESTS-FAILED TO RC-RECORDS-REJECTED
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
