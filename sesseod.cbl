       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SESSEOD.
       AUTHOR.        R. NOEL.
       INSTALLATION.  OPERATIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------
      *  DATE        BY   DESCRIPTION
      *  2026-10-15  RN   Initial version - end-of-day close of the
      *                   sessions left open in ACTSESS, with a report
      *                   of each one.
      *****************************************************************
      *  EXERCICE1 and EXERC1B open a session in ACTSESS on every
      *  accepted sign-on and close it on the sign-off, and refuse a
      *  second sign-on while the session is open.  A user who never
      *  signs off would stay locked out of the next day, so this
      *  end-of-day step reads ACTSESS from the start, prints every
      *  session still open (USER-ID, sign-on date and time, terminal
      *  and the program that opened it) and deletes it.  Nothing is
      *  written to SIGNON-LOG - the missing OFF stays visible to
      *  SESSRPT.  Control totals prove every session read was
      *  closed; a session that could not be deleted is reported and
      *  ends the run ABND in RUNCTL.  An ACTSESS that does not exist
      *  yet simply means no session is open.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVE-SESSIONS ASSIGN TO "ACTSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACTSESS-KEY
               FILE STATUS IS WS-ACTSESS-STATUS.

           SELECT SESSION-RPT ASSIGN TO "SESSEOD.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSRPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVE-SESSIONS.
       COPY "actsess.cpy".

       FD  SESSION-RPT.
       01  RPT-LINE                    PIC X(80).

       FD  RUN-CONTROL.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACTSESS-STATUS           PIC X(02).
           88  ACTSESS-OK                      VALUE '00'.
           88  ACTSESS-NOT-FOUND               VALUE '35'.
       01  WS-SESSRPT-STATUS           PIC X(02).
       01  WS-RUNCTL-STATUS            PIC X(02).
       01  WS-RUN-START-DATE           PIC 9(08) VALUE ZEROS.
       01  WS-TODAY-DATE               PIC 9(08) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-EOF                      VALUE 'Y'.
           05  WS-ACTSESS-OPEN-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-ACTSESS-OPEN             VALUE 'Y'.
           05  WS-RUN-FAILED-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-RUN-FAILED               VALUE 'Y'.

       01  WS-SESSIONS-READ            PIC 9(07) COMP VALUE ZERO.
       01  WS-SESSIONS-CLOSED          PIC 9(07) COMP VALUE ZERO.
       01  WS-SESSIONS-FAILED          PIC 9(07) COMP VALUE ZERO.
       01  WS-SESSIONS-PRIOR-DAY       PIC 9(07) COMP VALUE ZERO.
       01  WS-CONTROL-TOTAL            PIC 9(07) COMP VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'SESSEOD - SESSIONS FERMEES EN FIN DE JOU'.
           05  FILLER                  PIC X(06) VALUE
               'RNEE  '.
           05  RPT-HDG-DATE            PIC 9(08).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               'USER-ID     DATE CNX  HEURE CNX  POSTE  '.
           05  FILLER                  PIC X(40) VALUE
               '   ORIGINE   RESULTAT'.

       01  RPT-DETAIL-LINE.
           05  RPT-USER-ID             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-SIGNON-DATE         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-SIGNON-TIME         PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-TERMINAL-ID         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ORIGIN-PROGRAM      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-RESULT              PIC X(27).

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

           PERFORM 2000-CLOSE-SESSION
               THRU 2000-CLOSE-SESSION-EXIT
               UNTIL WS-EOF

           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT

           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - open the report, then ACTSESS positioned at
      *  its first key.  No ACTSESS means nothing to close.
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 9000-WRITE-RUN-START
               THRU 9000-WRITE-RUN-START-EXIT

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT SESSION-RPT
           IF WS-SESSRPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SESSEOD.OUT, CODE '
                   WS-SESSRPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-TODAY-DATE TO RPT-HDG-DATE
           WRITE RPT-LINE FROM RPT-HEADING-1
           WRITE RPT-LINE FROM RPT-HEADING-2

           OPEN I-O ACTIVE-SESSIONS
           IF ACTSESS-NOT-FOUND
               DISPLAY 'SESSEOD - FICHIER ACTSESS ABSENT, AUCUNE '
                   'SESSION OUVERTE'
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           IF NOT ACTSESS-OK
               DISPLAY 'ERREUR OUVERTURE ACTSESS, CODE '
                   WS-ACTSESS-STATUS
               SET WS-RUN-FAILED TO TRUE
               SET WS-EOF TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           SET WS-ACTSESS-OPEN TO TRUE

           MOVE LOW-VALUES TO AS-USER-ID
           START ACTIVE-SESSIONS KEY IS NOT LESS THAN ACTSESS-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CLOSE-SESSION - report the next open session and delete
      *  it.  A session opened before today is noted on the line.
      *****************************************************************
       2000-CLOSE-SESSION.
           READ ACTIVE-SESSIONS NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2000-CLOSE-SESSION-EXIT
           END-READ
           ADD 1 TO WS-SESSIONS-READ

           MOVE SPACES TO RPT-LINE
           MOVE AS-USER-ID TO RPT-USER-ID
           MOVE AS-SIGNON-DATE TO RPT-SIGNON-DATE
           MOVE AS-SIGNON-TIME TO RPT-SIGNON-TIME
           MOVE AS-TERMINAL-ID TO RPT-TERMINAL-ID
           MOVE AS-ORIGIN-PROGRAM TO RPT-ORIGIN-PROGRAM

           DELETE ACTIVE-SESSIONS RECORD
               INVALID KEY
                   ADD 1 TO WS-SESSIONS-FAILED
                   MOVE '*** NON FERMEE ***' TO RPT-RESULT
                   DISPLAY 'SESSEOD - SUPPRESSION IMPOSSIBLE '
                       AS-USER-ID ', CODE ' WS-ACTSESS-STATUS
                   WRITE RPT-LINE FROM RPT-DETAIL-LINE
                   GO TO 2000-CLOSE-SESSION-EXIT
           END-DELETE

           ADD 1 TO WS-SESSIONS-CLOSED
           IF AS-SIGNON-DATE < WS-TODAY-DATE
               ADD 1 TO WS-SESSIONS-PRIOR-DAY
               MOVE 'FERMEE (JOUR ANTERIEUR)' TO RPT-RESULT
           ELSE
               MOVE 'FERMEE' TO RPT-RESULT
           END-IF
           WRITE RPT-LINE FROM RPT-DETAIL-LINE.
       2000-CLOSE-SESSION-EXIT.
           EXIT.

      *****************************************************************
      *  8000-FINALIZE - summary lines and the control total: every
      *  session read must have been closed or reported as failed
      *****************************************************************
       8000-FINALIZE.
           IF WS-ACTSESS-OPEN
               CLOSE ACTIVE-SESSIONS
           END-IF

           COMPUTE WS-CONTROL-TOTAL =
               WS-SESSIONS-CLOSED + WS-SESSIONS-FAILED
           IF WS-CONTROL-TOTAL NOT = WS-SESSIONS-READ
               OR WS-SESSIONS-FAILED > ZERO
               SET WS-RUN-FAILED TO TRUE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'SESSIONS LUES:                ' TO RPT-SUMMARY-LABEL
           MOVE WS-SESSIONS-READ TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE 'SESSIONS FERMEES:             ' TO RPT-SUMMARY-LABEL
           MOVE WS-SESSIONS-CLOSED TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE '  DONT OUVERTES AVANT LE JOUR:' TO RPT-SUMMARY-LABEL
           MOVE WS-SESSIONS-PRIOR-DAY TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE 'SESSIONS NON FERMEES:         ' TO RPT-SUMMARY-LABEL
           MOVE WS-SESSIONS-FAILED TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           IF WS-RUN-FAILED
               MOVE SPACES TO RPT-LINE
               MOVE '*** TOTAUX DE CONTROLE NON EQUILIBRES ***'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE SESSION-RPT

           DISPLAY 'SESSEOD - SESSIONS LUES: ' WS-SESSIONS-READ
               ' FERMEES: ' WS-SESSIONS-CLOSED
               ' NON FERMEES: ' WS-SESSIONS-FAILED

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
               MOVE 'SESSEOD ' TO RC-PROGRAM-ID
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
      *  written is the number of sessions closed, rejected the
      *  number that could not be
      *****************************************************************
       9100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'AVERTISSEMENT - ECRITURE RUNCTL '
                   'IMPOSSIBLE, CODE ' WS-RUNCTL-STATUS
           ELSE
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE 'SESSEOD ' TO RC-PROGRAM-ID
               MOVE 'END' TO RC-RECORD-TYPE
               MOVE WS-RUN-START-DATE TO RC-RUN-DATE
               ACCEPT RC-RUN-TIME FROM TIME
               MOVE WS-SESSIONS-READ TO RC-RECORDS-READ
               MOVE WS-SESSIONS-CLOSED TO RC-RECORDS-WRITTEN
               MOVE WS-SESSIONS-FAILED TO RC-RECORDS-REJECTED
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
