       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STRMDRV.
       AUTHOR.        R. NOEL.
       INSTALLATION.  OPERATIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------
      *  DATE        BY   DESCRIPTION
      *  2026-10-15  RN   Initial version - nightly stream driver run
      *                   from the STRMDEF step definitions, with
      *                   restart from RUNCTL.
      *****************************************************************
      *  Runs the nightly stream one step after the other in the
      *  order of the STRMDEF definitions, deciding each step from
      *  what RUNCTL says about the night:
      *    - a step whose last run of the night ended NORM is passed
      *      over, so after a failure the same command restarts the
      *      stream at the step that failed;
      *    - a step whose predecessor did not complete normally (it
      *      failed, was held itself or is not defined earlier in the
      *      file) is held, so a failure holds everything downstream
      *      of it and nothing else;
      *    - once a step defined with the halt flag fails, no further
      *      step is launched;
      *    - any other step is launched through the operating system
      *      with the command on its definition, and RUNCTL is read
      *      again afterwards: the step succeeded only if it wrote a
      *      new STR and its last record is an END with NORM.
      *  The night is the stream date the operator gives (today when
      *  ENTER is pressed) up to today, so a restart after midnight is
      *  given the date the stream started.  Every step prints one
      *  line on the stream-status summary (STRMDRV.OUT) with its
      *  RUNCTL state before the run and what was done; the RUNCTL END
      *  record of the driver itself carries ABND when any step failed
      *  or was held or not launched.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-DEFINITION ASSIGN TO "STRMDEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRMDEF-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT STREAM-RPT ASSIGN TO "STRMDRV.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STRMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-DEFINITION.
       COPY "strmdef.cpy".

       FD  RUN-CONTROL.
       COPY "runctl.cpy".

       FD  STREAM-RPT.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STRMDEF-STATUS           PIC X(02).
       01  WS-RUNCTL-STATUS            PIC X(02).
       01  WS-STRMRPT-STATUS           PIC X(02).
       01  WS-RUN-START-DATE           PIC 9(08) VALUE ZEROS.
       01  WS-TODAY-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-STREAM-DATE              PIC 9(08) VALUE ZEROS.
       01  WS-ENTERED-DATE             PIC X(08).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-EOF                      VALUE 'Y'.
           05  WS-STREAM-HALT-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-STREAM-HALTED            VALUE 'Y'.
           05  WS-RUN-FAILED-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-RUN-FAILED               VALUE 'Y'.

      *  One entry per step of the definition file.  The RUNCTL state
      *  is the last record of the night for the step (NORM, ABND,
      *  INCP for a STR with no END yet, spaces for nothing); the STR
      *  count tells a launch that left no trace from one that did.
      *  The outcome is what this run decided for the step.
       01  WS-STEP-COUNT               PIC 9(03) COMP VALUE ZERO.
       01  WS-STEP-LIMIT               PIC 9(03) COMP VALUE 50.
       01  WS-STEP-SUB                 PIC 9(03) COMP VALUE ZERO.
       01  WS-PRED-SUB                 PIC 9(03) COMP VALUE ZERO.
       01  WS-STR-COUNT-BEFORE         PIC 9(05) COMP VALUE ZERO.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 50 TIMES INDEXED BY SX.
               10  WS-SX-NAME          PIC X(08).
               10  WS-SX-PREDECESSOR   PIC X(08).
               10  WS-SX-PRED-SUB      PIC 9(03) COMP.
               10  WS-SX-HALT-FLAG     PIC X(01).
               10  WS-SX-COMMAND       PIC X(60).
               10  WS-SX-RC-STATE      PIC X(04).
               10  WS-SX-STR-COUNT     PIC 9(05) COMP.
               10  WS-SX-PRIOR-STATE   PIC X(04).
               10  WS-SX-OUTCOME       PIC X(04).
                   88  WS-SX-DONE-BEFORE       VALUE 'FAIT'.
                   88  WS-SX-RUN-OK            VALUE 'OK  '.
                   88  WS-SX-COMPLETE          VALUE 'FAIT' 'OK  '.
                   88  WS-SX-FAILED            VALUE 'ECHC'.
                   88  WS-SX-HELD              VALUE 'ATTN'.
                   88  WS-SX-NOT-LAUNCHED      VALUE 'ARRT'.

       01  WS-STEPS-DONE-BEFORE        PIC 9(05) COMP VALUE ZERO.
       01  WS-STEPS-RUN-OK             PIC 9(05) COMP VALUE ZERO.
       01  WS-STEPS-FAILED             PIC 9(05) COMP VALUE ZERO.
       01  WS-STEPS-HELD               PIC 9(05) COMP VALUE ZERO.
       01  WS-STEPS-NOT-LAUNCHED       PIC 9(05) COMP VALUE ZERO.
       01  WS-STEPS-NOT-DONE           PIC 9(05) COMP VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               'STRMDRV - ETAT DE LA CHAINE DE NUIT DU  '.
           05  RPT-HDG-DATE            PIC 9(08).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  RPT-HEADING-2.
           05  FILLER                  PIC X(34) VALUE
               'ETAPE     PREDEC.   ARRET  AVANT  '.
           05  FILLER                  PIC X(46) VALUE
               'RESULTAT'.

       01  RPT-DETAIL-LINE.
           05  RPT-STEP-NAME           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-PREDECESSOR         PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-HALT-FLAG           PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-PRIOR-STATE         PIC X(04).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-RESULT              PIC X(46).

       01  RPT-SUMMARY-LINE.
           05  RPT-SUMMARY-LABEL       PIC X(30).
           05  RPT-SUMMARY-VALUE       PIC ZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           MOVE 1 TO WS-STEP-SUB
           PERFORM 2000-PROCESS-STEP
               THRU 2000-PROCESS-STEP-EXIT
               UNTIL WS-STEP-SUB > WS-STEP-COUNT

           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT

           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - stream date from the operator, the step
      *  definitions, then the night's RUNCTL state of every step
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 9000-WRITE-RUN-START
               THRU 9000-WRITE-RUN-START-EXIT

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY 'STRMDRV - DATE DE LA CHAINE (AAAAMMJJ, '
               'VIDE = AUJOURD''HUI): '
           ACCEPT WS-ENTERED-DATE
           IF WS-ENTERED-DATE IS NUMERIC
               MOVE WS-ENTERED-DATE TO WS-STREAM-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-STREAM-DATE
           END-IF
           IF WS-STREAM-DATE > WS-TODAY-DATE
               DISPLAY 'STRMDRV - DATE DE CHAINE POSTERIEURE A '
                   'AUJOURD''HUI'
               STOP RUN
           END-IF

           OPEN OUTPUT STREAM-RPT
           IF WS-STRMRPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE STRMDRV.OUT, CODE '
                   WS-STRMRPT-STATUS
               STOP RUN
           END-IF
           MOVE WS-STREAM-DATE TO RPT-HDG-DATE
           WRITE RPT-LINE FROM RPT-HEADING-1
           WRITE RPT-LINE FROM RPT-HEADING-2

           PERFORM 1100-LOAD-DEFINITIONS
               THRU 1100-LOAD-DEFINITIONS-EXIT
           IF WS-STEP-COUNT = ZERO
               DISPLAY 'STRMDRV - AUCUNE ETAPE DEFINIE DANS STRMDEF'
               SET WS-RUN-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1300-LOAD-RUN-STATE
               THRU 1300-LOAD-RUN-STATE-EXIT
           MOVE 1 TO WS-STEP-SUB
           PERFORM 1400-SAVE-PRIOR-STATE
               THRU 1400-SAVE-PRIOR-STATE-EXIT
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *  1100-LOAD-DEFINITIONS - the steps in file order; each
      *  predecessor is resolved against the steps loaded before it
      *****************************************************************
       1100-LOAD-DEFINITIONS.
           INITIALIZE WS-STEP-TABLE
           OPEN INPUT STREAM-DEFINITION
           IF WS-STRMDEF-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE STRMDEF, CODE '
                   WS-STRMDEF-STATUS
               GO TO 1100-LOAD-DEFINITIONS-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1150-LOAD-STEP
               THRU 1150-LOAD-STEP-EXIT
               UNTIL WS-EOF
           CLOSE STREAM-DEFINITION.
       1100-LOAD-DEFINITIONS-EXIT.
           EXIT.

       1150-LOAD-STEP.
           READ STREAM-DEFINITION
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1150-LOAD-STEP-EXIT
           END-READ
           IF SS-STEP-NAME (1:1) = '*' OR SS-STEP-NAME = SPACES
               GO TO 1150-LOAD-STEP-EXIT
           END-IF
           IF WS-STEP-COUNT >= WS-STEP-LIMIT
               DISPLAY 'STRMDRV - TABLE DES ETAPES PLEINE, '
                   SS-STEP-NAME ' IGNORE'
               GO TO 1150-LOAD-STEP-EXIT
           END-IF

           MOVE ZERO TO WS-PRED-SUB
           IF SS-PREDECESSOR NOT = SPACES
               SET SX TO 1
               SEARCH WS-STEP-ENTRY
                   AT END
                       CONTINUE
                   WHEN SX > WS-STEP-COUNT
                       CONTINUE
                   WHEN WS-SX-NAME (SX) = SS-PREDECESSOR
                       SET WS-PRED-SUB TO SX
               END-SEARCH
           END-IF

           ADD 1 TO WS-STEP-COUNT
           MOVE SS-STEP-NAME TO WS-SX-NAME (WS-STEP-COUNT)
           MOVE SS-PREDECESSOR TO WS-SX-PREDECESSOR (WS-STEP-COUNT)
           MOVE WS-PRED-SUB TO WS-SX-PRED-SUB (WS-STEP-COUNT)
           MOVE SS-HALT-FLAG TO WS-SX-HALT-FLAG (WS-STEP-COUNT)
           MOVE SS-COMMAND TO WS-SX-COMMAND (WS-STEP-COUNT).
       1150-LOAD-STEP-EXIT.
           EXIT.

      *****************************************************************
      *  1300-LOAD-RUN-STATE - the RUNCTL records from the stream
      *  date to today, in file order, leave each step with its last
      *  state of the night; a fresh STR resets it like in RUNRPT
      *****************************************************************
       1300-LOAD-RUN-STATE.
           MOVE 1 TO WS-STEP-SUB
           PERFORM 1320-CLEAR-RUN-STATE
               THRU 1320-CLEAR-RUN-STATE-EXIT
               UNTIL WS-STEP-SUB > WS-STEP-COUNT

           OPEN INPUT RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = '00'
               GO TO 1300-LOAD-RUN-STATE-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 1350-POST-RUN-RECORD
               THRU 1350-POST-RUN-RECORD-EXIT
               UNTIL WS-EOF
           CLOSE RUN-CONTROL.
       1300-LOAD-RUN-STATE-EXIT.
           EXIT.

       1320-CLEAR-RUN-STATE.
           MOVE SPACES TO WS-SX-RC-STATE (WS-STEP-SUB)
           MOVE ZERO TO WS-SX-STR-COUNT (WS-STEP-SUB)
           ADD 1 TO WS-STEP-SUB.
       1320-CLEAR-RUN-STATE-EXIT.
           EXIT.

       1350-POST-RUN-RECORD.
           READ RUN-CONTROL
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1350-POST-RUN-RECORD-EXIT
           END-READ
           IF RC-RUN-DATE < WS-STREAM-DATE
               OR RC-RUN-DATE > WS-TODAY-DATE
               GO TO 1350-POST-RUN-RECORD-EXIT
           END-IF

           SET SX TO 1
           SEARCH WS-STEP-ENTRY
               AT END
                   GO TO 1350-POST-RUN-RECORD-EXIT
               WHEN SX > WS-STEP-COUNT
                   GO TO 1350-POST-RUN-RECORD-EXIT
               WHEN WS-SX-NAME (SX) = RC-PROGRAM-ID
                   CONTINUE
           END-SEARCH

           IF RC-START-RECORD
               MOVE 'INCP' TO WS-SX-RC-STATE (SX)
               ADD 1 TO WS-SX-STR-COUNT (SX)
           ELSE
               IF RC-COMPLETED-NORMALLY
                   MOVE 'NORM' TO WS-SX-RC-STATE (SX)
               ELSE
                   MOVE 'ABND' TO WS-SX-RC-STATE (SX)
               END-IF
           END-IF.
       1350-POST-RUN-RECORD-EXIT.
           EXIT.

       1400-SAVE-PRIOR-STATE.
           MOVE WS-SX-RC-STATE (WS-STEP-SUB) TO
               WS-SX-PRIOR-STATE (WS-STEP-SUB)
           ADD 1 TO WS-STEP-SUB.
       1400-SAVE-PRIOR-STATE-EXIT.
           EXIT.

      *****************************************************************
      *  2000-PROCESS-STEP - pass over, hold or launch one step and
      *  print its status line
      *****************************************************************
       2000-PROCESS-STEP.
           MOVE SPACES TO RPT-LINE
           MOVE WS-SX-NAME (WS-STEP-SUB) TO RPT-STEP-NAME
           MOVE WS-SX-PREDECESSOR (WS-STEP-SUB) TO RPT-PREDECESSOR
           MOVE WS-SX-HALT-FLAG (WS-STEP-SUB) TO RPT-HALT-FLAG
           IF WS-SX-PRIOR-STATE (WS-STEP-SUB) = SPACES
               MOVE '-' TO RPT-PRIOR-STATE
           ELSE
               MOVE WS-SX-PRIOR-STATE (WS-STEP-SUB) TO RPT-PRIOR-STATE
           END-IF

           IF WS-SX-PRIOR-STATE (WS-STEP-SUB) = 'NORM'
               MOVE 'FAIT' TO WS-SX-OUTCOME (WS-STEP-SUB)
               ADD 1 TO WS-STEPS-DONE-BEFORE
               MOVE 'DEJA TERMINEE CETTE NUIT - NON RELANCEE'
                   TO RPT-RESULT
               GO TO 2000-WRITE-STEP-LINE
           END-IF

           IF WS-STREAM-HALTED
               MOVE 'ARRT' TO WS-SX-OUTCOME (WS-STEP-SUB)
               ADD 1 TO WS-STEPS-NOT-LAUNCHED
               MOVE 'NON LANCEE - CHAINE ARRETEE' TO RPT-RESULT
               GO TO 2000-WRITE-STEP-LINE
           END-IF

           IF WS-SX-PREDECESSOR (WS-STEP-SUB) NOT = SPACES
               MOVE WS-SX-PRED-SUB (WS-STEP-SUB) TO WS-PRED-SUB
               IF WS-PRED-SUB = ZERO
                   MOVE 'ATTN' TO WS-SX-OUTCOME (WS-STEP-SUB)
                   ADD 1 TO WS-STEPS-HELD
                   MOVE 'RETENUE - PREDECESSEUR NON DEFINI AVANT'
                       TO RPT-RESULT
                   GO TO 2000-WRITE-STEP-LINE
               END-IF
               IF NOT WS-SX-COMPLETE (WS-PRED-SUB)
                   MOVE 'ATTN' TO WS-SX-OUTCOME (WS-STEP-SUB)
                   ADD 1 TO WS-STEPS-HELD
                   STRING 'RETENUE - ' DELIMITED BY SIZE
                       WS-SX-NAME (WS-PRED-SUB) DELIMITED BY SPACE
                       ' NON TERMINEE' DELIMITED BY SIZE
                       INTO RPT-RESULT
                   GO TO 2000-WRITE-STEP-LINE
               END-IF
           END-IF

           PERFORM 2100-LAUNCH-STEP
               THRU 2100-LAUNCH-STEP-EXIT.

       2000-WRITE-STEP-LINE.
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
           ADD 1 TO WS-STEP-SUB.
       2000-PROCESS-STEP-EXIT.
           EXIT.

      *****************************************************************
      *  2100-LAUNCH-STEP - run the step's command, then read RUNCTL
      *  again: a new STR and a last END with NORM is a success,
      *  anything else a failure (ABND, no END, or no trace at all).
      *  A failure of a step defined with the halt flag stops the
      *  stream.
      *****************************************************************
       2100-LAUNCH-STEP.
           DISPLAY 'STRMDRV - LANCEMENT ' WS-SX-NAME (WS-STEP-SUB)
           MOVE WS-SX-STR-COUNT (WS-STEP-SUB) TO WS-STR-COUNT-BEFORE
           CALL 'SYSTEM' USING WS-SX-COMMAND (WS-STEP-SUB)

           PERFORM 1300-LOAD-RUN-STATE
               THRU 1300-LOAD-RUN-STATE-EXIT

           EVALUATE TRUE
               WHEN WS-SX-STR-COUNT (WS-STEP-SUB) = WS-STR-COUNT-BEFORE
                   MOVE 'ECHC' TO WS-SX-OUTCOME (WS-STEP-SUB)
                   MOVE 'ECHEC - AUCUNE TRACE RUNCTL' TO RPT-RESULT
               WHEN WS-SX-RC-STATE (WS-STEP-SUB) = 'NORM'
                   MOVE 'OK  ' TO WS-SX-OUTCOME (WS-STEP-SUB)
                   MOVE 'LANCEE - TERMINEE NORMALEMENT' TO RPT-RESULT
               WHEN WS-SX-RC-STATE (WS-STEP-SUB) = 'ABND'
                   MOVE 'ECHC' TO WS-SX-OUTCOME (WS-STEP-SUB)
                   MOVE 'LANCEE - FIN ANORMALE (ABND)' TO RPT-RESULT
               WHEN OTHER
                   MOVE 'ECHC' TO WS-SX-OUTCOME (WS-STEP-SUB)
                   MOVE 'LANCEE - INCOMPLETE (STR SANS END)'
                       TO RPT-RESULT
           END-EVALUATE

           IF WS-SX-RUN-OK (WS-STEP-SUB)
               ADD 1 TO WS-STEPS-RUN-OK
           ELSE
               ADD 1 TO WS-STEPS-FAILED
               DISPLAY 'STRMDRV - ECHEC DE ' WS-SX-NAME (WS-STEP-SUB)
               IF WS-SX-HALT-FLAG (WS-STEP-SUB) = 'Y'
                   SET WS-STREAM-HALTED TO TRUE
                   DISPLAY 'STRMDRV - CHAINE ARRETEE APRES '
                       WS-SX-NAME (WS-STEP-SUB)
               END-IF
           END-IF.
       2100-LAUNCH-STEP-EXIT.
           EXIT.

      *****************************************************************
      *  8000-FINALIZE - stream summary; any step not complete at the
      *  end makes the driver's own run ABND
      *****************************************************************
       8000-FINALIZE.
           COMPUTE WS-STEPS-NOT-DONE = WS-STEPS-FAILED
               + WS-STEPS-HELD + WS-STEPS-NOT-LAUNCHED
           IF WS-STEPS-NOT-DONE > ZERO
               SET WS-RUN-FAILED TO TRUE
           END-IF

           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ETAPES DEFINIES:              ' TO RPT-SUMMARY-LABEL
           MOVE WS-STEP-COUNT TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE 'DEJA TERMINEES:               ' TO RPT-SUMMARY-LABEL
           MOVE WS-STEPS-DONE-BEFORE TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE 'LANCEES ET TERMINEES:         ' TO RPT-SUMMARY-LABEL
           MOVE WS-STEPS-RUN-OK TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE 'EN ECHEC:                     ' TO RPT-SUMMARY-LABEL
           MOVE WS-STEPS-FAILED TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE 'RETENUES (PREDECESSEUR):      ' TO RPT-SUMMARY-LABEL
           MOVE WS-STEPS-HELD TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE 'NON LANCEES (CHAINE ARRETEE): ' TO RPT-SUMMARY-LABEL
           MOVE WS-STEPS-NOT-LAUNCHED TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-RUN-FAILED
               MOVE '*** CHAINE INCOMPLETE - RELANCER STRMDRV ***'
                   TO RPT-LINE
           ELSE
               MOVE 'CHAINE COMPLETE' TO RPT-LINE
           END-IF
           WRITE RPT-LINE
           CLOSE STREAM-RPT

           DISPLAY 'STRMDRV - ETAPES: ' WS-STEP-COUNT
               ' TERMINEES: ' WS-STEPS-RUN-OK
               ' NON TERMINEES: ' WS-STEPS-NOT-DONE

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
               MOVE 'STRMDRV ' TO RC-PROGRAM-ID
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
      *  9100-WRITE-RUN-END - run-control end record; read is the
      *  number of steps defined, written the steps run to completion
      *  tonight, rejected the steps failed, held or not launched
      *****************************************************************
       9100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'AVERTISSEMENT - ECRITURE RUNCTL '
                   'IMPOSSIBLE, CODE ' WS-RUNCTL-STATUS
           ELSE
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE 'STRMDRV ' TO RC-PROGRAM-ID
               MOVE 'END' TO RC-RECORD-TYPE
               MOVE WS-RUN-START-DATE TO RC-RUN-DATE
               ACCEPT RC-RUN-TIME FROM TIME
               MOVE WS-STEP-COUNT TO RC-RECORDS-READ
               MOVE WS-STEPS-RUN-OK TO RC-RECORDS-WRITTEN
               MOVE WS-STEPS-NOT-DONE TO RC-RECORDS-REJECTED
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
