       IDENTIFICATION DIVISION.
       PROGRAM-ID.    USRRECOV.
       AUTHOR.        R. NOEL.
       INSTALLATION.  OPERATIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------
      *  DATE        BY   DESCRIPTION
      *  2026-10-15  RN   Initial version - forward recovery of
      *                   USER-MASTER from a backup and the USRAUDIT
      *                   after-images, and point-in-time view of one
      *                   account.
      *****************************************************************
      *  When USRCHECK finds USER-MASTER damaged, restoring the last
      *  backup alone loses every USRMAINT, HRLOAD and DORMANT change
      *  made since.  USRAUDIT holds the full before and after image
      *  of each of those changes, so this program
      *  takes the backup (USRBKUP, an indexed copy of USER-MASTER)
      *  and the date - and, when it was not taken at the end of the
      *  day, the time - it was taken, sorts USRAUDIT into date and
      *  time order (file order within the same time) and replays
      *  every action after the backup up to the cut-off the
      *  operator gives (end of today when left blank).
      *
      *  With no USER-ID the result is a rebuilt indexed USER-MASTER
      *  (USRRBLD) that operations checks with USRCHECK and puts in
      *  place of USRMAST.  The live file is never opened.  With a
      *  USER-ID only that account is followed and nothing is
      *  written: the report shows the account as it stood in the
      *  backup, after each action, and at the cut-off - the answer
      *  to "what did this account look like on that date".
      *
      *  Each action replayed is printed with its outcome:
      *    ADD on an absent key, CHG or DEAC on a present one -
      *        the after-image is applied.  When the record found does
      *        not match the audited before-image the action is still
      *        applied (the after-image is the audited state) and the
      *        expected and found values are printed under it - the
      *        failed-attempt counter and lock set by the sign-on
      *        programs are not audited, so that is the usual cause.
      *    The record already equal to the after-image - the action
      *        is in the backup already and is passed over.
      *    ADD on a key already holding something else, CHG or DEAC
      *        on a key not there - inconsistent, not applied.
      *    FCLS (no change to the account), PARM (a SYSPARM change)
      *        and any other code - ignored.
      *  Control totals at the bottom; for a rebuild the records in
      *  USRRBLD must equal the backup records loaded plus the ADDs
      *  applied.  Run on demand, so no RUNCTL records.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USRMAST-BACKUP ASSIGN TO "USRBKUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BACKUP-KEY
               FILE STATUS IS WS-USRBKUP-STATUS.

           SELECT REBUILT-MASTER ASSIGN TO "USRRBLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USRMAST-KEY
               FILE STATUS IS WS-USRRBLD-STATUS.

           SELECT USRMAST-AUDIT ASSIGN TO "USRAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USRAUDIT-STATUS.

           SELECT SORT-WORK ASSIGN TO "RCVSRTW".

           SELECT RECOVERY-RPT ASSIGN TO "USRRECOV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USRMAST-BACKUP.
       01  BACKUP-RECORD.
           05  BACKUP-KEY.
               10  BK-USER-ID              PIC X(10).
           05  FILLER                      PIC X(40).

       FD  REBUILT-MASTER.
       COPY "usrmast.cpy".

       FD  USRMAST-AUDIT.
       COPY "audusr.cpy".

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SW-ACTION-DATE          PIC 9(08).
           05  SW-ACTION-TIME          PIC 9(08).
           05  SW-SEQUENCE             PIC 9(08).
           05  SW-ACTION-CODE          PIC X(04).
           05  SW-OPERATOR-ID          PIC X(10).
           05  SW-BEFORE-IMAGE         PIC X(50).
           05  SW-AFTER-IMAGE          PIC X(50).
           05  SW-AFTER-VIEW REDEFINES SW-AFTER-IMAGE.
               10  SW-USER-ID          PIC X(10).
               10  FILLER              PIC X(40).

       FD  RECOVERY-RPT.
       01  RPT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-USRBKUP-STATUS           PIC X(02).
       01  WS-USRRBLD-STATUS           PIC X(02).
           88  USRRBLD-OK                      VALUE '00'.
       01  WS-USRAUDIT-STATUS          PIC X(02).
       01  WS-RCVRPT-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-EOF                      VALUE 'Y'.
           05  WS-BACKUP-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-BACKUP-EOF               VALUE 'Y'.
           05  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-AUDIT-EOF                VALUE 'Y'.
           05  WS-REBUILT-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-REBUILT-EOF              VALUE 'Y'.
           05  WS-CURRENT-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  WS-CURRENT-FOUND            VALUE 'Y'.
           05  WS-ACCOUNT-PRESENT-SWITCH
                                       PIC X(01) VALUE 'N'.
               88  WS-ACCOUNT-PRESENT          VALUE 'Y'.
           05  WS-PUT-FAILED-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-PUT-FAILED               VALUE 'Y'.

      *  Run arguments - a blank USER-ID rebuilds the whole file,
      *  a USER-ID follows that one account without writing anything
       01  WS-QUERY-USER-ID            PIC X(10) VALUE SPACES.
           88  WS-FULL-REBUILD                 VALUE SPACES.
       01  WS-ENTERED-DATE             PIC X(08).
       01  WS-ENTERED-TIME             PIC X(08).
       01  WS-BACKUP-STAMP.
           05  WS-BACKUP-DATE          PIC 9(08) VALUE ZEROS.
           05  WS-BACKUP-TIME          PIC 9(08) VALUE 99999999.
       01  WS-CUTOFF-STAMP.
           05  WS-CUTOFF-DATE          PIC 9(08) VALUE ZEROS.
           05  WS-CUTOFF-TIME          PIC 9(08) VALUE 99999999.
       01  WS-AUDIT-STAMP.
           05  WS-AS-DATE              PIC 9(08).
           05  WS-AS-TIME              PIC 9(08).

      *  Account images - the record as it stands in the rebuild (or
      *  the followed account) before the action, and the followed
      *  account itself when no file is written
       01  WS-CURRENT-IMAGE            PIC X(50).
       01  WS-ACCOUNT-IMAGE            PIC X(50) VALUE SPACES.
       01  WS-SAVED-CREDENTIALS        PIC X(16).

      *  Working view of a USRMAST-RECORD image for the report lines
       01  WS-IMAGE-AREA.
           05  WS-IMG-USER-ID          PIC X(10).
           05  WS-IMG-LEGACY           PIC X(08).
           05  WS-IMG-PWD-DATE         PIC X(08).
           05  WS-IMG-FAILED           PIC X(01).
           05  WS-IMG-STATUS-FLAGS     PIC X(03).
           05  WS-IMG-CLASS            PIC X(01).
           05  WS-IMG-CREDENTIALS      PIC X(16).
           05  FILLER                  PIC X(03).

       01  WS-AUDIT-SEQUENCE           PIC 9(08) VALUE ZERO.
       01  WS-AUDIT-READ               PIC 9(07) COMP VALUE ZERO.
       01  WS-AUDIT-BEFORE-BACKUP      PIC 9(07) COMP VALUE ZERO.
       01  WS-AUDIT-AFTER-CUTOFF       PIC 9(07) COMP VALUE ZERO.
       01  WS-AUDIT-OTHER-ACCOUNT      PIC 9(07) COMP VALUE ZERO.
       01  WS-AUDIT-SELECTED           PIC 9(07) COMP VALUE ZERO.
       01  WS-ACTIONS-REPLAYED         PIC 9(07) COMP VALUE ZERO.
       01  WS-ACTIONS-APPLIED          PIC 9(07) COMP VALUE ZERO.
       01  WS-ADDS-APPLIED             PIC 9(07) COMP VALUE ZERO.
       01  WS-ACTIONS-MISMATCHED       PIC 9(07) COMP VALUE ZERO.
       01  WS-ACTIONS-IN-BACKUP        PIC 9(07) COMP VALUE ZERO.
       01  WS-ACTIONS-INCONSISTENT     PIC 9(07) COMP VALUE ZERO.
       01  WS-ACTIONS-IGNORED          PIC 9(07) COMP VALUE ZERO.
       01  WS-ACTIONS-FAILED           PIC 9(07) COMP VALUE ZERO.
       01  WS-BACKUP-LOADED            PIC 9(07) COMP VALUE ZERO.
       01  WS-BACKUP-LOAD-FAILED       PIC 9(07) COMP VALUE ZERO.
       01  WS-REBUILT-COUNT            PIC 9(07) COMP VALUE ZERO.
       01  WS-EXPECTED-COUNT           PIC 9(07) COMP VALUE ZERO.
       01  WS-CONTROL-TOTAL            PIC 9(07) COMP VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                  PIC X(41) VALUE
               'USRRECOV - RECONSTITUTION DE USER-MASTER '.
           05  RPT-HDG-MODE            PIC X(39).

       01  RPT-HEADING-2.
           05  FILLER                  PIC X(14) VALUE
               'SAUVEGARDE DU '.
           05  RPT-HDG-BACKUP-DATE     PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-HDG-BACKUP-TIME     PIC 9(08).
           05  FILLER                  PIC X(13) VALUE
               '   ARRET AU  '.
           05  RPT-HDG-CUTOFF-DATE     PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  RPT-HDG-CUTOFF-TIME     PIC 9(08).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  RPT-HEADING-3.
           05  FILLER                  PIC X(40) VALUE
               'DATE      HEURE     ACT   OPERATEUR   US'.
           05  FILLER                  PIC X(40) VALUE
               'ER-ID     RESULTAT'.

       01  RPT-DETAIL-LINE.
           05  RPT-DATE                PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TIME                PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACTION              PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-OPERATOR            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-USER-ID             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-RESULT              PIC X(30).

       01  RPT-IMAGE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-IMG-LABEL           PIC X(16).
           05  FILLER                  PIC X(07) VALUE 'MDP LE '.
           05  RPT-IMG-PWD-DATE        PIC X(08).
           05  FILLER                  PIC X(08) VALUE ' ECHECS '.
           05  RPT-IMG-FAILED          PIC X(01).
           05  FILLER                  PIC X(07) VALUE ' V/C/A '.
           05  RPT-IMG-FLAGS           PIC X(03).
           05  FILLER                  PIC X(08) VALUE ' CLASSE '.
           05  RPT-IMG-CLASS           PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-IMG-NOTE            PIC X(15).

       01  RPT-SUMMARY-LINE.
           05  RPT-SUMMARY-LABEL       PIC X(40).
           05  RPT-SUMMARY-VALUE       PIC ZZZZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           SORT SORT-WORK
               ON ASCENDING KEY SW-ACTION-DATE SW-ACTION-TIME
                                SW-SEQUENCE
               INPUT PROCEDURE IS 1500-SELECT-AUDIT
                   THRU 1500-SELECT-AUDIT-EXIT
               OUTPUT PROCEDURE IS 2000-REPLAY-AUDIT
                   THRU 2000-REPLAY-AUDIT-EXIT

           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT

           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - run arguments from the operator, the report
      *  heading, then the starting point: the whole backup loaded
      *  into USRRBLD, or the followed account read from it
      *****************************************************************
       1000-INITIALIZE.
           DISPLAY 'USRRECOV - DATE DE LA SAUVEGARDE (AAAAMMJJ): '
           ACCEPT WS-ENTERED-DATE
           IF WS-ENTERED-DATE IS NOT NUMERIC
               DISPLAY 'USRRECOV - DATE DE SAUVEGARDE OBLIGATOIRE'
               STOP RUN
           END-IF
           MOVE WS-ENTERED-DATE TO WS-BACKUP-DATE

           DISPLAY 'USRRECOV - HEURE DE LA SAUVEGARDE (HHMMSSCC, '
               'VIDE = FIN DE JOURNEE): '
           ACCEPT WS-ENTERED-TIME
           IF WS-ENTERED-TIME IS NUMERIC
               MOVE WS-ENTERED-TIME TO WS-BACKUP-TIME
           END-IF

           DISPLAY 'USRRECOV - DATE D''ARRET (AAAAMMJJ, '
               'VIDE = AUJOURD''HUI): '
           ACCEPT WS-ENTERED-DATE
           IF WS-ENTERED-DATE IS NUMERIC
               MOVE WS-ENTERED-DATE TO WS-CUTOFF-DATE
           ELSE
               ACCEPT WS-CUTOFF-DATE FROM DATE YYYYMMDD
           END-IF

           DISPLAY 'USRRECOV - HEURE D''ARRET (HHMMSSCC, '
               'VIDE = FIN DE JOURNEE): '
           ACCEPT WS-ENTERED-TIME
           IF WS-ENTERED-TIME IS NUMERIC
               MOVE WS-ENTERED-TIME TO WS-CUTOFF-TIME
           END-IF

           IF WS-CUTOFF-STAMP < WS-BACKUP-STAMP
               DISPLAY 'USRRECOV - ARRET ANTERIEUR A LA SAUVEGARDE'
               STOP RUN
           END-IF

           DISPLAY 'USRRECOV - USER-ID A SUIVRE (VIDE = '
               'RECONSTRUIRE TOUT LE FICHIER): '
           ACCEPT WS-QUERY-USER-ID

           OPEN OUTPUT RECOVERY-RPT
           IF WS-RCVRPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE USRRECOV.RPT, CODE '
                   WS-RCVRPT-STATUS
               STOP RUN
           END-IF
           IF WS-FULL-REBUILD
               MOVE 'FICHIER COMPLET VERS USRRBLD' TO RPT-HDG-MODE
           ELSE
               MOVE SPACES TO RPT-HDG-MODE
               STRING 'CONSULTATION DU COMPTE ' DELIMITED BY SIZE
                   WS-QUERY-USER-ID DELIMITED BY SIZE
                   INTO RPT-HDG-MODE
           END-IF
           MOVE WS-BACKUP-DATE TO RPT-HDG-BACKUP-DATE
           MOVE WS-BACKUP-TIME TO RPT-HDG-BACKUP-TIME
           MOVE WS-CUTOFF-DATE TO RPT-HDG-CUTOFF-DATE
           MOVE WS-CUTOFF-TIME TO RPT-HDG-CUTOFF-TIME
           WRITE RPT-LINE FROM RPT-HEADING-1
           WRITE RPT-LINE FROM RPT-HEADING-2
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

           IF WS-FULL-REBUILD
               PERFORM 1100-LOAD-BACKUP
                   THRU 1100-LOAD-BACKUP-EXIT
           ELSE
               PERFORM 1200-READ-BACKUP-ACCOUNT
                   THRU 1200-READ-BACKUP-ACCOUNT-EXIT
           END-IF
           WRITE RPT-LINE FROM RPT-HEADING-3.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *  1100-LOAD-BACKUP - copy the backup, in key order, into a new
      *  USRRBLD and reopen it for the replay
      *****************************************************************
       1100-LOAD-BACKUP.
           OPEN INPUT USRMAST-BACKUP
           IF WS-USRBKUP-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE USRBKUP, CODE '
                   WS-USRBKUP-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REBUILT-MASTER
           IF NOT USRRBLD-OK
               DISPLAY 'ERREUR OUVERTURE USRRBLD, CODE '
                   WS-USRRBLD-STATUS
               STOP RUN
           END-IF

           PERFORM 1150-COPY-BACKUP-RECORD
               THRU 1150-COPY-BACKUP-RECORD-EXIT
               UNTIL WS-BACKUP-EOF
           CLOSE USRMAST-BACKUP
           CLOSE REBUILT-MASTER

           OPEN I-O REBUILT-MASTER
           IF NOT USRRBLD-OK
               DISPLAY 'ERREUR REOUVERTURE USRRBLD, CODE '
                   WS-USRRBLD-STATUS
               STOP RUN
           END-IF
           DISPLAY 'USRRECOV - ENREGISTREMENTS DE LA SAUVEGARDE '
               'CHARGES: ' WS-BACKUP-LOADED.
       1100-LOAD-BACKUP-EXIT.
           EXIT.

       1150-COPY-BACKUP-RECORD.
           READ USRMAST-BACKUP NEXT RECORD
               AT END
                   SET WS-BACKUP-EOF TO TRUE
                   GO TO 1150-COPY-BACKUP-RECORD-EXIT
           END-READ
           MOVE BACKUP-RECORD TO USRMAST-RECORD
           WRITE USRMAST-RECORD
               INVALID KEY
                   ADD 1 TO WS-BACKUP-LOAD-FAILED
                   DISPLAY 'USRRECOV - CHARGEMENT IMPOSSIBLE '
                       BK-USER-ID ', CODE ' WS-USRRBLD-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-BACKUP-LOADED
           END-WRITE.
       1150-COPY-BACKUP-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *  1200-READ-BACKUP-ACCOUNT - the followed account as it stood
      *  in the backup (absent is a valid answer: it was added later)
      *****************************************************************
       1200-READ-BACKUP-ACCOUNT.
           OPEN INPUT USRMAST-BACKUP
           IF WS-USRBKUP-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE USRBKUP, CODE '
                   WS-USRBKUP-STATUS
               STOP RUN
           END-IF
           MOVE WS-QUERY-USER-ID TO BK-USER-ID
           READ USRMAST-BACKUP
               INVALID KEY
                   MOVE 'N' TO WS-ACCOUNT-PRESENT-SWITCH
               NOT INVALID KEY
                   MOVE BACKUP-RECORD TO WS-ACCOUNT-IMAGE
                   SET WS-ACCOUNT-PRESENT TO TRUE
                   ADD 1 TO WS-BACKUP-LOADED
           END-READ
           CLOSE USRMAST-BACKUP

           MOVE 'SAUVEGARDE:' TO RPT-IMG-LABEL
           PERFORM 2900-WRITE-ACCOUNT-STATE
               THRU 2900-WRITE-ACCOUNT-STATE-EXIT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.
       1200-READ-BACKUP-ACCOUNT-EXIT.
           EXIT.

      *****************************************************************
      *  1500-SELECT-AUDIT - sort input: the USRAUDIT records after
      *  the backup and up to the cut-off (for the followed account
      *  only, when there is one), numbered in file order so actions
      *  stamped with the same time keep their order
      *****************************************************************
       1500-SELECT-AUDIT.
           OPEN INPUT USRMAST-AUDIT
           IF WS-USRAUDIT-STATUS NOT = '00'
               DISPLAY 'USRRECOV - USRAUDIT ABSENT, AUCUNE ACTION '
                   'A REJOUER'
               GO TO 1500-SELECT-AUDIT-EXIT
           END-IF
           PERFORM 1550-SELECT-AUDIT-RECORD
               THRU 1550-SELECT-AUDIT-RECORD-EXIT
               UNTIL WS-AUDIT-EOF
           CLOSE USRMAST-AUDIT.
       1500-SELECT-AUDIT-EXIT.
           EXIT.

       1550-SELECT-AUDIT-RECORD.
           READ USRMAST-AUDIT
               AT END
                   SET WS-AUDIT-EOF TO TRUE
                   GO TO 1550-SELECT-AUDIT-RECORD-EXIT
           END-READ
           ADD 1 TO WS-AUDIT-READ
           ADD 1 TO WS-AUDIT-SEQUENCE

           MOVE AU-ACTION-DATE TO WS-AS-DATE
           MOVE AU-ACTION-TIME TO WS-AS-TIME
           IF WS-AUDIT-STAMP NOT > WS-BACKUP-STAMP
               ADD 1 TO WS-AUDIT-BEFORE-BACKUP
               GO TO 1550-SELECT-AUDIT-RECORD-EXIT
           END-IF
           IF WS-AUDIT-STAMP > WS-CUTOFF-STAMP
               ADD 1 TO WS-AUDIT-AFTER-CUTOFF
               GO TO 1550-SELECT-AUDIT-RECORD-EXIT
           END-IF

           MOVE SPACES TO SORT-WORK-RECORD
           MOVE AU-ACTION-DATE TO SW-ACTION-DATE
           MOVE AU-ACTION-TIME TO SW-ACTION-TIME
           MOVE WS-AUDIT-SEQUENCE TO SW-SEQUENCE
           MOVE AU-ACTION-CODE TO SW-ACTION-CODE
           MOVE AU-OPERATOR-ID TO SW-OPERATOR-ID
           MOVE AU-BEFORE-IMAGE TO SW-BEFORE-IMAGE
           MOVE AU-AFTER-IMAGE TO SW-AFTER-IMAGE
           IF NOT WS-FULL-REBUILD
               AND SW-USER-ID NOT = WS-QUERY-USER-ID
               ADD 1 TO WS-AUDIT-OTHER-ACCOUNT
               GO TO 1550-SELECT-AUDIT-RECORD-EXIT
           END-IF
           RELEASE SORT-WORK-RECORD
           ADD 1 TO WS-AUDIT-SELECTED.
       1550-SELECT-AUDIT-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *  2000-REPLAY-AUDIT - sort output: replay the actions in date
      *  and time order
      *****************************************************************
       2000-REPLAY-AUDIT.
           PERFORM 2100-RETURN-ACTION
               THRU 2100-RETURN-ACTION-EXIT
           PERFORM 2200-REPLAY-ACTION
               THRU 2200-REPLAY-ACTION-EXIT
               UNTIL WS-EOF.
       2000-REPLAY-AUDIT-EXIT.
           EXIT.

       2100-RETURN-ACTION.
           RETURN SORT-WORK
               AT END
                   SET WS-EOF TO TRUE.
       2100-RETURN-ACTION-EXIT.
           EXIT.

      *****************************************************************
      *  2200-REPLAY-ACTION - one audited action against the record
      *  as the replay has it so far
      *****************************************************************
       2200-REPLAY-ACTION.
           ADD 1 TO WS-ACTIONS-REPLAYED
           MOVE SPACES TO RPT-LINE
           MOVE SW-ACTION-DATE TO RPT-DATE
           MOVE SW-ACTION-TIME TO RPT-TIME
           MOVE SW-ACTION-CODE TO RPT-ACTION
           MOVE SW-OPERATOR-ID TO RPT-OPERATOR
           MOVE SW-USER-ID TO RPT-USER-ID

           EVALUATE SW-ACTION-CODE
               WHEN 'ADD '
                   PERFORM 2300-REPLAY-ADD
                       THRU 2300-REPLAY-ADD-EXIT
               WHEN 'CHG '
               WHEN 'DEAC'
                   PERFORM 2400-REPLAY-CHANGE
                       THRU 2400-REPLAY-CHANGE-EXIT
               WHEN 'FCLS'
                   ADD 1 TO WS-ACTIONS-IGNORED
                   MOVE 'IGNOREE - SANS EFFET COMPTE' TO RPT-RESULT
                   WRITE RPT-LINE FROM RPT-DETAIL-LINE
               WHEN 'PARM'
                   ADD 1 TO WS-ACTIONS-IGNORED
                   MOVE 'IGNOREE - PARAMETRES SYSTEME' TO RPT-RESULT
                   WRITE RPT-LINE FROM RPT-DETAIL-LINE
               WHEN OTHER
                   ADD 1 TO WS-ACTIONS-IGNORED
                   MOVE 'IGNOREE - ACTION INCONNUE' TO RPT-RESULT
                   WRITE RPT-LINE FROM RPT-DETAIL-LINE
           END-EVALUATE

           PERFORM 2100-RETURN-ACTION
               THRU 2100-RETURN-ACTION-EXIT.
       2200-REPLAY-ACTION-EXIT.
           EXIT.

      *****************************************************************
      *  2300-REPLAY-ADD - the key must not hold anything yet
      *****************************************************************
       2300-REPLAY-ADD.
           PERFORM 3000-GET-CURRENT
               THRU 3000-GET-CURRENT-EXIT
           IF WS-CURRENT-FOUND
               IF WS-CURRENT-IMAGE = SW-AFTER-IMAGE
                   ADD 1 TO WS-ACTIONS-IN-BACKUP
                   MOVE 'DEJA DANS LA SAUVEGARDE' TO RPT-RESULT
               ELSE
                   ADD 1 TO WS-ACTIONS-INCONSISTENT
                   MOVE 'INCOHERENTE - COMPTE EXISTANT' TO RPT-RESULT
               END-IF
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               GO TO 2300-REPLAY-ADD-EXIT
           END-IF

           PERFORM 3100-PUT-CURRENT
               THRU 3100-PUT-CURRENT-EXIT
           IF WS-PUT-FAILED
               GO TO 2300-REPLAY-ADD-EXIT
           END-IF
           ADD 1 TO WS-ACTIONS-APPLIED
           ADD 1 TO WS-ADDS-APPLIED
           MOVE 'APPLIQUEE' TO RPT-RESULT
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
           IF NOT WS-FULL-REBUILD
               MOVE 'APRES:' TO RPT-IMG-LABEL
               PERFORM 2900-WRITE-ACCOUNT-STATE
                   THRU 2900-WRITE-ACCOUNT-STATE-EXIT
           END-IF.
       2300-REPLAY-ADD-EXIT.
           EXIT.

      *****************************************************************
      *  2400-REPLAY-CHANGE - a change or deactivation needs the key
      *  present; a record that differs from the audited before-image
      *  still takes the after-image, and both are printed
      *****************************************************************
       2400-REPLAY-CHANGE.
           PERFORM 3000-GET-CURRENT
               THRU 3000-GET-CURRENT-EXIT
           IF NOT WS-CURRENT-FOUND
               ADD 1 TO WS-ACTIONS-INCONSISTENT
               MOVE 'INCOHERENTE - COMPTE ABSENT' TO RPT-RESULT
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               GO TO 2400-REPLAY-CHANGE-EXIT
           END-IF
           IF WS-CURRENT-IMAGE = SW-AFTER-IMAGE
               ADD 1 TO WS-ACTIONS-IN-BACKUP
               MOVE 'DEJA DANS LA SAUVEGARDE' TO RPT-RESULT
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               GO TO 2400-REPLAY-CHANGE-EXIT
           END-IF

           PERFORM 3100-PUT-CURRENT
               THRU 3100-PUT-CURRENT-EXIT
           IF WS-PUT-FAILED
               GO TO 2400-REPLAY-CHANGE-EXIT
           END-IF
           ADD 1 TO WS-ACTIONS-APPLIED
           IF WS-CURRENT-IMAGE = SW-BEFORE-IMAGE
               MOVE 'APPLIQUEE' TO RPT-RESULT
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
           ELSE
               ADD 1 TO WS-ACTIONS-MISMATCHED
               MOVE 'APPLIQUEE - AVANT DIFFERENT' TO RPT-RESULT
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
               PERFORM 2500-WRITE-MISMATCH
                   THRU 2500-WRITE-MISMATCH-EXIT
           END-IF
           IF NOT WS-FULL-REBUILD
               MOVE 'APRES:' TO RPT-IMG-LABEL
               PERFORM 2900-WRITE-ACCOUNT-STATE
                   THRU 2900-WRITE-ACCOUNT-STATE-EXIT
           END-IF.
       2400-REPLAY-CHANGE-EXIT.
           EXIT.

      *****************************************************************
      *  2500-WRITE-MISMATCH - the audited before-image and the record
      *  the replay actually found, field by field
      *****************************************************************
       2500-WRITE-MISMATCH.
           MOVE SW-BEFORE-IMAGE TO WS-IMAGE-AREA
           MOVE WS-IMG-CREDENTIALS TO WS-SAVED-CREDENTIALS
           MOVE 'AVANT ATTENDU:' TO RPT-IMG-LABEL
           MOVE SPACES TO RPT-IMG-NOTE
           PERFORM 2950-WRITE-IMAGE-LINE
               THRU 2950-WRITE-IMAGE-LINE-EXIT

           MOVE WS-CURRENT-IMAGE TO WS-IMAGE-AREA
           MOVE 'AVANT TROUVE:' TO RPT-IMG-LABEL
           IF WS-IMG-CREDENTIALS NOT = WS-SAVED-CREDENTIALS
               MOVE 'MDP/PIN DIFFER.' TO RPT-IMG-NOTE
           ELSE
               MOVE SPACES TO RPT-IMG-NOTE
           END-IF
           PERFORM 2950-WRITE-IMAGE-LINE
               THRU 2950-WRITE-IMAGE-LINE-EXIT.
       2500-WRITE-MISMATCH-EXIT.
           EXIT.

      *****************************************************************
      *  2900-WRITE-ACCOUNT-STATE - the followed account as the
      *  replay has it now, under the label already set
      *****************************************************************
       2900-WRITE-ACCOUNT-STATE.
           IF NOT WS-ACCOUNT-PRESENT
               MOVE SPACES TO RPT-LINE
               STRING '    ' DELIMITED BY SIZE
                   RPT-IMG-LABEL DELIMITED BY SIZE
                   'COMPTE INEXISTANT' DELIMITED BY SIZE
                   INTO RPT-LINE
               WRITE RPT-LINE
               GO TO 2900-WRITE-ACCOUNT-STATE-EXIT
           END-IF
           MOVE WS-ACCOUNT-IMAGE TO WS-IMAGE-AREA
           MOVE SPACES TO RPT-IMG-NOTE
           PERFORM 2950-WRITE-IMAGE-LINE
               THRU 2950-WRITE-IMAGE-LINE-EXIT.
       2900-WRITE-ACCOUNT-STATE-EXIT.
           EXIT.

       2950-WRITE-IMAGE-LINE.
           MOVE WS-IMG-PWD-DATE TO RPT-IMG-PWD-DATE
           MOVE WS-IMG-FAILED TO RPT-IMG-FAILED
           MOVE WS-IMG-STATUS-FLAGS TO RPT-IMG-FLAGS
           MOVE WS-IMG-CLASS TO RPT-IMG-CLASS
           WRITE RPT-LINE FROM RPT-IMAGE-LINE.
       2950-WRITE-IMAGE-LINE-EXIT.
           EXIT.

      *****************************************************************
      *  3000-GET-CURRENT - the record for the action's key as the
      *  replay has it: from USRRBLD on a rebuild, from the followed
      *  account otherwise
      *****************************************************************
       3000-GET-CURRENT.
           MOVE 'N' TO WS-CURRENT-FOUND-SWITCH
           MOVE SPACES TO WS-CURRENT-IMAGE
           IF WS-FULL-REBUILD
               MOVE SW-USER-ID TO UM-USER-ID
               READ REBUILT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-CURRENT-FOUND TO TRUE
                       MOVE USRMAST-RECORD TO WS-CURRENT-IMAGE
               END-READ
           ELSE
               IF WS-ACCOUNT-PRESENT
                   SET WS-CURRENT-FOUND TO TRUE
                   MOVE WS-ACCOUNT-IMAGE TO WS-CURRENT-IMAGE
               END-IF
           END-IF.
       3000-GET-CURRENT-EXIT.
           EXIT.

      *****************************************************************
      *  3100-PUT-CURRENT - the after-image becomes the record; a
      *  write or rewrite refused by USRRBLD is reported and counted
      *****************************************************************
       3100-PUT-CURRENT.
           MOVE 'N' TO WS-PUT-FAILED-SWITCH
           IF NOT WS-FULL-REBUILD
               MOVE SW-AFTER-IMAGE TO WS-ACCOUNT-IMAGE
               SET WS-ACCOUNT-PRESENT TO TRUE
               GO TO 3100-PUT-CURRENT-EXIT
           END-IF

           MOVE SW-AFTER-IMAGE TO USRMAST-RECORD
           IF WS-CURRENT-FOUND
               REWRITE USRMAST-RECORD
                   INVALID KEY
                       SET WS-PUT-FAILED TO TRUE
               END-REWRITE
           ELSE
               WRITE USRMAST-RECORD
                   INVALID KEY
                       SET WS-PUT-FAILED TO TRUE
               END-WRITE
           END-IF
           IF WS-PUT-FAILED
               ADD 1 TO WS-ACTIONS-FAILED
               MOVE SPACES TO RPT-RESULT
               STRING '*** ECHEC ECRITURE, CODE ' DELIMITED BY SIZE
                   WS-USRRBLD-STATUS DELIMITED BY SIZE
                   INTO RPT-RESULT
               WRITE RPT-LINE FROM RPT-DETAIL-LINE
           END-IF.
       3100-PUT-CURRENT-EXIT.
           EXIT.

      *****************************************************************
      *  8000-FINALIZE - the final state of the followed account, or
      *  the record count of the rebuilt file proved against the
      *  backup and the ADDs applied; then the summary
      *****************************************************************
       8000-FINALIZE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-FULL-REBUILD
               CLOSE REBUILT-MASTER
               PERFORM 8100-COUNT-REBUILT
                   THRU 8100-COUNT-REBUILT-EXIT
           ELSE
               MOVE 'A L''ARRET:' TO RPT-IMG-LABEL
               PERFORM 2900-WRITE-ACCOUNT-STATE
                   THRU 2900-WRITE-ACCOUNT-STATE-EXIT
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           MOVE 'ACTIONS USRAUDIT LUES:' TO RPT-SUMMARY-LABEL
           MOVE WS-AUDIT-READ TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE '  ANTERIEURES A LA SAUVEGARDE:' TO RPT-SUMMARY-LABEL
           MOVE WS-AUDIT-BEFORE-BACKUP TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE '  POSTERIEURES A L''ARRET:' TO RPT-SUMMARY-LABEL
           MOVE WS-AUDIT-AFTER-CUTOFF TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           IF NOT WS-FULL-REBUILD
               MOVE '  AUTRES COMPTES:' TO RPT-SUMMARY-LABEL
               MOVE WS-AUDIT-OTHER-ACCOUNT TO RPT-SUMMARY-VALUE
               WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           END-IF
           MOVE 'ACTIONS REJOUEES:' TO RPT-SUMMARY-LABEL
           MOVE WS-ACTIONS-REPLAYED TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE '  APPLIQUEES:' TO RPT-SUMMARY-LABEL
           MOVE WS-ACTIONS-APPLIED TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE '    DONT AVANT DIFFERENT:' TO RPT-SUMMARY-LABEL
           MOVE WS-ACTIONS-MISMATCHED TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE '  DEJA DANS LA SAUVEGARDE:' TO RPT-SUMMARY-LABEL
           MOVE WS-ACTIONS-IN-BACKUP TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE '  INCOHERENTES:' TO RPT-SUMMARY-LABEL
           MOVE WS-ACTIONS-INCONSISTENT TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE '  IGNOREES:' TO RPT-SUMMARY-LABEL
           MOVE WS-ACTIONS-IGNORED TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE '  EN ECHEC D''ECRITURE:' TO RPT-SUMMARY-LABEL
           MOVE WS-ACTIONS-FAILED TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE

           COMPUTE WS-CONTROL-TOTAL = WS-ACTIONS-APPLIED
               + WS-ACTIONS-IN-BACKUP + WS-ACTIONS-INCONSISTENT
               + WS-ACTIONS-IGNORED + WS-ACTIONS-FAILED
           IF WS-CONTROL-TOTAL NOT = WS-ACTIONS-REPLAYED
               OR WS-ACTIONS-REPLAYED NOT = WS-AUDIT-SELECTED
               MOVE SPACES TO RPT-LINE
               MOVE '*** ACTIONS REJOUEES NON EQUILIBREES ***'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF

           IF WS-FULL-REBUILD
               PERFORM 8200-WRITE-REBUILD-TOTALS
                   THRU 8200-WRITE-REBUILD-TOTALS-EXIT
           END-IF
           CLOSE RECOVERY-RPT

           DISPLAY 'USRRECOV - ACTIONS REJOUEES: ' WS-ACTIONS-REPLAYED
               ' APPLIQUEES: ' WS-ACTIONS-APPLIED
               ' INCOHERENTES: ' WS-ACTIONS-INCONSISTENT.
       8000-FINALIZE-EXIT.
           EXIT.

       8100-COUNT-REBUILT.
           OPEN INPUT REBUILT-MASTER
           IF NOT USRRBLD-OK
               DISPLAY 'ERREUR OUVERTURE USRRBLD, CODE '
                   WS-USRRBLD-STATUS
               GO TO 8100-COUNT-REBUILT-EXIT
           END-IF
           PERFORM 8150-COUNT-REBUILT-RECORD
               THRU 8150-COUNT-REBUILT-RECORD-EXIT
               UNTIL WS-REBUILT-EOF
           CLOSE REBUILT-MASTER.
       8100-COUNT-REBUILT-EXIT.
           EXIT.

       8150-COUNT-REBUILT-RECORD.
           READ REBUILT-MASTER NEXT RECORD
               AT END
                   SET WS-REBUILT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REBUILT-COUNT
           END-READ.
       8150-COUNT-REBUILT-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *  8200-WRITE-REBUILD-TOTALS - USRRBLD must hold the backup
      *  records loaded plus the ADDs applied, nothing more or less
      *****************************************************************
       8200-WRITE-REBUILD-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ENREGISTREMENTS SAUVEGARDE CHARGES:'
               TO RPT-SUMMARY-LABEL
           MOVE WS-BACKUP-LOADED TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE 'ENREGISTREMENTS SAUVEGARDE REFUSES:'
               TO RPT-SUMMARY-LABEL
           MOVE WS-BACKUP-LOAD-FAILED TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE
           MOVE 'ENREGISTREMENTS DANS USRRBLD:' TO RPT-SUMMARY-LABEL
           MOVE WS-REBUILT-COUNT TO RPT-SUMMARY-VALUE
           WRITE RPT-LINE FROM RPT-SUMMARY-LINE

           COMPUTE WS-EXPECTED-COUNT =
               WS-BACKUP-LOADED + WS-ADDS-APPLIED
           MOVE SPACES TO RPT-LINE
           IF WS-REBUILT-COUNT = WS-EXPECTED-COUNT
               AND WS-BACKUP-LOAD-FAILED = ZERO
               AND WS-ACTIONS-FAILED = ZERO
               MOVE 'TOTAUX EQUILIBRES - USRRBLD A PASSER A USRCHECK'
                   TO RPT-LINE
           ELSE
               MOVE '*** NON EQUILIBRE - NE PAS UTILISER USRRBLD ***'
                   TO RPT-LINE
           END-IF
           WRITE RPT-LINE.
       8200-WRITE-REBUILD-TOTALS-EXIT.
           EXIT.
