       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PWDCONV.
       AUTHOR.        R. NOEL.
       INSTALLATION.  OPERATIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------
      *  DATE        BY   DESCRIPTION
      *  2026-10-15  RN   Initial version - one-time conversion of the
      *                   clear-text passwords and PINs on USER-MASTER,
      *                   PWDHIST and the USRAUDIT images to their
      *                   PWDHASH protected values, with control
      *                   totals.
      *****************************************************************
      *  Run once, with the sign-on programs stopped, when the
      *  protected password fields go in.  Every USER-MASTER record
      *  still carrying its password and PIN in the old clear-text
      *  positions (UM-LEGACY-CREDENTIALS) gets the PWDHASH values in
      *  UM-PASSWORD-HASH and UM-PIN-HASH and the old positions
      *  blanked.  PWDHIST entries get the same treatment, and so do
      *  the before and after images carried on USRAUDIT, so that no
      *  copy of a password is left in clear and the images keep the
      *  current record layout for anything that replays them.
      *
      *  A record that already carries a protected value and nothing
      *  in the old positions is counted as already converted and
      *  left alone, so the program can be rerun safely after an
      *  interruption.  USER-MASTER is rewritten in place and then
      *  read end to end a second time to prove no record is left in
      *  clear.  PWDHIST and USRAUDIT are sequential: each is copied
      *  converted to a work file and only copied back over the live
      *  file when its control totals balance (read = converted +
      *  already converted = written), the same way LOGARCH protects
      *  SIGNLOG.  The totals go to PWDCONV.RPT and the console, and
      *  the RUNCTL END record carries ABND when any file failed to
      *  balance.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USRMAST-KEY
               FILE STATUS IS WS-USRMAST-STATUS.

           SELECT PASSWORD-HISTORY ASSIGN TO "PWDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWDHIST-STATUS.

           SELECT HISTORY-WORK ASSIGN TO "PWDHWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTWORK-STATUS.

           SELECT USRMAST-AUDIT ASSIGN TO "USRAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USRAUDIT-STATUS.

           SELECT AUDIT-WORK ASSIGN TO "AUDWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDWORK-STATUS.

           SELECT CONVERSION-RPT ASSIGN TO "PWDCONV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVRPT-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
       COPY "usrmast.cpy".

       FD  PASSWORD-HISTORY.
       COPY "pwdhist.cpy".

       FD  HISTORY-WORK.
       01  HISTORY-WORK-RECORD         PIC X(40).

       FD  USRMAST-AUDIT.
       COPY "audusr.cpy".

       FD  AUDIT-WORK.
       01  AUDIT-WORK-RECORD           PIC X(140).

       FD  CONVERSION-RPT.
       01  RPT-LINE                    PIC X(80).

       FD  RUN-CONTROL.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-USRMAST-STATUS           PIC X(02).
           88  USRMAST-OK                      VALUE '00'.
       01  WS-PWDHIST-STATUS           PIC X(02).
       01  WS-HISTWORK-STATUS          PIC X(02).
       01  WS-USRAUDIT-STATUS          PIC X(02).
       01  WS-AUDWORK-STATUS           PIC X(02).
       01  WS-CONVRPT-STATUS           PIC X(02).
       01  WS-RUNCTL-STATUS            PIC X(02).
       01  WS-RUN-START-DATE           PIC 9(08) VALUE ZEROS.

       01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       01  WS-WORK-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-WORK-EOF                     VALUE 'Y'.

       01  WS-USRMAST-BAL-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-USRMAST-BALANCED             VALUE 'Y'.
       01  WS-PWDHIST-BAL-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-PWDHIST-BALANCED             VALUE 'Y'.
       01  WS-USRAUDIT-BAL-SWITCH      PIC X(01) VALUE 'N'.
           88  WS-USRAUDIT-BALANCED            VALUE 'Y'.

      *  USER-MASTER totals - conversion pass and verification pass
       01  WS-UM-READ                  PIC 9(08) COMP VALUE ZERO.
       01  WS-UM-CONVERTED             PIC 9(08) COMP VALUE ZERO.
       01  WS-UM-ALREADY               PIC 9(08) COMP VALUE ZERO.
       01  WS-UM-FAILED                PIC 9(08) COMP VALUE ZERO.
       01  WS-UM-REREAD                PIC 9(08) COMP VALUE ZERO.
       01  WS-UM-STILL-CLEAR           PIC 9(08) COMP VALUE ZERO.

      *  PWDHIST totals
       01  WS-PH-READ                  PIC 9(08) COMP VALUE ZERO.
       01  WS-PH-CONVERTED             PIC 9(08) COMP VALUE ZERO.
       01  WS-PH-ALREADY               PIC 9(08) COMP VALUE ZERO.
       01  WS-PH-WRITTEN               PIC 9(08) COMP VALUE ZERO.
       01  WS-PH-REWRITTEN             PIC 9(08) COMP VALUE ZERO.

      *  USRAUDIT totals - records, and images inside them
       01  WS-AU-READ                  PIC 9(08) COMP VALUE ZERO.
       01  WS-AU-WRITTEN               PIC 9(08) COMP VALUE ZERO.
       01  WS-AU-REWRITTEN             PIC 9(08) COMP VALUE ZERO.
       01  WS-AU-IMAGES-CONVERTED      PIC 9(08) COMP VALUE ZERO.
       01  WS-AU-IMAGES-ALREADY        PIC 9(08) COMP VALUE ZERO.
       01  WS-AU-IMAGES-EMPTY          PIC 9(08) COMP VALUE ZERO.

       01  WS-CONTROL-TOTAL            PIC 9(08) COMP VALUE ZERO.
       01  WS-TOTAL-CONVERTED          PIC 9(08) COMP VALUE ZERO.

      *  Working view of a USRMAST-RECORD image carried in the audit
      *  record, to reach the old clear-text positions and the
      *  protected fields
       01  WS-IMAGE-AREA.
           05  WS-IMG-USER-ID          PIC X(10).
           05  WS-IMG-LEGACY-CREDENTIALS.
               10  WS-IMG-LEGACY-PASSWORD
                                       PIC X(04).
               10  WS-IMG-LEGACY-PIN   PIC X(04).
           05  FILLER                  PIC X(13).
           05  WS-IMG-PASSWORD-HASH    PIC X(08).
           05  WS-IMG-PIN-HASH         PIC X(08).
           05  FILLER                  PIC X(03).

       COPY "pwdhash.cpy".

       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(40) VALUE
               'PWDCONV - CONVERSION DES MOTS DE PASSE E'.
           05  FILLER                  PIC X(40) VALUE
               'N VALEURS PROTEGEES'.

       01  RPT-SECTION-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-SECTION-NAME        PIC X(78).

       01  RPT-COUNT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-COUNT-LABEL         PIC X(30).
           05  RPT-COUNT-VALUE         PIC ZZZZZZZ9.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  RPT-BALANCE-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-BALANCE-TEXT        PIC X(76).

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           PERFORM 2000-CONVERT-USER-MASTER
               THRU 2000-CONVERT-USER-MASTER-EXIT

           PERFORM 3000-CONVERT-PWD-HISTORY
               THRU 3000-CONVERT-PWD-HISTORY-EXIT

           PERFORM 4000-CONVERT-USRAUDIT
               THRU 4000-CONVERT-USRAUDIT-EXIT

           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT

           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 9000-WRITE-RUN-START
               THRU 9000-WRITE-RUN-START-EXIT

           OPEN OUTPUT CONVERSION-RPT
           IF WS-CONVRPT-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE PWDCONV.RPT, CODE '
                   WS-CONVRPT-STATUS
               STOP RUN
           END-IF
           WRITE RPT-LINE FROM RPT-HEADING-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *  2000-CONVERT-USER-MASTER - rewrite every record in place,
      *  then read the file again to prove nothing is left in clear
      *****************************************************************
       2000-CONVERT-USER-MASTER.
           OPEN I-O USER-MASTER
           IF NOT USRMAST-OK
               DISPLAY 'ERREUR OUVERTURE USER-MASTER, CODE '
                   WS-USRMAST-STATUS
               MOVE 'USER-MASTER - OUVERTURE IMPOSSIBLE'
                   TO RPT-SECTION-NAME
               WRITE RPT-LINE FROM RPT-SECTION-LINE
               GO TO 2000-CONVERT-USER-MASTER-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO UM-USER-ID
           START USER-MASTER KEY IS NOT LESS THAN USRMAST-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 2100-CONVERT-USER-RECORD
               THRU 2100-CONVERT-USER-RECORD-EXIT
               UNTIL WS-EOF

           MOVE 'N' TO WS-EOF-SWITCH
           MOVE LOW-VALUES TO UM-USER-ID
           START USER-MASTER KEY IS NOT LESS THAN USRMAST-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 2200-VERIFY-USER-RECORD
               THRU 2200-VERIFY-USER-RECORD-EXIT
               UNTIL WS-EOF
           CLOSE USER-MASTER

           COMPUTE WS-CONTROL-TOTAL =
               WS-UM-CONVERTED + WS-UM-ALREADY
           IF WS-CONTROL-TOTAL = WS-UM-READ
               AND WS-UM-REREAD = WS-UM-READ
               AND WS-UM-STILL-CLEAR = ZERO
               SET WS-USRMAST-BALANCED TO TRUE
           END-IF

           MOVE 'USER-MASTER' TO RPT-SECTION-NAME
           WRITE RPT-LINE FROM RPT-SECTION-LINE
           MOVE 'ENREGISTREMENTS LUS         : ' TO RPT-COUNT-LABEL
           MOVE WS-UM-READ TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'CONVERTIS                   : ' TO RPT-COUNT-LABEL
           MOVE WS-UM-CONVERTED TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'DEJA CONVERTIS              : ' TO RPT-COUNT-LABEL
           MOVE WS-UM-ALREADY TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'ECHECS DE REECRITURE        : ' TO RPT-COUNT-LABEL
           MOVE WS-UM-FAILED TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'RELUS A LA VERIFICATION     : ' TO RPT-COUNT-LABEL
           MOVE WS-UM-REREAD TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'ENCORE EN CLAIR             : ' TO RPT-COUNT-LABEL
           MOVE WS-UM-STILL-CLEAR TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           IF WS-USRMAST-BALANCED
               MOVE 'TOTAUX EQUILIBRES - AUCUN ENREGISTREMENT EN CLAIR'
                   TO RPT-BALANCE-TEXT
           ELSE
               MOVE 'DESEQUILIBRE DES TOTAUX - RELANCER PWDCONV'
                   TO RPT-BALANCE-TEXT
           END-IF
           WRITE RPT-LINE FROM RPT-BALANCE-LINE.
       2000-CONVERT-USER-MASTER-EXIT.
           EXIT.

      *****************************************************************
      *  2100-CONVERT-USER-RECORD - a record with a protected password
      *  and nothing in the old positions is already done
      *****************************************************************
       2100-CONVERT-USER-RECORD.
           READ USER-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-CONVERT-USER-RECORD-EXIT
           END-READ
           ADD 1 TO WS-UM-READ

           IF UM-PASSWORD-HASH NOT = SPACES
               AND UM-LEGACY-CREDENTIALS = SPACES
               ADD 1 TO WS-UM-ALREADY
               GO TO 2100-CONVERT-USER-RECORD-EXIT
           END-IF

           MOVE 'P' TO PWH-VALUE-TYPE
           MOVE UM-USER-ID TO PWH-USER-ID
           MOVE UM-LEGACY-PASSWORD TO PWH-CLEAR-VALUE
           CALL 'PWDHASH' USING PWDHASH-PARAMETERS
           MOVE PWH-HASH-VALUE TO UM-PASSWORD-HASH

           MOVE 'N' TO PWH-VALUE-TYPE
           MOVE UM-LEGACY-PIN TO PWH-CLEAR-VALUE
           CALL 'PWDHASH' USING PWDHASH-PARAMETERS
           MOVE PWH-HASH-VALUE TO UM-PIN-HASH

           MOVE SPACES TO UM-LEGACY-CREDENTIALS
           REWRITE USRMAST-RECORD
           IF USRMAST-OK
               ADD 1 TO WS-UM-CONVERTED
           ELSE
               ADD 1 TO WS-UM-FAILED
               DISPLAY 'PWDCONV - ERREUR REECRITURE USER-MASTER '
                   UM-USER-ID ', CODE ' WS-USRMAST-STATUS
           END-IF.
       2100-CONVERT-USER-RECORD-EXIT.
           EXIT.

       2200-VERIFY-USER-RECORD.
           READ USER-MASTER NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-UM-REREAD
                   IF UM-LEGACY-CREDENTIALS NOT = SPACES
                       OR UM-PASSWORD-HASH = SPACES
                       ADD 1 TO WS-UM-STILL-CLEAR
                       DISPLAY 'PWDCONV - NON CONVERTI: ' UM-USER-ID
                   END-IF
           END-READ.
       2200-VERIFY-USER-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *  3000-CONVERT-PWD-HISTORY - convert into the work file, and
      *  copy back over PWDHIST only when the totals balance.  A
      *  missing PWDHIST means there is no history to convert.
      *****************************************************************
       3000-CONVERT-PWD-HISTORY.
           MOVE 'PWDHIST' TO RPT-SECTION-NAME
           WRITE RPT-LINE FROM RPT-SECTION-LINE

           OPEN INPUT PASSWORD-HISTORY
           IF WS-PWDHIST-STATUS NOT = '00'
               MOVE 'PWDHIST ABSENT - RIEN A CONVERTIR'
                   TO RPT-BALANCE-TEXT
               WRITE RPT-LINE FROM RPT-BALANCE-LINE
               SET WS-PWDHIST-BALANCED TO TRUE
               GO TO 3000-CONVERT-PWD-HISTORY-EXIT
           END-IF

           OPEN OUTPUT HISTORY-WORK
           IF WS-HISTWORK-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE PWDHWORK, CODE '
                   WS-HISTWORK-STATUS
               CLOSE PASSWORD-HISTORY
               MOVE 'PWDHWORK INDISPONIBLE - PWDHIST NON MODIFIE'
                   TO RPT-BALANCE-TEXT
               WRITE RPT-LINE FROM RPT-BALANCE-LINE
               GO TO 3000-CONVERT-PWD-HISTORY-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 3100-CONVERT-HISTORY-RECORD
               THRU 3100-CONVERT-HISTORY-RECORD-EXIT
               UNTIL WS-EOF
           CLOSE PASSWORD-HISTORY
           CLOSE HISTORY-WORK

           COMPUTE WS-CONTROL-TOTAL =
               WS-PH-CONVERTED + WS-PH-ALREADY
           IF WS-CONTROL-TOTAL = WS-PH-READ
               AND WS-PH-WRITTEN = WS-PH-READ
               PERFORM 3500-REWRITE-PWD-HISTORY
                   THRU 3500-REWRITE-PWD-HISTORY-EXIT
           ELSE
               DISPLAY 'PWDCONV - DESEQUILIBRE DES TOTAUX PWDHIST - '
                   'FICHIER NON MODIFIE'
           END-IF

           MOVE 'ENREGISTREMENTS LUS         : ' TO RPT-COUNT-LABEL
           MOVE WS-PH-READ TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'CONVERTIS                   : ' TO RPT-COUNT-LABEL
           MOVE WS-PH-CONVERTED TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'DEJA CONVERTIS              : ' TO RPT-COUNT-LABEL
           MOVE WS-PH-ALREADY TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'ECRITS EN FICHIER DE TRAVAIL: ' TO RPT-COUNT-LABEL
           MOVE WS-PH-WRITTEN TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REECRITS DANS PWDHIST       : ' TO RPT-COUNT-LABEL
           MOVE WS-PH-REWRITTEN TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           IF WS-PWDHIST-BALANCED
               MOVE 'TOTAUX EQUILIBRES - PWDHIST REECRIT'
                   TO RPT-BALANCE-TEXT
           ELSE
               MOVE 'DESEQUILIBRE DES TOTAUX - PWDHIST A VERIFIER'
                   TO RPT-BALANCE-TEXT
           END-IF
           WRITE RPT-LINE FROM RPT-BALANCE-LINE.
       3000-CONVERT-PWD-HISTORY-EXIT.
           EXIT.

       3100-CONVERT-HISTORY-RECORD.
           READ PASSWORD-HISTORY
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 3100-CONVERT-HISTORY-RECORD-EXIT
           END-READ
           ADD 1 TO WS-PH-READ

           IF PH-PASSWORD-HASH NOT = SPACES
               AND PH-LEGACY-PASSWORD = SPACES
               ADD 1 TO WS-PH-ALREADY
           ELSE
               MOVE 'P' TO PWH-VALUE-TYPE
               MOVE PH-USER-ID TO PWH-USER-ID
               MOVE PH-LEGACY-PASSWORD TO PWH-CLEAR-VALUE
               CALL 'PWDHASH' USING PWDHASH-PARAMETERS
               MOVE PWH-HASH-VALUE TO PH-PASSWORD-HASH
               MOVE SPACES TO PH-LEGACY-PASSWORD
               ADD 1 TO WS-PH-CONVERTED
           END-IF

           WRITE HISTORY-WORK-RECORD FROM PASSWORD-HISTORY-RECORD
           IF WS-HISTWORK-STATUS = '00'
               ADD 1 TO WS-PH-WRITTEN
           ELSE
               DISPLAY 'PWDCONV - ERREUR ECRITURE PWDHWORK, CODE '
                   WS-HISTWORK-STATUS
           END-IF.
       3100-CONVERT-HISTORY-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *  3500-REWRITE-PWD-HISTORY - copy the converted records back
      *  over the live history file
      *****************************************************************
       3500-REWRITE-PWD-HISTORY.
           OPEN INPUT HISTORY-WORK
           IF WS-HISTWORK-STATUS NOT = '00'
               DISPLAY 'ERREUR RELECTURE PWDHWORK, CODE '
                   WS-HISTWORK-STATUS
               GO TO 3500-REWRITE-PWD-HISTORY-EXIT
           END-IF

           OPEN OUTPUT PASSWORD-HISTORY
           IF WS-PWDHIST-STATUS NOT = '00'
               DISPLAY 'ERREUR REECRITURE PWDHIST, CODE '
                   WS-PWDHIST-STATUS
               CLOSE HISTORY-WORK
               GO TO 3500-REWRITE-PWD-HISTORY-EXIT
           END-IF

           MOVE 'N' TO WS-WORK-EOF-SWITCH
           PERFORM 3550-COPY-HISTORY-RECORD
               THRU 3550-COPY-HISTORY-RECORD-EXIT
               UNTIL WS-WORK-EOF
           CLOSE HISTORY-WORK
           CLOSE PASSWORD-HISTORY

           IF WS-PH-REWRITTEN = WS-PH-WRITTEN
               SET WS-PWDHIST-BALANCED TO TRUE
           END-IF.
       3500-REWRITE-PWD-HISTORY-EXIT.
           EXIT.

       3550-COPY-HISTORY-RECORD.
           READ HISTORY-WORK
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   WRITE PASSWORD-HISTORY-RECORD
                       FROM HISTORY-WORK-RECORD
                   IF WS-PWDHIST-STATUS = '00'
                       ADD 1 TO WS-PH-REWRITTEN
                   ELSE
                       DISPLAY 'PWDCONV - ERREUR REECRITURE PWDHIST, '
                           'CODE ' WS-PWDHIST-STATUS
                   END-IF
           END-READ.
       3550-COPY-HISTORY-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *  4000-CONVERT-USRAUDIT - same work-file scheme as PWDHIST; the
      *  before and after images of each record are converted one by
      *  one.  A missing USRAUDIT means there is nothing to convert.
      *****************************************************************
       4000-CONVERT-USRAUDIT.
           MOVE 'USRAUDIT' TO RPT-SECTION-NAME
           WRITE RPT-LINE FROM RPT-SECTION-LINE

           OPEN INPUT USRMAST-AUDIT
           IF WS-USRAUDIT-STATUS NOT = '00'
               MOVE 'USRAUDIT ABSENT - RIEN A CONVERTIR'
                   TO RPT-BALANCE-TEXT
               WRITE RPT-LINE FROM RPT-BALANCE-LINE
               SET WS-USRAUDIT-BALANCED TO TRUE
               GO TO 4000-CONVERT-USRAUDIT-EXIT
           END-IF

           OPEN OUTPUT AUDIT-WORK
           IF WS-AUDWORK-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE AUDWORK, CODE '
                   WS-AUDWORK-STATUS
               CLOSE USRMAST-AUDIT
               MOVE 'AUDWORK INDISPONIBLE - USRAUDIT NON MODIFIE'
                   TO RPT-BALANCE-TEXT
               WRITE RPT-LINE FROM RPT-BALANCE-LINE
               GO TO 4000-CONVERT-USRAUDIT-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 4100-CONVERT-AUDIT-RECORD
               THRU 4100-CONVERT-AUDIT-RECORD-EXIT
               UNTIL WS-EOF
           CLOSE USRMAST-AUDIT
           CLOSE AUDIT-WORK

           IF WS-AU-WRITTEN = WS-AU-READ
               PERFORM 4500-REWRITE-USRAUDIT
                   THRU 4500-REWRITE-USRAUDIT-EXIT
           ELSE
               DISPLAY 'PWDCONV - DESEQUILIBRE DES TOTAUX USRAUDIT - '
                   'FICHIER NON MODIFIE'
           END-IF

           MOVE 'ENREGISTREMENTS LUS         : ' TO RPT-COUNT-LABEL
           MOVE WS-AU-READ TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'IMAGES CONVERTIES           : ' TO RPT-COUNT-LABEL
           MOVE WS-AU-IMAGES-CONVERTED TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'IMAGES DEJA CONVERTIES      : ' TO RPT-COUNT-LABEL
           MOVE WS-AU-IMAGES-ALREADY TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'IMAGES VIDES                : ' TO RPT-COUNT-LABEL
           MOVE WS-AU-IMAGES-EMPTY TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'ECRITS EN FICHIER DE TRAVAIL: ' TO RPT-COUNT-LABEL
           MOVE WS-AU-WRITTEN TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           MOVE 'REECRITS DANS USRAUDIT      : ' TO RPT-COUNT-LABEL
           MOVE WS-AU-REWRITTEN TO RPT-COUNT-VALUE
           WRITE RPT-LINE FROM RPT-COUNT-LINE
           IF WS-USRAUDIT-BALANCED
               MOVE 'TOTAUX EQUILIBRES - USRAUDIT REECRIT'
                   TO RPT-BALANCE-TEXT
           ELSE
               MOVE 'DESEQUILIBRE DES TOTAUX - USRAUDIT A VERIFIER'
                   TO RPT-BALANCE-TEXT
           END-IF
           WRITE RPT-LINE FROM RPT-BALANCE-LINE.
       4000-CONVERT-USRAUDIT-EXIT.
           EXIT.

       4100-CONVERT-AUDIT-RECORD.
           READ USRMAST-AUDIT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 4100-CONVERT-AUDIT-RECORD-EXIT
           END-READ
           ADD 1 TO WS-AU-READ

           MOVE AU-BEFORE-IMAGE TO WS-IMAGE-AREA
           PERFORM 4150-CONVERT-AUDIT-IMAGE
               THRU 4150-CONVERT-AUDIT-IMAGE-EXIT
           MOVE WS-IMAGE-AREA TO AU-BEFORE-IMAGE

           MOVE AU-AFTER-IMAGE TO WS-IMAGE-AREA
           PERFORM 4150-CONVERT-AUDIT-IMAGE
               THRU 4150-CONVERT-AUDIT-IMAGE-EXIT
           MOVE WS-IMAGE-AREA TO AU-AFTER-IMAGE

           WRITE AUDIT-WORK-RECORD FROM USRMAST-AUDIT-RECORD
           IF WS-AUDWORK-STATUS = '00'
               ADD 1 TO WS-AU-WRITTEN
           ELSE
               DISPLAY 'PWDCONV - ERREUR ECRITURE AUDWORK, CODE '
                   WS-AUDWORK-STATUS
           END-IF.
       4100-CONVERT-AUDIT-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *  4150-CONVERT-AUDIT-IMAGE - the before image of an ADD is
      *  spaces and stays that way
      *****************************************************************
       4150-CONVERT-AUDIT-IMAGE.
           IF WS-IMAGE-AREA = SPACES
               ADD 1 TO WS-AU-IMAGES-EMPTY
               GO TO 4150-CONVERT-AUDIT-IMAGE-EXIT
           END-IF

           IF WS-IMG-PASSWORD-HASH NOT = SPACES
               AND WS-IMG-LEGACY-CREDENTIALS = SPACES
               ADD 1 TO WS-AU-IMAGES-ALREADY
               GO TO 4150-CONVERT-AUDIT-IMAGE-EXIT
           END-IF

           MOVE 'P' TO PWH-VALUE-TYPE
           MOVE WS-IMG-USER-ID TO PWH-USER-ID
           MOVE WS-IMG-LEGACY-PASSWORD TO PWH-CLEAR-VALUE
           CALL 'PWDHASH' USING PWDHASH-PARAMETERS
           MOVE PWH-HASH-VALUE TO WS-IMG-PASSWORD-HASH

           MOVE 'N' TO PWH-VALUE-TYPE
           MOVE WS-IMG-LEGACY-PIN TO PWH-CLEAR-VALUE
           CALL 'PWDHASH' USING PWDHASH-PARAMETERS
           MOVE PWH-HASH-VALUE TO WS-IMG-PIN-HASH

           MOVE SPACES TO WS-IMG-LEGACY-CREDENTIALS
           ADD 1 TO WS-AU-IMAGES-CONVERTED.
       4150-CONVERT-AUDIT-IMAGE-EXIT.
           EXIT.

      *****************************************************************
      *  4500-REWRITE-USRAUDIT - copy the converted records back over
      *  the live audit trail
      *****************************************************************
       4500-REWRITE-USRAUDIT.
           OPEN INPUT AUDIT-WORK
           IF WS-AUDWORK-STATUS NOT = '00'
               DISPLAY 'ERREUR RELECTURE AUDWORK, CODE '
                   WS-AUDWORK-STATUS
               GO TO 4500-REWRITE-USRAUDIT-EXIT
           END-IF

           OPEN OUTPUT USRMAST-AUDIT
           IF WS-USRAUDIT-STATUS NOT = '00'
               DISPLAY 'ERREUR REECRITURE USRAUDIT, CODE '
                   WS-USRAUDIT-STATUS
               CLOSE AUDIT-WORK
               GO TO 4500-REWRITE-USRAUDIT-EXIT
           END-IF

           MOVE 'N' TO WS-WORK-EOF-SWITCH
           PERFORM 4550-COPY-AUDIT-RECORD
               THRU 4550-COPY-AUDIT-RECORD-EXIT
               UNTIL WS-WORK-EOF
           CLOSE AUDIT-WORK
           CLOSE USRMAST-AUDIT

           COMPUTE WS-CONTROL-TOTAL = WS-AU-IMAGES-CONVERTED
               + WS-AU-IMAGES-ALREADY + WS-AU-IMAGES-EMPTY
           IF WS-AU-REWRITTEN = WS-AU-WRITTEN
               AND WS-CONTROL-TOTAL = WS-AU-READ * 2
               SET WS-USRAUDIT-BALANCED TO TRUE
           END-IF.
       4500-REWRITE-USRAUDIT-EXIT.
           EXIT.

       4550-COPY-AUDIT-RECORD.
           READ AUDIT-WORK
               AT END
                   SET WS-WORK-EOF TO TRUE
               NOT AT END
                   WRITE USRMAST-AUDIT-RECORD FROM AUDIT-WORK-RECORD
                   IF WS-USRAUDIT-STATUS = '00'
                       ADD 1 TO WS-AU-REWRITTEN
                   ELSE
                       DISPLAY 'PWDCONV - ERREUR REECRITURE '
                           'USRAUDIT, CODE ' WS-USRAUDIT-STATUS
                   END-IF
           END-READ.
       4550-COPY-AUDIT-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *  8000-FINALIZE - console summary and run-control end record
      *****************************************************************
       8000-FINALIZE.
           CLOSE CONVERSION-RPT

           DISPLAY 'PWDCONV - USER-MASTER LUS: ' WS-UM-READ
               ' CONVERTIS: ' WS-UM-CONVERTED
               ' DEJA CONVERTIS: ' WS-UM-ALREADY
           DISPLAY 'PWDCONV - PWDHIST LUS: ' WS-PH-READ
               ' CONVERTIS: ' WS-PH-CONVERTED
               ' DEJA CONVERTIS: ' WS-PH-ALREADY
           DISPLAY 'PWDCONV - USRAUDIT LUS: ' WS-AU-READ
               ' IMAGES CONVERTIES: ' WS-AU-IMAGES-CONVERTED
           IF WS-USRMAST-BALANCED
               AND WS-PWDHIST-BALANCED
               AND WS-USRAUDIT-BALANCED
               DISPLAY 'PWDCONV - TOTAUX EQUILIBRES'
           ELSE
               DISPLAY 'PWDCONV - DESEQUILIBRE DES TOTAUX, VOIR '
                   'PWDCONV.RPT'
           END-IF

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
               MOVE 'PWDCONV ' TO RC-PROGRAM-ID
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
      *  records of the three files, written the records converted,
      *  and ABND when any file failed to balance
      *****************************************************************
       9100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'AVERTISSEMENT - ECRITURE RUNCTL '
                   'IMPOSSIBLE, CODE ' WS-RUNCTL-STATUS
           ELSE
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE 'PWDCONV ' TO RC-PROGRAM-ID
               MOVE 'END' TO RC-RECORD-TYPE
               MOVE WS-RUN-START-DATE TO RC-RUN-DATE
               ACCEPT RC-RUN-TIME FROM TIME
               COMPUTE WS-CONTROL-TOTAL =
                   WS-UM-READ + WS-PH-READ + WS-AU-READ
               MOVE WS-CONTROL-TOTAL TO RC-RECORDS-READ
               COMPUTE WS-TOTAL-CONVERTED = WS-UM-CONVERTED
                   + WS-PH-CONVERTED + WS-AU-IMAGES-CONVERTED
               MOVE WS-TOTAL-CONVERTED TO RC-RECORDS-WRITTEN
               MOVE WS-UM-FAILED TO RC-RECORDS-REJECTED
               IF WS-USRMAST-BALANCED
                   AND WS-PWDHIST-BALANCED
                   AND WS-USRAUDIT-BALANCED
                   MOVE 'NORM' TO RC-COMPLETION-CODE
               ELSE
                   MOVE 'ABND' TO RC-COMPLETION-CODE
               END-IF
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL
           END-IF.
       9100-WRITE-RUN-END-EXIT.
           EXIT.
