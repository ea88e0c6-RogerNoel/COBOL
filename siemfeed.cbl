       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SIEMFEED.
       AUTHOR.        R. NOEL.
       INSTALLATION.  OPERATIONS.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      *****************************************************************
      *  MODIFICATION HISTORY
      *  ---------------------------------------------------------
      *  DATE        BY   DESCRIPTION
      *  2026-10-15  RN   Initial version - daily security-monitoring
      *                   feed from SIGNON-LOG, SECURITY-EVENT and
      *                   USRAUDIT.
      *****************************************************************
      *  Daily extract for the corporate security-monitoring platform.
      *  Every SIGNON-LOG, SECURITY-EVENT and USRAUDIT record of the
      *  day asked for (today when the operator presses ENTER) is
      *  merged in date and time order into one ';'-delimited file,
      *  SIEMFEED.DAT, in a common layout:
      *    D;sequence;class;USER-ID;date;time;code;operator;dept;
      *      terminal;approver
      *  The class is SIGNON (code ON or OFF), REJECT (code = the
      *  SECURITY-EVENT reason) or MAINT (code = the USRAUDIT action,
      *  operator and approver from the audit record, USER-ID 'SYSPARM'
      *  on a parameter change).  The department is the EMPLREF one
      *  of the USER-ID, spaces when there is none.
      *  The header record (H) carries the file number, the date of
      *  the events, when the file was made, the first sequence number
      *  and the run count; the trailer (T) the event count of each
      *  source, the total and the last sequence number.  Both the
      *  file number and the event sequence number carry on from one
      *  day to the next through SIEMSEQ, so the receiving side can
      *  tell a missing or duplicated file.
      *  A day already extracted gets its own file number and first
      *  sequence number again.  When it is the last day sent, its
      *  events are simply numbered again from there; when later days
      *  have been sent since, the day must come out with the same
      *  number of events as the first time, otherwise nothing is
      *  written and the run ends ABND rather than hand out sequence
      *  numbers that belong to the following days.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNON-LOG ASSIGN TO "SIGNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNLOG-STATUS.

           SELECT SECURITY-EVENT ASSIGN TO "SECEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECEVT-STATUS.

           SELECT USRMAST-AUDIT ASSIGN TO "USRAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USRAUDIT-STATUS.

           SELECT EMPLOYEE-REFERENCE ASSIGN TO "EMPLREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLREF-STATUS.

           SELECT SIEM-SEQUENCE ASSIGN TO "SIEMSEQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIEMSEQ-KEY
               FILE STATUS IS WS-SIEMSEQ-STATUS.

           SELECT SORT-WORK ASSIGN TO "SIEMSRTW".

           SELECT SIEM-FEED ASSIGN TO "SIEMFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIEMFEED-STATUS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNON-LOG.
       COPY "sgnlog.cpy".

       FD  SECURITY-EVENT.
       COPY "secevt.cpy".

       FD  USRMAST-AUDIT.
       COPY "audusr.cpy".

       FD  EMPLOYEE-REFERENCE.
       COPY "emplref.cpy".

       FD  SIEM-SEQUENCE.
       COPY "siemseq.cpy".

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SW-EVENT-DATE           PIC 9(08).
           05  SW-EVENT-TIME           PIC 9(08).
           05  SW-SOURCE               PIC 9(01).
           05  SW-INPUT-SEQ            PIC 9(08).
           05  SW-EVENT-CLASS          PIC X(06).
           05  SW-USER-ID              PIC X(10).
           05  SW-EVENT-CODE           PIC X(04).
           05  SW-OPERATOR-ID          PIC X(10).
           05  SW-DEPT-CODE            PIC X(04).
           05  SW-TERMINAL-ID          PIC X(08).
           05  SW-APPROVER-ID          PIC X(10).

       FD  SIEM-FEED.
       01  SIEM-LINE                   PIC X(100).

       FD  RUN-CONTROL.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SIGNLOG-STATUS           PIC X(02).
       01  WS-SECEVT-STATUS            PIC X(02).
       01  WS-USRAUDIT-STATUS          PIC X(02).
       01  WS-EMPLREF-STATUS           PIC X(02).
       01  WS-SIEMSEQ-STATUS           PIC X(02).
           88  SIEMSEQ-OK                      VALUE '00'.
           88  SIEMSEQ-NOT-FOUND               VALUE '35'.
       01  WS-SIEMFEED-STATUS          PIC X(02).
       01  WS-RUNCTL-STATUS            PIC X(02).
       01  WS-RUN-START-DATE           PIC 9(08) VALUE ZEROS.
       01  WS-TODAY-DATE               PIC 9(08) VALUE ZEROS.
       01  WS-EXTRACT-DATE             PIC 9(08) VALUE ZEROS.
       01  WS-ENTERED-DATE             PIC X(08).
       01  WS-FILE-NAME                PIC X(08).
       01  WS-OPEN-STATUS              PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-EOF                      VALUE 'Y'.
           05  WS-REF-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-REF-EOF                  VALUE 'Y'.
           05  WS-SEQ-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-SEQ-EOF                  VALUE 'Y'.
           05  WS-RUN-FAILED-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-RUN-FAILED               VALUE 'Y'.
           05  WS-SIEMSEQ-OPEN-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-SIEMSEQ-OPEN             VALUE 'Y'.
      *  N = day never extracted, L = extracted before and still the
      *  last day sent, F = extracted before with later days sent
      *  since, so the count must match the first time
           05  WS-EXTRACT-KIND         PIC X(01) VALUE 'N'.
               88  WS-NEW-EXTRACT              VALUE 'N'.
               88  WS-LAST-EXTRACT-AGAIN       VALUE 'L'.
               88  WS-FIXED-EXTRACT-AGAIN      VALUE 'F'.

       01  WS-HIGH-FILE-NO             PIC 9(06) VALUE ZERO.
       01  WS-HIGH-SEQ                 PIC 9(10) VALUE ZERO.
       01  WS-FILE-NO                  PIC 9(06) VALUE ZERO.
       01  WS-FIRST-SEQ                PIC 9(10) VALUE ZERO.
       01  WS-EVENT-SEQ                PIC 9(10) VALUE ZERO.
       01  WS-RUN-NO                   PIC 9(03) VALUE ZERO.
       01  WS-PRIOR-TOTAL              PIC 9(08) VALUE ZERO.

       01  WS-INPUT-SEQ                PIC 9(08) COMP VALUE ZERO.
       01  WS-RECORDS-READ             PIC 9(08) COMP VALUE ZERO.
       01  WS-SIGNON-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-REJECT-COUNT             PIC 9(08) COMP VALUE ZERO.
       01  WS-MAINT-COUNT              PIC 9(08) COMP VALUE ZERO.
       01  WS-EVENT-TOTAL              PIC 9(08) COMP VALUE ZERO.
       01  WS-EVENTS-WRITTEN           PIC 9(08) COMP VALUE ZERO.
       01  WS-EVENTS-NOT-SENT          PIC 9(08) COMP VALUE ZERO.

       01  WS-LOOKUP-USER-ID           PIC X(10).
       01  WS-EMP-NAME                 PIC X(30).
       01  WS-EMP-DEPT                 PIC X(04).

       01  WS-ER-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  WS-ER-LIMIT                 PIC 9(04) COMP VALUE 2000.
       01  WS-ER-TABLE.
           05  WS-ER-ENTRY OCCURS 2000 TIMES
                   INDEXED BY EX.
               10  WS-ER-USER-ID       PIC X(10).
               10  WS-ER-EMP-NAME      PIC X(30).
               10  WS-ER-DEPT-CODE     PIC X(04).

      *  Working view of a USRMAST-RECORD image carried in the audit
      *  record, to pull out the USER-ID
       01  WS-IMAGE-AREA.
           05  WS-IMG-USER-ID          PIC X(10).
           05  FILLER                  PIC X(40).

       01  SIEM-HEADER-LINE.
           05  FILLER                  PIC X(02) VALUE 'H;'.
           05  FILLER                  PIC X(09) VALUE 'SIEMFEED;'.
           05  SH-FILE-NO              PIC 9(06).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  SH-EXTRACT-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  SH-CREATED-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  SH-CREATED-TIME         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  SH-FIRST-SEQ            PIC 9(10).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  SH-RUN-NO               PIC 9(03).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  SIEM-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE 'D;'.
           05  SD-EVENT-SEQ            PIC 9(10).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  SD-EVENT-CLASS          PIC X(06).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  SD-USER-ID              PIC X(10).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  SD-EVENT-DATE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  SD-EVENT-TIME           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  SD-EVENT-CODE           PIC X(04).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  SD-OPERATOR-ID          PIC X(10).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  SD-DEPT-CODE            PIC X(04).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  SD-TERMINAL-ID          PIC X(08).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  SD-APPROVER-ID          PIC X(10).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  SIEM-TRAILER-LINE.
           05  FILLER                  PIC X(02) VALUE 'T;'.
           05  ST-FILE-NO              PIC 9(06).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  ST-EXTRACT-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  ST-SIGNON-COUNT         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  ST-REJECT-COUNT         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  ST-MAINT-COUNT          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  ST-EVENT-TOTAL          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ';'.
           05  ST-LAST-SEQ             PIC 9(10).
           05  FILLER                  PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      *  0000-MAINLINE
      *****************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT

           IF NOT WS-RUN-FAILED
               SORT SORT-WORK
                   ON ASCENDING KEY SW-EVENT-DATE SW-EVENT-TIME
                       SW-SOURCE SW-INPUT-SEQ
                   INPUT PROCEDURE IS 1500-SELECT-EVENTS
                       THRU 1500-SELECT-EVENTS-EXIT
                   OUTPUT PROCEDURE IS 2000-WRITE-FEED
                       THRU 2000-WRITE-FEED-EXIT
           END-IF

           PERFORM 8000-FINALIZE
               THRU 8000-FINALIZE-EXIT

           STOP RUN.

      *****************************************************************
      *  1000-INITIALIZE - date of the events, EMPLREF, and the file
      *  number and first sequence number from SIEMSEQ
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 9000-WRITE-RUN-START
               THRU 9000-WRITE-RUN-START-EXIT

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY 'SIEMFEED - DATE DES EVENEMENTS (AAAAMMJJ, '
               'VIDE = AUJOURD''HUI): '
           ACCEPT WS-ENTERED-DATE
           IF WS-ENTERED-DATE IS NUMERIC
               MOVE WS-ENTERED-DATE TO WS-EXTRACT-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-EXTRACT-DATE
           END-IF
           IF WS-EXTRACT-DATE > WS-TODAY-DATE
               DISPLAY 'SIEMFEED - DATE POSTERIEURE A AUJOURD''HUI'
               SET WS-RUN-FAILED TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF

           PERFORM 1200-LOAD-REFERENCE-TABLE
               THRU 1200-LOAD-REFERENCE-TABLE-EXIT

           PERFORM 1300-READ-SEQUENCE-CONTROL
               THRU 1300-READ-SEQUENCE-CONTROL-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *****************************************************************
      *  1200-LOAD-REFERENCE-TABLE - EMPLREF into core for the
      *  department; a file that cannot be opened leaves the table
      *  empty and the department blank
      *****************************************************************
       1200-LOAD-REFERENCE-TABLE.
           MOVE SPACES TO WS-ER-TABLE
           OPEN INPUT EMPLOYEE-REFERENCE
           IF WS-EMPLREF-STATUS = '00'
               PERFORM 1250-LOAD-REF-RECORD
                   THRU 1250-LOAD-REF-RECORD-EXIT
                   UNTIL WS-REF-EOF
               CLOSE EMPLOYEE-REFERENCE
           END-IF.
       1200-LOAD-REFERENCE-TABLE-EXIT.
           EXIT.

       1250-LOAD-REF-RECORD.
           READ EMPLOYEE-REFERENCE
               AT END
                   SET WS-REF-EOF TO TRUE
               NOT AT END
                   IF WS-ER-COUNT >= WS-ER-LIMIT
                       DISPLAY 'SIEMFEED - TABLE DES EMPLOYES '
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

      *****************************************************************
      *  1300-READ-SEQUENCE-CONTROL - the highest file number and
      *  sequence number handed out so far, then the day's own entry
      *  when it was extracted before.  SIEMSEQ stays open until the
      *  day's entry is written at the end of the feed.
      *****************************************************************
       1300-READ-SEQUENCE-CONTROL.
           OPEN I-O SIEM-SEQUENCE
           IF SIEMSEQ-NOT-FOUND
               OPEN OUTPUT SIEM-SEQUENCE
               CLOSE SIEM-SEQUENCE
               OPEN I-O SIEM-SEQUENCE
           END-IF
           IF NOT SIEMSEQ-OK
               DISPLAY 'ERREUR OUVERTURE SIEMSEQ, CODE '
                   WS-SIEMSEQ-STATUS
               SET WS-RUN-FAILED TO TRUE
               GO TO 1300-READ-SEQUENCE-CONTROL-EXIT
           END-IF
           SET WS-SIEMSEQ-OPEN TO TRUE

           MOVE ZEROS TO SQ-EXTRACT-DATE
           START SIEM-SEQUENCE KEY IS NOT LESS THAN SIEMSEQ-KEY
               INVALID KEY
                   SET WS-SEQ-EOF TO TRUE
           END-START
           PERFORM 1350-SCAN-SEQUENCE-RECORD
               THRU 1350-SCAN-SEQUENCE-RECORD-EXIT
               UNTIL WS-SEQ-EOF

           MOVE WS-EXTRACT-DATE TO SQ-EXTRACT-DATE
           READ SIEM-SEQUENCE
               INVALID KEY
                   SET WS-NEW-EXTRACT TO TRUE
                   COMPUTE WS-FILE-NO = WS-HIGH-FILE-NO + 1
                   COMPUTE WS-FIRST-SEQ = WS-HIGH-SEQ + 1
                   MOVE 1 TO WS-RUN-NO
               NOT INVALID KEY
                   MOVE SQ-FILE-NO TO WS-FILE-NO
                   MOVE SQ-FIRST-SEQ TO WS-FIRST-SEQ
                   COMPUTE WS-RUN-NO = SQ-RUN-COUNT + 1
                   COMPUTE WS-PRIOR-TOTAL = SQ-SIGNON-COUNT
                       + SQ-REJECT-COUNT + SQ-MAINT-COUNT
                   IF SQ-FILE-NO = WS-HIGH-FILE-NO
                       SET WS-LAST-EXTRACT-AGAIN TO TRUE
                   ELSE
                       SET WS-FIXED-EXTRACT-AGAIN TO TRUE
                   END-IF
                   DISPLAY 'SIEMFEED - JOURNEE DEJA EXTRAITE, FICHIER '
                       SQ-FILE-NO ' PASSAGE ' WS-RUN-NO
           END-READ.
       1300-READ-SEQUENCE-CONTROL-EXIT.
           EXIT.

       1350-SCAN-SEQUENCE-RECORD.
           READ SIEM-SEQUENCE NEXT RECORD
               AT END
                   SET WS-SEQ-EOF TO TRUE
               NOT AT END
                   IF SQ-FILE-NO > WS-HIGH-FILE-NO
                       MOVE SQ-FILE-NO TO WS-HIGH-FILE-NO
                   END-IF
                   IF SQ-LAST-SEQ > WS-HIGH-SEQ
                       MOVE SQ-LAST-SEQ TO WS-HIGH-SEQ
                   END-IF
           END-READ.
       1350-SCAN-SEQUENCE-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *  1500-SELECT-EVENTS - SORT input procedure.  Releases the
      *  day's records of the three sources in the common layout.  An
      *  absent source is taken as having no events that day; any
      *  other open failure fails the run.
      *****************************************************************
       1500-SELECT-EVENTS.
           OPEN INPUT SIGNON-LOG
           MOVE 'SIGNLOG ' TO WS-FILE-NAME
           MOVE WS-SIGNLOG-STATUS TO WS-OPEN-STATUS
           PERFORM 1550-CHECK-SOURCE-OPEN
               THRU 1550-CHECK-SOURCE-OPEN-EXIT
           IF WS-SIGNLOG-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1600-RELEASE-SIGNON
                   THRU 1600-RELEASE-SIGNON-EXIT
                   UNTIL WS-EOF
               CLOSE SIGNON-LOG
           END-IF

           OPEN INPUT SECURITY-EVENT
           MOVE 'SECEVT  ' TO WS-FILE-NAME
           MOVE WS-SECEVT-STATUS TO WS-OPEN-STATUS
           PERFORM 1550-CHECK-SOURCE-OPEN
               THRU 1550-CHECK-SOURCE-OPEN-EXIT
           IF WS-SECEVT-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1700-RELEASE-REJECTION
                   THRU 1700-RELEASE-REJECTION-EXIT
                   UNTIL WS-EOF
               CLOSE SECURITY-EVENT
           END-IF

           OPEN INPUT USRMAST-AUDIT
           MOVE 'USRAUDIT' TO WS-FILE-NAME
           MOVE WS-USRAUDIT-STATUS TO WS-OPEN-STATUS
           PERFORM 1550-CHECK-SOURCE-OPEN
               THRU 1550-CHECK-SOURCE-OPEN-EXIT
           IF WS-USRAUDIT-STATUS = '00'
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM 1800-RELEASE-MAINTENANCE
                   THRU 1800-RELEASE-MAINTENANCE-EXIT
                   UNTIL WS-EOF
               CLOSE USRMAST-AUDIT
           END-IF

           COMPUTE WS-EVENT-TOTAL = WS-SIGNON-COUNT
               + WS-REJECT-COUNT + WS-MAINT-COUNT.
       1500-SELECT-EVENTS-EXIT.
           EXIT.

       1550-CHECK-SOURCE-OPEN.
           IF WS-OPEN-STATUS = '00'
               GO TO 1550-CHECK-SOURCE-OPEN-EXIT
           END-IF
           IF WS-OPEN-STATUS = '35'
               DISPLAY 'AVERTISSEMENT - ' WS-FILE-NAME
                   ' ABSENT, AUCUN EVENEMENT'
           ELSE
               DISPLAY 'ERREUR OUVERTURE ' WS-FILE-NAME
                   ', CODE ' WS-OPEN-STATUS
               SET WS-RUN-FAILED TO TRUE
           END-IF.
       1550-CHECK-SOURCE-OPEN-EXIT.
           EXIT.

       1600-RELEASE-SIGNON.
           READ SIGNON-LOG
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1600-RELEASE-SIGNON-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF SL-SIGNON-DATE NOT = WS-EXTRACT-DATE
               GO TO 1600-RELEASE-SIGNON-EXIT
           END-IF

           MOVE SPACES TO SORT-WORK-RECORD
           MOVE 1 TO SW-SOURCE
           MOVE 'SIGNON' TO SW-EVENT-CLASS
           MOVE SL-USER-ID TO SW-USER-ID
           MOVE SL-SIGNON-DATE TO SW-EVENT-DATE
           MOVE SL-SIGNON-TIME TO SW-EVENT-TIME
           IF SL-EVENT-SIGNOFF
               MOVE 'OFF ' TO SW-EVENT-CODE
           ELSE
               MOVE 'ON  ' TO SW-EVENT-CODE
           END-IF
           MOVE SL-TERMINAL-ID TO SW-TERMINAL-ID
           ADD 1 TO WS-SIGNON-COUNT
           PERFORM 1900-RELEASE-EVENT
               THRU 1900-RELEASE-EVENT-EXIT.
       1600-RELEASE-SIGNON-EXIT.
           EXIT.

       1700-RELEASE-REJECTION.
           READ SECURITY-EVENT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1700-RELEASE-REJECTION-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF SE-EVENT-DATE NOT = WS-EXTRACT-DATE
               GO TO 1700-RELEASE-REJECTION-EXIT
           END-IF

           MOVE SPACES TO SORT-WORK-RECORD
           MOVE 2 TO SW-SOURCE
           MOVE 'REJECT' TO SW-EVENT-CLASS
           MOVE SE-USER-ID TO SW-USER-ID
           MOVE SE-EVENT-DATE TO SW-EVENT-DATE
           MOVE SE-EVENT-TIME TO SW-EVENT-TIME
           MOVE SE-REASON-CODE TO SW-EVENT-CODE
           MOVE SE-TERMINAL-ID TO SW-TERMINAL-ID
           ADD 1 TO WS-REJECT-COUNT
           PERFORM 1900-RELEASE-EVENT
               THRU 1900-RELEASE-EVENT-EXIT.
       1700-RELEASE-REJECTION-EXIT.
           EXIT.

      *  The account is taken from the after image; a parameter
      *  change carries 'SYSPARM' in that position
       1800-RELEASE-MAINTENANCE.
           READ USRMAST-AUDIT
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 1800-RELEASE-MAINTENANCE-EXIT
           END-READ
           ADD 1 TO WS-RECORDS-READ
           IF AU-ACTION-DATE NOT = WS-EXTRACT-DATE
               GO TO 1800-RELEASE-MAINTENANCE-EXIT
           END-IF

           MOVE AU-AFTER-IMAGE TO WS-IMAGE-AREA
           MOVE SPACES TO SORT-WORK-RECORD
           MOVE 3 TO SW-SOURCE
           MOVE 'MAINT ' TO SW-EVENT-CLASS
           MOVE WS-IMG-USER-ID TO SW-USER-ID
           MOVE AU-ACTION-DATE TO SW-EVENT-DATE
           MOVE AU-ACTION-TIME TO SW-EVENT-TIME
           MOVE AU-ACTION-CODE TO SW-EVENT-CODE
           MOVE AU-OPERATOR-ID TO SW-OPERATOR-ID
           MOVE AU-APPROVER-ID TO SW-APPROVER-ID
           ADD 1 TO WS-MAINT-COUNT
           PERFORM 1900-RELEASE-EVENT
               THRU 1900-RELEASE-EVENT-EXIT.
       1800-RELEASE-MAINTENANCE-EXIT.
           EXIT.

       1900-RELEASE-EVENT.
           MOVE SW-USER-ID TO WS-LOOKUP-USER-ID
           PERFORM 7000-LOOKUP-EMPLOYEE
               THRU 7000-LOOKUP-EMPLOYEE-EXIT
           MOVE WS-EMP-DEPT TO SW-DEPT-CODE
           ADD 1 TO WS-INPUT-SEQ
           MOVE WS-INPUT-SEQ TO SW-INPUT-SEQ
           RELEASE SORT-WORK-RECORD.
       1900-RELEASE-EVENT-EXIT.
           EXIT.

      *****************************************************************
      *  2000-WRITE-FEED - SORT output procedure.  Header, one
      *  numbered record per event, trailer, then the day's SIEMSEQ
      *  entry.  A day sent again after later days must keep its
      *  event count, since its sequence numbers are fixed.
      *****************************************************************
       2000-WRITE-FEED.
           IF WS-RUN-FAILED
               MOVE WS-EVENT-TOTAL TO WS-EVENTS-NOT-SENT
               DISPLAY 'SIEMFEED - SOURCE ILLISIBLE, FICHIER NON '
                   'PRODUIT'
               GO TO 2000-WRITE-FEED-EXIT
           END-IF
           IF WS-FIXED-EXTRACT-AGAIN
               AND WS-EVENT-TOTAL NOT = WS-PRIOR-TOTAL
               MOVE WS-EVENT-TOTAL TO WS-EVENTS-NOT-SENT
               SET WS-RUN-FAILED TO TRUE
               DISPLAY 'SIEMFEED - JOURNEE ENVOYEE AVEC '
                   WS-PRIOR-TOTAL ' EVENEMENTS, ' WS-EVENT-TOTAL
                   ' AUJOURD''HUI'
               DISPLAY 'SIEMFEED - JOURS SUIVANTS DEJA ENVOYES, '
                   'NUMEROTATION IMPOSSIBLE - FICHIER NON PRODUIT'
               GO TO 2000-WRITE-FEED-EXIT
           END-IF

           OPEN OUTPUT SIEM-FEED
           IF WS-SIEMFEED-STATUS NOT = '00'
               DISPLAY 'ERREUR OUVERTURE SIEMFEED.DAT, CODE '
                   WS-SIEMFEED-STATUS
               MOVE WS-EVENT-TOTAL TO WS-EVENTS-NOT-SENT
               SET WS-RUN-FAILED TO TRUE
               GO TO 2000-WRITE-FEED-EXIT
           END-IF

           MOVE WS-FILE-NO TO SH-FILE-NO
           MOVE WS-EXTRACT-DATE TO SH-EXTRACT-DATE
           ACCEPT SH-CREATED-DATE FROM DATE YYYYMMDD
           ACCEPT SH-CREATED-TIME FROM TIME
           MOVE WS-FIRST-SEQ TO SH-FIRST-SEQ
           MOVE WS-RUN-NO TO SH-RUN-NO
           WRITE SIEM-LINE FROM SIEM-HEADER-LINE

           COMPUTE WS-EVENT-SEQ = WS-FIRST-SEQ - 1
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM 2100-WRITE-EVENT
               THRU 2100-WRITE-EVENT-EXIT
               UNTIL WS-EOF

           MOVE WS-FILE-NO TO ST-FILE-NO
           MOVE WS-EXTRACT-DATE TO ST-EXTRACT-DATE
           MOVE WS-SIGNON-COUNT TO ST-SIGNON-COUNT
           MOVE WS-REJECT-COUNT TO ST-REJECT-COUNT
           MOVE WS-MAINT-COUNT TO ST-MAINT-COUNT
           MOVE WS-EVENTS-WRITTEN TO ST-EVENT-TOTAL
           MOVE WS-EVENT-SEQ TO ST-LAST-SEQ
           WRITE SIEM-LINE FROM SIEM-TRAILER-LINE
           CLOSE SIEM-FEED

           PERFORM 2900-UPDATE-SEQUENCE-CONTROL
               THRU 2900-UPDATE-SEQUENCE-CONTROL-EXIT.
       2000-WRITE-FEED-EXIT.
           EXIT.

       2100-WRITE-EVENT.
           RETURN SORT-WORK
               AT END
                   SET WS-EOF TO TRUE
                   GO TO 2100-WRITE-EVENT-EXIT
           END-RETURN
           ADD 1 TO WS-EVENT-SEQ
           MOVE WS-EVENT-SEQ TO SD-EVENT-SEQ
           MOVE SW-EVENT-CLASS TO SD-EVENT-CLASS
           MOVE SW-USER-ID TO SD-USER-ID
           MOVE SW-EVENT-DATE TO SD-EVENT-DATE
           MOVE SW-EVENT-TIME TO SD-EVENT-TIME
           MOVE SW-EVENT-CODE TO SD-EVENT-CODE
           MOVE SW-OPERATOR-ID TO SD-OPERATOR-ID
           MOVE SW-DEPT-CODE TO SD-DEPT-CODE
           MOVE SW-TERMINAL-ID TO SD-TERMINAL-ID
           MOVE SW-APPROVER-ID TO SD-APPROVER-ID
           WRITE SIEM-LINE FROM SIEM-DETAIL-LINE
           ADD 1 TO WS-EVENTS-WRITTEN.
       2100-WRITE-EVENT-EXIT.
           EXIT.

      *****************************************************************
      *  2900-UPDATE-SEQUENCE-CONTROL - record the day's file number,
      *  sequence range and counts once the feed is complete
      *****************************************************************
       2900-UPDATE-SEQUENCE-CONTROL.
           MOVE SPACES TO SIEM-SEQUENCE-RECORD
           MOVE WS-EXTRACT-DATE TO SQ-EXTRACT-DATE
           MOVE WS-FILE-NO TO SQ-FILE-NO
           MOVE WS-FIRST-SEQ TO SQ-FIRST-SEQ
           MOVE WS-EVENT-SEQ TO SQ-LAST-SEQ
           MOVE WS-SIGNON-COUNT TO SQ-SIGNON-COUNT
           MOVE WS-REJECT-COUNT TO SQ-REJECT-COUNT
           MOVE WS-MAINT-COUNT TO SQ-MAINT-COUNT
           ACCEPT SQ-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT SQ-RUN-TIME FROM TIME
           MOVE WS-RUN-NO TO SQ-RUN-COUNT
           IF WS-NEW-EXTRACT
               WRITE SIEM-SEQUENCE-RECORD
                   INVALID KEY
                       DISPLAY 'ERREUR ECRITURE SIEMSEQ, CODE '
                           WS-SIEMSEQ-STATUS
                       SET WS-RUN-FAILED TO TRUE
               END-WRITE
           ELSE
               REWRITE SIEM-SEQUENCE-RECORD
                   INVALID KEY
                       DISPLAY 'ERREUR MISE A JOUR SIEMSEQ, CODE '
                           WS-SIEMSEQ-STATUS
                       SET WS-RUN-FAILED TO TRUE
               END-REWRITE
           END-IF.
       2900-UPDATE-SEQUENCE-CONTROL-EXIT.
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
      *  8000-FINALIZE - console totals and the run-control end record
      *****************************************************************
       8000-FINALIZE.
           IF WS-SIEMSEQ-OPEN
               CLOSE SIEM-SEQUENCE
           END-IF

           DISPLAY 'SIEMFEED - DATE ' WS-EXTRACT-DATE
               ' FICHIER ' WS-FILE-NO
           DISPLAY 'SIEMFEED - CONNEXIONS: ' WS-SIGNON-COUNT
               ' REJETS: ' WS-REJECT-COUNT
               ' MAINTENANCE: ' WS-MAINT-COUNT
           DISPLAY 'SIEMFEED - EVENEMENTS ECRITS: ' WS-EVENTS-WRITTEN
           IF WS-EVENTS-WRITTEN > ZERO
               DISPLAY 'SIEMFEED - SEQUENCES ' WS-FIRST-SEQ
                   ' A ' WS-EVENT-SEQ
           END-IF
           IF NOT WS-RUN-FAILED
               AND WS-EVENTS-WRITTEN NOT = WS-EVENT-TOTAL
               DISPLAY '*** TOTAUX DE CONTROLE NON EQUILIBRES ***'
               SET WS-RUN-FAILED TO TRUE
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
               MOVE 'SIEMFEED' TO RC-PROGRAM-ID
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
      *  record of the three sources, written the events sent,
      *  rejected the day's events left out of a feed not produced
      *****************************************************************
       9100-WRITE-RUN-END.
           OPEN EXTEND RUN-CONTROL
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY 'AVERTISSEMENT - ECRITURE RUNCTL '
                   'IMPOSSIBLE, CODE ' WS-RUNCTL-STATUS
           ELSE
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE 'SIEMFEED' TO RC-PROGRAM-ID
               MOVE 'END' TO RC-RECORD-TYPE
               MOVE WS-RUN-START-DATE TO RC-RUN-DATE
               ACCEPT RC-RUN-TIME FROM TIME
               MOVE WS-RECORDS-READ TO RC-RECORDS-READ
               MOVE WS-EVENTS-WRITTEN TO RC-RECORDS-WRITTEN
               MOVE WS-EVENTS-NOT-SENT TO RC-RECORDS-REJECTED
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
