      *****************************************************************
      *  STATHIST.CPY
      *  Record layout for the STATHIST statistics-history file of the
      *  monthly security scorecard - one record per department and
      *  one total record per month, appended by SECSCORE each time a
      *  month is scored and never purged, so the trend survives the
      *  LOGARCH purge of the logs the figures came from.  A month
      *  scored again is appended again with a later run date and
      *  time; readers take the last set written for a month.  The
      *  department code is spaces on the department record of the
      *  accounts with no EMPLREF entry and on the total record.  The
      *  account figures are a picture of USER-MASTER on the run date,
      *  the others cover the month; locked and must-change count
      *  active accounts only, dormant is measured with the threshold
      *  carried on the record.  The REDEFINES gives the figures as a
      *  table in the order SECSCORE prints them.
      *****************************************************************
       01  STATISTICS-HISTORY-RECORD.
           05  SH-PERIOD                   PIC 9(06).
           05  SH-RUN-DATE                 PIC 9(08).
           05  SH-RUN-TIME                 PIC 9(08).
           05  SH-RECORD-TYPE              PIC X(01).
               88  SH-DEPT-FIGURES                 VALUE 'D'.
               88  SH-TOTAL-FIGURES                VALUE 'T'.
           05  SH-DEPT-CODE                PIC X(04).
           05  SH-DORMANT-DAYS             PIC 9(03).
           05  SH-FIGURES.
               10  SH-ACTIVE-ACCOUNTS      PIC 9(07).
               10  SH-LOCKED-ACCOUNTS      PIC 9(07).
               10  SH-DEACTIVATED-ACCOUNTS PIC 9(07).
               10  SH-MUST-CHANGE-ACCOUNTS PIC 9(07).
               10  SH-SIGNON-USERS         PIC 9(07).
               10  SH-DORMANT-ACCOUNTS     PIC 9(07).
               10  SH-ORPHAN-ACCOUNTS      PIC 9(07).
               10  SH-REJECTS-PASSWORD     PIC 9(07).
               10  SH-REJECTS-PIN          PIC 9(07).
               10  SH-REJECTS-LOCKED       PIC 9(07).
               10  SH-REJECTS-DEACTIVATED  PIC 9(07).
               10  SH-REJECTS-UNKNOWN      PIC 9(07).
               10  SH-REJECTS-SESSION      PIC 9(07).
               10  SH-REJECTS-NOT-ENTITLED PIC 9(07).
               10  SH-REJECTS-OTHER        PIC 9(07).
           05  SH-FIGURE-TABLE REDEFINES SH-FIGURES.
               10  SH-FIGURE               PIC 9(07) OCCURS 15 TIMES.
           05  FILLER                      PIC X(05).
