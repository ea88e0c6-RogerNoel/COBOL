      *  2026-09-02  RN   CMPRPT added to the preloaded stream table.
      *  2026-09-02  RN   USRCHECK added ahead of EXERC1B in the
      *                   preloaded stream table.
      *  2026-10-15  RN   TERMRPT added to the preloaded stream table.
      *  2026-10-15  RN   SESSEOD added to the preloaded stream table.
      *  2026-10-15  RN   PNDEXP added to the preloaded stream table.
      *  2026-10-15  RN   STRMDRV added to the preloaded stream table.
      *  2026-10-15  RN   SIEMFEED added to the preloaded stream table.
      *  2026-10-15  RN   SECSCORE added to the preloaded stream table.
      *****************************************************************
      *  Morning check of the nightly stream.  Reads RUNCTL for the
      *  given date (today when the operator presses ENTER) and prints
       01  WS-ENTERED-DATE             PIC X(08).
       01  WS-PROBLEM-COUNT            PIC 9(03) COMP VALUE ZERO.

       01  WS-PGM-COUNT                PIC 9(02) COMP VALUE 14.
       01  WS-PGM-LIMIT                PIC 9(02) COMP VALUE 15.
       01  WS-PGM-TABLE.
           05  FILLER                  PIC X(08) VALUE 'USRCHECK'.
           05  FILLER                  PIC X(08) VALUE 'SIGNRPT '.
           05  FILLER                  PIC X(08) VALUE 'SESSRPT '.
           05  FILLER                  PIC X(08) VALUE 'CMPRPT  '.
           05  FILLER                  PIC X(08) VALUE 'TERMRPT '.
           05  FILLER                  PIC X(08) VALUE 'SESSEOD '.
           05  FILLER                  PIC X(08) VALUE 'PNDEXP  '.
           05  FILLER                  PIC X(08) VALUE 'HRFEED  '.
           05  FILLER                  PIC X(08) VALUE 'LOGARCH '.
           05  FILLER                  PIC X(08) VALUE 'STRMDRV '.
           05  FILLER                  PIC X(08) VALUE 'SIEMFEED'.
           05  FILLER                  PIC X(08) VALUE 'SECSCORE'.
           05  FILLER                  PIC X(08) VALUE SPACES.
       01  WS-PGM-NAMES REDEFINES WS-PGM-TABLE.
           05  WS-PGM-NAME             PIC X(08) OCCURS 15 TIMES
                                       INDEXED BY PX.
