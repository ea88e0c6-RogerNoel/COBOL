      *  2026-09-02  RN   Initial version - history query over the
      *                   SIGNON-ARCHIVE put away by LOGARCH plus the
      *                   live log.
      *  2026-10-15  RN   SIGNON-LOG record widened to carry the
      *                   terminal id - archive and sort records follow.
      *****************************************************************
      *  Answers the audit question "show me this user's sign-ons for
      *  that period" after LOGARCH has moved the records out of the
       DATA DIVISION.
       FILE SECTION.
       FD  SIGNON-ARCHIVE.
       01  SIGNON-ARCHIVE-RECORD       PIC X(44).

       FD  SIGNON-LOG.
       COPY "sgnlog.cpy".
           05  SW-EVENT-TYPE           PIC X(03).
               88  SW-EVENT-SIGNON             VALUE 'ON ' SPACES.
               88  SW-EVENT-SIGNOFF            VALUE 'OFF'.
           05  SW-TERMINAL-ID          PIC X(08).
           05  FILLER                  PIC X(07).

       FD  QUERY-RPT.
