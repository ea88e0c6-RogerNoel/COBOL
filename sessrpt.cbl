      *                   is printed, and the session resumes at
      *                   00:00:00 - so a night shift is no longer
      *                   reported as two unrelated orphans.
      *  2026-10-15  RN   SIGNON-LOG record widened to carry the
      *                   terminal id - sort record follows.
      *****************************************************************
      *  Pairs up the ON and OFF events SIGNON-LOG now carries.  The
      *  log is sorted by USER-ID, date and time; within each user's
           05  SW-EVENT-TYPE           PIC X(03).
               88  SW-EVENT-SIGNON             VALUE 'ON ' SPACES.
               88  SW-EVENT-SIGNOFF            VALUE 'OFF'.
           05  SW-TERMINAL-ID          PIC X(08).
           05  FILLER                  PIC X(07).

       FD  SESSION-RPT.
