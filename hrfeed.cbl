      *                   feed record so HR's loader can allocate
      *                   time by cost centre; spaces when the user
      *                   has no reference entry.
      *  2026-10-15  RN   SIGNON-LOG record widened to carry the
      *                   terminal id - sort record follows.
      *****************************************************************
      *  Reads SIGNON-LOG end to end and writes one fixed-width record
      *  per USER-ID per day - USER-ID, date, first-in time and
           05  SW-EVENT-TYPE           PIC X(03).
               88  SW-EVENT-SIGNON             VALUE 'ON ' SPACES.
               88  SW-EVENT-SIGNOFF            VALUE 'OFF'.
           05  SW-TERMINAL-ID          PIC X(08).
           05  FILLER                  PIC X(07).

       FD  HR-FEED.
