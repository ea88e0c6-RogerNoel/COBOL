      *  SECEVT.CPY
      *  Record layout for the SECURITY-EVENT file.  One record is
      *  written for every rejected sign-on attempt, with a reason
      *  code saying why it was turned away and the terminal id of
      *  the workstation it came from (spaces on records written
      *  before the terminal was captured).  Shared by every program
      *  that writes or reports on SECURITY-EVENT.
      *****************************************************************
       01  SECURITY-EVENT-RECORD.
               88  SE-ACCOUNT-LOCKED               VALUE 'LOCK'.
               88  SE-ACCOUNT-DEACTIVATED          VALUE 'DEAC'.
               88  SE-UNKNOWN-USER                 VALUE 'UNKN'.
               88  SE-SESSION-ALREADY-OPEN         VALUE 'SESS'.
               88  SE-NOT-ENTITLED                 VALUE 'APPL'.
           05  SE-TERMINAL-ID              PIC X(08).
           05  FILLER                      PIC X(02).
