      *  written for every successful sign-on and, since the sign-off
      *  capture was added, for every recorded sign-off.  Records from
      *  before the event type existed carry spaces there and are
      *  treated as sign-ons.  The terminal id is the workstation the
      *  event came from; records written before it was captured
      *  carry spaces there.  The application code is the application
      *  signed on to; it is spaces on a sign-off and on records
      *  written before it was captured.  Shared by every program
      *  that reads or writes SIGNON-LOG.
      *****************************************************************
       01  SIGNON-LOG-RECORD.
           05  SL-USER-ID                  PIC X(10).
           05  SL-EVENT-TYPE               PIC X(03).
               88  SL-EVENT-SIGNON                 VALUE 'ON ' SPACES.
               88  SL-EVENT-SIGNOFF                VALUE 'OFF'.
           05  SL-TERMINAL-ID              PIC X(08).
           05  SL-APP-CODE                 PIC X(04).
           05  FILLER                      PIC X(03).
