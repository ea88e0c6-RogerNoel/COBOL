      *  Records from before the transaction type existed carry
      *  spaces there and are treated as sign-ons.  The new password
      *  is only meaningful on a 'CHG' transaction and carries spaces
      *  on the others.  Both passwords arrive as their PWDHASH
      *  protected values, computed by the front end that builds the
      *  file, so no clear-text password is ever written to it; a
      *  missing new password is left as spaces.  The terminal id is
      *  the workstation the transaction was keyed at, carried
      *  through to SIGNON-LOG and SECURITY-EVENT.  The application
      *  code names the application a sign-on is for; the user must
      *  hold an ENTITLEMENT record for it.
      *****************************************************************
       01  SIGNON-TRANS-RECORD.
           05  ST-USER-ID                  PIC X(10).
           05  ST-PASSWORD-HASH            PIC X(08).
           05  ST-TRANS-TYPE               PIC X(03).
               88  ST-TRANS-SIGNON                 VALUE 'ON ' SPACES.
               88  ST-TRANS-SIGNOFF                VALUE 'OFF'.
               88  ST-TRANS-PWDCHANGE              VALUE 'CHG'.
           05  ST-NEW-PASSWORD-HASH        PIC X(08).
           05  ST-TERMINAL-ID              PIC X(08).
           05  ST-APP-CODE                 PIC X(04).
           05  FILLER                      PIC X(03).
