      *  place.  The change paths read the user's most recent entries
      *  (SYSPARM history depth) and reject a new password that
      *  matches one of them, so the expiration sweep cannot be
      *  defeated by typing the same password back in.  The password
      *  is carried as its PWDHASH value, so the reuse test compares
      *  protected values; PH-LEGACY-PASSWORD is the old clear-text
      *  position, read only by the PWDCONV conversion.
      *****************************************************************
       01  PASSWORD-HISTORY-RECORD.
           05  PH-USER-ID                  PIC X(10).
           05  PH-LEGACY-PASSWORD          PIC X(04).
           05  PH-CHANGE-DATE              PIC 9(08).
           05  PH-CHANGE-TIME              PIC 9(08).
           05  PH-PASSWORD-HASH            PIC X(08).
           05  FILLER                      PIC X(02).
