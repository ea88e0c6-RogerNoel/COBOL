      *  so readers guard with a numeric test before using them.  The
      *  same guard applies to the password-history depth (how many
      *  previous passwords a new one is checked against, 4 when the
      *  field is absent or spaces) and to the terminal threshold (how
      *  many distinct USER-IDs one terminal may fail against in a
      *  day before TERMRPT flags it, 5 when absent or spaces) and to
      *  the number of days a privileged change may wait in
      *  PENDING-CHANGES for a second supervisor before it expires (7
      *  when absent or spaces).
      *****************************************************************
       01  SYSTEM-PARAMETER-RECORD.
           05  PA-LOCKOUT-LIMIT            PIC 9(01).
           05  PA-BUSINESS-START-TIME      PIC 9(04).
           05  PA-BUSINESS-END-TIME        PIC 9(04).
           05  PA-PWD-HISTORY-DEPTH        PIC 9(02).
           05  PA-TERM-USER-LIMIT          PIC 9(02).
           05  PA-PENDING-EXPIRE-DAYS      PIC 9(02).
