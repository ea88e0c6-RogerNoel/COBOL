      *  USER-MASTER so the layout only has to change in one place.
      *  Records written before the privilege class existed carry a
      *  space there and are treated as ordinary operators.
      *  The password and PIN are held only as the one-way values
      *  produced by the PWDHASH routine; a sign-on hashes what was
      *  typed and compares the result.  The original four-byte
      *  clear-text positions are kept as UM-LEGACY-CREDENTIALS so
      *  the PWDCONV conversion can read them - they are spaces on
      *  every converted record and nothing else may use them.
      *****************************************************************
       01  USRMAST-RECORD.
           05  USRMAST-KEY.
               10  UM-USER-ID              PIC X(10).
           05  UM-LEGACY-CREDENTIALS.
               10  UM-LEGACY-PASSWORD      PIC X(04).
               10  UM-LEGACY-PIN           PIC X(04).
           05  UM-PASSWORD-LAST-CHANGED    PIC 9(08).
           05  UM-FAILED-ATTEMPTS          PIC 9(01).
           05  UM-STATUS-FLAGS.
           05  UM-PRIV-CLASS               PIC X(01).
               88  UM-PRIV-OPERATOR                VALUE 'O' SPACE.
               88  UM-PRIV-SUPERVISOR              VALUE 'S'.
           05  UM-PASSWORD-HASH            PIC X(08).
           05  UM-PIN-HASH                 PIC X(08).
           05  FILLER                      PIC X(03).
