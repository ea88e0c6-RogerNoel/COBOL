      *****************************************************************
      *  ACTSESS.CPY
      *  Record layout for the ACTIVE-SESSIONS file - one record per
      *  USER-ID currently signed on, keyed on AS-USER-ID.  Written
      *  by EXERCICE1 and EXERC1B when a sign-on is accepted and
      *  deleted by the matching sign-off, so a second sign-on while
      *  the record exists is refused.  A stuck session is removed by
      *  a supervisor through USRMAINT, and SESSEOD clears whatever is
      *  still open at the end of the day.  The origin program says
      *  which sign-on path opened the session and the application
      *  code which application it was opened for.
      *****************************************************************
       01  ACTIVE-SESSION-RECORD.
           05  ACTSESS-KEY.
               10  AS-USER-ID              PIC X(10).
           05  AS-SIGNON-DATE              PIC 9(08).
           05  AS-SIGNON-TIME              PIC 9(08).
           05  AS-TERMINAL-ID              PIC X(08).
           05  AS-ORIGIN-PROGRAM           PIC X(08).
           05  AS-APP-CODE                 PIC X(04).
           05  FILLER                      PIC X(04).
