      *****************************************************************
      *  PWDHASH.CPY
      *  Parameter block for the PWDHASH one-way password routine.
      *  The caller fills in the value type, the USER-ID the value
      *  belongs to and the four-character value as typed, and gets
      *  back the eight-character protected value that is stored in
      *  USER-MASTER, PWDHIST and SIGNON-TRANS.  The USER-ID and the
      *  value type go into the result, so two users with the same
      *  password - or a password equal to the PIN - do not produce
      *  the same protected value.  Shared by the routine (LINKAGE)
      *  and every caller (WORKING-STORAGE).
      *****************************************************************
       01  PWDHASH-PARAMETERS.
           05  PWH-VALUE-TYPE              PIC X(01).
               88  PWH-TYPE-PASSWORD               VALUE 'P'.
               88  PWH-TYPE-PIN                    VALUE 'N'.
           05  PWH-USER-ID                 PIC X(10).
           05  PWH-CLEAR-VALUE             PIC X(04).
           05  PWH-HASH-VALUE              PIC X(08).
