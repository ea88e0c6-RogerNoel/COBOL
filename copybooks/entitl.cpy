      *****************************************************************
      *  ENTITL.CPY
      *  Record layout for the ENTITLEMENT file - one record per
      *  USER-ID and application code the user is cleared to sign on
      *  to, keyed on the pair.  Carries the date the entitlement was
      *  granted and the supervisor who granted it.  Maintained
      *  through ENTMAINT; checked by EXERCICE1 and EXERC1B on every
      *  sign-on and listed by application and department by ENTRPT.
      *  An entitlement is withdrawn by deleting its record.
      *****************************************************************
       01  ENTITLEMENT-RECORD.
           05  ENTITL-KEY.
               10  EN-USER-ID              PIC X(10).
               10  EN-APP-CODE             PIC X(04).
           05  EN-GRANT-DATE               PIC 9(08).
           05  EN-GRANTED-BY               PIC X(10).
           05  FILLER                      PIC X(08).
