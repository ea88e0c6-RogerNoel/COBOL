      *  record is written for every add, change or deactivation of a
      *  USER-MASTER record, carrying the operator, the action and the
      *  full before and after images of USRMAST-RECORD (status flags
      *  included).  The before image is spaces on an add.  A session
      *  force-closed by a supervisor is recorded as FCLS with the
      *  account, unchanged, in both images.  A change held for a
      *  second supervisor is written when it is approved, with the
      *  requesting supervisor as the operator and the approving one
      *  in AU-APPROVER-ID (spaces on every other record).  A SYSPARM
      *  change is recorded as PARM: both images then carry 'SYSPARM'
      *  in the key position and the parameter record further on, in
      *  the parameter views below, and are not USER-MASTER images.
      *  Shared by every program that writes or reports on USRAUDIT.
      *****************************************************************
       01  USRMAST-AUDIT-RECORD.
           05  AU-ACTION-CODE              PIC X(04).
               88  AU-ACTION-ADD                   VALUE 'ADD '.
               88  AU-ACTION-CHANGE                VALUE 'CHG '.
               88  AU-ACTION-DEACTIVATE            VALUE 'DEAC'.
               88  AU-ACTION-FORCE-CLOSE           VALUE 'FCLS'.
               88  AU-ACTION-PARAMETERS            VALUE 'PARM'.
           05  AU-ACTION-DATE              PIC 9(08).
           05  AU-ACTION-TIME              PIC 9(08).
           05  AU-OPERATOR-ID              PIC X(10).
           05  AU-BEFORE-IMAGE             PIC X(50).
           05  AU-BEFORE-PARM-VIEW REDEFINES AU-BEFORE-IMAGE.
               10  AU-BEFORE-PARM-KEY      PIC X(10).
               10  FILLER                  PIC X(08).
               10  AU-BEFORE-PARAMETERS    PIC X(22).
               10  FILLER                  PIC X(10).
           05  AU-AFTER-IMAGE              PIC X(50).
           05  AU-AFTER-PARM-VIEW REDEFINES AU-AFTER-IMAGE.
               10  AU-AFTER-PARM-KEY       PIC X(10).
               10  FILLER                  PIC X(08).
               10  AU-AFTER-PARAMETERS     PIC X(22).
               10  FILLER                  PIC X(10).
           05  AU-APPROVER-ID              PIC X(10).
