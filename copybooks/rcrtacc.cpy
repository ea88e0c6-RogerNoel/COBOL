      *****************************************************************
      *  RCRTACC.CPY
      *  Record layout for the RCRTACC recertification campaign file -
      *  one record per account put on a department's recertification
      *  sheet, in department and USER-ID order.  Written by RCRTRPT
      *  when the sheets are printed and read back by RCRTUPD, so the
      *  answers are checked against the accounts the managers were
      *  actually asked about.  The campaign is the year and quarter
      *  (2026T4); the department is the EMPLREF one (spaces when the
      *  account has none) and the manager the DEPTMST one at the
      *  time the sheets were printed.
      *****************************************************************
       01  RECERT-ACCOUNT-RECORD.
           05  RA-CAMPAIGN                 PIC X(06).
           05  RA-DEPT-CODE                PIC X(04).
           05  RA-USER-ID                  PIC X(10).
           05  RA-MANAGER-ID               PIC X(10).
           05  RA-PRIV-CLASS               PIC X(01).
           05  RA-ISSUE-DATE               PIC 9(08).
           05  FILLER                      PIC X(11).
