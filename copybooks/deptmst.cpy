      *****************************************************************
      *  DEPTMST.CPY
      *  Record layout for the DEPTMST department-master file - one
      *  record per department code naming the department and the
      *  USER-ID of the manager responsible for it (the department
      *  head who recertifies its accounts; spaces when none has been
      *  named, as on records written before the manager was kept).
      *  Maintained through the REFMAINT dialogue and read by the
      *  reporting programs to caption the department rollups.  The
      *  codes are referenced by the EMPLREF employee-reference
      *  records.
      *****************************************************************
       01  DEPARTMENT-MASTER-RECORD.
           05  DP-DEPT-CODE                PIC X(04).
           05  DP-DEPT-NAME                PIC X(30).
           05  DP-MANAGER-ID               PIC X(10).
           05  FILLER                      PIC X(06).
