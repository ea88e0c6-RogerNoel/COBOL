      *****************************************************************
      *  PNDCHG.CPY
      *  Record layout for the PENDING-CHANGES file - one record per
      *  privileged USRMAINT change held for a second supervisor,
      *  keyed on a request number allocated in ascending order.
      *  Three kinds of change are held: the supervisor class given
      *  to an account (SUPV), a password reset on an account that is
      *  already a supervisor (SPWD) and a SYSPARM change (PARM).  The
      *  record carries what is to be applied - the protected password
      *  and PIN (spaces when the request does not reset them) and the
      *  class, or the SYSPARM record before and after - so nothing
      *  reaches USER-MASTER or SYSPARM until the change is approved.
      *  Decided records stay on file with their status, the deciding
      *  supervisor and the decision date; PNDEXP expires the requests
      *  left pending longer than the SYSPARM delay.
      *****************************************************************
       01  PENDING-CHANGE-RECORD.
           05  PNDCHG-KEY.
               10  PC-REQUEST-NO           PIC 9(06).
           05  PC-CHANGE-TYPE              PIC X(04).
               88  PC-GRANT-SUPERVISOR             VALUE 'SUPV'.
               88  PC-SUPERVISOR-RESET             VALUE 'SPWD'.
               88  PC-PARAMETER-CHANGE             VALUE 'PARM'.
           05  PC-STATUS                   PIC X(01).
               88  PC-PENDING                      VALUE 'P'.
               88  PC-APPROVED                     VALUE 'A'.
               88  PC-REJECTED                     VALUE 'R'.
               88  PC-EXPIRED                      VALUE 'E'.
           05  PC-REQUEST-DATE             PIC 9(08).
           05  PC-REQUEST-TIME             PIC 9(08).
           05  PC-REQUESTER-ID             PIC X(10).
           05  PC-DECISION-DATE            PIC 9(08).
           05  PC-DECISION-TIME            PIC 9(08).
           05  PC-APPROVER-ID              PIC X(10).
           05  PC-USER-ID                  PIC X(10).
           05  PC-NEW-PWD-HASH             PIC X(08).
           05  PC-NEW-PIN-HASH             PIC X(08).
           05  PC-NEW-CLASS                PIC X(01).
           05  PC-OLD-PARAMETERS           PIC X(22).
           05  PC-NEW-PARAMETERS           PIC X(22).
           05  FILLER                      PIC X(10).
