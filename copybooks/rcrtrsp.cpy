      *****************************************************************
      *  RCRTRSP.CPY
      *  Record layout for the RCRTRSP recertification response file -
      *  one record per USER-ID answered on a recertification sheet,
      *  keyed in from the sheets the managers send back.  The
      *  decision is G to keep the account (GARDER) or R to revoke it
      *  (REVOQUER); the manager is the USER-ID of whoever signed the
      *  sheet.  Read by RCRTUPD.
      *****************************************************************
       01  RECERT-RESPONSE-RECORD.
           05  RR-USER-ID                  PIC X(10).
           05  RR-DECISION                 PIC X(01).
               88  RR-KEEP                         VALUE 'G'.
               88  RR-REVOKE                       VALUE 'R'.
           05  RR-MANAGER-ID               PIC X(10).
           05  RR-RESPONSE-DATE            PIC 9(08).
           05  FILLER                      PIC X(11).
