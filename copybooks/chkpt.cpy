      *  CHKPT.CPY
      *  Record layout for the batch sign-on checkpoint/restart file.
      *  One record only - rewritten after every checkpoint interval.
      *  CK-RUN-DATE is the date the checkpoint was taken; it is
      *  spaces on records written before the date was kept.
      *****************************************************************
       01  CHECKPOINT-RECORD.
           05  CK-LAST-USER-ID             PIC X(10).
           05  CK-RECORD-COUNT             PIC 9(08).
           05  CK-RUN-DATE                 PIC 9(08).
           05  FILLER                      PIC X(02).
