      *****************************************************************
      *  STRMDEF.CPY
      *  Record layout for the STRMDEF stream-definition file read by
      *  the STRMDRV nightly driver - one record per step, in the
      *  order the steps are to run.  The step name is the program's
      *  RC-PROGRAM-ID on RUNCTL; the predecessor is the earlier step
      *  that must have completed normally first (spaces when the
      *  step depends on nothing); the halt flag says whether an
      *  abnormal end of this step stops the rest of the stream (Y)
      *  or only holds the steps that depend on it (N or space); the
      *  command is what the operating system is asked to run for
      *  the step.  A record with '*' in the first position is a
      *  comment.
      *****************************************************************
       01  STREAM-STEP-RECORD.
           05  SS-STEP-NAME                PIC X(08).
           05  SS-PREDECESSOR              PIC X(08).
           05  SS-HALT-FLAG                PIC X(01).
               88  SS-HALT-ON-ABEND                VALUE 'Y'.
           05  SS-COMMAND                  PIC X(60).
           05  FILLER                      PIC X(03).
