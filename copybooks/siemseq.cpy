      *****************************************************************
      *  SIEMSEQ.CPY
      *  Record layout for the SIEMSEQ sequence-control file of the
      *  security-monitoring feed - one record per day extracted,
      *  keyed on the date of the events.  It holds the file number
      *  and the range of event sequence numbers given to that day,
      *  so the numbering carries on from one day to the next and a
      *  day extracted again gets the same file number and starts at
      *  the same sequence number.  The first sequence number is one
      *  more than the last on a day with no events.  The counts are
      *  the events sent from each source and the run count the
      *  number of times the day was extracted.  Written and read by
      *  SIEMFEED only.
      *****************************************************************
       01  SIEM-SEQUENCE-RECORD.
           05  SIEMSEQ-KEY.
               10  SQ-EXTRACT-DATE         PIC 9(08).
           05  SQ-FILE-NO                  PIC 9(06).
           05  SQ-FIRST-SEQ                PIC 9(10).
           05  SQ-LAST-SEQ                 PIC 9(10).
           05  SQ-SIGNON-COUNT             PIC 9(08).
           05  SQ-REJECT-COUNT             PIC 9(08).
           05  SQ-MAINT-COUNT              PIC 9(08).
           05  SQ-RUN-DATE                 PIC 9(08).
           05  SQ-RUN-TIME                 PIC 9(08).
           05  SQ-RUN-COUNT                PIC 9(03).
           05  FILLER                      PIC X(03).
