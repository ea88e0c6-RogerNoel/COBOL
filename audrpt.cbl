      *  DATE        BY   DESCRIPTION
      *  2026-08-22  RN   Initial version - USER-MASTER maintenance
      *                   activity report driven off USRAUDIT.
      *  2026-10-15  RN   The approving supervisor of a change held
      *                   for a second supervisor is printed beside
      *                   the action.
      *  2026-10-15  RN   No status flags printed on a SYSPARM (PARM)
      *                   change - its images are not accounts.
      *****************************************************************
      *  Reads the USRAUDIT maintenance audit trail end to end, sorts
      *  it by date and time, and lists every add, change and
           05  SW-OPERATOR-ID          PIC X(10).
           05  SW-BEFORE-IMAGE         PIC X(50).
           05  SW-AFTER-IMAGE          PIC X(50).
           05  SW-APPROVER-ID          PIC X(10).

       FD  AUDIT-RPT.
       01  RPT-LINE                    PIC X(80).
           05  FILLER                  PIC X(20).

       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(54) VALUE
               'HEURE     OPERATEUR   ACT   USER-ID     AVANT  APRES  '.
           05  FILLER                  PIC X(26) VALUE
               'APPROBATEUR'.

       01  RPT-DATE-LINE.
           05  FILLER                  PIC X(06) VALUE 'DATE: '.
           05  RPT-BEFORE-FLAGS        PIC X(03).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-AFTER-FLAGS         PIC X(03).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-APPROVER            PIC X(10).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  RPT-DAY-TOTAL-LINE.
           05  FILLER                  PIC X(16) VALUE
           MOVE SW-ACTION-TIME TO RPT-TIME
           MOVE SW-OPERATOR-ID TO RPT-OPERATOR
           MOVE SW-ACTION-CODE TO RPT-ACTION
           MOVE SW-APPROVER-ID TO RPT-APPROVER
           MOVE SW-AFTER-IMAGE TO WS-IMAGE-AREA
           MOVE WS-IMG-USER-ID TO RPT-USER-ID
      *    A PARM record carries the SYSPARM record in its images, not
      *    an account, so it has no status flags to show.
           IF SW-ACTION-CODE = 'PARM'
               MOVE SPACES TO RPT-AFTER-FLAGS
               MOVE SPACES TO RPT-BEFORE-FLAGS
           ELSE
               MOVE WS-IMG-STATUS-FLAGS TO RPT-AFTER-FLAGS
               MOVE SW-BEFORE-IMAGE TO WS-IMAGE-AREA
               MOVE WS-IMG-STATUS-FLAGS TO RPT-BEFORE-FLAGS
           END-IF
           WRITE RPT-LINE FROM RPT-DETAIL-LINE
           ADD 1 TO WS-DAY-COUNT
           ADD 1 TO WS-GRAND-TOTAL.
