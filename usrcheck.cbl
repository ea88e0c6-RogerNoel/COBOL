      *  DATE        BY   DESCRIPTION
      *  2026-09-02  RN   Initial version - USER-MASTER integrity
      *                   verifier run ahead of the nightly stream.
      *  2026-10-15  RN   The empty-password test now looks at the
      *                   protected password, and a record still
      *                   carrying clear-text credentials in the old
      *                   positions (not yet through PWDCONV) is
      *                   reported as an anomaly.
      *****************************************************************
      *  A damaged USER-MASTER record surfaces hours later as a
      *  PWDEXPIR miscount or an EXERC1B rejection nobody can
                   THRU 3500-REPORT-ANOMALY-EXIT
           END-IF

           IF UM-PASSWORD-HASH = SPACES
               MOVE 'MOT DE PASSE VIDE' TO RPT-ANOMALY
               PERFORM 3500-REPORT-ANOMALY
                   THRU 3500-REPORT-ANOMALY-EXIT
           END-IF

           IF UM-LEGACY-CREDENTIALS NOT = SPACES
               MOVE 'MOT DE PASSE/PIN EN CLAIR - NON CONVERTI'
                   TO RPT-ANOMALY
               PERFORM 3500-REPORT-ANOMALY
                   THRU 3500-REPORT-ANOMALY-EXIT
           END-IF

           IF UM-PASSWORD-LAST-CHANGED IS NOT NUMERIC
               MOVE 'DATE CHGT MOT DE PASSE NON NUMERIQUE'
                   TO RPT-ANOMALY
