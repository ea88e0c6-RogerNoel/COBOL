      *    2026-08-09  RN  Ajout de la trace de connexion dans
      *                    SIGNON-LOG.
      *    2026-08-22  RN  Type d'evenement ON porte dans la trace.
      *    2026-10-15  RN  Identifiant du poste de travail (TERMID)
      *                    porte dans la trace.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCEPT SL-SIGNON-DATE FROM DATE YYYYMMDD
           ACCEPT SL-SIGNON-TIME FROM TIME
           MOVE 'ON ' TO SL-EVENT-TYPE
           ACCEPT SL-TERMINAL-ID FROM ENVIRONMENT 'TERMID'
           WRITE SIGNON-LOG-RECORD
           CLOSE SIGNON-LOG.
