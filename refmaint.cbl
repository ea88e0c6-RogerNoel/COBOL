      *                   referenced by EMPLREF entries is refused so
      *                   the reports do not start grouping under an
      *                   unknown department.
      *  2026-10-15  RN   Each department carries the USER-ID of its
      *                   responsible manager, entered with the
      *                   department and shown on the list.
      *****************************************************************
      *  Lets operations staff keep the employee-reference file
      *  (USER-ID, employee name, department code) and the department
      *  master (code, name, responsible manager) current without
      *  touching the files with a utility.  Both files are held in
      *  core for the session and rewritten in full after every
      *  change, so an interrupted session loses at most the entry
      *  being typed.  An employee entry with a department code not
      *  on DEPTMST is accepted with a warning - the code may be on
      *  its way from HR - and shows up on the reports as an unknown
      *  department until the master catches up.
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-ENTERED-NAME             PIC X(30).
       01  WS-ENTERED-DEPT             PIC X(04).
       01  WS-ENTERED-DEPT-NAME        PIC X(30).
       01  WS-ENTERED-MANAGER-ID       PIC X(10).

       01  WS-ER-COUNT                 PIC 9(04) COMP VALUE ZERO.
       01  WS-ER-LIMIT                 PIC 9(04) COMP VALUE 2000.
                   INDEXED BY DX.
               10  WS-DP-DEPT-CODE     PIC X(04).
               10  WS-DP-DEPT-NAME     PIC X(30).
               10  WS-DP-MANAGER-ID    PIC X(10).

       01  WS-LIST-SUB                 PIC 9(04) COMP VALUE ZERO.
       01  WS-DEL-SUB                  PIC 9(04) COMP VALUE ZERO.
                       SET DX TO WS-DP-COUNT
                       MOVE DP-DEPT-CODE TO WS-DP-DEPT-CODE (DX)
                       MOVE DP-DEPT-NAME TO WS-DP-DEPT-NAME (DX)
                       MOVE DP-MANAGER-ID TO WS-DP-MANAGER-ID (DX)
                   END-IF
           END-READ.
       1200-LOAD-DEPT-RECORD-EXIT.
           EXIT.

      *****************************************************************
      *  5000-ADD-CHANGE-DEPARTMENT - the responsible manager is a
      *  USER-ID; left blank on a change it keeps the one on file.
      *  A manager with no EMPLREF entry is accepted with a warning,
      *  like an unknown department on an employee entry.
      *****************************************************************
       5000-ADD-CHANGE-DEPARTMENT.
           DISPLAY 'CODE DEPARTEMENT (4 CAR.): '
           END-IF
           DISPLAY 'NOM DU DEPARTEMENT (30 CAR.): '
           ACCEPT WS-ENTERED-DEPT-NAME
           DISPLAY 'RESPONSABLE (USER-ID, VIDE = INCHANGE): '
           ACCEPT WS-ENTERED-MANAGER-ID

           IF WS-ENTERED-MANAGER-ID NOT = SPACES
               MOVE WS-ENTERED-MANAGER-ID TO WS-ENTERED-USER-ID
               PERFORM 6100-FIND-EMPLOYEE
                   THRU 6100-FIND-EMPLOYEE-EXIT
               IF NOT WS-ENTRY-FOUND
                   DISPLAY 'AVERTISSEMENT - RESPONSABLE '
                       WS-ENTERED-MANAGER-ID ' ABSENT DE EMPLREF.'
               END-IF
           END-IF

           PERFORM 6000-FIND-DEPARTMENT
               THRU 6000-FIND-DEPARTMENT-EXIT
           IF WS-ENTRY-FOUND
               MOVE WS-ENTERED-DEPT-NAME TO WS-DP-DEPT-NAME (DX)
               IF WS-ENTERED-MANAGER-ID NOT = SPACES
                   MOVE WS-ENTERED-MANAGER-ID TO WS-DP-MANAGER-ID (DX)
               END-IF
               DISPLAY 'DEPARTEMENT MODIFIE: ' WS-ENTERED-DEPT
           ELSE
               IF WS-DP-COUNT >= WS-DP-LIMIT
               SET DX TO WS-DP-COUNT
               MOVE WS-ENTERED-DEPT TO WS-DP-DEPT-CODE (DX)
               MOVE WS-ENTERED-DEPT-NAME TO WS-DP-DEPT-NAME (DX)
               MOVE WS-ENTERED-MANAGER-ID TO WS-DP-MANAGER-ID (DX)
               DISPLAY 'DEPARTEMENT AJOUTE: ' WS-ENTERED-DEPT
           END-IF

               DISPLAY 'AUCUN DEPARTEMENT DANS DEPTMST.'
               GO TO 5500-LIST-DEPARTMENTS-EXIT
           END-IF
           DISPLAY 'CODE  NOM                             RESPONSABLE'
           MOVE 1 TO WS-LIST-SUB
           PERFORM 5600-DISPLAY-DEPARTMENT
               THRU 5600-DISPLAY-DEPARTMENT-EXIT

       5600-DISPLAY-DEPARTMENT.
           DISPLAY WS-DP-DEPT-CODE (WS-LIST-SUB) '  '
               WS-DP-DEPT-NAME (WS-LIST-SUB) '  '
               WS-DP-MANAGER-ID (WS-LIST-SUB)
           ADD 1 TO WS-LIST-SUB.
       5600-DISPLAY-DEPARTMENT-EXIT.
           EXIT.
           MOVE SPACES TO DEPARTMENT-MASTER-RECORD
           MOVE WS-DP-DEPT-CODE (WS-LIST-SUB) TO DP-DEPT-CODE
           MOVE WS-DP-DEPT-NAME (WS-LIST-SUB) TO DP-DEPT-NAME
           MOVE WS-DP-MANAGER-ID (WS-LIST-SUB) TO DP-MANAGER-ID
           WRITE DEPARTMENT-MASTER-RECORD
           ADD 1 TO WS-LIST-SUB.
       7150-WRITE-DEPT-RECORD-EXIT.
