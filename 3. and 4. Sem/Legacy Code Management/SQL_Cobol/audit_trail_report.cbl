       01 WS-ACTION           PIC X(10).
       01 WS-CHANGED-AT       PIC X(19).
       01 WS-CHANGED-BY       PIC X(8).
       01 WS-OLD-TAX-CODE     PIC X(10).
       01 WS-NEW-TAX-CODE     PIC X(10).

       01 WS-SELECT-ID        PIC 9(6) VALUE 0.
       01 WS-DATE-FROM        PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-DET-NAME         PIC X(18).
           05 RPT-DET-ACTION       PIC X(10).
           05 RPT-DET-SALARY-AREA.
               10 RPT-DET-OLD-SALARY   PIC Z,ZZZ,ZZ9.99.
               10 FILLER               PIC X(2)  VALUE SPACES.
               10 RPT-DET-NEW-SALARY   PIC Z,ZZZ,ZZ9.99.
               10 FILLER               PIC X(2)  VALUE SPACES.
               10 RPT-DET-DELTA        PIC +Z,ZZZ,ZZ9.99.
      *        Tax code changes show the codes in place of the salaries.
           05 RPT-DET-TAX-CODE-AREA REDEFINES RPT-DET-SALARY-AREA.
               10 FILLER               PIC X(2).
               10 RPT-DET-OLD-TAX-CODE PIC X(10).
               10 RPT-DET-CODE-ARROW   PIC X(4).
               10 RPT-DET-NEW-TAX-CODE PIC X(25).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-DET-CHANGED-AT   PIC X(19).
           05 FILLER               PIC X(2)  VALUE SPACES.
                      COALESCE(E.NAME, '(NO LONGER ON FILE)'),
                      A.OLD_SALARY, A.NEW_SALARY, A.ACTION,
                      A.CHANGED_AT,
                      COALESCE(A.CHANGED_BY, ' '),
                      COALESCE(A.OLD_TAX_CODE, ' '),
                      COALESCE(A.NEW_TAX_CODE, ' ')
               FROM EMPLOYEE_AUDIT A
               LEFT JOIN EMPLOYEES E ON E.ID = A.EMPLOYEE_ID
               WHERE (:WS-SELECT-ID = 0
                   FETCH AUDIT_CURSOR
                   INTO :WS-EMPLOYEE-ID, :WS-NAME, :WS-OLD-SALARY,
                        :WS-NEW-SALARY, :WS-ACTION, :WS-CHANGED-AT,
                        :WS-CHANGED-BY, :WS-OLD-TAX-CODE,
                        :WS-NEW-TAX-CODE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PROCESS-AUDIT-RECORD
           MOVE WS-EMPLOYEE-ID TO RPT-DET-ID
           MOVE WS-NAME TO RPT-DET-NAME
           MOVE WS-ACTION TO RPT-DET-ACTION
           MOVE SPACES TO RPT-DET-SALARY-AREA
           IF WS-ACTION = "TAX CODE"
               MOVE WS-OLD-TAX-CODE TO RPT-DET-OLD-TAX-CODE
               IF WS-OLD-TAX-CODE = SPACES
                   MOVE "EMERGENCY" TO RPT-DET-OLD-TAX-CODE
               END-IF
               MOVE " -> " TO RPT-DET-CODE-ARROW
               MOVE WS-NEW-TAX-CODE TO RPT-DET-NEW-TAX-CODE
               IF WS-NEW-TAX-CODE = SPACES
                   MOVE "EMERGENCY" TO RPT-DET-NEW-TAX-CODE
               END-IF
           ELSE
               MOVE WS-OLD-SALARY TO RPT-DET-OLD-SALARY
               MOVE WS-NEW-SALARY TO RPT-DET-NEW-SALARY
               MOVE WS-DELTA TO RPT-DET-DELTA
           END-IF
           MOVE WS-CHANGED-AT TO RPT-DET-CHANGED-AT
           MOVE WS-CHANGED-BY TO RPT-DET-CHANGED-BY
           MOVE RPT-DETAIL-LINE TO REPORT-LINE
