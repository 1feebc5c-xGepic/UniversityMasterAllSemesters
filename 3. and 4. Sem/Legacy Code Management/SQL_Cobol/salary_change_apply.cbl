       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALARYAPPLY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLY-REPORT-FILE ASSIGN TO "SALARY-CHANGES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLY-REPORT-FILE.
       01  REPORT-LINE              PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ID               PIC 9(6).
       01 WS-NAME             PIC X(100).
       01 WS-DEPARTMENT       PIC X(100).
       01 WS-STATUS           PIC X.
       01 WS-SALARY           PIC 9(7)V99.
       01 WS-OLD-SALARY       PIC 9(7)V99.
       01 WS-AUDIT-ACTION     PIC X(10).
       01 WS-CHANGED-BY       PIC X(8).

       01 WS-PENDING-ID       PIC 9(9).
       01 WS-EFFECTIVE-DATE   PIC X(10).
       01 WS-EFFECTIVE-PERIOD PIC X(7).
       01 WS-PAID-PERIOD-COUNT PIC 9(5) VALUE 0.

       01 WS-TODAY-RAW.
           05 WS-TODAY-YY     PIC X(4).
           05 WS-TODAY-MM     PIC X(2).
           05 WS-TODAY-DD     PIC X(2).
       01 WS-APPLY-TO-DATE    PIC X(10).
       01 WS-APPLY-DIGITS     PIC 9(8).

      *    Changes that are due are read into this table first so that
      *    the EMPLOYEES and SALARY_PENDING updates are not made while
      *    the cursor over SALARY_PENDING is still open.
       01 DUE-CHANGE-TABLE.
           05 DUE-COUNT          PIC 9(4) VALUE 0.
           05 DUE-ENTRY OCCURS 2000 TIMES.
               10 DC-PENDING-ID    PIC 9(9).
               10 DC-EMPLOYEE-ID   PIC 9(6).
               10 DC-NEW-SALARY    PIC 9(7)V99.
               10 DC-EFFECTIVE-DATE PIC X(10).
               10 DC-REQUESTED-BY  PIC X(8).
       01 WS-DUE-IDX             PIC 9(4) VALUE 0.
       01 WS-DUE-TRUNCATED-SW    PIC X VALUE "N".
           88 WS-DUE-TRUNCATED            VALUE "Y".

       01 WS-APPLIED-COUNT       PIC 9(5) VALUE 0.
       01 WS-ARREARS-COUNT       PIC 9(5) VALUE 0.
       01 WS-CANCELLED-COUNT     PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT         PIC 9(5) VALUE 0.
       01 WS-CHANGE              PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-CHANGE        PIC S9(9)V99 VALUE 0.

       01 WS-PAGE-NO           PIC 9(4)  VALUE 1.
       01 WS-LINE-NO           PIC 9(3)  VALUE 0.
       01 WS-LINES-PER-PAGE    PIC 9(3)  VALUE 50.

       01 RPT-TITLE-LINE.
           05 FILLER              PIC X(30)
               VALUE "SALARY CHANGES APPLIED TO".
           05 RPT-TITLE-APPLY-TO  PIC X(10).
           05 FILLER              PIC X(70) VALUE SPACES.
           05 FILLER              PIC X(6)  VALUE "PAGE: ".
           05 RPT-TITLE-PAGE-NO   PIC ZZZ9.

       01 RPT-COLUMN-HEADER-1.
           05 FILLER              PIC X(12) VALUE "EFFECTIVE".
           05 FILLER              PIC X(18) VALUE "DEPARTMENT".
           05 FILLER              PIC X(18) VALUE "EMPLOYEE NAME".
           05 FILLER              PIC X(8)  VALUE "EMP ID".
           05 FILLER              PIC X(14) VALUE "  OLD SALARY".
           05 FILLER              PIC X(14) VALUE "  NEW SALARY".
           05 FILLER              PIC X(15) VALUE "       CHANGE".
           05 FILLER              PIC X(21) VALUE "STATUS".

       01 RPT-COLUMN-HEADER-2.
           05 FILLER              PIC X(120) VALUE ALL "-".

       01 RPT-DETAIL-LINE.
           05 RPT-DET-EFFECTIVE    PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-DET-DEPARTMENT   PIC X(18).
           05 RPT-DET-NAME         PIC X(18).
           05 RPT-DET-ID           PIC ZZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-DET-OLD-SALARY   PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-DET-NEW-SALARY   PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-DET-CHANGE       PIC +Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-DET-STATUS       PIC X(21).

       01 RPT-TOTAL-CHANGE-LINE.
           05 FILLER               PIC X(30)
               VALUE "TOTAL ANNUAL SALARY CHANGE".
           05 FILLER               PIC X(62) VALUE SPACES.
           05 RPT-TOT-CHANGE       PIC +ZZ,ZZZ,ZZ9.99.

       01 RPT-SUMMARY-LINE.
           05 RPT-SUM-LABEL        PIC X(30).
           05 RPT-SUM-COUNT        PIC ZZZZ9.

       01 RPT-BLANK-LINE           PIC X(120) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-USER             PIC X(20) VALUE "root".
       01 DB-PASS             PIC X(20) VALUE "password".
       01 DB-NAME             PIC X(20) VALUE "company_db".
       EXEC SQL END DECLARE SECTION END-EXEC.

       PROCEDURE DIVISION.
      *    Scheduled run that applies pending salary changes (keyed in
      *    EMPLOYEECRUD or raised by SALARYREVIEW) whose effective date
      *    has been reached. The run date may be given on the command
      *    line as YYYY-MM-DD; otherwise today's date is used. Each
      *    applied change updates EMPLOYEES.SALARY and is written to
      *    EMPLOYEE_AUDIT. A change effective in a period that has
      *    already been paid is flagged; PAYCALC pays the arrears in
      *    the next pay run.
       MAIN-LOGIC.

           MOVE SPACES TO WS-APPLY-TO-DATE
           ACCEPT WS-APPLY-TO-DATE FROM COMMAND-LINE
           IF WS-APPLY-TO-DATE = SPACES
               ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
               STRING WS-TODAY-YY "-" WS-TODAY-MM "-" WS-TODAY-DD
                   DELIMITED BY SIZE
                   INTO WS-APPLY-TO-DATE
           END-IF
           PERFORM VALIDATE-APPLY-TO-DATE

           PERFORM DB-CONNECT
           PERFORM OPEN-REPORT-FILE
           PERFORM PRINT-PAGE-HEADER

           PERFORM LOAD-DUE-CHANGES
           PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
                   UNTIL WS-DUE-IDX > DUE-COUNT
               PERFORM APPLY-ONE-CHANGE
           END-PERFORM

           PERFORM PRINT-APPLY-SUMMARY
           PERFORM CLOSE-REPORT-FILE
           PERFORM DB-DISCONNECT
           DISPLAY "Salary change run complete: " WS-APPLIED-COUNT
               " applied, " WS-CANCELLED-COUNT " cancelled, "
               WS-ERROR-COUNT " errors."
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       VALIDATE-APPLY-TO-DATE.
           IF WS-APPLY-TO-DATE(1:4) NOT NUMERIC
               OR WS-APPLY-TO-DATE(5:1) NOT = "-"
               OR WS-APPLY-TO-DATE(6:2) NOT NUMERIC
               OR WS-APPLY-TO-DATE(8:1) NOT = "-"
               OR WS-APPLY-TO-DATE(9:2) NOT NUMERIC
               DISPLAY "Run date must be YYYY-MM-DD: " WS-APPLY-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-APPLY-TO-DATE(1:4) TO WS-APPLY-DIGITS(1:4)
           MOVE WS-APPLY-TO-DATE(6:2) TO WS-APPLY-DIGITS(5:2)
           MOVE WS-APPLY-TO-DATE(9:2) TO WS-APPLY-DIGITS(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-APPLY-DIGITS) NOT = 0
               DISPLAY "Run date must be YYYY-MM-DD: " WS-APPLY-TO-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       DB-CONNECT.
           EXEC SQL
               CONNECT :DB-USER IDENTIFIED BY :DB-PASS USING :DB-NAME
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "DB CONNECTION FAILED: " SQLERRMC
               MOVE 8 TO RETURN-CODE
               STOP RUN
           ELSE
               DISPLAY "Connected to database.".

       DB-DISCONNECT.
           EXEC SQL
               DISCONNECT
           END-EXEC
           DISPLAY "Disconnected from database.".

       OPEN-REPORT-FILE.
           OPEN OUTPUT APPLY-REPORT-FILE.

       CLOSE-REPORT-FILE.
           CLOSE APPLY-REPORT-FILE
           DISPLAY "Salary change report written to SALARY-CHANGES.RPT".

       LOAD-DUE-CHANGES.
           MOVE 0 TO DUE-COUNT
           MOVE "N" TO WS-DUE-TRUNCATED-SW

           EXEC SQL DECLARE DUE_CURSOR CURSOR FOR
               SELECT ID, EMPLOYEE_ID, NEW_SALARY, EFFECTIVE_DATE,
                      REQUESTED_BY
               FROM SALARY_PENDING
               WHERE STATUS = 'P'
                 AND EFFECTIVE_DATE <= :WS-APPLY-TO-DATE
               ORDER BY EFFECTIVE_DATE, ID
           END-EXEC

           EXEC SQL OPEN DUE_CURSOR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-DUE-TRUNCATED
               EXEC SQL FETCH DUE_CURSOR
                   INTO :WS-PENDING-ID, :WS-ID, :WS-SALARY,
                        :WS-EFFECTIVE-DATE, :WS-CHANGED-BY
               END-EXEC
               IF SQLCODE = 0
                   PERFORM STORE-DUE-CHANGE
           END-PERFORM

           EXEC SQL CLOSE DUE_CURSOR END-EXEC

           IF WS-DUE-TRUNCATED
               DISPLAY "More than 2000 changes are due; the rest are"
                   " applied by the next run."
           END-IF.

       STORE-DUE-CHANGE.
           IF DUE-COUNT >= 2000
               SET WS-DUE-TRUNCATED TO TRUE
           ELSE
               ADD 1 TO DUE-COUNT
               MOVE WS-PENDING-ID TO DC-PENDING-ID(DUE-COUNT)
               MOVE WS-ID TO DC-EMPLOYEE-ID(DUE-COUNT)
               MOVE WS-SALARY TO DC-NEW-SALARY(DUE-COUNT)
               MOVE WS-EFFECTIVE-DATE TO DC-EFFECTIVE-DATE(DUE-COUNT)
               MOVE WS-CHANGED-BY TO DC-REQUESTED-BY(DUE-COUNT)
           END-IF.

      *    The old salary is taken from EMPLOYEES at the time the change
      *    is applied, not from when it was keyed, so that two changes
      *    falling due together are applied one on top of the other.
       APPLY-ONE-CHANGE.
           MOVE DC-PENDING-ID(WS-DUE-IDX) TO WS-PENDING-ID
           MOVE DC-EMPLOYEE-ID(WS-DUE-IDX) TO WS-ID
           MOVE DC-NEW-SALARY(WS-DUE-IDX) TO WS-SALARY
           MOVE DC-EFFECTIVE-DATE(WS-DUE-IDX) TO WS-EFFECTIVE-DATE
           MOVE DC-REQUESTED-BY(WS-DUE-IDX) TO WS-CHANGED-BY
           MOVE SPACES TO WS-NAME WS-DEPARTMENT
           MOVE 0 TO WS-OLD-SALARY

           EXEC SQL
               SELECT NAME, DEPARTMENT, SALARY, STATUS
               INTO :WS-NAME, :WS-DEPARTMENT, :WS-OLD-SALARY,
                    :WS-STATUS
               FROM EMPLOYEES
               WHERE ID = :WS-ID
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE "CANCELLED - NOT FOUND" TO RPT-DET-STATUS
                   PERFORM CANCEL-PENDING-CHANGE
               WHEN SQLCODE NOT = 0
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "Error reading employee " WS-ID ": "
                       SQLERRMC
                   MOVE "ERROR - NOT APPLIED" TO RPT-DET-STATUS
                   PERFORM PRINT-CHANGE-DETAIL-LINE
               WHEN WS-STATUS = "T"
                   MOVE "CANCELLED - LEAVER" TO RPT-DET-STATUS
                   PERFORM CANCEL-PENDING-CHANGE
               WHEN OTHER
                   PERFORM APPLY-SALARY-CHANGE
           END-EVALUATE.

       APPLY-SALARY-CHANGE.
           EXEC SQL
               UPDATE EMPLOYEES
               SET SALARY = :WS-SALARY
               WHERE ID = :WS-ID
           END-EXEC

           IF SQLCODE NOT = 0
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "Error updating employee " WS-ID ": " SQLERRMC
               MOVE "ERROR - NOT APPLIED" TO RPT-DET-STATUS
               PERFORM PRINT-CHANGE-DETAIL-LINE
           ELSE
               EXEC SQL
                   UPDATE SALARY_PENDING
                   SET STATUS = 'A',
                       OLD_SALARY = :WS-OLD-SALARY,
                       APPLIED_AT = CURRENT_TIMESTAMP
                   WHERE ID = :WS-PENDING-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Warning: pending change " WS-PENDING-ID
                       " not marked applied: " SQLERRMC
               END-IF
               PERFORM LOG-AUDIT-UPDATE
               ADD 1 TO WS-APPLIED-COUNT
               COMPUTE WS-CHANGE = WS-SALARY - WS-OLD-SALARY
               ADD WS-CHANGE TO WS-TOTAL-CHANGE

               PERFORM CHECK-ARREARS-DUE
               IF WS-PAID-PERIOD-COUNT > 0
                   ADD 1 TO WS-ARREARS-COUNT
                   MOVE "APPLIED - ARREARS DUE" TO RPT-DET-STATUS
               ELSE
                   MOVE "APPLIED" TO RPT-DET-STATUS
               END-IF
               PERFORM PRINT-CHANGE-DETAIL-LINE
           END-IF.

      *    Arrears are owed when the employee has already been paid for
      *    the period in which the change took effect, or a later one.
       CHECK-ARREARS-DUE.
           MOVE WS-EFFECTIVE-DATE(1:7) TO WS-EFFECTIVE-PERIOD
           MOVE 0 TO WS-PAID-PERIOD-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PAID-PERIOD-COUNT
               FROM PAY_HISTORY
               WHERE EMPLOYEE_ID = :WS-ID
                 AND PAY_PERIOD >= :WS-EFFECTIVE-PERIOD
           END-EXEC.

       CANCEL-PENDING-CHANGE.
           EXEC SQL
               UPDATE SALARY_PENDING
               SET STATUS = 'C',
                   APPLIED_AT = CURRENT_TIMESTAMP
               WHERE ID = :WS-PENDING-ID
           END-EXEC
           IF SQLCODE = 0
               ADD 1 TO WS-CANCELLED-COUNT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY "Error cancelling pending change "
                   WS-PENDING-ID ": " SQLERRMC
           END-IF
           PERFORM PRINT-CHANGE-DETAIL-LINE.

       LOG-AUDIT-UPDATE.
           MOVE "UPDATE" TO WS-AUDIT-ACTION
           EXEC SQL
               INSERT INTO EMPLOYEE_AUDIT
                   (EMPLOYEE_ID, OLD_SALARY, NEW_SALARY, ACTION,
                    CHANGED_AT, CHANGED_BY)
               VALUES
                   (:WS-ID, :WS-OLD-SALARY, :WS-SALARY,
                    :WS-AUDIT-ACTION, CURRENT_TIMESTAMP,
                    :WS-CHANGED-BY)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Warning: audit log entry failed: " SQLERRMC.

       PRINT-CHANGE-DETAIL-LINE.
           IF WS-LINE-NO >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF

           MOVE WS-EFFECTIVE-DATE TO RPT-DET-EFFECTIVE
           MOVE WS-DEPARTMENT TO RPT-DET-DEPARTMENT
           MOVE WS-NAME TO RPT-DET-NAME
           MOVE WS-ID TO RPT-DET-ID
           MOVE WS-OLD-SALARY TO RPT-DET-OLD-SALARY
           MOVE WS-SALARY TO RPT-DET-NEW-SALARY
           COMPUTE WS-CHANGE = WS-SALARY - WS-OLD-SALARY
           MOVE WS-CHANGE TO RPT-DET-CHANGE
           MOVE RPT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NO.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > 1
               MOVE RPT-BLANK-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-APPLY-TO-DATE TO RPT-TITLE-APPLY-TO
           MOVE WS-PAGE-NO TO RPT-TITLE-PAGE-NO
           MOVE RPT-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-COLUMN-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-COLUMN-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE

           ADD 1 TO WS-PAGE-NO
           MOVE 0 TO WS-LINE-NO.

       PRINT-APPLY-SUMMARY.
           MOVE RPT-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-CHANGE TO RPT-TOT-CHANGE
           MOVE RPT-TOTAL-CHANGE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "CHANGES DUE" TO RPT-SUM-LABEL
           MOVE DUE-COUNT TO RPT-SUM-COUNT
           MOVE RPT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "CHANGES APPLIED" TO RPT-SUM-LABEL
           MOVE WS-APPLIED-COUNT TO RPT-SUM-COUNT
           MOVE RPT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "  OF WHICH ARREARS DUE" TO RPT-SUM-LABEL
           MOVE WS-ARREARS-COUNT TO RPT-SUM-COUNT
           MOVE RPT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "CHANGES CANCELLED" TO RPT-SUM-LABEL
           MOVE WS-CANCELLED-COUNT TO RPT-SUM-COUNT
           MOVE RPT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "ERRORS" TO RPT-SUM-LABEL
           MOVE WS-ERROR-COUNT TO RPT-SUM-COUNT
           MOVE RPT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
