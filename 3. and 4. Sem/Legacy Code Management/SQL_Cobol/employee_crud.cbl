               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

           SELECT ABSENCE-PARM-FILE
               ASSIGN TO DYNAMIC WS-ABS-PARM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NEWHIRE-FILE.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD          PIC X(100).

       FD  ABSENCE-PARM-FILE.
       01  ABSENCE-PARM-RECORD     PIC X(100).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-HIRE-DATE        PIC X(10).
       01 WS-STATUS           PIC X.
       01 WS-TERMINATION-DATE PIC X(10).
       01 WS-TAX-CODE         PIC X(10).
       01 WS-OLD-TAX-CODE     PIC X(10).
       01 WS-LEAVER-FROM      PIC X(10).
       01 WS-LEAVER-TO        PIC X(10).
       01 WS-OLD-SALARY       PIC 9(7)V99.
       01 WS-AUDIT-ACTION     PIC X(10).
       01 WS-EFFECTIVE-DATE   PIC X(10).
       01 WS-EFFECTIVE-DIGITS PIC 9(8).
       01 WS-EFFECTIVE-OK-SW  PIC X VALUE "Y".
           88 WS-EFFECTIVE-OK             VALUE "Y".
           88 WS-EFFECTIVE-BAD            VALUE "N".
       01 WS-TODAY-RAW.
           05 WS-TODAY-YY     PIC X(4).
           05 WS-TODAY-MM     PIC X(2).
           05 WS-TODAY-DD     PIC X(2).
       01 WS-TODAY-DATE       PIC X(10).
       01 WS-CONNECTION-STATUS PIC X(10).

       01 WS-OPERATOR-ID      PIC X(8) VALUE SPACES.
           88 WS-INQ-DONE                 VALUE "Y".
       01 WS-INQ-SALARY-DISPLAY  PIC Z,ZZZ,ZZ9.99.

       01 WS-PEND-MATCH-COUNT    PIC 9(3) VALUE 0.
       01 WS-PEND-COUNT          PIC 9(5) VALUE 0.
       01 WS-PEND-DEPT-COUNT     PIC 9(5) VALUE 0.
       01 WS-PEND-LAST-DEPT      PIC X(100).
       01 WS-PEND-SOURCE         PIC X(8).
       01 WS-PEND-REQUESTED-BY   PIC X(8).
       01 WS-PEND-OLD-DISPLAY    PIC Z,ZZZ,ZZ9.99.
       01 WS-PEND-NEW-DISPLAY    PIC Z,ZZZ,ZZ9.99.

      *    Absence types: A annual leave, S sickness, U unpaid,
      *    O other. Unpaid days are deducted by the next pay run.
      *    Annual leave entitlement is for the calendar year, pro-rated
      *    by calendar days in the years of joining and leaving.
       01 WS-ABS-CHOICE          PIC 9.
       01 WS-ABS-ID              PIC 9(9).
       01 WS-ABS-TYPE            PIC X.
           88 WS-ABS-TYPE-VALID           VALUE "A" "S" "U" "O".
       01 WS-ABS-TYPE-NAME       PIC X(12).
       01 WS-ABS-START-DATE      PIC X(10).
       01 WS-ABS-END-DATE        PIC X(10).
       01 WS-ABS-DAYS            PIC 9(3)V9 VALUE 0.
       01 WS-ABS-DAYS-TEXT       PIC X(10).
       01 WS-ABS-DAYS-DISPLAY    PIC ZZ9.9.
       01 WS-ABS-PAY-PERIOD      PIC X(7).
       01 WS-ABS-RECORDED-BY     PIC X(8).
       01 WS-ABS-OVERLAP-COUNT   PIC 9(3) VALUE 0.
       01 WS-ABS-LIST-COUNT      PIC 9(5) VALUE 0.
       01 WS-ABS-OK-SW           PIC X VALUE "Y".
           88 WS-ABS-OK                   VALUE "Y".
           88 WS-ABS-BAD                  VALUE "N".
       01 WS-ABS-DATE-TEXT       PIC X(10).
       01 WS-ABS-DATE-DIGITS     PIC 9(8) VALUE 0.
       01 WS-ABS-DATE-OK-SW      PIC X VALUE "Y".
           88 WS-ABS-DATE-OK              VALUE "Y".
           88 WS-ABS-DATE-BAD             VALUE "N".
       01 WS-ABS-DATE-SERIAL     PIC 9(7) VALUE 0.
       01 WS-ABS-START-SERIAL    PIC 9(7) VALUE 0.
       01 WS-ABS-END-SERIAL      PIC 9(7) VALUE 0.
       01 WS-ABS-SERIAL          PIC 9(7) VALUE 0.
       01 WS-ABS-CALENDAR-DAYS   PIC 9(5) VALUE 0.
       01 WS-ABS-WEEKDAYS        PIC 9(5) VALUE 0.

      *    Full year entitlement from the same absence parameter file
      *    ABSENCEREPORT reads, so the on-screen balance agrees with
      *    ABSENCE-REPORT.RPT; 25 days if the file or keyword is absent.
       01 WS-ABS-ANNUAL-ENTITLEMENT PIC 9(2)V9 VALUE 25.0.
       01 WS-ABS-PARM-FILENAME   PIC X(100) VALUE "ABSENCE.PAR".
       01 WS-ABS-PARM-FILE-STATUS PIC XX.
       01 WS-ABS-PARM-EOF-SW     PIC X VALUE "N".
           88 WS-ABS-PARM-EOF             VALUE "Y".
       01 WS-ABS-PARM-KEYWORD    PIC X(30).
       01 WS-ABS-PARM-VALUE      PIC X(60).
       01 WS-ABS-YEAR            PIC X(4).
       01 WS-ABS-YEAR-START      PIC X(10).
       01 WS-ABS-YEAR-END        PIC X(10).
       01 WS-ABS-FROM-DATE       PIC X(10).
       01 WS-ABS-TO-DATE         PIC X(10).
       01 WS-ABS-ASOF-DATE       PIC X(10).
       01 WS-ABS-YEAR-DAYS       PIC 9(3) VALUE 0.
       01 WS-ABS-EMPLOYED-DAYS   PIC 9(3) VALUE 0.
       01 WS-ABS-ACCRUED-DAYS    PIC 9(3) VALUE 0.
       01 WS-ABS-ENTITLEMENT     PIC 9(3)V9 VALUE 0.
       01 WS-ABS-ACCRUED         PIC 9(3)V9 VALUE 0.
       01 WS-ABS-TAKEN           PIC 9(4)V9 VALUE 0.
       01 WS-ABS-SICK            PIC 9(4)V9 VALUE 0.
       01 WS-ABS-UNPAID          PIC 9(4)V9 VALUE 0.
       01 WS-ABS-BALANCE         PIC S9(4)V9 VALUE 0.
       01 WS-ABS-BALANCE-DISPLAY PIC -ZZZ9.9.

       01 WS-DEPT-CHOICE         PIC 9.
       01 WS-DEPT-CODE           PIC X(4).
       01 WS-DEPT-NAME           PIC X(100).
           88 WS-SALARY-VALID                VALUE "Y".
           88 WS-SALARY-INVALID              VALUE "N".

      *    Tax code: a base code such as 1257L, K475, BR, D0, D1, 0T or
      *    NT, optionally followed by W1, M1 or X for the
      *    non-cumulative (emergency) basis.
       01 WS-TC-BASE               PIC X(10).
       01 WS-TC-BASIS              PIC X(10).
       01 WS-TC-LENGTH             PIC 9(2) VALUE 0.
       01 WS-TAX-CODE-VALID-SW     PIC X VALUE "Y".
           88 WS-TAX-CODE-VALID             VALUE "Y".
           88 WS-TAX-CODE-INVALID           VALUE "N".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-USER             PIC X(20) VALUE "root".
       01 DB-PASS             PIC X(20) VALUE "password".

           PERFORM DB-CONNECT
           PERFORM OPERATOR-SIGN-ON
           PERFORM UNTIL WS-CHOICE = 13
               DISPLAY "====== EMPLOYEE MANAGEMENT ======"
               DISPLAY "1. Insert Employee"
               DISPLAY "2. Employee Inquiry"
               DISPLAY "7. Leavers Report"
               DISPLAY "8. Maintain Bank Details"
               DISPLAY "9. Maintain Departments"
               DISPLAY "10. Maintain Tax Code"
               DISPLAY "11. Pending Salary Changes"
               DISPLAY "12. Absence Recording"
               DISPLAY "13. Exit"
               DISPLAY "Select an option: " WITH NO ADVANCING
               ACCEPT WS-CHOICE

                       PERFORM MAINTAIN-BANK-DETAILS
                   WHEN 9
                       PERFORM MAINTAIN-DEPARTMENTS
                   WHEN 10
                       PERFORM MAINTAIN-TAX-CODE
                   WHEN 11
                       PERFORM LIST-PENDING-SALARY-CHANGES
                   WHEN 12
                       PERFORM MAINTAIN-ABSENCE
                   WHEN 13
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option!"
               END-EVALUATE
           ACCEPT WS-DEPARTMENT
           DISPLAY "Enter Hire Date (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-HIRE-DATE
           DISPLAY "Enter Tax Code (blank = emergency code): "
               WITH NO ADVANCING
           ACCEPT WS-TAX-CODE

           PERFORM VALIDATE-DEPARTMENT
           IF WS-DEPT-INVALID
                   DISPLAY "Employee not inserted: salary failed"
                       " validation."
               ELSE
                   PERFORM VALIDATE-TAX-CODE
                   IF WS-TAX-CODE-INVALID
                       DISPLAY "Employee not inserted: tax code failed"
                           " validation."
                   ELSE
                       PERFORM EXECUTE-EMPLOYEE-INSERT

                       IF SQLCODE = 0
                           DISPLAY "Employee inserted successfully."
                       ELSE
                           DISPLAY "Error inserting employee: "
                               SQLERRMC
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EXEC SQL
               INSERT INTO EMPLOYEES
                   (NAME, POSITION, SALARY, DEPARTMENT, HIRE_DATE,
                    STATUS, TAX_CODE)
               VALUES
                   (:WS-NAME, :WS-POSITION, :WS-SALARY, :WS-DEPARTMENT,
                    :WS-HIRE-DATE, :WS-STATUS, :WS-TAX-CODE)
           END-EXEC.

       BATCH-LOAD-EMPLOYEES.
           MOVE NH-SALARY TO WS-SALARY
           MOVE NH-DEPARTMENT TO WS-DEPARTMENT
           MOVE NH-HIRE-DATE TO WS-HIRE-DATE
           MOVE SPACES TO WS-TAX-CODE

           PERFORM VALIDATE-DEPARTMENT
           IF WS-DEPT-INVALID
           WRITE EXPORT-RECORD
           ADD 1 TO WS-EXPORT-COUNT.

      *    A salary change is not written to EMPLOYEES here; it is
      *    recorded in SALARY_PENDING with the date it takes effect and
      *    the SALARYAPPLY run moves it onto the employee when it falls
      *    due. A date already in the past is applied on the next
      *    SALARYAPPLY run and the pay run then pays the arrears.
       UPDATE-SALARY.
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-ID
           DISPLAY "Enter New Salary: " WITH NO ADVANCING
           ACCEPT WS-SALARY
           DISPLAY "Enter Effective Date (YYYY-MM-DD, blank = today): "
               WITH NO ADVANCING
           ACCEPT WS-EFFECTIVE-DATE

           EXEC SQL
               SELECT POSITION, SALARY, STATUS, HIRE_DATE
               INTO :WS-POSITION, :WS-OLD-SALARY, :WS-STATUS,
                    :WS-HIRE-DATE
               FROM EMPLOYEES
               WHERE ID = :WS-ID
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Employee not found: " WS-ID
           ELSE
               PERFORM VALIDATE-EFFECTIVE-DATE
               IF WS-EFFECTIVE-BAD
                   DISPLAY "Salary change not recorded: effective date"
                       " failed validation."
               ELSE
                   PERFORM VALIDATE-SALARY-RANGE
                   IF WS-SALARY-INVALID
                       DISPLAY "Salary change not recorded: salary"
                           " failed validation."
                   ELSE
                       PERFORM RECORD-PENDING-SALARY
                   END-IF
               END-IF
           END-IF.

       VALIDATE-EFFECTIVE-DATE.
           IF WS-EFFECTIVE-DATE = SPACES
               ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
               MOVE SPACES TO WS-TODAY-DATE
               STRING WS-TODAY-YY "-" WS-TODAY-MM "-" WS-TODAY-DD
                   DELIMITED BY SIZE
                   INTO WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE
           END-IF

           MOVE "Y" TO WS-EFFECTIVE-OK-SW
           IF WS-EFFECTIVE-DATE(1:4) NOT NUMERIC
               OR WS-EFFECTIVE-DATE(5:1) NOT = "-"
               OR WS-EFFECTIVE-DATE(6:2) NOT NUMERIC
               OR WS-EFFECTIVE-DATE(8:1) NOT = "-"
               OR WS-EFFECTIVE-DATE(9:2) NOT NUMERIC
               MOVE "N" TO WS-EFFECTIVE-OK-SW
           ELSE
               MOVE WS-EFFECTIVE-DATE(1:4) TO WS-EFFECTIVE-DIGITS(1:4)
               MOVE WS-EFFECTIVE-DATE(6:2) TO WS-EFFECTIVE-DIGITS(5:2)
               MOVE WS-EFFECTIVE-DATE(9:2) TO WS-EFFECTIVE-DIGITS(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-DIGITS)
                   NOT = 0
                   MOVE "N" TO WS-EFFECTIVE-OK-SW
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-EFFECTIVE-BAD
                   DISPLAY "Effective date " WS-EFFECTIVE-DATE
                       " is not a valid YYYY-MM-DD date."
               WHEN WS-STATUS = "T"
                   MOVE "N" TO WS-EFFECTIVE-OK-SW
                   DISPLAY "Employee " WS-ID " is terminated."
               WHEN WS-EFFECTIVE-DATE < WS-HIRE-DATE
                   MOVE "N" TO WS-EFFECTIVE-OK-SW
                   DISPLAY "Effective date " WS-EFFECTIVE-DATE
                       " is before the hire date " WS-HIRE-DATE "."
           END-EVALUATE.

       RECORD-PENDING-SALARY.
           MOVE 0 TO WS-PEND-MATCH-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PEND-MATCH-COUNT
               FROM SALARY_PENDING
               WHERE EMPLOYEE_ID = :WS-ID
                 AND EFFECTIVE_DATE = :WS-EFFECTIVE-DATE
                 AND STATUS = 'P'
           END-EXEC

           IF WS-PEND-MATCH-COUNT > 0
               DISPLAY "A salary change effective " WS-EFFECTIVE-DATE
                   " is already pending for employee " WS-ID
                   "; change not recorded."
           ELSE
               EXEC SQL
                   INSERT INTO SALARY_PENDING
                       (EMPLOYEE_ID, OLD_SALARY, NEW_SALARY,
                        EFFECTIVE_DATE, STATUS, SOURCE,
                        REQUESTED_BY, REQUESTED_AT)
                   VALUES
                       (:WS-ID, :WS-OLD-SALARY, :WS-SALARY,
                        :WS-EFFECTIVE-DATE, 'P', 'EMPCRUD',
                        :WS-OPERATOR-ID, CURRENT_TIMESTAMP)
               END-EXEC

               IF SQLCODE = 0
                   DISPLAY "Salary change recorded, effective "
                       WS-EFFECTIVE-DATE "; it is applied by the"
                       " salary change run."
               ELSE
                   DISPLAY "Error recording salary change: " SQLERRMC
               END-IF
           END-IF.

      *    Blank is allowed and leaves the employee on the emergency
      *    code set in the pay run's rates file.
       VALIDATE-TAX-CODE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TAX-CODE))
               TO WS-TAX-CODE
           MOVE SPACES TO WS-TC-BASE WS-TC-BASIS
           UNSTRING WS-TAX-CODE DELIMITED BY ALL SPACE
               INTO WS-TC-BASE WS-TC-BASIS
           END-UNSTRING
           MOVE 0 TO WS-TC-LENGTH
           INSPECT WS-TC-BASE TALLYING WS-TC-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE "Y" TO WS-TAX-CODE-VALID-SW

           IF WS-TC-BASIS NOT = SPACES AND WS-TC-BASIS NOT = "W1"
               AND WS-TC-BASIS NOT = "M1" AND WS-TC-BASIS NOT = "X"
               MOVE "N" TO WS-TAX-CODE-VALID-SW
           END-IF

           EVALUATE TRUE
               WHEN WS-TAX-CODE = SPACES
                   CONTINUE
               WHEN WS-TC-BASE = "BR" OR "D0" OR "D1" OR "NT"
                   CONTINUE
               WHEN WS-TC-LENGTH < 2 OR WS-TC-LENGTH > 5
                   MOVE "N" TO WS-TAX-CODE-VALID-SW
               WHEN WS-TC-BASE(1:1) = "K"
                   IF WS-TC-BASE(2:WS-TC-LENGTH - 1) NOT NUMERIC
                       MOVE "N" TO WS-TAX-CODE-VALID-SW
                   END-IF
               WHEN WS-TC-BASE(1:WS-TC-LENGTH - 1) NOT NUMERIC
                   MOVE "N" TO WS-TAX-CODE-VALID-SW
               WHEN WS-TC-BASE(WS-TC-LENGTH:1) NOT = "L"
                   AND WS-TC-BASE(WS-TC-LENGTH:1) NOT = "M"
                   AND WS-TC-BASE(WS-TC-LENGTH:1) NOT = "N"
                   AND WS-TC-BASE(WS-TC-LENGTH:1) NOT = "T"
                   MOVE "N" TO WS-TAX-CODE-VALID-SW
           END-EVALUATE

           IF WS-TAX-CODE-INVALID
               DISPLAY "Tax code " FUNCTION TRIM(WS-TAX-CODE)
                   " is not recognised; use e.g. 1257L, 1257L M1,"
                   " K475, BR, D0, D1, 0T or NT."
           ELSE
               MOVE SPACES TO WS-TAX-CODE
               STRING WS-TC-BASE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-TC-BASIS DELIMITED BY SPACE
                   INTO WS-TAX-CODE
               END-STRING
           END-IF.

       MAINTAIN-TAX-CODE.
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-ID

           EXEC SQL
               SELECT NAME, SALARY, STATUS, COALESCE(TAX_CODE, ' ')
               INTO :WS-NAME, :WS-OLD-SALARY, :WS-STATUS,
                    :WS-OLD-TAX-CODE
               FROM EMPLOYEES
               WHERE ID = :WS-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Employee not found: " WS-ID
           ELSE
               DISPLAY "Employee: " FUNCTION TRIM(WS-NAME)
               IF WS-OLD-TAX-CODE = SPACES
                   DISPLAY "No tax code on file (emergency code"
                       " applies)."
               ELSE
                   DISPLAY "Current tax code: " WS-OLD-TAX-CODE
               END-IF
               IF WS-STATUS = "T"
                   DISPLAY "Employee " WS-ID " is terminated; tax code"
                       " not changed."
               ELSE
                   DISPLAY "Enter New Tax Code (blank = emergency"
                       " code): " WITH NO ADVANCING
                   ACCEPT WS-TAX-CODE
                   PERFORM VALIDATE-TAX-CODE
                   IF WS-TAX-CODE-INVALID
                       DISPLAY "Tax code not updated."
                   ELSE
                       PERFORM SAVE-TAX-CODE
                   END-IF
               END-IF
           END-IF.

       SAVE-TAX-CODE.
           EXEC SQL
               UPDATE EMPLOYEES
               SET TAX_CODE = :WS-TAX-CODE
               WHERE ID = :WS-ID
           END-EXEC

           IF SQLCODE = 0
               DISPLAY "Tax code updated."
               PERFORM LOG-AUDIT-TAX-CODE
           ELSE
               DISPLAY "Error updating tax code: " SQLERRMC
           END-IF.

       TERMINATE-EMPLOYEE.
           DISPLAY "Enter Employee ID to Terminate: " WITH NO ADVANCING
           ACCEPT WS-ID

           EXEC SQL CLOSE DEPT_CURSOR END-EXEC.

      *    Salary changes keyed or raised by a review that have not yet
      *    been applied, grouped by department.
       LIST-PENDING-SALARY-CHANGES.
           DISPLAY "Department (blank = all): " WITH NO ADVANCING
           ACCEPT WS-INQ-DEPARTMENT
           MOVE 0 TO WS-PEND-COUNT
           MOVE 0 TO WS-PEND-DEPT-COUNT
           MOVE HIGH-VALUES TO WS-PEND-LAST-DEPT

           EXEC SQL DECLARE PENDING_CURSOR CURSOR FOR
               SELECT E.DEPARTMENT, P.EFFECTIVE_DATE, P.EMPLOYEE_ID,
                      E.NAME, E.SALARY, P.NEW_SALARY, P.SOURCE,
                      P.REQUESTED_BY
               FROM SALARY_PENDING P
               JOIN EMPLOYEES E ON E.ID = P.EMPLOYEE_ID
               WHERE P.STATUS = 'P'
                 AND (:WS-INQ-DEPARTMENT = ' '
                      OR UPPER(E.DEPARTMENT) =
                         UPPER(:WS-INQ-DEPARTMENT))
               ORDER BY E.DEPARTMENT, P.EFFECTIVE_DATE, E.NAME
           END-EXEC

           EXEC SQL OPEN PENDING_CURSOR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL FETCH PENDING_CURSOR
                   INTO :WS-DEPARTMENT, :WS-EFFECTIVE-DATE, :WS-ID,
                        :WS-NAME, :WS-OLD-SALARY, :WS-SALARY,
                        :WS-PEND-SOURCE, :WS-PEND-REQUESTED-BY
               END-EXEC
               IF SQLCODE = 0
                   PERFORM DISPLAY-PENDING-CHANGE
           END-PERFORM

           EXEC SQL CLOSE PENDING_CURSOR END-EXEC

           IF WS-PEND-COUNT = 0
               DISPLAY "No pending salary changes."
           ELSE
               DISPLAY "  Changes in department: " WS-PEND-DEPT-COUNT
               DISPLAY "Total pending salary changes: " WS-PEND-COUNT
           END-IF.

       DISPLAY-PENDING-CHANGE.
           IF WS-DEPARTMENT NOT = WS-PEND-LAST-DEPT
               IF WS-PEND-COUNT > 0
                   DISPLAY "  Changes in department: "
                       WS-PEND-DEPT-COUNT
               END-IF
               MOVE WS-DEPARTMENT TO WS-PEND-LAST-DEPT
               MOVE 0 TO WS-PEND-DEPT-COUNT
               DISPLAY " "
               DISPLAY "DEPARTMENT: " FUNCTION TRIM(WS-DEPARTMENT)
               DISPLAY "EFFECTIVE  | ID   | NAME                 | "
                   "     CURRENT |          NEW | SOURCE   | BY"
               DISPLAY "----------------------------------------------"
                   "--------------------------------------"
           END-IF

           ADD 1 TO WS-PEND-COUNT
           ADD 1 TO WS-PEND-DEPT-COUNT
           MOVE WS-OLD-SALARY TO WS-PEND-OLD-DISPLAY
           MOVE WS-SALARY TO WS-PEND-NEW-DISPLAY
           DISPLAY WS-EFFECTIVE-DATE " | " WS-ID " | " WS-NAME(1:20)
               " | " WS-PEND-OLD-DISPLAY " | " WS-PEND-NEW-DISPLAY
               " | " WS-PEND-SOURCE " | " WS-PEND-REQUESTED-BY.

       MAINTAIN-ABSENCE.
           PERFORM LOAD-ABSENCE-PARAMETERS
           MOVE 0 TO WS-ABS-CHOICE
           PERFORM UNTIL WS-ABS-CHOICE = 4
               DISPLAY "--- ABSENCE RECORDING ---"
               DISPLAY "1. Record Absence"
               DISPLAY "2. Absence and Leave Balance for Employee"
               DISPLAY "3. Cancel Absence"
               DISPLAY "4. Back"
               DISPLAY "Select an option: " WITH NO ADVANCING
               ACCEPT WS-ABS-CHOICE

               EVALUATE WS-ABS-CHOICE
                   WHEN 1
                       PERFORM RECORD-ABSENCE
                   WHEN 2
                       PERFORM LIST-EMPLOYEE-ABSENCE
                   WHEN 3
                       PERFORM CANCEL-ABSENCE
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid option!"
               END-EVALUATE
           END-PERFORM.

       LOAD-ABSENCE-PARAMETERS.
           MOVE 25.0 TO WS-ABS-ANNUAL-ENTITLEMENT
           MOVE "N" TO WS-ABS-PARM-EOF-SW
           OPEN INPUT ABSENCE-PARM-FILE
           IF WS-ABS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "Absence parameter file " WS-ABS-PARM-FILENAME
                   " not found; 25 days entitlement assumed."
           ELSE
               PERFORM UNTIL WS-ABS-PARM-EOF
                   READ ABSENCE-PARM-FILE
                       AT END
                           SET WS-ABS-PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM PROCESS-ABSENCE-PARM-RECORD
                   END-READ
               END-PERFORM
               CLOSE ABSENCE-PARM-FILE
           END-IF
           IF WS-ABS-ANNUAL-ENTITLEMENT = 0
               DISPLAY "ANNUAL-ENTITLEMENT must not be zero;"
                   " 25 days entitlement assumed."
               MOVE 25.0 TO WS-ABS-ANNUAL-ENTITLEMENT
           END-IF.

      *    Only the entitlement is needed here; the other keywords in
      *    the file belong to ABSENCEREPORT.
       PROCESS-ABSENCE-PARM-RECORD.
           IF ABSENCE-PARM-RECORD = SPACES
               OR ABSENCE-PARM-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-ABS-PARM-KEYWORD WS-ABS-PARM-VALUE
               UNSTRING ABSENCE-PARM-RECORD DELIMITED BY "="
                   INTO WS-ABS-PARM-KEYWORD WS-ABS-PARM-VALUE
               END-UNSTRING
               IF FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-ABS-PARM-KEYWORD))
                   = "ANNUAL-ENTITLEMENT"
                   COMPUTE WS-ABS-ANNUAL-ENTITLEMENT =
                       FUNCTION NUMVAL(WS-ABS-PARM-VALUE)
               END-IF
           END-IF.

       RECORD-ABSENCE.
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-ID
           DISPLAY "Absence Type (A=Annual leave, S=Sickness,"
               " U=Unpaid, O=Other): " WITH NO ADVANCING
           ACCEPT WS-ABS-TYPE
           MOVE FUNCTION UPPER-CASE(WS-ABS-TYPE) TO WS-ABS-TYPE
           DISPLAY "Enter Start Date (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-ABS-START-DATE
           DISPLAY "Enter End Date (YYYY-MM-DD, blank = start date): "
               WITH NO ADVANCING
           ACCEPT WS-ABS-END-DATE
           IF WS-ABS-END-DATE = SPACES
               MOVE WS-ABS-START-DATE TO WS-ABS-END-DATE
           END-IF
           DISPLAY "Enter Working Days (blank = Mon-Fri in range): "
               WITH NO ADVANCING
           ACCEPT WS-ABS-DAYS-TEXT

           EXEC SQL
               SELECT NAME, STATUS, HIRE_DATE
               INTO :WS-NAME, :WS-STATUS, :WS-HIRE-DATE
               FROM EMPLOYEES
               WHERE ID = :WS-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Employee not found: " WS-ID
           ELSE
               PERFORM VALIDATE-ABSENCE
               IF WS-ABS-BAD
                   DISPLAY "Absence not recorded."
               ELSE
                   PERFORM SAVE-ABSENCE
               END-IF
           END-IF.

      *    The first failing check is reported. Days default to the
      *    Monday to Friday days in the range; a keyed figure allows
      *    half days and part-time patterns but may not exceed the
      *    calendar days in the range.
       VALIDATE-ABSENCE.
           MOVE "Y" TO WS-ABS-OK-SW
           MOVE WS-ABS-START-DATE TO WS-ABS-DATE-TEXT
           PERFORM VALIDATE-ABSENCE-DATE
           MOVE WS-ABS-DATE-SERIAL TO WS-ABS-START-SERIAL
           IF WS-ABS-DATE-OK
               MOVE WS-ABS-END-DATE TO WS-ABS-DATE-TEXT
               PERFORM VALIDATE-ABSENCE-DATE
               MOVE WS-ABS-DATE-SERIAL TO WS-ABS-END-SERIAL
           END-IF

           EVALUATE TRUE
               WHEN WS-STATUS = "T"
                   MOVE "N" TO WS-ABS-OK-SW
                   DISPLAY "Employee " WS-ID " is terminated."
               WHEN NOT WS-ABS-TYPE-VALID
                   MOVE "N" TO WS-ABS-OK-SW
                   DISPLAY "Absence type must be A, S, U or O."
               WHEN WS-ABS-DATE-BAD
                   MOVE "N" TO WS-ABS-OK-SW
                   DISPLAY "Date " WS-ABS-DATE-TEXT
                       " is not a valid YYYY-MM-DD date."
               WHEN WS-ABS-END-DATE < WS-ABS-START-DATE
                   MOVE "N" TO WS-ABS-OK-SW
                   DISPLAY "End date is before the start date."
               WHEN WS-ABS-START-DATE < WS-HIRE-DATE
                   MOVE "N" TO WS-ABS-OK-SW
                   DISPLAY "Start date " WS-ABS-START-DATE
                       " is before the hire date " WS-HIRE-DATE "."
           END-EVALUATE

           IF WS-ABS-OK
               PERFORM COUNT-ABSENCE-WEEKDAYS
               IF WS-ABS-DAYS-TEXT = SPACES
                   MOVE WS-ABS-WEEKDAYS TO WS-ABS-DAYS
               ELSE
                   MOVE FUNCTION NUMVAL(WS-ABS-DAYS-TEXT)
                       TO WS-ABS-DAYS
               END-IF
               IF WS-ABS-DAYS = 0
                   OR WS-ABS-DAYS > WS-ABS-CALENDAR-DAYS
                   MOVE "N" TO WS-ABS-OK-SW
                   MOVE WS-ABS-DAYS TO WS-ABS-DAYS-DISPLAY
                   DISPLAY "Working days " WS-ABS-DAYS-DISPLAY
                       " must be more than 0 and no more than the "
                       WS-ABS-CALENDAR-DAYS " calendar days in range."
               END-IF
           END-IF

           IF WS-ABS-OK
               MOVE 0 TO WS-ABS-OVERLAP-COUNT
               EXEC SQL
                   SELECT COUNT(*) INTO :WS-ABS-OVERLAP-COUNT
                   FROM EMPLOYEE_ABSENCE
                   WHERE EMPLOYEE_ID = :WS-ID
                     AND START_DATE <= :WS-ABS-END-DATE
                     AND END_DATE >= :WS-ABS-START-DATE
               END-EXEC
               IF WS-ABS-OVERLAP-COUNT > 0
                   MOVE "N" TO WS-ABS-OK-SW
                   DISPLAY "Absence overlaps one already recorded for"
                       " employee " WS-ID "."
               END-IF
           END-IF.

       VALIDATE-ABSENCE-DATE.
           MOVE "Y" TO WS-ABS-DATE-OK-SW
           MOVE 0 TO WS-ABS-DATE-SERIAL
           IF WS-ABS-DATE-TEXT(1:4) NOT NUMERIC
               OR WS-ABS-DATE-TEXT(5:1) NOT = "-"
               OR WS-ABS-DATE-TEXT(6:2) NOT NUMERIC
               OR WS-ABS-DATE-TEXT(8:1) NOT = "-"
               OR WS-ABS-DATE-TEXT(9:2) NOT NUMERIC
               MOVE "N" TO WS-ABS-DATE-OK-SW
           ELSE
               MOVE WS-ABS-DATE-TEXT(1:4) TO WS-ABS-DATE-DIGITS(1:4)
               MOVE WS-ABS-DATE-TEXT(6:2) TO WS-ABS-DATE-DIGITS(5:2)
               MOVE WS-ABS-DATE-TEXT(9:2) TO WS-ABS-DATE-DIGITS(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ABS-DATE-DIGITS)
                   NOT = 0
                   MOVE "N" TO WS-ABS-DATE-OK-SW
               ELSE
                   COMPUTE WS-ABS-DATE-SERIAL =
                       FUNCTION INTEGER-OF-DATE(WS-ABS-DATE-DIGITS)
               END-IF
           END-IF.

      *    Day 1 of the integer calendar (1601-01-01) was a Monday, so
      *    a remainder of 5 or 6 after dividing by 7 is a weekend.
       COUNT-ABSENCE-WEEKDAYS.
           COMPUTE WS-ABS-CALENDAR-DAYS =
               WS-ABS-END-SERIAL - WS-ABS-START-SERIAL + 1
           MOVE 0 TO WS-ABS-WEEKDAYS
           PERFORM VARYING WS-ABS-SERIAL FROM WS-ABS-START-SERIAL BY 1
                   UNTIL WS-ABS-SERIAL > WS-ABS-END-SERIAL
               IF FUNCTION MOD(WS-ABS-SERIAL - 1, 7) < 5
                   ADD 1 TO WS-ABS-WEEKDAYS
               END-IF
           END-PERFORM.

       SAVE-ABSENCE.
           EXEC SQL
               INSERT INTO EMPLOYEE_ABSENCE
                   (EMPLOYEE_ID, ABSENCE_TYPE, START_DATE, END_DATE,
                    DAYS, RECORDED_BY, RECORDED_AT)
               VALUES
                   (:WS-ID, :WS-ABS-TYPE, :WS-ABS-START-DATE,
                    :WS-ABS-END-DATE, :WS-ABS-DAYS, :WS-OPERATOR-ID,
                    CURRENT_TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
               MOVE WS-ABS-DAYS TO WS-ABS-DAYS-DISPLAY
               DISPLAY "Absence recorded: " WS-ABS-DAYS-DISPLAY
                   " days for " FUNCTION TRIM(WS-NAME) "."
               IF WS-ABS-TYPE = "U"
                   DISPLAY "Unpaid days are deducted by the next pay"
                       " run."
               END-IF
           ELSE
               DISPLAY "Error recording absence: " SQLERRMC
           END-IF.

       LIST-EMPLOYEE-ABSENCE.
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-ID
           DISPLAY "Leave Year YYYY (blank = this year): "
               WITH NO ADVANCING
           ACCEPT WS-ABS-YEAR

           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-YY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE
               INTO WS-TODAY-DATE
           IF WS-ABS-YEAR = SPACES
               MOVE WS-TODAY-YY TO WS-ABS-YEAR
           END-IF

           EXEC SQL
               SELECT NAME, STATUS, HIRE_DATE,
                      COALESCE(TERMINATION_DATE, ' ')
               INTO :WS-NAME, :WS-STATUS, :WS-HIRE-DATE,
                    :WS-TERMINATION-DATE
               FROM EMPLOYEES
               WHERE ID = :WS-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Employee not found: " WS-ID
           ELSE
               IF WS-ABS-YEAR NOT NUMERIC
                   DISPLAY "Leave year must be four digits."
               ELSE
                   PERFORM SHOW-EMPLOYEE-ABSENCE
               END-IF
           END-IF.

       SHOW-EMPLOYEE-ABSENCE.
           DISPLAY "Employee: " FUNCTION TRIM(WS-NAME)
               "  Leave year: " WS-ABS-YEAR
           DISPLAY "ID        | TYPE         | FROM       | TO         "
               "|  DAYS | PAID IN | BY"
           DISPLAY "----------------------------------------------"
               "------------------------------"
           MOVE 0 TO WS-ABS-LIST-COUNT
           MOVE 0 TO WS-ABS-TAKEN WS-ABS-SICK WS-ABS-UNPAID
           MOVE SPACES TO WS-ABS-YEAR-START WS-ABS-YEAR-END
           STRING WS-ABS-YEAR "-01-01" DELIMITED BY SIZE
               INTO WS-ABS-YEAR-START
           STRING WS-ABS-YEAR "-12-31" DELIMITED BY SIZE
               INTO WS-ABS-YEAR-END

           EXEC SQL DECLARE ABSENCE_CURSOR CURSOR FOR
               SELECT ID, ABSENCE_TYPE, START_DATE, END_DATE, DAYS,
                      COALESCE(PAY_PERIOD, ' '), RECORDED_BY
               FROM EMPLOYEE_ABSENCE
               WHERE EMPLOYEE_ID = :WS-ID
                 AND START_DATE >= :WS-ABS-YEAR-START
                 AND START_DATE <= :WS-ABS-YEAR-END
               ORDER BY START_DATE
           END-EXEC

           EXEC SQL OPEN ABSENCE_CURSOR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL FETCH ABSENCE_CURSOR
                   INTO :WS-ABS-ID, :WS-ABS-TYPE, :WS-ABS-START-DATE,
                        :WS-ABS-END-DATE, :WS-ABS-DAYS,
                        :WS-ABS-PAY-PERIOD, :WS-ABS-RECORDED-BY
               END-EXEC
               IF SQLCODE = 0
                   PERFORM DISPLAY-ABSENCE-LINE
           END-PERFORM

           EXEC SQL CLOSE ABSENCE_CURSOR END-EXEC

           IF WS-ABS-LIST-COUNT = 0
               DISPLAY "No absence recorded in " WS-ABS-YEAR "."
           END-IF

           PERFORM CALCULATE-LEAVE-ENTITLEMENT
           COMPUTE WS-ABS-BALANCE = WS-ABS-ENTITLEMENT - WS-ABS-TAKEN
           MOVE WS-ABS-ENTITLEMENT TO WS-ABS-DAYS-DISPLAY
           DISPLAY "Annual leave entitlement for year: "
               WS-ABS-DAYS-DISPLAY
           MOVE WS-ABS-ACCRUED TO WS-ABS-DAYS-DISPLAY
           DISPLAY "Accrued to " WS-ABS-ASOF-DATE ":          "
               WS-ABS-DAYS-DISPLAY
           MOVE WS-ABS-TAKEN TO WS-ABS-BALANCE-DISPLAY
           DISPLAY "Annual leave taken/booked:        "
               WS-ABS-BALANCE-DISPLAY
           MOVE WS-ABS-BALANCE TO WS-ABS-BALANCE-DISPLAY
           DISPLAY "Annual leave remaining:           "
               WS-ABS-BALANCE-DISPLAY
           MOVE WS-ABS-SICK TO WS-ABS-BALANCE-DISPLAY
           DISPLAY "Sickness days:                    "
               WS-ABS-BALANCE-DISPLAY
           MOVE WS-ABS-UNPAID TO WS-ABS-BALANCE-DISPLAY
           DISPLAY "Unpaid days:                      "
               WS-ABS-BALANCE-DISPLAY.

       DISPLAY-ABSENCE-LINE.
           ADD 1 TO WS-ABS-LIST-COUNT
           EVALUATE WS-ABS-TYPE
               WHEN "A"
                   MOVE "ANNUAL LEAVE" TO WS-ABS-TYPE-NAME
                   ADD WS-ABS-DAYS TO WS-ABS-TAKEN
               WHEN "S"
                   MOVE "SICKNESS" TO WS-ABS-TYPE-NAME
                   ADD WS-ABS-DAYS TO WS-ABS-SICK
               WHEN "U"
                   MOVE "UNPAID" TO WS-ABS-TYPE-NAME
                   ADD WS-ABS-DAYS TO WS-ABS-UNPAID
               WHEN OTHER
                   MOVE "OTHER" TO WS-ABS-TYPE-NAME
           END-EVALUATE
           MOVE WS-ABS-DAYS TO WS-ABS-DAYS-DISPLAY
           DISPLAY WS-ABS-ID " | " WS-ABS-TYPE-NAME " | "
               WS-ABS-START-DATE " | " WS-ABS-END-DATE " | "
               WS-ABS-DAYS-DISPLAY " | " WS-ABS-PAY-PERIOD " | "
               WS-ABS-RECORDED-BY.

      *    Entitlement for the year runs from the later of 1 January
      *    and HIRE_DATE to the earlier of 31 December and, for a
      *    leaver, TERMINATION_DATE. Accrued leave is the same figure
      *    counted only up to today.
       CALCULATE-LEAVE-ENTITLEMENT.
           MOVE WS-ABS-YEAR-START TO WS-ABS-FROM-DATE
           IF WS-HIRE-DATE > WS-ABS-FROM-DATE
               MOVE WS-HIRE-DATE TO WS-ABS-FROM-DATE
           END-IF
           MOVE WS-ABS-YEAR-END TO WS-ABS-TO-DATE
           IF WS-STATUS = "T" AND WS-TERMINATION-DATE NOT = SPACES
               AND WS-TERMINATION-DATE < WS-ABS-TO-DATE
               MOVE WS-TERMINATION-DATE TO WS-ABS-TO-DATE
           END-IF
           MOVE WS-ABS-TO-DATE TO WS-ABS-ASOF-DATE
           IF WS-TODAY-DATE < WS-ABS-ASOF-DATE
               MOVE WS-TODAY-DATE TO WS-ABS-ASOF-DATE
           END-IF

           MOVE WS-ABS-YEAR-START TO WS-ABS-DATE-TEXT
           PERFORM VALIDATE-ABSENCE-DATE
           MOVE WS-ABS-DATE-SERIAL TO WS-ABS-START-SERIAL
           MOVE WS-ABS-YEAR-END TO WS-ABS-DATE-TEXT
           PERFORM VALIDATE-ABSENCE-DATE
           COMPUTE WS-ABS-YEAR-DAYS =
               WS-ABS-DATE-SERIAL - WS-ABS-START-SERIAL + 1

           MOVE WS-ABS-FROM-DATE TO WS-ABS-DATE-TEXT
           PERFORM VALIDATE-ABSENCE-DATE
           MOVE WS-ABS-DATE-SERIAL TO WS-ABS-START-SERIAL
           MOVE 0 TO WS-ABS-EMPLOYED-DAYS WS-ABS-ACCRUED-DAYS
           IF WS-ABS-TO-DATE >= WS-ABS-FROM-DATE
               MOVE WS-ABS-TO-DATE TO WS-ABS-DATE-TEXT
               PERFORM VALIDATE-ABSENCE-DATE
               COMPUTE WS-ABS-EMPLOYED-DAYS =
                   WS-ABS-DATE-SERIAL - WS-ABS-START-SERIAL + 1
           END-IF
           IF WS-ABS-ASOF-DATE >= WS-ABS-FROM-DATE
               MOVE WS-ABS-ASOF-DATE TO WS-ABS-DATE-TEXT
               PERFORM VALIDATE-ABSENCE-DATE
               COMPUTE WS-ABS-ACCRUED-DAYS =
                   WS-ABS-DATE-SERIAL - WS-ABS-START-SERIAL + 1
           END-IF

           COMPUTE WS-ABS-ENTITLEMENT ROUNDED =
               WS-ABS-ANNUAL-ENTITLEMENT * WS-ABS-EMPLOYED-DAYS
               / WS-ABS-YEAR-DAYS
           COMPUTE WS-ABS-ACCRUED ROUNDED =
               WS-ABS-ANNUAL-ENTITLEMENT * WS-ABS-ACCRUED-DAYS
               / WS-ABS-YEAR-DAYS.

      *    Unpaid absence already deducted by a pay run cannot be
      *    cancelled here; it has to be put right with an adjustment.
       CANCEL-ABSENCE.
           DISPLAY "Enter Absence ID to Cancel: " WITH NO ADVANCING
           ACCEPT WS-ABS-ID

           EXEC SQL
               SELECT EMPLOYEE_ID, ABSENCE_TYPE, START_DATE, DAYS,
                      COALESCE(PAY_PERIOD, ' ')
               INTO :WS-ID, :WS-ABS-TYPE, :WS-ABS-START-DATE,
                    :WS-ABS-DAYS, :WS-ABS-PAY-PERIOD
               FROM EMPLOYEE_ABSENCE
               WHERE ID = :WS-ABS-ID
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Absence not found: " WS-ABS-ID
           ELSE
               IF WS-ABS-PAY-PERIOD NOT = SPACES
                   DISPLAY "Absence was deducted in pay period "
                       WS-ABS-PAY-PERIOD "; not cancelled."
               ELSE
                   EXEC SQL
                       DELETE FROM EMPLOYEE_ABSENCE
                       WHERE ID = :WS-ABS-ID
                   END-EXEC
                   IF SQLCODE = 0
                       DISPLAY "Absence " WS-ABS-ID " for employee "
                           WS-ID " starting " WS-ABS-START-DATE
                           " cancelled."
                   ELSE
                       DISPLAY "Error cancelling absence: " SQLERRMC
                   END-IF
               END-IF
           END-IF.

       MAINTAIN-BANK-DETAILS.
           DISPLAY "Enter Employee ID: " WITH NO ADVANCING
           ACCEPT WS-ID
               DISPLAY "Error saving bank details: " SQLERRMC
           END-IF.

       LOG-AUDIT-TERMINATE.
           MOVE "TERMINATE" TO WS-AUDIT-ACTION
           MOVE WS-OLD-SALARY TO WS-SALARY
           EXEC SQL
               INSERT INTO EMPLOYEE_AUDIT
                   (EMPLOYEE_ID, OLD_SALARY, NEW_SALARY, ACTION,
           IF SQLCODE NOT = 0
               DISPLAY "Warning: audit log entry failed: " SQLERRMC.

      *    The salary is unchanged; the codes replaced and given are
      *    kept in OLD_TAX_CODE and NEW_TAX_CODE (blank = emergency).
       LOG-AUDIT-TAX-CODE.
           MOVE "TAX CODE" TO WS-AUDIT-ACTION
           MOVE WS-OLD-SALARY TO WS-SALARY
           EXEC SQL
               INSERT INTO EMPLOYEE_AUDIT
                   (EMPLOYEE_ID, OLD_SALARY, NEW_SALARY, ACTION,
                    CHANGED_AT, CHANGED_BY, OLD_TAX_CODE,
                    NEW_TAX_CODE)
               VALUES
                   (:WS-ID, :WS-OLD-SALARY, :WS-SALARY,
                    :WS-AUDIT-ACTION, CURRENT_TIMESTAMP,
                    :WS-OPERATOR-ID, :WS-OLD-TAX-CODE,
                    :WS-TAX-CODE)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Warning: audit log entry failed: " SQLERRMC.
