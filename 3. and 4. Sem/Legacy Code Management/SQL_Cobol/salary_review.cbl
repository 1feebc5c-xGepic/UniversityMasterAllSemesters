           05 RV-SELECTOR-VALUE     PIC X(100).
           05 RV-ADJUST-TYPE        PIC X.
           05 RV-ADJUST-AMOUNT      PIC 9(5)V99.
           05 RV-EFFECTIVE-DATE     PIC X(10).

       FD  REVIEW-REPORT-FILE.
       01  REPORT-LINE              PIC X(120).
       01 WS-DEPARTMENT       PIC X(100).
       01 WS-SALARY           PIC 9(7)V99.
       01 WS-OLD-SALARY       PIC 9(7)V99.
       01 WS-HIRE-DATE        PIC X(10).
       01 WS-PEND-MATCH-COUNT PIC 9(3) VALUE 0.

       01 WS-DEPT-MATCH-COUNT PIC 9(3) VALUE 0.

       01 WS-SELECTOR-VALUE   PIC X(100).
       01 WS-ADJUST-TYPE      PIC X.
       01 WS-ADJUST-AMOUNT    PIC 9(5)V99.
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

       01 WS-REVIEW-FILENAME    PIC X(100).
       01 WS-REVIEW-FILE-STATUS PIC XX.
       01 WS-REVIEW-EOF-SW      PIC X VALUE "N".
           88 WS-REVIEW-EOF               VALUE "Y".
       01 WS-EMPLOYEE-EOF-SW    PIC X VALUE "N".
           88 WS-EMPLOYEE-EOF             VALUE "Y".
       01 WS-INSTRUCTION-COUNT  PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT      PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT    PIC 9(5) VALUE 0.
           05 RPT-INS-ADJ-TYPE    PIC X.
           05 FILLER              PIC X(1)  VALUE ":".
           05 RPT-INS-ADJ-AMOUNT  PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(11) VALUE " EFFECTIVE=".
           05 RPT-INS-EFFECTIVE   PIC X(10).

       01 RPT-COLUMN-HEADER-1.
           05 FILLER              PIC X(20) VALUE "DEPARTMENT".
       EXEC SQL END DECLARE SECTION END-EXEC.

       PROCEDURE DIVISION.
      *    Review awards are not written to EMPLOYEES here. Each award
      *    is recorded in SALARY_PENDING with the instruction's
      *    effective date (blank = today) and is applied by SALARYAPPLY
      *    when it falls due.
       MAIN-LOGIC.

           DISPLAY "Enter review instruction file name: "
               WITH NO ADVANCING
           ACCEPT WS-REVIEW-FILENAME

           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-YY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE
               INTO WS-TODAY-DATE

           PERFORM INIT-SALARY-RANGES
           PERFORM DB-CONNECT
           PERFORM OPERATOR-SIGN-ON
           PERFORM CLOSE-REPORT-FILE
           PERFORM DB-DISCONNECT
           DISPLAY "Salary review complete: " WS-APPLIED-COUNT
               " recorded as pending, " WS-EXCEPTION-COUNT
               " exceptions."
           STOP RUN.

       DB-CONNECT.
           MOVE RV-SELECTOR-VALUE TO WS-SELECTOR-VALUE
           MOVE RV-ADJUST-TYPE TO WS-ADJUST-TYPE
           MOVE RV-ADJUST-AMOUNT TO WS-ADJUST-AMOUNT
           MOVE RV-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           PERFORM VALIDATE-EFFECTIVE-DATE

           IF WS-SELECTOR-TYPE NOT = "P"
               AND WS-SELECTOR-TYPE NOT = "D"
                   IF WS-SELECTOR-TYPE = "D"
                       PERFORM VALIDATE-DEPARTMENT-SELECTOR
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-SELECTOR-TYPE = "D"
                           AND WS-DEPT-MATCH-COUNT = 0
                           DISPLAY "Instruction " WS-INSTRUCTION-COUNT
                               " skipped: unknown department "
                               FUNCTION TRIM(WS-SELECTOR-VALUE)
                               " (not on the department table)."
                       WHEN WS-EFFECTIVE-BAD
                           DISPLAY "Instruction " WS-INSTRUCTION-COUNT
                               " skipped: effective date "
                               WS-EFFECTIVE-DATE
                               " is not a valid YYYY-MM-DD date."
                       WHEN OTHER
                           PERFORM PRINT-INSTRUCTION-LINE
                           PERFORM APPLY-INSTRUCTION
                   END-EVALUATE
               END-IF
           END-IF.

       VALIDATE-EFFECTIVE-DATE.
           IF WS-EFFECTIVE-DATE = SPACES
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
           END-IF.


       APPLY-INSTRUCTION.
           EXEC SQL DECLARE REVIEW_CURSOR CURSOR FOR
               SELECT ID, NAME, POSITION, DEPARTMENT, SALARY,
                      COALESCE(HIRE_DATE, ' ')
               FROM EMPLOYEES
               WHERE STATUS = 'A'
                 AND ((:WS-SELECTOR-TYPE = 'P'
           END-EXEC

           EXEC SQL OPEN REVIEW_CURSOR END-EXEC
           MOVE "N" TO WS-EMPLOYEE-EOF-SW
           IF SQLCODE NOT = 0
               DISPLAY "Error selecting employees for "
                   FUNCTION TRIM(WS-SELECTOR-VALUE) ": " SQLERRMC
               MOVE 8 TO RETURN-CODE
               SET WS-EMPLOYEE-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EMPLOYEE-EOF
               EXEC SQL
                   FETCH REVIEW_CURSOR
                   INTO :WS-ID, :WS-NAME, :WS-POSITION,
                        :WS-DEPARTMENT, :WS-OLD-SALARY,
                        :WS-HIRE-DATE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM REVIEW-ONE-EMPLOYEE
                   WHEN 100
                       SET WS-EMPLOYEE-EOF TO TRUE
                   WHEN OTHER
                       DISPLAY "Error reading employees for "
                           FUNCTION TRIM(WS-SELECTOR-VALUE) ": "
                           SQLERRMC
                       MOVE 8 TO RETURN-CODE
                       SET WS-EMPLOYEE-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE REVIEW_CURSOR END-EXEC.
               COMPUTE WS-SALARY = WS-OLD-SALARY + WS-ADJUST-AMOUNT
           END-IF

           MOVE 0 TO WS-PEND-MATCH-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-PEND-MATCH-COUNT
               FROM SALARY_PENDING
               WHERE EMPLOYEE_ID = :WS-ID
                 AND EFFECTIVE_DATE = :WS-EFFECTIVE-DATE
                 AND STATUS = 'P'
           END-EXEC

           PERFORM VALIDATE-SALARY-RANGE
           EVALUATE TRUE
               WHEN WS-SALARY-INVALID
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE "OUT OF RANGE" TO RPT-DET-STATUS
                   PERFORM PRINT-REVIEW-DETAIL-LINE
               WHEN WS-HIRE-DATE NOT = SPACES
                   AND WS-EFFECTIVE-DATE < WS-HIRE-DATE
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE "BEFORE HIRE" TO RPT-DET-STATUS
                   PERFORM PRINT-REVIEW-DETAIL-LINE
               WHEN WS-PEND-MATCH-COUNT > 0
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE "ALREADY PEND" TO RPT-DET-STATUS
                   PERFORM PRINT-REVIEW-DETAIL-LINE
               WHEN OTHER
                   PERFORM RECORD-PENDING-SALARY
           END-EVALUATE.

       RECORD-PENDING-SALARY.
           EXEC SQL
               INSERT INTO SALARY_PENDING
                   (EMPLOYEE_ID, OLD_SALARY, NEW_SALARY,
                    EFFECTIVE_DATE, STATUS, SOURCE,
                    REQUESTED_BY, REQUESTED_AT)
               VALUES
                   (:WS-ID, :WS-OLD-SALARY, :WS-SALARY,
                    :WS-EFFECTIVE-DATE, 'P', 'REVIEW',
                    :WS-OPERATOR-ID, CURRENT_TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "PENDING" TO RPT-DET-STATUS
               PERFORM PRINT-REVIEW-DETAIL-LINE
               PERFORM ACCUMULATE-DEPT-IMPACT
           ELSE
               DISPLAY "Error recording salary change for employee "
                   WS-ID ": " SQLERRMC
           END-IF.

       ACCUMULATE-DEPT-IMPACT.
           MOVE "N" TO WS-DEPT-FOUND-SW
           MOVE WS-SELECTOR-VALUE TO RPT-INS-SEL-VALUE
           MOVE WS-ADJUST-TYPE TO RPT-INS-ADJ-TYPE
           MOVE WS-ADJUST-AMOUNT TO RPT-INS-ADJ-AMOUNT
           MOVE WS-EFFECTIVE-DATE TO RPT-INS-EFFECTIVE
           MOVE RPT-INSTRUCTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 2 TO WS-LINE-NO.
           MOVE RPT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "CHANGES RECORDED AS PENDING" TO RPT-SUM-LABEL
           MOVE WS-APPLIED-COUNT TO RPT-SUM-COUNT
           MOVE RPT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "EXCEPTIONS" TO RPT-SUM-LABEL
           MOVE WS-EXCEPTION-COUNT TO RPT-SUM-COUNT
           MOVE RPT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
