       01 WS-NAME             PIC X(100).
       01 WS-DEPARTMENT       PIC X(100).
       01 WS-STATUS           PIC X.
       01 WS-TAX-CODE         PIC X(10).

       01 WS-STATEMENT-YEAR   PIC X(4).
       01 WS-YEAR-PATTERN     PIC X(7).

       01 WS-PERIOD-COUNT     PIC 9(3) VALUE 0.
       01 WS-EMP-GROSS        PIC 9(8)V99 VALUE 0.
       01 WS-EMP-TAXABLE      PIC 9(8)V99 VALUE 0.
       01 WS-EMP-TAX          PIC 9(8)V99 VALUE 0.
       01 WS-EMP-NI           PIC 9(8)V99 VALUE 0.
       01 WS-EMP-PENSION      PIC 9(8)V99 VALUE 0.
       01 WS-EMP-OTHER-DEDNS  PIC 9(8)V99 VALUE 0.
       01 WS-EMP-NET          PIC 9(8)V99 VALUE 0.

       01 WS-EL-CODE          PIC X(4).
       01 WS-EL-DESCRIPTION   PIC X(20).
       01 WS-EL-AMOUNT        PIC S9(8)V99 VALUE 0.
       01 WS-EL-LINE-COUNT    PIC 9(3) VALUE 0.
       01 WS-ANNUAL-EOF-SW    PIC X VALUE "N".
           88 WS-ANNUAL-EOF            VALUE "Y".
       01 WS-ERROR-COUNT      PIC 9(5) VALUE 0.

       01 WS-STATEMENT-COUNT  PIC 9(5) VALUE 0.
       01 WS-GT-PERIODS       PIC 9(6) VALUE 0.
       01 WS-GT-GROSS         PIC 9(9)V99 VALUE 0.
       01 WS-GT-TAXABLE       PIC 9(9)V99 VALUE 0.
       01 WS-GT-TAX           PIC 9(9)V99 VALUE 0.
       01 WS-GT-NI            PIC 9(9)V99 VALUE 0.
       01 WS-GT-PENSION       PIC 9(9)V99 VALUE 0.
       01 WS-GT-OTHER-DEDNS   PIC 9(9)V99 VALUE 0.
       01 WS-GT-NET           PIC 9(9)V99 VALUE 0.

       01 RPT-TITLE-LINE.
           05 FILLER              PIC X(12) VALUE "DEPARTMENT: ".
           05 RPT-DEPT-NAME       PIC X(30).

       01 RPT-TAX-CODE-LINE.
           05 FILLER              PIC X(20) VALUE "TAX CODE".
           05 RPT-TAX-CODE        PIC X(10).

       01 RPT-PERIODS-LINE.
           05 FILLER              PIC X(20) VALUE "PAY PERIODS PAID".
           05 RPT-PERIODS-VALUE   PIC ZZZ9.
           05 RPT-AMOUNT-LABEL    PIC X(20).
           05 RPT-AMOUNT-VALUE    PIC ZZ,ZZZ,ZZ9.99.

       01 RPT-ELEMENT-TITLE.
           05 FILLER              PIC X(20) VALUE "PAY ELEMENTS".

       01 RPT-ELEMENT-LINE.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RPT-EL-CODE         PIC X(4).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 RPT-EL-DESCRIPTION  PIC X(20).
           05 RPT-EL-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.

       01 RPT-CONTROL-TITLE.
           05 FILLER              PIC X(32)
               VALUE "CONTROL TOTALS - ALL STATEMENTS".
                      COALESCE(E.NAME, '(NO LONGER ON FILE)'),
                      COALESCE(E.DEPARTMENT, ' '),
                      COALESCE(E.STATUS, ' '),
                      COALESCE((SELECT P.TAX_CODE
                                FROM PAY_HISTORY P
                                WHERE P.EMPLOYEE_ID = H.EMPLOYEE_ID
                                  AND P.PAY_PERIOD LIKE :WS-YEAR-PATTERN
                                  AND P.TAX_CODE IS NOT NULL
                                ORDER BY P.PAY_PERIOD DESC
                                LIMIT 1), E.TAX_CODE, ' '),
                      COUNT(*),
                      SUM(H.GROSS),
                      SUM(COALESCE(H.TAXABLE_PAY, H.GROSS)),
                      SUM(H.TAX), SUM(H.NI), SUM(H.PENSION),
                      SUM(COALESCE(H.OTHER_DEDUCTIONS, 0)),
                      SUM(H.NET)
               FROM PAY_HISTORY H
               LEFT JOIN EMPLOYEES E ON E.ID = H.EMPLOYEE_ID
               WHERE H.PAY_PERIOD LIKE :WS-YEAR-PATTERN
               GROUP BY H.EMPLOYEE_ID, E.NAME, E.DEPARTMENT, E.STATUS,
                        E.TAX_CODE
               ORDER BY E.NAME, H.EMPLOYEE_ID
           END-EXEC

           EXEC SQL OPEN ANNUAL_CURSOR END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "Error opening statement cursor: " SQLERRMC
               ADD 1 TO WS-ERROR-COUNT
               SET WS-ANNUAL-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-ANNUAL-EOF
               EXEC SQL
                   FETCH ANNUAL_CURSOR
                   INTO :WS-ID, :WS-NAME, :WS-DEPARTMENT, :WS-STATUS,
                        :WS-TAX-CODE, :WS-PERIOD-COUNT, :WS-EMP-GROSS,
                        :WS-EMP-TAXABLE, :WS-EMP-TAX, :WS-EMP-NI,
                        :WS-EMP-PENSION, :WS-EMP-OTHER-DEDNS,
                        :WS-EMP-NET
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM PRINT-EMPLOYEE-STATEMENT
                   WHEN 100
                       SET WS-ANNUAL-EOF TO TRUE
                   WHEN OTHER
                       DISPLAY "Error reading pay history: " SQLERRMC
                       ADD 1 TO WS-ERROR-COUNT
                       SET WS-ANNUAL-EOF TO TRUE
               END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE ANNUAL_CURSOR END-EXEC
           PERFORM CLOSE-REPORT-FILE
           PERFORM DB-DISCONNECT
           DISPLAY "Wrote " WS-STATEMENT-COUNT " annual statements."
           IF WS-ERROR-COUNT > 0
               DISPLAY WS-ERROR-COUNT " database errors; statements"
                   " are incomplete."
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       DB-CONNECT.
           MOVE RPT-DEPARTMENT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-TAX-CODE TO RPT-TAX-CODE
           MOVE RPT-TAX-CODE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-PERIOD-COUNT TO RPT-PERIODS-VALUE
           MOVE RPT-PERIODS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "TOTAL TAXABLE PAY" TO RPT-AMOUNT-LABEL
           MOVE WS-EMP-TAXABLE TO RPT-AMOUNT-VALUE
           MOVE RPT-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "TOTAL TAX" TO RPT-AMOUNT-LABEL
           MOVE WS-EMP-TAX TO RPT-AMOUNT-VALUE
           MOVE RPT-AMOUNT-LINE TO REPORT-LINE
           MOVE RPT-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "TOTAL OTHER DEDNS" TO RPT-AMOUNT-LABEL
           MOVE WS-EMP-OTHER-DEDNS TO RPT-AMOUNT-VALUE
           MOVE RPT-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "TOTAL NET PAY" TO RPT-AMOUNT-LABEL
           MOVE WS-EMP-NET TO RPT-AMOUNT-VALUE
           MOVE RPT-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM PRINT-ELEMENT-TOTALS

           ADD 1 TO WS-STATEMENT-COUNT
           ADD WS-PERIOD-COUNT TO WS-GT-PERIODS
           ADD WS-EMP-GROSS TO WS-GT-GROSS
           ADD WS-EMP-TAXABLE TO WS-GT-TAXABLE
           ADD WS-EMP-TAX TO WS-GT-TAX
           ADD WS-EMP-NI TO WS-GT-NI
           ADD WS-EMP-PENSION TO WS-GT-PENSION
           ADD WS-EMP-OTHER-DEDNS TO WS-GT-OTHER-DEDNS
           ADD WS-EMP-NET TO WS-GT-NET.

      *    Year totals of each pay element (overtime, bonus, unpaid
      *    leave and so on) paid to the employee.
       PRINT-ELEMENT-TOTALS.
           MOVE 0 TO WS-EL-LINE-COUNT
           EXEC SQL DECLARE ELEMENT_CURSOR CURSOR FOR
               SELECT ELEMENT_CODE, MAX(DESCRIPTION), SUM(AMOUNT)
               FROM PAY_ELEMENTS
               WHERE EMPLOYEE_ID = :WS-ID
                 AND PAY_PERIOD LIKE :WS-YEAR-PATTERN
               GROUP BY ELEMENT_CODE
               ORDER BY ELEMENT_CODE
           END-EXEC

           EXEC SQL OPEN ELEMENT_CURSOR END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Error reading pay elements for employee "
                   WS-ID ": " SQLERRMC
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM UNTIL SQLCODE NOT = 0
                   EXEC SQL
                       FETCH ELEMENT_CURSOR
                       INTO :WS-EL-CODE, :WS-EL-DESCRIPTION,
                            :WS-EL-AMOUNT
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM PRINT-ELEMENT-LINE
               END-PERFORM
               IF SQLCODE NOT = 100
                   DISPLAY "Error reading pay elements for employee "
                       WS-ID ": " SQLERRMC
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
               EXEC SQL CLOSE ELEMENT_CURSOR END-EXEC
           END-IF.

       PRINT-ELEMENT-LINE.
           IF WS-EL-LINE-COUNT = 0
               MOVE RPT-ELEMENT-TITLE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-EL-CODE TO RPT-EL-CODE
           MOVE WS-EL-DESCRIPTION TO RPT-EL-DESCRIPTION
           MOVE WS-EL-AMOUNT TO RPT-EL-AMOUNT
           MOVE RPT-ELEMENT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-EL-LINE-COUNT.

       PRINT-CONTROL-PAGE.
           MOVE RPT-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-CONTROL-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "TOTAL TAXABLE PAY" TO RPT-CTL-AMT-LABEL
           MOVE WS-GT-TAXABLE TO RPT-CTL-AMT-VALUE
           MOVE RPT-CONTROL-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "TOTAL TAX" TO RPT-CTL-AMT-LABEL
           MOVE WS-GT-TAX TO RPT-CTL-AMT-VALUE
           MOVE RPT-CONTROL-AMOUNT-LINE TO REPORT-LINE
           MOVE RPT-CONTROL-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "TOTAL OTHER DEDUCTIONS" TO RPT-CTL-AMT-LABEL
           MOVE WS-GT-OTHER-DEDNS TO RPT-CTL-AMT-VALUE
           MOVE RPT-CONTROL-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "TOTAL NET PAY" TO RPT-CTL-AMT-LABEL
           MOVE WS-GT-NET TO RPT-CTL-AMT-VALUE
           MOVE RPT-CONTROL-AMOUNT-LINE TO REPORT-LINE
