           05 PS-NAME               PIC X(30).
           05 PS-DEPARTMENT         PIC X(20).
           05 PS-PERIOD             PIC X(7).
           05 PS-TAX-CODE           PIC X(10).
           05 PS-BASIC              PIC 9(7)V99.
           05 PS-GROSS              PIC 9(7)V99.
           05 PS-TAX                PIC S9(7)V99
                                    SIGN IS LEADING SEPARATE.
           05 PS-NI                 PIC 9(7)V99.
           05 PS-PENSION            PIC 9(7)V99.
           05 PS-OTHER-DEDNS        PIC 9(7)V99.
           05 PS-NET                PIC 9(7)V99.
           05 PS-YTD-GROSS          PIC 9(8)V99.
           05 PS-YTD-TAX            PIC 9(8)V99.
           05 PS-YTD-NI             PIC 9(8)V99.
           05 PS-YTD-PENSION        PIC 9(8)V99.
           05 PS-YTD-OTHER-DEDNS    PIC 9(8)V99.
           05 PS-YTD-NET            PIC 9(8)V99.
           05 PS-ELEMENT-COUNT      PIC 9(2).
           05 PS-ELEMENT OCCURS 10 TIMES.
               10 PS-EL-CODE        PIC X(4).
               10 PS-EL-DESCRIPTION PIC X(20).
               10 PS-EL-TYPE        PIC X.
               10 PS-EL-QUANTITY    PIC 9(5)V99.
               10 PS-EL-AMOUNT      PIC S9(7)V99
                                    SIGN IS LEADING SEPARATE.
               10 PS-EL-TAXABLE     PIC X.

       FD  SLIP-REPORT-FILE.
       01  REPORT-LINE              PIC X(80).
       01 WS-PAYSLIP-EOF-SW      PIC X VALUE "N".
           88 WS-PAYSLIP-EOF              VALUE "Y".
       01 WS-PRINTED-COUNT       PIC 9(5) VALUE 0.
       01 WS-EL-IDX              PIC 9(2) VALUE 0.
       01 WS-EL-PASS-SW          PIC X VALUE "B".
           88 WS-EL-BEFORE-TAX            VALUE "B".
           88 WS-EL-AFTER-TAX             VALUE "A".

       01 RPT-COMPANY-LINE-1.
           05 FILLER              PIC X(40)
           05 RPT-DEPT-NAME       PIC X(20).
           05 FILLER              PIC X(12) VALUE "PAY PERIOD: ".
           05 RPT-PERIOD          PIC X(7).
           05 FILLER              PIC X(12) VALUE "  TAX CODE: ".
           05 RPT-TAX-CODE        PIC X(10).

       01 RPT-COLUMN-LINE.
           05 FILLER              PIC X(30) VALUE SPACES.

       01 RPT-AMOUNT-LINE.
           05 RPT-AMT-LABEL       PIC X(30).
           05 RPT-AMT-PERIOD      PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 RPT-AMT-YTD         PIC ZZ,ZZZ,ZZ9.99.

       01 RPT-PERIOD-ONLY-LINE.
           05 RPT-PO-LABEL        PIC X(30).
           05 RPT-PO-PERIOD       PIC Z,ZZZ,ZZ9.99-.

       01 RPT-ELEMENT-LINE.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RPT-EL-CODE         PIC X(4).
           05 FILLER              PIC X(1)  VALUE SPACES.
           05 RPT-EL-DESCRIPTION  PIC X(20).
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 RPT-EL-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(4)  VALUE SPACES.
           05 RPT-EL-QUANTITY-TEXT.
               10 RPT-EL-QUANTITY PIC ZZ,ZZ9.99.
               10 FILLER          PIC X(1)  VALUE SPACES.
               10 RPT-EL-UNIT     PIC X(4).

       01 RPT-BLANK-LINE          PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE PS-DEPARTMENT TO RPT-DEPT-NAME
           MOVE PS-PERIOD TO RPT-PERIOD
           MOVE PS-TAX-CODE TO RPT-TAX-CODE
           MOVE RPT-DEPT-PERIOD-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE RPT-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "BASIC PAY" TO RPT-PO-LABEL
           MOVE PS-BASIC TO RPT-PO-PERIOD
           MOVE RPT-PERIOD-ONLY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           SET WS-EL-BEFORE-TAX TO TRUE
           PERFORM PRINT-ELEMENT-LINES

           MOVE "GROSS PAY" TO RPT-AMT-LABEL
           MOVE PS-GROSS TO RPT-AMT-PERIOD
           MOVE PS-YTD-GROSS TO RPT-AMT-YTD
           MOVE RPT-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           SET WS-EL-AFTER-TAX TO TRUE
           PERFORM PRINT-ELEMENT-LINES

           MOVE "LESS: OTHER DEDUCTIONS" TO RPT-AMT-LABEL
           MOVE PS-OTHER-DEDNS TO RPT-AMT-PERIOD
           MOVE PS-YTD-OTHER-DEDNS TO RPT-AMT-YTD
           MOVE RPT-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE RPT-RULE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           WRITE REPORT-LINE

           ADD 1 TO WS-PRINTED-COUNT.

      *    Payments and deductions made before tax are listed between
      *    basic and gross pay; deductions taken after tax are listed
      *    above the other deductions total.
       PRINT-ELEMENT-LINES.
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > PS-ELEMENT-COUNT
                      OR WS-EL-IDX > 10
               IF (WS-EL-BEFORE-TAX
                   AND (PS-EL-AMOUNT(WS-EL-IDX) >= 0
                        OR PS-EL-TAXABLE(WS-EL-IDX) = "Y"))
               OR (WS-EL-AFTER-TAX
                   AND PS-EL-AMOUNT(WS-EL-IDX) < 0
                   AND PS-EL-TAXABLE(WS-EL-IDX) NOT = "Y")
                   PERFORM PRINT-ONE-ELEMENT
               END-IF
           END-PERFORM.

       PRINT-ONE-ELEMENT.
           MOVE PS-EL-CODE(WS-EL-IDX) TO RPT-EL-CODE
           MOVE PS-EL-DESCRIPTION(WS-EL-IDX) TO RPT-EL-DESCRIPTION
           MOVE PS-EL-AMOUNT(WS-EL-IDX) TO RPT-EL-AMOUNT
           EVALUATE PS-EL-TYPE(WS-EL-IDX)
               WHEN "H"
                   MOVE PS-EL-QUANTITY(WS-EL-IDX) TO RPT-EL-QUANTITY
                   MOVE "HRS" TO RPT-EL-UNIT
               WHEN "D"
                   MOVE PS-EL-QUANTITY(WS-EL-IDX) TO RPT-EL-QUANTITY
                   MOVE "DAYS" TO RPT-EL-UNIT
               WHEN OTHER
                   MOVE SPACES TO RPT-EL-QUANTITY-TEXT
           END-EVALUATE
           MOVE RPT-ELEMENT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
