       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYADJVALID.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATES-FILE ASSIGN TO DYNAMIC WS-RATES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-FILE-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO DYNAMIC WS-ADJUST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-FILE-STATUS.

           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO "PAY-ADJUSTMENTS-EXCEPTIONS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RATES-FILE.
       01  RATES-RECORD            PIC X(100).

       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05 ADJ-EMPLOYEE-ID       PIC 9(6).
           05 ADJ-PAY-PERIOD        PIC X(7).
           05 ADJ-ELEMENT-CODE      PIC X(4).
           05 ADJ-QUANTITY          PIC 9(5)V99.
           05 ADJ-TAXABLE           PIC X.
           05 ADJ-PENSIONABLE       PIC X.
           05 ADJ-REFERENCE         PIC X(20).

       FD  EXCEPTION-REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ID                  PIC 9(6).
       01 WS-STATUS              PIC X.
       01 WS-HIRE-DATE           PIC X(10).
       01 WS-TERMINATION-DATE    PIC X(10).

       01 WS-RATES-FILENAME      PIC X(100).
       01 WS-RATES-FILE-STATUS   PIC XX.
       01 WS-RATES-EOF-SW        PIC X VALUE "N".
           88 WS-RATES-EOF                VALUE "Y".
       01 WS-RATES-KEYWORD       PIC X(20).
       01 WS-RATES-VALUE         PIC X(60).

       01 WS-ADJUST-FILENAME     PIC X(100).
       01 WS-ADJUST-FILE-STATUS  PIC XX.
       01 WS-ADJUST-EOF-SW       PIC X VALUE "N".
           88 WS-ADJUST-EOF               VALUE "Y".

       01 WS-PAY-PERIOD          PIC X(7).
       01 WS-PERIOD-MONTH        PIC 9(2).
       01 WS-PERIOD-START-DATE   PIC X(10).
       01 WS-PERIOD-END-DATE     PIC X(10).

       01 PAY-ELEMENT-TABLE.
           05 PAY-ELEMENT-COUNT  PIC 9(2) VALUE 0.
           05 PAY-ELEMENT-ENTRY OCCURS 30 TIMES.
               10 PE-CODE        PIC X(4).
               10 PE-KEYABLE     PIC X.
       01 WS-PE-IDX              PIC 9(2) VALUE 0.
       01 WS-PE-FOUND-SW         PIC X VALUE "N".
           88 WS-PE-FOUND                 VALUE "Y".
       01 WS-PE-KEYABLE          PIC X.
       01 WS-PE-CODE-TEXT        PIC X(10).
       01 WS-PE-DESC-TEXT        PIC X(30).
       01 WS-PE-TYPE-TEXT        PIC X(10).
       01 WS-PE-SIGN-TEXT        PIC X(10).
       01 WS-PE-MULT-TEXT        PIC X(10).
       01 WS-PE-KEY-TEXT         PIC X(10).
       01 WS-ELEMENT-CODE        PIC X(4).
       01 WS-TAXABLE             PIC X.
       01 WS-PENSIONABLE         PIC X.

       01 EMPLOYEE-LINE-TABLE.
           05 EL-COUNT           PIC 9(4) VALUE 0.
           05 EL-ENTRY OCCURS 3000 TIMES.
               10 EL-EMPLOYEE-ID PIC 9(6).
               10 EL-LINES       PIC 9(4).
       01 WS-EL-IDX              PIC 9(4) VALUE 0.
       01 WS-EL-FOUND-SW         PIC X VALUE "N".
           88 WS-EL-FOUND                 VALUE "Y".

       01 WS-REASON              PIC X(31).
       01 WS-LINE-NO             PIC 9(5) VALUE 0.
       01 WS-ACCEPTED-COUNT      PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT      PIC 9(5) VALUE 0.
       01 WS-ACCEPTED-QUANTITY   PIC 9(8)V99 VALUE 0.

       01 WS-PAGE-NO             PIC 9(4) VALUE 1.
       01 WS-REPORT-LINE-NO      PIC 9(3) VALUE 0.
       01 WS-LINES-PER-PAGE      PIC 9(3) VALUE 50.

       01 RPT-TITLE-LINE.
           05 FILLER              PIC X(30)
               VALUE "PAY ADJUSTMENTS EXCEPTIONS".
           05 FILLER              PIC X(8)  VALUE "PERIOD: ".
           05 RPT-TITLE-PERIOD    PIC X(7).
           05 FILLER              PIC X(45) VALUE SPACES.
           05 FILLER              PIC X(6)  VALUE "PAGE: ".
           05 RPT-TITLE-PAGE-NO   PIC ZZZ9.

       01 RPT-COLUMN-HEADER-1.
           05 FILLER              PIC X(8)  VALUE "LINE".
           05 FILLER              PIC X(10) VALUE "EMPLOYEE".
           05 FILLER              PIC X(8)  VALUE "PERIOD".
           05 FILLER              PIC X(8)  VALUE "ELEMENT".
           05 FILLER              PIC X(12) VALUE "    QUANTITY".
           05 FILLER              PIC X(4)  VALUE " T P".
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(30) VALUE "REASON".

       01 RPT-COLUMN-HEADER-2.
           05 FILLER              PIC X(100) VALUE ALL "-".

       01 RPT-DETAIL-LINE.
           05 RPT-DET-LINE-NO      PIC ZZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 RPT-DET-EMPLOYEE-ID  PIC X(6).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 RPT-DET-PERIOD       PIC X(7).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-DET-ELEMENT      PIC X(4).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 RPT-DET-QUANTITY     PIC X(12).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-DET-TAXABLE      PIC X.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-DET-PENSIONABLE  PIC X.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-DET-REASON       PIC X(31).

       01 RPT-EDITED-QUANTITY      PIC ZZZZ,ZZ9.99.

       01 RPT-SUMMARY-LINE.
           05 RPT-SUM-LABEL        PIC X(30).
           05 RPT-SUM-COUNT        PIC ZZZZZ9.

       01 RPT-SUMMARY-AMOUNT-LINE.
           05 RPT-SUM-AMT-LABEL    PIC X(30).
           05 RPT-SUM-AMOUNT       PIC ZZ,ZZZ,ZZ9.99.

       01 RPT-BLANK-LINE           PIC X(100) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-USER             PIC X(20) VALUE "root".
       01 DB-PASS             PIC X(20) VALUE "password".
       01 DB-NAME             PIC X(20) VALUE "company_db".
       EXEC SQL END DECLARE SECTION END-EXEC.

       PROCEDURE DIVISION.
      *    Checks a pay period's adjustments file (overtime, bonus,
      *    expenses, unpaid leave, one-off deductions) before PAYCALC
      *    is run against it. Every line that PAYCALC would not apply
      *    is listed with the reason; PAYCALC takes at most 10 lines
      *    per employee, in file order, so the eleventh and later are
      *    rejected here too. Return code 0 = clean, 4 = lines
      *    rejected, 8 = run could not be done.
       MAIN-LOGIC.

           DISPLAY "Enter rates file name: " WITH NO ADVANCING
           ACCEPT WS-RATES-FILENAME
           DISPLAY "Enter pay period (YYYY-MM): " WITH NO ADVANCING
           ACCEPT WS-PAY-PERIOD
           DISPLAY "Enter adjustments file name: " WITH NO ADVANCING
           ACCEPT WS-ADJUST-FILENAME

           PERFORM VALIDATE-PAY-PERIOD
           PERFORM LOAD-RATES-FILE
           IF PAY-ELEMENT-COUNT = 0
               DISPLAY "No pay elements defined in " WS-RATES-FILENAME
                   "; run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUST-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open adjustments file: "
                   WS-ADJUST-FILENAME
                   " (status " WS-ADJUST-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM DB-CONNECT
           PERFORM OPEN-REPORT-FILE
           PERFORM PRINT-PAGE-HEADER

           PERFORM UNTIL WS-ADJUST-EOF
               READ ADJUSTMENT-FILE
                   AT END
                       SET WS-ADJUST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF ADJUSTMENT-RECORD NOT = SPACES
                           PERFORM VALIDATE-ADJUSTMENT-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ADJUSTMENT-FILE
           PERFORM PRINT-SUMMARY
           PERFORM CLOSE-REPORT-FILE
           PERFORM DB-DISCONNECT

           DISPLAY "Adjustment lines accepted: " WS-ACCEPTED-COUNT
               "  rejected: " WS-REJECTED-COUNT
           IF WS-REJECTED-COUNT > 0
               DISPLAY "Correct the rejected lines before the pay run;"
                   " PAYCALC will not apply them."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

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
           OPEN OUTPUT EXCEPTION-REPORT-FILE.

       CLOSE-REPORT-FILE.
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "Exceptions written to "
               "PAY-ADJUSTMENTS-EXCEPTIONS.RPT".

      *    The period end is taken as day 31 of the month: dates are
      *    compared as YYYY-MM-DD text, so any date in the month sorts
      *    on or before it.
       VALIDATE-PAY-PERIOD.
           IF WS-PAY-PERIOD(1:4) NOT NUMERIC
               OR WS-PAY-PERIOD(5:1) NOT = "-"
               OR WS-PAY-PERIOD(6:2) NOT NUMERIC
               DISPLAY "Pay period must be entered as YYYY-MM;"
                   " run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PAY-PERIOD(6:2) TO WS-PERIOD-MONTH
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "Pay period month must be 01 to 12;"
                   " run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PERIOD-START-DATE WS-PERIOD-END-DATE
           STRING WS-PAY-PERIOD DELIMITED BY SIZE
                  "-01" DELIMITED BY SIZE
               INTO WS-PERIOD-START-DATE
           STRING WS-PAY-PERIOD DELIMITED BY SIZE
                  "-31" DELIMITED BY SIZE
               INTO WS-PERIOD-END-DATE.

       LOAD-RATES-FILE.
           OPEN INPUT RATES-FILE
           IF WS-RATES-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open rates file: " WS-RATES-FILENAME
                   " (status " WS-RATES-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RATES-EOF
               READ RATES-FILE
                   AT END
                       SET WS-RATES-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-RATES-RECORD
               END-READ
           END-PERFORM
           CLOSE RATES-FILE
           DISPLAY "Loaded " PAY-ELEMENT-COUNT " pay elements from "
               WS-RATES-FILENAME.

      *    Only the ELEMENT lines matter here; everything else in the
      *    rates file belongs to PAYCALC.
       PROCESS-RATES-RECORD.
           IF RATES-RECORD = SPACES OR RATES-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-RATES-KEYWORD WS-RATES-VALUE
               UNSTRING RATES-RECORD DELIMITED BY "="
                   INTO WS-RATES-KEYWORD WS-RATES-VALUE
               END-UNSTRING
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RATES-KEYWORD))
                   = "ELEMENT"
                   AND PAY-ELEMENT-COUNT < 30
                   MOVE SPACES TO WS-PE-CODE-TEXT WS-PE-DESC-TEXT
                       WS-PE-TYPE-TEXT WS-PE-SIGN-TEXT WS-PE-MULT-TEXT
                       WS-PE-KEY-TEXT
                   UNSTRING WS-RATES-VALUE DELIMITED BY ","
                       INTO WS-PE-CODE-TEXT WS-PE-DESC-TEXT
                            WS-PE-TYPE-TEXT WS-PE-SIGN-TEXT
                            WS-PE-MULT-TEXT WS-PE-KEY-TEXT
                   END-UNSTRING
                   ADD 1 TO PAY-ELEMENT-COUNT
                   MOVE FUNCTION UPPER-CASE
                           (FUNCTION TRIM(WS-PE-CODE-TEXT))
                       TO PE-CODE(PAY-ELEMENT-COUNT)
                   MOVE FUNCTION UPPER-CASE
                           (FUNCTION TRIM(WS-PE-KEY-TEXT))
                       TO PE-KEYABLE(PAY-ELEMENT-COUNT)
               END-IF
           END-IF.

      *    The first failing check gives the reason. The employee must
      *    be on file, not have left before the period began, and have
      *    started by the end of it; an in-period leaver is still paid.
       VALIDATE-ADJUSTMENT-LINE.
           MOVE SPACES TO WS-REASON
           MOVE FUNCTION UPPER-CASE(ADJ-ELEMENT-CODE) TO WS-ELEMENT-CODE
           MOVE FUNCTION UPPER-CASE(ADJ-TAXABLE) TO WS-TAXABLE
           MOVE FUNCTION UPPER-CASE(ADJ-PENSIONABLE) TO WS-PENSIONABLE
           PERFORM FIND-PAY-ELEMENT

           EVALUATE TRUE
               WHEN ADJ-EMPLOYEE-ID NOT NUMERIC
                   MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REASON
               WHEN ADJ-PAY-PERIOD NOT = WS-PAY-PERIOD
                   MOVE "FOR ANOTHER PAY PERIOD" TO WS-REASON
               WHEN NOT WS-PE-FOUND
                   MOVE "UNKNOWN ELEMENT CODE" TO WS-REASON
               WHEN WS-PE-KEYABLE = "S"
                   MOVE "SYSTEM ELEMENT - NOT KEYABLE" TO WS-REASON
               WHEN ADJ-QUANTITY NOT NUMERIC
                   MOVE "AMOUNT/HOURS NOT NUMERIC" TO WS-REASON
               WHEN ADJ-QUANTITY = 0
                   MOVE "AMOUNT/HOURS IS ZERO" TO WS-REASON
               WHEN (WS-TAXABLE NOT = "Y" AND WS-TAXABLE NOT = "N")
                 OR (WS-PENSIONABLE NOT = "Y"
                     AND WS-PENSIONABLE NOT = "N")
                   MOVE "TAXABLE/PENSIONABLE NOT Y OR N" TO WS-REASON
               WHEN OTHER
                   PERFORM CHECK-EMPLOYEE
           END-EVALUATE
           IF WS-REASON = SPACES
               PERFORM COUNT-EMPLOYEE-LINE
           END-IF

           IF WS-REASON = SPACES
               ADD 1 TO WS-ACCEPTED-COUNT
               ADD ADJ-QUANTITY TO WS-ACCEPTED-QUANTITY
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               PERFORM PRINT-EXCEPTION-LINE
           END-IF.

      *    Only lines that pass every other check use up one of the
      *    employee's 10 places, as in PAYCALC.
       COUNT-EMPLOYEE-LINE.
           MOVE "N" TO WS-EL-FOUND-SW
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > EL-COUNT OR WS-EL-FOUND
               IF EL-EMPLOYEE-ID(WS-EL-IDX) = ADJ-EMPLOYEE-ID
                   SET WS-EL-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-EL-FOUND
               SUBTRACT 1 FROM WS-EL-IDX
           ELSE
               IF EL-COUNT >= 3000
                   DISPLAY "Employee table full at line " WS-LINE-NO
                       "; run abandoned."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO EL-COUNT
               MOVE EL-COUNT TO WS-EL-IDX
               MOVE ADJ-EMPLOYEE-ID TO EL-EMPLOYEE-ID(WS-EL-IDX)
               MOVE 0 TO EL-LINES(WS-EL-IDX)
           END-IF
           IF EL-LINES(WS-EL-IDX) >= 10
               MOVE "MORE THAN 10 LINES FOR EMPLOYEE" TO WS-REASON
           ELSE
               ADD 1 TO EL-LINES(WS-EL-IDX)
           END-IF.

       FIND-PAY-ELEMENT.
           MOVE "N" TO WS-PE-FOUND-SW
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                   UNTIL WS-PE-IDX > PAY-ELEMENT-COUNT OR WS-PE-FOUND
               IF PE-CODE(WS-PE-IDX) = WS-ELEMENT-CODE
                   SET WS-PE-FOUND TO TRUE
                   MOVE PE-KEYABLE(WS-PE-IDX) TO WS-PE-KEYABLE
               END-IF
           END-PERFORM.

       CHECK-EMPLOYEE.
           MOVE ADJ-EMPLOYEE-ID TO WS-ID
           EXEC SQL
               SELECT STATUS,
                      COALESCE(HIRE_DATE, ' '),
                      COALESCE(TERMINATION_DATE, ' ')
               INTO :WS-STATUS, :WS-HIRE-DATE, :WS-TERMINATION-DATE
               FROM EMPLOYEES
               WHERE ID = :WS-ID
           END-EXEC
           EVALUATE TRUE
               WHEN SQLCODE = 100
                   MOVE "EMPLOYEE NOT ON FILE" TO WS-REASON
               WHEN SQLCODE NOT = 0
                   MOVE "EMPLOYEE LOOKUP FAILED" TO WS-REASON
               WHEN WS-STATUS = "T"
                   AND WS-TERMINATION-DATE < WS-PERIOD-START-DATE
                   MOVE "LEFT BEFORE THIS PERIOD" TO WS-REASON
               WHEN WS-STATUS NOT = "A" AND WS-STATUS NOT = "T"
                   MOVE "EMPLOYEE NOT ACTIVE" TO WS-REASON
               WHEN WS-HIRE-DATE NOT = SPACES
                   AND WS-HIRE-DATE > WS-PERIOD-END-DATE
                   MOVE "NOT STARTED BY PERIOD END" TO WS-REASON
           END-EVALUATE.

       PRINT-EXCEPTION-LINE.
           IF WS-REPORT-LINE-NO >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-LINE-NO TO RPT-DET-LINE-NO
           MOVE ADJUSTMENT-RECORD(1:6) TO RPT-DET-EMPLOYEE-ID
           MOVE ADJ-PAY-PERIOD TO RPT-DET-PERIOD
           MOVE ADJ-ELEMENT-CODE TO RPT-DET-ELEMENT
           IF ADJ-QUANTITY NUMERIC
               MOVE ADJ-QUANTITY TO RPT-EDITED-QUANTITY
               MOVE RPT-EDITED-QUANTITY TO RPT-DET-QUANTITY
           ELSE
               MOVE ADJUSTMENT-RECORD(18:7) TO RPT-DET-QUANTITY
           END-IF
           MOVE ADJ-TAXABLE TO RPT-DET-TAXABLE
           MOVE ADJ-PENSIONABLE TO RPT-DET-PENSIONABLE
           MOVE WS-REASON TO RPT-DET-REASON
           MOVE RPT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-REPORT-LINE-NO.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > 1
               MOVE RPT-BLANK-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-PAY-PERIOD TO RPT-TITLE-PERIOD
           MOVE WS-PAGE-NO TO RPT-TITLE-PAGE-NO
           MOVE RPT-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-COLUMN-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-COLUMN-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE

           ADD 1 TO WS-PAGE-NO
           MOVE 0 TO WS-REPORT-LINE-NO.

       PRINT-SUMMARY.
           MOVE RPT-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-COLUMN-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "LINES READ" TO RPT-SUM-LABEL
           MOVE WS-LINE-NO TO RPT-SUM-COUNT
           MOVE RPT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "LINES ACCEPTED" TO RPT-SUM-LABEL
           MOVE WS-ACCEPTED-COUNT TO RPT-SUM-COUNT
           MOVE RPT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "LINES REJECTED" TO RPT-SUM-LABEL
           MOVE WS-REJECTED-COUNT TO RPT-SUM-COUNT
           MOVE RPT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "ACCEPTED AMOUNT/HOURS TOTAL" TO RPT-SUM-AMT-LABEL
           MOVE WS-ACCEPTED-QUANTITY TO RPT-SUM-AMOUNT
           MOVE RPT-SUMMARY-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
