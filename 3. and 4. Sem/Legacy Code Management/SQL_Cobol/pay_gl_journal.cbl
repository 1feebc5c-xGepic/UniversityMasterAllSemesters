       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYGLJOURNAL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT JOURNAL-REPORT-FILE ASSIGN TO "GL-JOURNAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-PARM-FILE.
       01  GL-PARM-RECORD           PIC X(100).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD           PIC X(80).

       FD  JOURNAL-REPORT-FILE.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-PAY-PERIOD          PIC X(7).
       01 WS-DEPARTMENT          PIC X(100).
       01 WS-DEPT-CODE           PIC X(4).
       01 WS-DEPT-COUNT          PIC 9(5).
       01 WS-DEPT-GROSS          PIC 9(9)V99.
       01 WS-DEPT-TAX            PIC S9(9)V99.
       01 WS-DEPT-NI             PIC 9(9)V99.
       01 WS-DEPT-PENSION        PIC 9(9)V99.
       01 WS-DEPT-OTHER          PIC 9(9)V99.
       01 WS-DEPT-NET            PIC 9(9)V99.

       01 WS-PARM-FILENAME       PIC X(100).
       01 WS-PARM-FILE-STATUS    PIC XX.
       01 WS-PARM-EOF-SW         PIC X VALUE "N".
           88 WS-PARM-EOF                 VALUE "Y".
       01 WS-PARM-KEYWORD        PIC X(30).
       01 WS-PARM-VALUE          PIC X(60).
       01 WS-PARM-CODE-TEXT      PIC X(10).
       01 WS-PARM-CC-TEXT        PIC X(20).

       01 WS-JOURNAL-FILENAME    PIC X(100).
       01 WS-JOURNAL-FILE-STATUS PIC XX.

      *    Ledger accounts, from the GL parameter file.
       01 WS-GROSS-PAY-ACCOUNT   PIC X(10) VALUE SPACES.
       01 WS-TAX-ACCOUNT         PIC X(10) VALUE SPACES.
       01 WS-NI-ACCOUNT          PIC X(10) VALUE SPACES.
       01 WS-PENSION-ACCOUNT     PIC X(10) VALUE SPACES.
       01 WS-OTHER-DEDNS-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-NET-PAY-ACCOUNT     PIC X(10) VALUE SPACES.
       01 WS-CENTRAL-COST-CENTRE PIC X(8)  VALUE SPACES.

       01 COST-CENTRE-TABLE.
           05 CC-COUNT           PIC 9(3) VALUE 0.
           05 CC-ENTRY OCCURS 100 TIMES.
               10 CC-DEPT-CODE   PIC X(4).
               10 CC-COST-CENTRE PIC X(8).
       01 WS-CC-IDX              PIC 9(3) VALUE 0.
       01 WS-COST-CENTRE         PIC X(8).

       01 DEPT-TOTAL-TABLE.
           05 DT-COUNT           PIC 9(3) VALUE 0.
           05 DT-ENTRY OCCURS 200 TIMES.
               10 DT-DEPARTMENT  PIC X(20).
               10 DT-DEPT-CODE   PIC X(4).
               10 DT-COST-CENTRE PIC X(8).
               10 DT-EMP-COUNT   PIC 9(5).
               10 DT-GROSS       PIC 9(9)V99.
       01 WS-DT-IDX              PIC 9(3) VALUE 0.

       01 JOURNAL-LINE-TABLE.
           05 JL-COUNT           PIC 9(3) VALUE 0.
           05 JL-ENTRY OCCURS 210 TIMES.
               10 JL-ACCOUNT     PIC X(10).
               10 JL-COST-CENTRE PIC X(8).
               10 JL-SIDE        PIC X.
               10 JL-AMOUNT      PIC 9(9)V99.
               10 JL-DESCRIPTION PIC X(30).
       01 WS-JL-IDX              PIC 9(3) VALUE 0.

       01 WS-POST-ACCOUNT        PIC X(10).
       01 WS-POST-COST-CENTRE    PIC X(8).
       01 WS-POST-SIDE           PIC X.
       01 WS-POST-AMOUNT         PIC S9(9)V99.
       01 WS-POST-DESCRIPTION    PIC X(30).

       01 WS-TOTAL-TAX           PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-NI            PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-PENSION       PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-OTHER         PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-NET           PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-EMPLOYEES     PIC 9(6) VALUE 0.
       01 WS-DEBIT-TOTAL         PIC 9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL        PIC 9(11)V99 VALUE 0.
       01 WS-DIFFERENCE          PIC S9(11)V99 VALUE 0.
       01 WS-UNMAPPED-COUNT      PIC 9(3) VALUE 0.
       01 WS-RECORD-COUNT        PIC 9(6) VALUE 0.

       01 WS-REJECT-SW           PIC X VALUE "N".
           88 WS-JOURNAL-REJECTED         VALUE "Y".

       01 WS-TODAY-RAW.
           05 WS-TODAY-YY        PIC X(4).
           05 WS-TODAY-MM        PIC X(2).
           05 WS-TODAY-DD        PIC X(2).
       01 WS-TODAY-DATE          PIC X(10).

       01 JOURNAL-HEADER-RECORD.
           05 JNL-HDR-TYPE          PIC X     VALUE "H".
           05 JNL-HDR-PERIOD        PIC X(7).
           05 JNL-HDR-SOURCE        PIC X(10) VALUE "PAYROLL".
           05 JNL-HDR-RUN-DATE      PIC X(10).
           05 JNL-HDR-DEBIT-TOTAL   PIC 9(11)V99.
           05 JNL-HDR-CREDIT-TOTAL  PIC 9(11)V99.

       01 JOURNAL-DETAIL-RECORD.
           05 JNL-DET-TYPE          PIC X     VALUE "D".
           05 JNL-DET-PERIOD        PIC X(7).
           05 JNL-DET-ACCOUNT       PIC X(10).
           05 JNL-DET-COST-CENTRE   PIC X(8).
           05 JNL-DET-SIDE          PIC X.
           05 JNL-DET-AMOUNT        PIC 9(9)V99.
           05 JNL-DET-DESCRIPTION   PIC X(30).

       01 JOURNAL-TRAILER-RECORD.
           05 JNL-TRL-TYPE          PIC X     VALUE "T".
           05 JNL-TRL-PERIOD        PIC X(7).
           05 JNL-TRL-DEBIT-TOTAL   PIC 9(11)V99.
           05 JNL-TRL-CREDIT-TOTAL  PIC 9(11)V99.
           05 JNL-TRL-RECORD-COUNT  PIC 9(6).

       01 RPT-TITLE-LINE.
           05 FILLER              PIC X(25)
               VALUE "PAYROLL JOURNAL".
           05 FILLER              PIC X(8)  VALUE "PERIOD: ".
           05 RPT-TITLE-PERIOD    PIC X(7).
           05 FILLER              PIC X(9)  VALUE " RUN ON: ".
           05 RPT-TITLE-RUN-DATE  PIC X(10).

       01 RPT-DEPT-HEADER.
           05 FILLER              PIC X(22) VALUE "DEPARTMENT".
           05 FILLER              PIC X(6)  VALUE "CODE".
           05 FILLER              PIC X(10) VALUE "COST CTR".
           05 FILLER              PIC X(8)  VALUE "  EMPS".
           05 FILLER              PIC X(16) VALUE "     GROSS PAY".

       01 RPT-DEPT-LINE.
           05 RPT-DEPT-NAME       PIC X(20).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RPT-DEPT-CODE       PIC X(4).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RPT-DEPT-COST-CTR   PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RPT-DEPT-COUNT      PIC ZZZZ9.
           05 FILLER              PIC X(3)  VALUE SPACES.
           05 RPT-DEPT-GROSS      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RPT-DEPT-FLAG       PIC X(24).

       01 RPT-JOURNAL-HEADER.
           05 FILLER              PIC X(12) VALUE "ACCOUNT".
           05 FILLER              PIC X(10) VALUE "COST CTR".
           05 FILLER              PIC X(32) VALUE "DESCRIPTION".
           05 FILLER              PIC X(16) VALUE "         DEBIT".
           05 FILLER              PIC X(16) VALUE "        CREDIT".

       01 RPT-JOURNAL-LINE.
           05 RPT-JNL-ACCOUNT     PIC X(10).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RPT-JNL-COST-CTR    PIC X(8).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RPT-JNL-DESCRIPTION PIC X(30).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RPT-JNL-DEBIT       PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RPT-JNL-CREDIT      PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01 RPT-TOTAL-LINE.
           05 FILLER              PIC X(54) VALUE "JOURNAL TOTALS".
           05 RPT-TOT-DEBIT       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 RPT-TOT-CREDIT      PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 RPT-STATUS-LINE.
           05 RPT-STATUS-TEXT     PIC X(100).

       01 RPT-SEPARATOR-LINE.
           05 FILLER              PIC X(100) VALUE ALL "-".

       01 RPT-BLANK-LINE          PIC X(100) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-USER             PIC X(20) VALUE "root".
       01 DB-PASS             PIC X(20) VALUE "password".
       01 DB-NAME             PIC X(20) VALUE "company_db".
       EXEC SQL END DECLARE SECTION END-EXEC.

       PROCEDURE DIVISION.
      *    Builds the ledger journal for one posted pay period from
      *    PAY_HISTORY. Gross pay is debited to each department's cost
      *    centre; tax, NI, pension and other deductions are credited
      *    to their liability accounts and net pay to bank clearing.
      *    The interface file is only written when every department
      *    is mapped and the journal balances; otherwise GL-JOURNAL.RPT
      *    says why and the return code is 8.
       MAIN-LOGIC.

           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-YY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE
               INTO WS-TODAY-DATE

           DISPLAY "Enter GL parameter file name: " WITH NO ADVANCING
           ACCEPT WS-PARM-FILENAME
           DISPLAY "Enter pay period (YYYY-MM): " WITH NO ADVANCING
           ACCEPT WS-PAY-PERIOD
           DISPLAY "Enter journal output file name: " WITH NO ADVANCING
           ACCEPT WS-JOURNAL-FILENAME

           IF WS-PAY-PERIOD(1:4) NOT NUMERIC
               OR WS-PAY-PERIOD(5:1) NOT = "-"
               OR WS-PAY-PERIOD(6:2) NOT NUMERIC
               DISPLAY "Pay period must be entered as YYYY-MM;"
                   " run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-GL-PARAMETERS

           PERFORM DB-CONNECT
           PERFORM FETCH-DEPARTMENT-TOTALS
           PERFORM DB-DISCONNECT

           IF DT-COUNT = 0
               DISPLAY "No pay history found for period " WS-PAY-PERIOD
                   "; no journal produced."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM BUILD-JOURNAL-LINES
           PERFORM CHECK-JOURNAL

           PERFORM OPEN-REPORT-FILE
           PERFORM PRINT-JOURNAL-REPORT
           PERFORM CLOSE-REPORT-FILE

           IF WS-JOURNAL-REJECTED
               DISPLAY "Journal NOT produced; see GL-JOURNAL.RPT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM WRITE-JOURNAL-FILE
           DISPLAY "Wrote " WS-RECORD-COUNT " journal lines to "
               WS-JOURNAL-FILENAME
           DISPLAY "Debits " WS-DEBIT-TOTAL " credits "
               WS-CREDIT-TOTAL
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
           OPEN OUTPUT JOURNAL-REPORT-FILE.

       CLOSE-REPORT-FILE.
           CLOSE JOURNAL-REPORT-FILE
           DISPLAY "Journal report written to GL-JOURNAL.RPT".

       LOAD-GL-PARAMETERS.
           OPEN INPUT GL-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open GL parameter file: "
                   WS-PARM-FILENAME
                   " (status " WS-PARM-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PARM-EOF
               READ GL-PARM-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-GL-PARM-RECORD
               END-READ
           END-PERFORM
           CLOSE GL-PARM-FILE

           IF WS-GROSS-PAY-ACCOUNT = SPACES
               OR WS-TAX-ACCOUNT = SPACES
               OR WS-NI-ACCOUNT = SPACES
               OR WS-PENSION-ACCOUNT = SPACES
               OR WS-OTHER-DEDNS-ACCOUNT = SPACES
               OR WS-NET-PAY-ACCOUNT = SPACES
               OR WS-CENTRAL-COST-CENTRE = SPACES
               DISPLAY "GL parameter file is missing an account or the"
                   " central cost centre; run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Loaded " CC-COUNT " cost centre mappings from "
               WS-PARM-FILENAME.

       PROCESS-GL-PARM-RECORD.
           IF GL-PARM-RECORD = SPACES OR GL-PARM-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
               UNSTRING GL-PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               END-UNSTRING
               EVALUATE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-PARM-KEYWORD))
                   WHEN "GROSS-PAY-ACCOUNT"
                       MOVE FUNCTION TRIM(WS-PARM-VALUE)
                           TO WS-GROSS-PAY-ACCOUNT
                   WHEN "TAX-LIABILITY-ACCOUNT"
                       MOVE FUNCTION TRIM(WS-PARM-VALUE)
                           TO WS-TAX-ACCOUNT
                   WHEN "NI-LIABILITY-ACCOUNT"
                       MOVE FUNCTION TRIM(WS-PARM-VALUE)
                           TO WS-NI-ACCOUNT
                   WHEN "PENSION-LIABILITY-ACCOUNT"
                       MOVE FUNCTION TRIM(WS-PARM-VALUE)
                           TO WS-PENSION-ACCOUNT
                   WHEN "OTHER-DEDUCTIONS-ACCOUNT"
                       MOVE FUNCTION TRIM(WS-PARM-VALUE)
                           TO WS-OTHER-DEDNS-ACCOUNT
                   WHEN "NET-PAY-CLEARING-ACCOUNT"
                       MOVE FUNCTION TRIM(WS-PARM-VALUE)
                           TO WS-NET-PAY-ACCOUNT
                   WHEN "CENTRAL-COST-CENTRE"
                       MOVE FUNCTION TRIM(WS-PARM-VALUE)
                           TO WS-CENTRAL-COST-CENTRE
                   WHEN "COSTCENTRE"
                       PERFORM ADD-COST-CENTRE
                   WHEN OTHER
                       DISPLAY "Unknown GL parameter ignored: "
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF.

       ADD-COST-CENTRE.
           IF CC-COUNT >= 100
               DISPLAY "Cost centre table full; mapping ignored: "
                   WS-PARM-VALUE
           ELSE
               MOVE SPACES TO WS-PARM-CODE-TEXT WS-PARM-CC-TEXT
               UNSTRING WS-PARM-VALUE DELIMITED BY ","
                   INTO WS-PARM-CODE-TEXT WS-PARM-CC-TEXT
               END-UNSTRING
               ADD 1 TO CC-COUNT
               MOVE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-PARM-CODE-TEXT))
                   TO CC-DEPT-CODE(CC-COUNT)
               MOVE FUNCTION TRIM(WS-PARM-CC-TEXT)
                   TO CC-COST-CENTRE(CC-COUNT)
           END-IF.

      *    One row per department name as held on EMPLOYEES; the code
      *    comes from DEPARTMENTS. Pay for an employee no longer on
      *    file comes back with a blank department and is reported as
      *    unmapped.
       FETCH-DEPARTMENT-TOTALS.
           EXEC SQL DECLARE GL_DEPT_CURSOR CURSOR FOR
               SELECT COALESCE(E.DEPARTMENT, ' '),
                      COALESCE(MAX(D.DEPT_CODE), ' '),
                      COUNT(*),
                      SUM(H.GROSS), SUM(H.TAX), SUM(H.NI),
                      SUM(H.PENSION),
                      SUM(COALESCE(H.OTHER_DEDUCTIONS, 0)),
                      SUM(H.NET)
               FROM PAY_HISTORY H
               LEFT JOIN EMPLOYEES E ON E.ID = H.EMPLOYEE_ID
               LEFT JOIN DEPARTMENTS D
                   ON UPPER(D.DEPT_NAME) = UPPER(E.DEPARTMENT)
               WHERE H.PAY_PERIOD = :WS-PAY-PERIOD
               GROUP BY E.DEPARTMENT
               ORDER BY E.DEPARTMENT
           END-EXEC

           EXEC SQL OPEN GL_DEPT_CURSOR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH GL_DEPT_CURSOR
                   INTO :WS-DEPARTMENT, :WS-DEPT-CODE, :WS-DEPT-COUNT,
                        :WS-DEPT-GROSS, :WS-DEPT-TAX, :WS-DEPT-NI,
                        :WS-DEPT-PENSION, :WS-DEPT-OTHER, :WS-DEPT-NET
               END-EXEC
               IF SQLCODE = 0
                   PERFORM STORE-DEPARTMENT-TOTAL
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "Pay history read failed: " SQLERRMC
               EXEC SQL CLOSE GL_DEPT_CURSOR END-EXEC
               PERFORM DB-DISCONNECT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           EXEC SQL CLOSE GL_DEPT_CURSOR END-EXEC.

       STORE-DEPARTMENT-TOTAL.
           IF DT-COUNT >= 200
               DISPLAY "Department table full; run abandoned."
               PERFORM DB-DISCONNECT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO DT-COUNT
           MOVE WS-DEPARTMENT TO DT-DEPARTMENT(DT-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-DEPT-CODE)
               TO DT-DEPT-CODE(DT-COUNT)
           MOVE WS-DEPT-COUNT TO DT-EMP-COUNT(DT-COUNT)
           MOVE WS-DEPT-GROSS TO DT-GROSS(DT-COUNT)

           MOVE SPACES TO WS-COST-CENTRE
           IF DT-DEPT-CODE(DT-COUNT) NOT = SPACES
               PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                       UNTIL WS-CC-IDX > CC-COUNT
                          OR WS-COST-CENTRE NOT = SPACES
                   IF CC-DEPT-CODE(WS-CC-IDX) = DT-DEPT-CODE(DT-COUNT)
                       MOVE CC-COST-CENTRE(WS-CC-IDX) TO WS-COST-CENTRE
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-COST-CENTRE TO DT-COST-CENTRE(DT-COUNT)
           IF WS-COST-CENTRE = SPACES
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF

           ADD WS-DEPT-COUNT TO WS-TOTAL-EMPLOYEES
           ADD WS-DEPT-TAX TO WS-TOTAL-TAX
           ADD WS-DEPT-NI TO WS-TOTAL-NI
           ADD WS-DEPT-PENSION TO WS-TOTAL-PENSION
           ADD WS-DEPT-OTHER TO WS-TOTAL-OTHER
           ADD WS-DEPT-NET TO WS-TOTAL-NET.

      *    Department gross pay lines first, then one credit line per
      *    liability account against the central cost centre.
       BUILD-JOURNAL-LINES.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > DT-COUNT
               MOVE WS-GROSS-PAY-ACCOUNT TO WS-POST-ACCOUNT
               MOVE DT-COST-CENTRE(WS-DT-IDX) TO WS-POST-COST-CENTRE
               MOVE "D" TO WS-POST-SIDE
               MOVE DT-GROSS(WS-DT-IDX) TO WS-POST-AMOUNT
               MOVE SPACES TO WS-POST-DESCRIPTION
               STRING "GROSS PAY " DELIMITED BY SIZE
                      DT-DEPARTMENT(WS-DT-IDX) DELIMITED BY SIZE
                   INTO WS-POST-DESCRIPTION
               PERFORM ADD-JOURNAL-LINE
           END-PERFORM

           MOVE WS-CENTRAL-COST-CENTRE TO WS-POST-COST-CENTRE
           MOVE "C" TO WS-POST-SIDE

           MOVE WS-TAX-ACCOUNT TO WS-POST-ACCOUNT
           MOVE WS-TOTAL-TAX TO WS-POST-AMOUNT
           MOVE "PAYE INCOME TAX" TO WS-POST-DESCRIPTION
           PERFORM ADD-JOURNAL-LINE

           MOVE WS-NI-ACCOUNT TO WS-POST-ACCOUNT
           MOVE WS-TOTAL-NI TO WS-POST-AMOUNT
           MOVE "NATIONAL INSURANCE" TO WS-POST-DESCRIPTION
           PERFORM ADD-JOURNAL-LINE

           MOVE WS-PENSION-ACCOUNT TO WS-POST-ACCOUNT
           MOVE WS-TOTAL-PENSION TO WS-POST-AMOUNT
           MOVE "PENSION CONTRIBUTIONS" TO WS-POST-DESCRIPTION
           PERFORM ADD-JOURNAL-LINE

           MOVE WS-OTHER-DEDNS-ACCOUNT TO WS-POST-ACCOUNT
           MOVE WS-TOTAL-OTHER TO WS-POST-AMOUNT
           MOVE "OTHER DEDUCTIONS" TO WS-POST-DESCRIPTION
           PERFORM ADD-JOURNAL-LINE

           MOVE WS-NET-PAY-ACCOUNT TO WS-POST-ACCOUNT
           MOVE WS-TOTAL-NET TO WS-POST-AMOUNT
           MOVE "NET PAY TO BANK" TO WS-POST-DESCRIPTION
           PERFORM ADD-JOURNAL-LINE.

      *    A negative amount goes to the other side of the ledger (a
      *    tax refund month credits less than nothing, so it is posted
      *    as a debit). Nil lines are left out.
       ADD-JOURNAL-LINE.
           IF WS-POST-AMOUNT NOT = 0
               ADD 1 TO JL-COUNT
               MOVE WS-POST-ACCOUNT TO JL-ACCOUNT(JL-COUNT)
               MOVE WS-POST-COST-CENTRE TO JL-COST-CENTRE(JL-COUNT)
               MOVE WS-POST-DESCRIPTION TO JL-DESCRIPTION(JL-COUNT)
               IF WS-POST-AMOUNT < 0
                   COMPUTE JL-AMOUNT(JL-COUNT) = 0 - WS-POST-AMOUNT
                   IF WS-POST-SIDE = "D"
                       MOVE "C" TO JL-SIDE(JL-COUNT)
                   ELSE
                       MOVE "D" TO JL-SIDE(JL-COUNT)
                   END-IF
               ELSE
                   MOVE WS-POST-AMOUNT TO JL-AMOUNT(JL-COUNT)
                   MOVE WS-POST-SIDE TO JL-SIDE(JL-COUNT)
               END-IF
               IF JL-SIDE(JL-COUNT) = "D"
                   ADD JL-AMOUNT(JL-COUNT) TO WS-DEBIT-TOTAL
               ELSE
                   ADD JL-AMOUNT(JL-COUNT) TO WS-CREDIT-TOTAL
               END-IF
           END-IF.

       CHECK-JOURNAL.
           COMPUTE WS-DIFFERENCE = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL
           IF WS-UNMAPPED-COUNT > 0
               DISPLAY WS-UNMAPPED-COUNT " department(s) have no cost"
                   " centre mapping."
               SET WS-JOURNAL-REJECTED TO TRUE
           END-IF
           IF WS-DIFFERENCE NOT = 0
               DISPLAY "Journal does not balance: debits "
                   WS-DEBIT-TOTAL " credits " WS-CREDIT-TOTAL
               SET WS-JOURNAL-REJECTED TO TRUE
           END-IF.

       WRITE-JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open journal file: "
                   WS-JOURNAL-FILENAME
                   " (status " WS-JOURNAL-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-PAY-PERIOD TO JNL-HDR-PERIOD
           MOVE WS-TODAY-DATE TO JNL-HDR-RUN-DATE
           MOVE WS-DEBIT-TOTAL TO JNL-HDR-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO JNL-HDR-CREDIT-TOTAL
           WRITE JOURNAL-RECORD FROM JOURNAL-HEADER-RECORD

           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                   UNTIL WS-JL-IDX > JL-COUNT
               MOVE WS-PAY-PERIOD TO JNL-DET-PERIOD
               MOVE JL-ACCOUNT(WS-JL-IDX) TO JNL-DET-ACCOUNT
               MOVE JL-COST-CENTRE(WS-JL-IDX) TO JNL-DET-COST-CENTRE
               MOVE JL-SIDE(WS-JL-IDX) TO JNL-DET-SIDE
               MOVE JL-AMOUNT(WS-JL-IDX) TO JNL-DET-AMOUNT
               MOVE JL-DESCRIPTION(WS-JL-IDX) TO JNL-DET-DESCRIPTION
               WRITE JOURNAL-RECORD FROM JOURNAL-DETAIL-RECORD
               ADD 1 TO WS-RECORD-COUNT
           END-PERFORM

           MOVE WS-PAY-PERIOD TO JNL-TRL-PERIOD
           MOVE WS-DEBIT-TOTAL TO JNL-TRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO JNL-TRL-CREDIT-TOTAL
           MOVE WS-RECORD-COUNT TO JNL-TRL-RECORD-COUNT
           WRITE JOURNAL-RECORD FROM JOURNAL-TRAILER-RECORD
           CLOSE JOURNAL-FILE.

       PRINT-JOURNAL-REPORT.
           MOVE WS-PAY-PERIOD TO RPT-TITLE-PERIOD
           MOVE WS-TODAY-DATE TO RPT-TITLE-RUN-DATE
           MOVE RPT-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE RPT-DEPT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-SEPARATOR-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > DT-COUNT
               MOVE DT-DEPARTMENT(WS-DT-IDX) TO RPT-DEPT-NAME
               MOVE DT-DEPT-CODE(WS-DT-IDX) TO RPT-DEPT-CODE
               MOVE DT-COST-CENTRE(WS-DT-IDX) TO RPT-DEPT-COST-CTR
               MOVE DT-EMP-COUNT(WS-DT-IDX) TO RPT-DEPT-COUNT
               MOVE DT-GROSS(WS-DT-IDX) TO RPT-DEPT-GROSS
               EVALUATE TRUE
                   WHEN DT-DEPT-CODE(WS-DT-IDX) = SPACES
                       MOVE "** NOT IN DEPARTMENTS **" TO RPT-DEPT-FLAG
                   WHEN DT-COST-CENTRE(WS-DT-IDX) = SPACES
                       MOVE "** NO COST CENTRE **" TO RPT-DEPT-FLAG
                   WHEN OTHER
                       MOVE SPACES TO RPT-DEPT-FLAG
               END-EVALUATE
               MOVE RPT-DEPT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           MOVE RPT-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-JOURNAL-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-SEPARATOR-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                   UNTIL WS-JL-IDX > JL-COUNT
               MOVE JL-ACCOUNT(WS-JL-IDX) TO RPT-JNL-ACCOUNT
               MOVE JL-COST-CENTRE(WS-JL-IDX) TO RPT-JNL-COST-CTR
               MOVE JL-DESCRIPTION(WS-JL-IDX) TO RPT-JNL-DESCRIPTION
               IF JL-SIDE(WS-JL-IDX) = "D"
                   MOVE JL-AMOUNT(WS-JL-IDX) TO RPT-JNL-DEBIT
                   MOVE 0 TO RPT-JNL-CREDIT
               ELSE
                   MOVE 0 TO RPT-JNL-DEBIT
                   MOVE JL-AMOUNT(WS-JL-IDX) TO RPT-JNL-CREDIT
               END-IF
               MOVE RPT-JOURNAL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE RPT-SEPARATOR-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DEBIT-TOTAL TO RPT-TOT-DEBIT
           MOVE WS-CREDIT-TOTAL TO RPT-TOT-CREDIT
           MOVE RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE RPT-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO RPT-STATUS-TEXT
           EVALUATE TRUE
               WHEN WS-UNMAPPED-COUNT > 0
                   STRING "JOURNAL NOT PRODUCED - DEPARTMENTS ABOVE"
                          " NEED A COST CENTRE MAPPING"
                          DELIMITED BY SIZE
                       INTO RPT-STATUS-TEXT
               WHEN WS-DIFFERENCE NOT = 0
                   STRING "JOURNAL NOT PRODUCED - DEBITS AND CREDITS"
                          " DO NOT BALANCE"
                          DELIMITED BY SIZE
                       INTO RPT-STATUS-TEXT
               WHEN OTHER
                   STRING "JOURNAL BALANCED - WRITTEN TO "
                           DELIMITED BY SIZE
                          WS-JOURNAL-FILENAME DELIMITED BY SPACE
                       INTO RPT-STATUS-TEXT
           END-EVALUATE
           MOVE RPT-STATUS-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
