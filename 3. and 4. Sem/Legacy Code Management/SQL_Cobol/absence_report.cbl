       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCEREPORT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSENCE-PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ABSENCE-REPORT-FILE ASSIGN TO "ABSENCE-REPORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ABSENCE-PARM-FILE.
       01  ABSENCE-PARM-RECORD      PIC X(100).

       FD  ABSENCE-REPORT-FILE.
       01  REPORT-LINE              PIC X(136).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ID               PIC 9(6).
       01 WS-NAME             PIC X(100).
       01 WS-DEPARTMENT       PIC X(100).
       01 WS-HIRE-DATE        PIC X(10).
       01 WS-TERMINATION-DATE PIC X(10).
       01 WS-STATUS           PIC X.

       01 WS-PARM-FILENAME       PIC X(100).
       01 WS-PARM-FILE-STATUS    PIC XX.
       01 WS-PARM-EOF-SW         PIC X VALUE "N".
           88 WS-PARM-EOF                 VALUE "Y".
       01 WS-PARM-KEYWORD        PIC X(30).
       01 WS-PARM-VALUE          PIC X(60).

      *    From the absence parameter file. Entitlement is the full
      *    year figure in days; anyone with more sickness days than
      *    the threshold in the sickness window is flagged.
       01 WS-ANNUAL-ENTITLEMENT  PIC 9(2)V9 VALUE 25.0.
       01 WS-SICKNESS-THRESHOLD  PIC 9(3)V9 VALUE 10.0.

       01 WS-LEAVE-YEAR          PIC X(4).
       01 WS-YEAR-START          PIC X(10).
       01 WS-YEAR-END            PIC X(10).
       01 WS-SICK-FROM-DATE      PIC X(10).
       01 WS-SICK-TO-DATE        PIC X(10).

       01 WS-TODAY-RAW.
           05 WS-TODAY-YY     PIC X(4).
           05 WS-TODAY-MM     PIC X(2).
           05 WS-TODAY-DD     PIC X(2).
       01 WS-TODAY-DATE       PIC X(10).

       01 WS-DATE-TEXT           PIC X(10).
       01 WS-DATE-DIGITS         PIC 9(8) VALUE 0.
       01 WS-DATE-SERIAL         PIC 9(7) VALUE 0.
       01 WS-DATE-OK-SW          PIC X VALUE "Y".
           88 WS-DATE-OK                  VALUE "Y".
           88 WS-DATE-BAD                 VALUE "N".

       01 WS-FROM-DATE           PIC X(10).
       01 WS-TO-DATE             PIC X(10).
       01 WS-ASOF-DATE           PIC X(10).
       01 WS-FROM-SERIAL         PIC 9(7) VALUE 0.
       01 WS-YEAR-DAYS           PIC 9(3) VALUE 0.
       01 WS-EMPLOYED-DAYS       PIC 9(3) VALUE 0.
       01 WS-ACCRUED-DAYS        PIC 9(3) VALUE 0.

       01 WS-ENTITLEMENT         PIC 9(3)V9 VALUE 0.
       01 WS-ACCRUED             PIC 9(3)V9 VALUE 0.
       01 WS-ANNUAL-TAKEN        PIC 9(4)V9 VALUE 0.
       01 WS-BALANCE             PIC S9(4)V9 VALUE 0.
       01 WS-SICK-DAYS           PIC 9(4)V9 VALUE 0.
       01 WS-UNPAID-DAYS         PIC 9(4)V9 VALUE 0.
       01 WS-OTHER-DAYS          PIC 9(4)V9 VALUE 0.
       01 WS-OVER-SICK-SW        PIC X VALUE "N".
           88 WS-OVER-SICK                VALUE "Y".

       01 WS-PAGE-NO           PIC 9(4)  VALUE 1.
       01 WS-LINE-NO           PIC 9(3)  VALUE 0.
       01 WS-LINES-PER-PAGE    PIC 9(3)  VALUE 50.
       01 WS-PREV-DEPARTMENT   PIC X(100) VALUE SPACES.
       01 WS-FIRST-RECORD-SW   PIC X     VALUE "Y".
           88 WS-FIRST-RECORD            VALUE "Y".
           88 WS-NOT-FIRST-RECORD        VALUE "N".
       01 WS-ANY-RECORDS-SW    PIC X     VALUE "N".
           88 WS-ANY-RECORDS              VALUE "Y".

       01 WS-SUB-COUNT         PIC 9(5)    VALUE 0.
       01 WS-SUB-ENTITLEMENT   PIC 9(6)V9  VALUE 0.
       01 WS-SUB-ACCRUED       PIC 9(6)V9  VALUE 0.
       01 WS-SUB-TAKEN         PIC 9(6)V9  VALUE 0.
       01 WS-SUB-BALANCE       PIC S9(6)V9 VALUE 0.
       01 WS-SUB-SICK          PIC 9(6)V9  VALUE 0.
       01 WS-SUB-UNPAID        PIC 9(6)V9  VALUE 0.
       01 WS-SUB-OTHER         PIC 9(6)V9  VALUE 0.
       01 WS-SUB-FLAGGED       PIC 9(5)    VALUE 0.
       01 WS-GT-COUNT          PIC 9(6)    VALUE 0.
       01 WS-GT-ENTITLEMENT    PIC 9(6)V9  VALUE 0.
       01 WS-GT-ACCRUED        PIC 9(6)V9  VALUE 0.
       01 WS-GT-TAKEN          PIC 9(6)V9  VALUE 0.
       01 WS-GT-BALANCE        PIC S9(6)V9 VALUE 0.
       01 WS-GT-SICK           PIC 9(6)V9  VALUE 0.
       01 WS-GT-UNPAID         PIC 9(6)V9  VALUE 0.
       01 WS-GT-OTHER          PIC 9(6)V9  VALUE 0.
       01 WS-GT-FLAGGED        PIC 9(6)    VALUE 0.

       01 RPT-TITLE-LINE.
           05 FILLER              PIC X(30)
               VALUE "ABSENCE AND LEAVE BALANCES".
           05 FILLER              PIC X(11) VALUE "LEAVE YEAR ".
           05 RPT-TITLE-YEAR      PIC X(4).
           05 FILLER              PIC X(16) VALUE "   SICKNESS FROM".
           05 FILLER              PIC X     VALUE SPACE.
           05 RPT-TITLE-SICK-FROM PIC X(10).
           05 FILLER              PIC X(4)  VALUE " TO ".
           05 RPT-TITLE-SICK-TO   PIC X(10).
           05 FILLER              PIC X(11) VALUE "   AS AT ".
           05 RPT-TITLE-TODAY     PIC X(10).
           05 FILLER              PIC X(9)  VALUE SPACES.
           05 FILLER              PIC X(6)  VALUE "PAGE: ".
           05 RPT-TITLE-PAGE-NO   PIC ZZZ9.

       01 RPT-THRESHOLD-LINE.
           05 FILLER              PIC X(30)
               VALUE "FULL YEAR ENTITLEMENT (DAYS): ".
           05 RPT-THR-ENTITLEMENT PIC Z9.9.
           05 FILLER              PIC X(28)
               VALUE "   SICKNESS THRESHOLD (DAYS)".
           05 FILLER              PIC X(2)  VALUE ": ".
           05 RPT-THR-SICKNESS    PIC ZZ9.9.

       01 RPT-COLUMN-HEADER-1.
           05 FILLER              PIC X(20) VALUE "DEPARTMENT".
           05 FILLER              PIC X(22) VALUE "EMPLOYEE NAME".
           05 FILLER              PIC X(8)  VALUE "ID".
           05 FILLER              PIC X(12) VALUE "HIRE DATE".
           05 FILLER              PIC X(8)  VALUE "  ENTITL".
           05 FILLER              PIC X(8)  VALUE " ACCRUED".
           05 FILLER              PIC X(8)  VALUE "   TAKEN".
           05 FILLER              PIC X(9)  VALUE "  BALANCE".
           05 FILLER              PIC X(8)  VALUE "    SICK".
           05 FILLER              PIC X(8)  VALUE "  UNPAID".
           05 FILLER              PIC X(8)  VALUE "   OTHER".
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(15) VALUE "FLAG".

       01 RPT-COLUMN-HEADER-2.
           05 FILLER              PIC X(136) VALUE ALL "-".

       01 RPT-DETAIL-LINE.
           05 RPT-DET-DEPARTMENT   PIC X(20).
           05 RPT-DET-NAME         PIC X(22).
           05 RPT-DET-ID           PIC 9(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-DET-HIRE-DATE    PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-DET-ENTITLEMENT  PIC ZZZZZ9.9.
           05 RPT-DET-ACCRUED      PIC ZZZZZ9.9.
           05 RPT-DET-TAKEN        PIC ZZZZZ9.9.
           05 RPT-DET-BALANCE      PIC -ZZZZZ9.9.
           05 RPT-DET-SICK         PIC ZZZZZ9.9.
           05 RPT-DET-UNPAID       PIC ZZZZZ9.9.
           05 RPT-DET-OTHER        PIC ZZZZZ9.9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-DET-FLAG         PIC X(15).

       01 RPT-SUBTOTAL-LINE.
           05 FILLER               PIC X(6)  VALUE "SUBTOT".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-SUB-DEPARTMENT   PIC X(20).
           05 RPT-SUB-COUNT        PIC ZZZ9.
           05 FILLER               PIC X(10) VALUE " EMPLOYEES".
           05 FILLER               PIC X(20) VALUE SPACES.
           05 RPT-SUB-ENTITLEMENT  PIC ZZZZZ9.9.
           05 RPT-SUB-ACCRUED      PIC ZZZZZ9.9.
           05 RPT-SUB-TAKEN        PIC ZZZZZ9.9.
           05 RPT-SUB-BALANCE      PIC -ZZZZZ9.9.
           05 RPT-SUB-SICK         PIC ZZZZZ9.9.
           05 RPT-SUB-UNPAID       PIC ZZZZZ9.9.
           05 RPT-SUB-OTHER        PIC ZZZZZ9.9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-SUB-FLAGGED      PIC ZZZ9.
           05 FILLER               PIC X(8)  VALUE " FLAGGED".

       01 RPT-GRANDTOTAL-LINE.
           05 FILLER               PIC X(11) VALUE "GRAND TOTAL".
           05 FILLER               PIC X(17) VALUE SPACES.
           05 RPT-GT-COUNT         PIC ZZZZZ9.
           05 FILLER               PIC X(10) VALUE " EMPLOYEES".
           05 FILLER               PIC X(18) VALUE SPACES.
           05 RPT-GT-ENTITLEMENT   PIC ZZZZZ9.9.
           05 RPT-GT-ACCRUED       PIC ZZZZZ9.9.
           05 RPT-GT-TAKEN         PIC ZZZZZ9.9.
           05 RPT-GT-BALANCE       PIC -ZZZZZ9.9.
           05 RPT-GT-SICK          PIC ZZZZZ9.9.
           05 RPT-GT-UNPAID        PIC ZZZZZ9.9.
           05 RPT-GT-OTHER         PIC ZZZZZ9.9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-GT-FLAGGED       PIC ZZZ9.
           05 FILLER               PIC X(8)  VALUE " FLAGGED".

       01 RPT-BLANK-LINE           PIC X(136) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-USER             PIC X(20) VALUE "root".
       01 DB-PASS             PIC X(20) VALUE "password".
       01 DB-NAME             PIC X(20) VALUE "company_db".
       EXEC SQL END DECLARE SECTION END-EXEC.

       PROCEDURE DIVISION.
      *    Leave balances and sickness by department for one leave
      *    (calendar) year, from the absence recorded in EMPLOYEECRUD.
      *    Entitlement accrues from HIRE_DATE and is pro-rated by
      *    calendar days in the years of joining and leaving; accrued
      *    is the part earned up to today. Annual leave, unpaid and
      *    other absence count in the year they start; sickness is
      *    totalled over the sickness window, which defaults to the
      *    leave year.
       MAIN-LOGIC.

           DISPLAY "Enter absence parameter file name: "
               WITH NO ADVANCING
           ACCEPT WS-PARM-FILENAME
           DISPLAY "Enter leave year (YYYY, blank = this year): "
               WITH NO ADVANCING
           ACCEPT WS-LEAVE-YEAR
           DISPLAY "Enter sickness from date (YYYY-MM-DD, blank ="
               " start of leave year): " WITH NO ADVANCING
           ACCEPT WS-SICK-FROM-DATE
           DISPLAY "Enter sickness to date (YYYY-MM-DD, blank ="
               " end of leave year): " WITH NO ADVANCING
           ACCEPT WS-SICK-TO-DATE

           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-YY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE
               INTO WS-TODAY-DATE

           PERFORM LOAD-ABSENCE-PARAMETERS
           PERFORM VALIDATE-REPORT-DATES

           PERFORM DB-CONNECT
           PERFORM OPEN-REPORT-FILE
           PERFORM PRINT-PAGE-HEADER

           EXEC SQL DECLARE ABSREPORT_CURSOR CURSOR FOR
               SELECT ID, NAME, DEPARTMENT,
                      COALESCE(HIRE_DATE, ' '),
                      COALESCE(TERMINATION_DATE, ' '), STATUS
               FROM EMPLOYEES
               WHERE (STATUS = 'A'
                      OR (STATUS = 'T' AND
                          TERMINATION_DATE >= :WS-YEAR-START))
                 AND (HIRE_DATE IS NULL
                      OR HIRE_DATE <= :WS-YEAR-END)
               ORDER BY DEPARTMENT, NAME
           END-EXEC

           EXEC SQL OPEN ABSREPORT_CURSOR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH ABSREPORT_CURSOR
                   INTO :WS-ID, :WS-NAME, :WS-DEPARTMENT,
                        :WS-HIRE-DATE, :WS-TERMINATION-DATE, :WS-STATUS
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PROCESS-EMPLOYEE-ABSENCE
           END-PERFORM

           EXEC SQL CLOSE ABSREPORT_CURSOR END-EXEC

           IF WS-ANY-RECORDS
               PERFORM PRINT-SUBTOTAL-LINE
           END-IF

           PERFORM PRINT-GRAND-TOTAL-LINE
           PERFORM CLOSE-REPORT-FILE
           IF WS-GT-FLAGGED > 0
               DISPLAY WS-GT-FLAGGED " employees over the sickness"
                   " threshold; see ABSENCE-REPORT.RPT"
           END-IF
           PERFORM DB-DISCONNECT
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
           OPEN OUTPUT ABSENCE-REPORT-FILE.

       CLOSE-REPORT-FILE.
           CLOSE ABSENCE-REPORT-FILE
           DISPLAY "Absence report written to ABSENCE-REPORT.RPT".

       LOAD-ABSENCE-PARAMETERS.
           OPEN INPUT ABSENCE-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open absence parameter file: "
                   WS-PARM-FILENAME
                   " (status " WS-PARM-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PARM-EOF
               READ ABSENCE-PARM-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ABSENCE-PARM-RECORD
               END-READ
           END-PERFORM
           CLOSE ABSENCE-PARM-FILE

           IF WS-ANNUAL-ENTITLEMENT = 0
               DISPLAY "ANNUAL-ENTITLEMENT must not be zero;"
                   " run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-ABSENCE-PARM-RECORD.
           IF ABSENCE-PARM-RECORD = SPACES
               OR ABSENCE-PARM-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
               UNSTRING ABSENCE-PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               END-UNSTRING
               EVALUATE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-PARM-KEYWORD))
                   WHEN "ANNUAL-ENTITLEMENT"
                       COMPUTE WS-ANNUAL-ENTITLEMENT =
                           FUNCTION NUMVAL(WS-PARM-VALUE)
                   WHEN "SICKNESS-THRESHOLD"
                       COMPUTE WS-SICKNESS-THRESHOLD =
                           FUNCTION NUMVAL(WS-PARM-VALUE)
                   WHEN OTHER
                       DISPLAY "Unknown parameter keyword ignored: "
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF.

       VALIDATE-REPORT-DATES.
           IF WS-LEAVE-YEAR = SPACES
               MOVE WS-TODAY-YY TO WS-LEAVE-YEAR
           END-IF
           IF WS-LEAVE-YEAR NOT NUMERIC
               DISPLAY "Leave year must be four digits: "
                   WS-LEAVE-YEAR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-YEAR-START WS-YEAR-END
           STRING WS-LEAVE-YEAR "-01-01" DELIMITED BY SIZE
               INTO WS-YEAR-START
           STRING WS-LEAVE-YEAR "-12-31" DELIMITED BY SIZE
               INTO WS-YEAR-END
           IF WS-SICK-FROM-DATE = SPACES
               MOVE WS-YEAR-START TO WS-SICK-FROM-DATE
           END-IF
           IF WS-SICK-TO-DATE = SPACES
               MOVE WS-YEAR-END TO WS-SICK-TO-DATE
           END-IF

           MOVE WS-SICK-FROM-DATE TO WS-DATE-TEXT
           PERFORM DATE-TEXT-TO-SERIAL
           IF WS-DATE-OK
               MOVE WS-SICK-TO-DATE TO WS-DATE-TEXT
               PERFORM DATE-TEXT-TO-SERIAL
           END-IF
           IF WS-DATE-BAD
               DISPLAY "Sickness date " WS-DATE-TEXT
                   " is not a valid YYYY-MM-DD date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SICK-TO-DATE < WS-SICK-FROM-DATE
               DISPLAY "Sickness to date is before the from date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-YEAR-START TO WS-DATE-TEXT
           PERFORM DATE-TEXT-TO-SERIAL
           MOVE WS-DATE-SERIAL TO WS-FROM-SERIAL
           MOVE WS-YEAR-END TO WS-DATE-TEXT
           PERFORM DATE-TEXT-TO-SERIAL
           COMPUTE WS-YEAR-DAYS = WS-DATE-SERIAL - WS-FROM-SERIAL + 1.

       DATE-TEXT-TO-SERIAL.
           MOVE "Y" TO WS-DATE-OK-SW
           MOVE 0 TO WS-DATE-SERIAL
           IF WS-DATE-TEXT(1:4) NOT NUMERIC
               OR WS-DATE-TEXT(5:1) NOT = "-"
               OR WS-DATE-TEXT(6:2) NOT NUMERIC
               OR WS-DATE-TEXT(8:1) NOT = "-"
               OR WS-DATE-TEXT(9:2) NOT NUMERIC
               MOVE "N" TO WS-DATE-OK-SW
           ELSE
               MOVE WS-DATE-TEXT(1:4) TO WS-DATE-DIGITS(1:4)
               MOVE WS-DATE-TEXT(6:2) TO WS-DATE-DIGITS(5:2)
               MOVE WS-DATE-TEXT(9:2) TO WS-DATE-DIGITS(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-DIGITS) NOT = 0
                   MOVE "N" TO WS-DATE-OK-SW
               ELSE
                   COMPUTE WS-DATE-SERIAL =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS)
               END-IF
           END-IF.

       PROCESS-EMPLOYEE-ABSENCE.
           SET WS-ANY-RECORDS TO TRUE

           IF NOT WS-FIRST-RECORD
               AND WS-DEPARTMENT NOT = WS-PREV-DEPARTMENT
               PERFORM PRINT-SUBTOTAL-LINE
           END-IF

           SET WS-NOT-FIRST-RECORD TO TRUE
           MOVE WS-DEPARTMENT TO WS-PREV-DEPARTMENT

           PERFORM CALCULATE-ENTITLEMENT
           PERFORM FETCH-ABSENCE-TOTALS
           COMPUTE WS-BALANCE = WS-ENTITLEMENT - WS-ANNUAL-TAKEN
           IF WS-SICK-DAYS > WS-SICKNESS-THRESHOLD
               SET WS-OVER-SICK TO TRUE
           ELSE
               MOVE "N" TO WS-OVER-SICK-SW
           END-IF

           IF WS-LINE-NO >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF

           MOVE WS-DEPARTMENT TO RPT-DET-DEPARTMENT
           MOVE WS-NAME TO RPT-DET-NAME
           MOVE WS-ID TO RPT-DET-ID
           MOVE WS-HIRE-DATE TO RPT-DET-HIRE-DATE
           MOVE WS-ENTITLEMENT TO RPT-DET-ENTITLEMENT
           MOVE WS-ACCRUED TO RPT-DET-ACCRUED
           MOVE WS-ANNUAL-TAKEN TO RPT-DET-TAKEN
           MOVE WS-BALANCE TO RPT-DET-BALANCE
           MOVE WS-SICK-DAYS TO RPT-DET-SICK
           MOVE WS-UNPAID-DAYS TO RPT-DET-UNPAID
           MOVE WS-OTHER-DAYS TO RPT-DET-OTHER
           EVALUATE TRUE
               WHEN WS-OVER-SICK
                   MOVE "OVER SICK LIMIT" TO RPT-DET-FLAG
               WHEN WS-STATUS = "T"
                   MOVE "LEAVER" TO RPT-DET-FLAG
               WHEN OTHER
                   MOVE SPACES TO RPT-DET-FLAG
           END-EVALUATE
           MOVE RPT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NO

           ADD 1 TO WS-SUB-COUNT
           ADD WS-ENTITLEMENT TO WS-SUB-ENTITLEMENT
           ADD WS-ACCRUED TO WS-SUB-ACCRUED
           ADD WS-ANNUAL-TAKEN TO WS-SUB-TAKEN
           ADD WS-BALANCE TO WS-SUB-BALANCE
           ADD WS-SICK-DAYS TO WS-SUB-SICK
           ADD WS-UNPAID-DAYS TO WS-SUB-UNPAID
           ADD WS-OTHER-DAYS TO WS-SUB-OTHER
           IF WS-OVER-SICK
               ADD 1 TO WS-SUB-FLAGGED
           END-IF.

      *    Entitlement for the year runs from the later of 1 January
      *    and HIRE_DATE to the earlier of 31 December and, for a
      *    leaver, TERMINATION_DATE. Accrued is the same figure counted
      *    only up to today.
       CALCULATE-ENTITLEMENT.
           MOVE WS-YEAR-START TO WS-FROM-DATE
           IF WS-HIRE-DATE NOT = SPACES
               AND WS-HIRE-DATE > WS-FROM-DATE
               MOVE WS-HIRE-DATE TO WS-FROM-DATE
           END-IF
           MOVE WS-YEAR-END TO WS-TO-DATE
           IF WS-STATUS = "T" AND WS-TERMINATION-DATE NOT = SPACES
               AND WS-TERMINATION-DATE < WS-TO-DATE
               MOVE WS-TERMINATION-DATE TO WS-TO-DATE
           END-IF
           MOVE WS-TO-DATE TO WS-ASOF-DATE
           IF WS-TODAY-DATE < WS-ASOF-DATE
               MOVE WS-TODAY-DATE TO WS-ASOF-DATE
           END-IF

           MOVE 0 TO WS-EMPLOYED-DAYS WS-ACCRUED-DAYS
           MOVE WS-FROM-DATE TO WS-DATE-TEXT
           PERFORM DATE-TEXT-TO-SERIAL
           MOVE WS-DATE-SERIAL TO WS-FROM-SERIAL
           IF WS-DATE-OK AND WS-TO-DATE >= WS-FROM-DATE
               MOVE WS-TO-DATE TO WS-DATE-TEXT
               PERFORM DATE-TEXT-TO-SERIAL
               IF WS-DATE-OK
                   COMPUTE WS-EMPLOYED-DAYS =
                       WS-DATE-SERIAL - WS-FROM-SERIAL + 1
               END-IF
           END-IF
           IF WS-FROM-SERIAL > 0 AND WS-ASOF-DATE >= WS-FROM-DATE
               MOVE WS-ASOF-DATE TO WS-DATE-TEXT
               PERFORM DATE-TEXT-TO-SERIAL
               IF WS-DATE-OK
                   COMPUTE WS-ACCRUED-DAYS =
                       WS-DATE-SERIAL - WS-FROM-SERIAL + 1
               END-IF
           END-IF

           COMPUTE WS-ENTITLEMENT ROUNDED =
               WS-ANNUAL-ENTITLEMENT * WS-EMPLOYED-DAYS / WS-YEAR-DAYS
           COMPUTE WS-ACCRUED ROUNDED =
               WS-ANNUAL-ENTITLEMENT * WS-ACCRUED-DAYS / WS-YEAR-DAYS.

       FETCH-ABSENCE-TOTALS.
           MOVE 0 TO WS-ANNUAL-TAKEN WS-SICK-DAYS WS-UNPAID-DAYS
               WS-OTHER-DAYS
           EXEC SQL
               SELECT COALESCE(SUM(CASE WHEN ABSENCE_TYPE = 'A'
                          AND START_DATE BETWEEN :WS-YEAR-START
                                             AND :WS-YEAR-END
                          THEN DAYS ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN ABSENCE_TYPE = 'S'
                          AND START_DATE BETWEEN :WS-SICK-FROM-DATE
                                             AND :WS-SICK-TO-DATE
                          THEN DAYS ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN ABSENCE_TYPE = 'U'
                          AND START_DATE BETWEEN :WS-YEAR-START
                                             AND :WS-YEAR-END
                          THEN DAYS ELSE 0 END), 0),
                      COALESCE(SUM(CASE WHEN ABSENCE_TYPE = 'O'
                          AND START_DATE BETWEEN :WS-YEAR-START
                                             AND :WS-YEAR-END
                          THEN DAYS ELSE 0 END), 0)
               INTO :WS-ANNUAL-TAKEN, :WS-SICK-DAYS,
                    :WS-UNPAID-DAYS, :WS-OTHER-DAYS
               FROM EMPLOYEE_ABSENCE
               WHERE EMPLOYEE_ID = :WS-ID
           END-EXEC.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > 1
               MOVE RPT-BLANK-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-LEAVE-YEAR TO RPT-TITLE-YEAR
           MOVE WS-SICK-FROM-DATE TO RPT-TITLE-SICK-FROM
           MOVE WS-SICK-TO-DATE TO RPT-TITLE-SICK-TO
           MOVE WS-TODAY-DATE TO RPT-TITLE-TODAY
           MOVE WS-PAGE-NO TO RPT-TITLE-PAGE-NO
           MOVE RPT-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ANNUAL-ENTITLEMENT TO RPT-THR-ENTITLEMENT
           MOVE WS-SICKNESS-THRESHOLD TO RPT-THR-SICKNESS
           MOVE RPT-THRESHOLD-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-COLUMN-HEADER-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-COLUMN-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE

           ADD 1 TO WS-PAGE-NO
           MOVE 0 TO WS-LINE-NO.

       PRINT-SUBTOTAL-LINE.
           MOVE RPT-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-PREV-DEPARTMENT TO RPT-SUB-DEPARTMENT
           MOVE WS-SUB-COUNT TO RPT-SUB-COUNT
           MOVE WS-SUB-ENTITLEMENT TO RPT-SUB-ENTITLEMENT
           MOVE WS-SUB-ACCRUED TO RPT-SUB-ACCRUED
           MOVE WS-SUB-TAKEN TO RPT-SUB-TAKEN
           MOVE WS-SUB-BALANCE TO RPT-SUB-BALANCE
           MOVE WS-SUB-SICK TO RPT-SUB-SICK
           MOVE WS-SUB-UNPAID TO RPT-SUB-UNPAID
           MOVE WS-SUB-OTHER TO RPT-SUB-OTHER
           MOVE WS-SUB-FLAGGED TO RPT-SUB-FLAGGED
           MOVE RPT-SUBTOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 3 TO WS-LINE-NO

           ADD WS-SUB-COUNT TO WS-GT-COUNT
           ADD WS-SUB-ENTITLEMENT TO WS-GT-ENTITLEMENT
           ADD WS-SUB-ACCRUED TO WS-GT-ACCRUED
           ADD WS-SUB-TAKEN TO WS-GT-TAKEN
           ADD WS-SUB-BALANCE TO WS-GT-BALANCE
           ADD WS-SUB-SICK TO WS-GT-SICK
           ADD WS-SUB-UNPAID TO WS-GT-UNPAID
           ADD WS-SUB-OTHER TO WS-GT-OTHER
           ADD WS-SUB-FLAGGED TO WS-GT-FLAGGED

           MOVE 0 TO WS-SUB-COUNT WS-SUB-ENTITLEMENT WS-SUB-ACCRUED
               WS-SUB-TAKEN WS-SUB-BALANCE WS-SUB-SICK WS-SUB-UNPAID
               WS-SUB-OTHER WS-SUB-FLAGGED.

       PRINT-GRAND-TOTAL-LINE.
           MOVE RPT-COLUMN-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE WS-GT-COUNT TO RPT-GT-COUNT
           MOVE WS-GT-ENTITLEMENT TO RPT-GT-ENTITLEMENT
           MOVE WS-GT-ACCRUED TO RPT-GT-ACCRUED
           MOVE WS-GT-TAKEN TO RPT-GT-TAKEN
           MOVE WS-GT-BALANCE TO RPT-GT-BALANCE
           MOVE WS-GT-SICK TO RPT-GT-SICK
           MOVE WS-GT-UNPAID TO RPT-GT-UNPAID
           MOVE WS-GT-OTHER TO RPT-GT-OTHER
           MOVE WS-GT-FLAGGED TO RPT-GT-FLAGGED
           MOVE RPT-GRANDTOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 2 TO WS-LINE-NO.
