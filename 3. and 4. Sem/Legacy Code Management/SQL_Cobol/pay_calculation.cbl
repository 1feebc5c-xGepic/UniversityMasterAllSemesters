               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-FILE-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO DYNAMIC WS-ADJUST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUST-FILE-STATUS.

           SELECT REGISTER-REPORT-FILE ASSIGN TO "PAY-REGISTER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  ADJUSTMENT-FILE.
       01  ADJUSTMENT-RECORD.
           05 ADJ-EMPLOYEE-ID       PIC 9(6).
           05 ADJ-PAY-PERIOD        PIC X(7).
           05 ADJ-ELEMENT-CODE      PIC X(4).
           05 ADJ-QUANTITY          PIC 9(5)V99.
           05 ADJ-TAXABLE           PIC X.
           05 ADJ-PENSIONABLE       PIC X.
           05 ADJ-REFERENCE         PIC X(20).

       FD  BANK-FILE.
       01  BANK-RECORD              PIC X(80).

       FD  REGISTER-REPORT-FILE.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-NAME             PIC X(100).
       01 WS-DEPARTMENT       PIC X(100).
       01 WS-SALARY           PIC 9(7)V99.
       01 WS-HIRE-DATE        PIC X(10).
       01 WS-TERMINATION-DATE PIC X(10).
       01 WS-STATUS           PIC X.
       01 WS-TAX-CODE         PIC X(10).

       01 WS-RATES-FILENAME    PIC X(100).
       01 WS-RATES-FILE-STATUS PIC XX.
       01 WS-YEAR-PATTERN        PIC X(7).
       01 WS-PERIOD-DONE-COUNT   PIC 9(6) VALUE 0.

       01 WS-PERIOD-MONTH        PIC 9(2) VALUE 0.
       01 WS-PERIOD-START-DATE   PIC X(10).
       01 WS-PERIOD-END-DATE     PIC X(10).
       01 WS-PERIOD-START-SERIAL PIC 9(7) VALUE 0.
       01 WS-PERIOD-END-SERIAL   PIC 9(7) VALUE 0.
       01 WS-PERIOD-DAYS         PIC 9(3) VALUE 0.
       01 WS-NEXT-PERIOD.
           05 WS-NEXT-YEAR        PIC 9(4).
           05 WS-NEXT-MONTH       PIC 9(2).
           05 WS-NEXT-DAY         PIC 9(2) VALUE 1.
       01 WS-NEXT-PERIOD-DIGITS REDEFINES WS-NEXT-PERIOD PIC 9(8).
       01 WS-DATE-TEXT           PIC X(10).
       01 WS-DATE-DIGITS         PIC 9(8) VALUE 0.
       01 WS-DATE-SERIAL         PIC 9(7) VALUE 0.

       01 WS-WORK-FROM-DATE      PIC X(10).
       01 WS-WORK-TO-DATE        PIC X(10).
       01 WS-WORK-FROM-SERIAL    PIC 9(7) VALUE 0.
       01 WS-DAYS-WORKED         PIC 9(3) VALUE 0.
       01 WS-PART-PERIOD-SW      PIC X VALUE "N".
           88 WS-PART-PERIOD              VALUE "Y".
           88 WS-FULL-PERIOD              VALUE "N".
       01 WS-LEAVER-SW           PIC X VALUE "N".
           88 WS-LEAVER-IN-PERIOD         VALUE "Y".
       01 WS-PART-PERIOD-COUNT   PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT       PIC 9(5) VALUE 0.

       01 WS-PRIOR-YTD-TAXABLE   PIC 9(8)V99 VALUE 0.
       01 WS-PRIOR-YTD-TAX       PIC 9(8)V99 VALUE 0.
       01 WS-YTD-TAXABLE         PIC 9(8)V99 VALUE 0.
       01 WS-YTD-OTHER-DEDNS     PIC 9(8)V99 VALUE 0.
       01 WS-YTD-GROSS           PIC 9(8)V99 VALUE 0.
       01 WS-YTD-TAX             PIC 9(8)V99 VALUE 0.
       01 WS-YTD-NI              PIC 9(8)V99 VALUE 0.
               VALUE "** NO BANK DETAILS ON FILE **".

       01 WS-RATES-KEYWORD       PIC X(20).
       01 WS-RATES-VALUE         PIC X(60).
       01 WS-BAND-LIMIT-TEXT     PIC X(20).
       01 WS-BAND-RATE-TEXT      PIC X(20).

       01 WS-PENSION-PCT         PIC 9(2)V99 VALUE 0.
       01 WS-NI-RATE             PIC 9(2)V99 VALUE 0.
       01 WS-NI-THRESHOLD        PIC 9(7)V99 VALUE 0.
       01 WS-EMERGENCY-TAX-CODE  PIC X(10) VALUE "1257L M1".
       01 WS-HOURS-PER-YEAR      PIC 9(4)V99 VALUE 1950.
       01 WS-DAYS-PER-YEAR       PIC 9(3)V99 VALUE 260.

      *    Pay elements from the rates file:
      *    ELEMENT=<code>,<description>,<type>,<sign>,<multiplier>
      *            [,<K|S>]
      *    type A = amount keyed, H = hours at the hourly rate,
      *    D = days at the daily rate; sign + pays, - deducts.
      *    K (the default) may be keyed on the adjustments file; S is
      *    raised by the pay run itself and may not be keyed.
       01 PAY-ELEMENT-TABLE.
           05 PAY-ELEMENT-COUNT  PIC 9(2) VALUE 0.
           05 PAY-ELEMENT-ENTRY OCCURS 30 TIMES.
               10 PE-CODE        PIC X(4).
               10 PE-DESCRIPTION PIC X(20).
               10 PE-TYPE        PIC X.
               10 PE-SIGN        PIC X.
               10 PE-MULTIPLIER  PIC 9(2)V99.
               10 PE-KEYABLE     PIC X.
       01 WS-PE-IDX              PIC 9(2) VALUE 0.
       01 WS-PE-FOUND-IDX        PIC 9(2) VALUE 0.
       01 WS-PE-CODE-TEXT        PIC X(10).
       01 WS-PE-DESC-TEXT        PIC X(30).
       01 WS-PE-TYPE-TEXT        PIC X(10).
       01 WS-PE-SIGN-TEXT        PIC X(10).
       01 WS-PE-MULT-TEXT        PIC X(10).
       01 WS-PE-KEY-TEXT         PIC X(10).

       01 WS-ADJUST-FILENAME     PIC X(100) VALUE SPACES.
       01 WS-ADJUST-FILE-STATUS  PIC XX.
       01 WS-ADJUST-EOF-SW       PIC X VALUE "N".
           88 WS-ADJUST-EOF               VALUE "Y".
       01 WS-ADJUST-LINE-NO      PIC 9(5) VALUE 0.
       01 WS-ADJUST-APPLIED      PIC 9(5) VALUE 0.
       01 WS-ADJUST-REJECTED     PIC 9(5) VALUE 0.
       01 ADJUSTMENT-TABLE.
           05 AT-COUNT           PIC 9(4) VALUE 0.
           05 AT-ENTRY OCCURS 3000 TIMES.
               10 AT-LINE-NO       PIC 9(5).
               10 AT-EMPLOYEE-ID   PIC 9(6).
               10 AT-ELEMENT-CODE  PIC X(4).
               10 AT-QUANTITY      PIC 9(5)V99.
               10 AT-TAXABLE       PIC X.
               10 AT-PENSIONABLE   PIC X.
               10 AT-ELEMENT-IDX   PIC 9(2).
               10 AT-STATUS        PIC X.
               10 AT-REASON        PIC X(30).
       01 WS-AT-IDX              PIC 9(4) VALUE 0.

       01 EMP-ELEMENT-TABLE.
           05 EMP-ELEMENT-COUNT  PIC 9(2) VALUE 0.
           05 EMP-ELEMENT-ENTRY OCCURS 10 TIMES.
               10 EE-CODE        PIC X(4).
               10 EE-DESCRIPTION PIC X(20).
               10 EE-TYPE        PIC X.
               10 EE-QUANTITY    PIC 9(5)V99.
               10 EE-AMOUNT      PIC S9(7)V99.
               10 EE-TAXABLE     PIC X.
               10 EE-PENSIONABLE PIC X.
               10 EE-LIMITED     PIC X.
       01 WS-EE-IDX              PIC 9(2) VALUE 0.
       01 WS-EL-CODE             PIC X(4).
       01 WS-EL-DESCRIPTION      PIC X(20).
       01 WS-EL-QUANTITY         PIC 9(5)V99.
       01 WS-EL-AMOUNT           PIC S9(7)V99.
       01 WS-EL-TAXABLE          PIC X.
       01 WS-EL-PENSIONABLE      PIC X.
       01 WS-EE-TAKE             PIC 9(7)V99 VALUE 0.
       01 WS-EE-RATE             PIC 9(5)V9(4) VALUE 0.
       01 WS-LIMITED-COUNT       PIC 9(5) VALUE 0.

      *    Salary changes applied by SALARYAPPLY with an effective date
      *    up to the end of this period whose arrears have not yet been
      *    paid. AR-STATUS P = still to pay, D = dealt with this run.
       01 ARREARS-TABLE.
           05 AR-COUNT           PIC 9(4) VALUE 0.
           05 AR-ENTRY OCCURS 1000 TIMES.
               10 AR-PENDING-ID    PIC 9(9).
               10 AR-EMPLOYEE-ID   PIC 9(6).
               10 AR-OLD-SALARY    PIC 9(7)V99.
               10 AR-NEW-SALARY    PIC 9(7)V99.
               10 AR-EFFECTIVE-DATE PIC X(10).
               10 AR-APPLIED-AT    PIC X(19).
               10 AR-STATUS        PIC X.
       01 WS-AR-IDX              PIC 9(4) VALUE 0.
       01 WS-AR-TRUNCATED-SW     PIC X VALUE "N".
           88 WS-AR-TRUNCATED             VALUE "Y".
       01 WS-AR-PENDING-ID       PIC 9(9).
       01 WS-AR-EMPLOYEE-ID      PIC 9(6).
       01 WS-AR-OLD-SALARY       PIC 9(7)V99.
       01 WS-AR-NEW-SALARY       PIC 9(7)V99.
       01 WS-AR-EFFECTIVE-DATE   PIC X(10).
       01 WS-AR-APPLIED-AT       PIC X(19).
       01 WS-AR-EFFECTIVE-PERIOD PIC X(7).
       01 WS-AR-EFFECTIVE-SERIAL PIC 9(7) VALUE 0.
       01 WS-AR-MONTH-START-SERIAL PIC 9(7) VALUE 0.
       01 WS-AR-MONTH-DAYS       PIC 9(2) VALUE 0.
       01 WS-AR-DAYS-AT-NEW      PIC 9(2) VALUE 0.
       01 WS-AR-DAYS-AT-OLD      PIC 9(3) VALUE 0.
       01 WS-AR-FULL-COUNT       PIC 9(5) VALUE 0.
       01 WS-AR-PART-COUNT       PIC 9(5) VALUE 0.
       01 WS-AR-EARLY-NEW-COUNT  PIC 9(5) VALUE 0.
       01 WS-AR-PART-NEW-COUNT   PIC 9(5) VALUE 0.
       01 WS-AR-PERIODS          PIC S9(3)V9(6) VALUE 0.
       01 WS-AR-AMOUNT           PIC S9(7)V99 VALUE 0.
       01 WS-AR-PAID-COUNT       PIC 9(5) VALUE 0.
       01 WS-AR-HELD-COUNT       PIC 9(5) VALUE 0.

      *    Unpaid absence recorded in EMPLOYEECRUD starting on or before
      *    the end of this period and not yet deducted. UA-STATUS P =
      *    still to deduct, D = deducted this run.
       01 UNPAID-ABSENCE-TABLE.
           05 UA-COUNT           PIC 9(4) VALUE 0.
           05 UA-ENTRY OCCURS 2000 TIMES.
               10 UA-ABSENCE-ID    PIC 9(9).
               10 UA-EMPLOYEE-ID   PIC 9(6).
               10 UA-DAYS          PIC 9(3)V9.
               10 UA-STATUS        PIC X.
       01 WS-UA-IDX              PIC 9(4) VALUE 0.
       01 WS-UA-TRUNCATED-SW     PIC X VALUE "N".
           88 WS-UA-TRUNCATED             VALUE "Y".
       01 WS-UA-ABSENCE-ID       PIC 9(9).
       01 WS-UA-EMPLOYEE-ID      PIC 9(6).
       01 WS-UA-DAYS             PIC 9(3)V9.
       01 WS-UA-EMP-DAYS         PIC 9(4)V9 VALUE 0.
       01 WS-UA-DEDUCTED-COUNT   PIC 9(5) VALUE 0.
       01 WS-UA-HELD-COUNT       PIC 9(5) VALUE 0.

       01 TAX-BAND-TABLE.
           05 TAX-BAND-COUNT     PIC 9(2) VALUE 0.
       01 WS-BAND-IDX            PIC 9(2) VALUE 1.
       01 WS-BAND-LOWER          PIC 9(8)V99 VALUE 0.
       01 WS-BAND-PORTION        PIC 9(8)V99 VALUE 0.
       01 WS-BAND-LIMIT          PIC 9(8)V99 VALUE 0.
       01 WS-FLAT-BAND-IDX       PIC 9(2) VALUE 0.
       01 WS-POSITIVE-BAND-COUNT PIC 9(2) VALUE 0.

      *    Tax code as held on EMPLOYEES.TAX_CODE: a base code such as
      *    1257L, K475, BR, D0, D1, 0T or NT, optionally followed by
      *    W1, M1 or X for the non-cumulative (emergency) basis.
       01 WS-TC-BASE             PIC X(10).
       01 WS-TC-BASIS            PIC X(10).
       01 WS-TC-LENGTH           PIC 9(2) VALUE 0.
       01 WS-TC-NUMBER           PIC 9(4) VALUE 0.
       01 WS-TC-TYPE             PIC X VALUE SPACE.
           88 WS-TC-ALLOWANCE-CODE        VALUE "L".
           88 WS-TC-K-CODE                VALUE "K".
           88 WS-TC-FLAT-RATE-CODE        VALUE "F".
           88 WS-TC-NO-TAX-CODE           VALUE "N".
       01 WS-TC-ANNUAL-AMOUNT    PIC 9(7)V99 VALUE 0.
       01 WS-TC-CUMULATIVE-SW    PIC X VALUE "Y".
           88 WS-TC-CUMULATIVE            VALUE "Y".
           88 WS-TC-NON-CUMULATIVE        VALUE "N".
       01 WS-TC-VALID-SW         PIC X VALUE "Y".
           88 WS-TC-VALID                 VALUE "Y".
           88 WS-TC-INVALID               VALUE "N".
       01 WS-BAD-TAX-CODE-COUNT  PIC 9(5) VALUE 0.
       01 WS-TAX-LIMITED-COUNT   PIC 9(5) VALUE 0.
       01 WS-TAX-LIMITED-SW      PIC X VALUE "N".
           88 WS-TAX-LIMITED              VALUE "Y".
       01 WS-DEDN-SHORTFALL      PIC 9(7)V99 VALUE 0.

       01 WS-TAX-PERIODS         PIC 9(2) VALUE 0.
       01 WS-GROSS-TO-DATE       PIC 9(8)V99 VALUE 0.
       01 WS-FREE-PAY-TO-DATE    PIC 9(8)V99 VALUE 0.
       01 WS-TAXABLE-TO-DATE     PIC 9(8)V99 VALUE 0.
       01 WS-TAX-DUE-TO-DATE     PIC 9(8)V99 VALUE 0.
       01 WS-TAX-PAID-TO-DATE    PIC 9(8)V99 VALUE 0.
       01 WS-K-CODE-TAX-LIMIT    PIC 9(7)V99 VALUE 0.
       01 WS-PERIOD-NI-THRESHOLD PIC 9(7)V99 VALUE 0.
       01 WS-PERIOD-BASIC        PIC 9(7)V99 VALUE 0.
       01 WS-PERIOD-GROSS        PIC 9(7)V99 VALUE 0.
       01 WS-PERIOD-TAXABLE      PIC 9(7)V99 VALUE 0.
       01 WS-PERIOD-PENSIONABLE  PIC 9(7)V99 VALUE 0.
       01 WS-PERIOD-OTHER-DEDNS  PIC 9(7)V99 VALUE 0.
       01 WS-NET-AVAILABLE       PIC S9(7)V99 VALUE 0.
       01 WS-PERIOD-TAX          PIC S9(7)V99 VALUE 0.
       01 WS-PERIOD-NI           PIC 9(7)V99 VALUE 0.
       01 WS-PERIOD-PENSION      PIC 9(7)V99 VALUE 0.
       01 WS-PERIOD-NET          PIC 9(7)V99 VALUE 0.
           88 WS-NO-RECORDS-YET           VALUE "N".

       01 WS-SUBTOTAL-GROSS    PIC 9(9)V99 VALUE 0.
       01 WS-SUBTOTAL-TAX      PIC S9(9)V99 VALUE 0.
       01 WS-SUBTOTAL-NI       PIC 9(9)V99 VALUE 0.
       01 WS-SUBTOTAL-PENSION  PIC 9(9)V99 VALUE 0.
       01 WS-SUBTOTAL-OTHER    PIC 9(9)V99 VALUE 0.
       01 WS-SUBTOTAL-NET      PIC 9(9)V99 VALUE 0.
       01 WS-SUBTOTAL-COUNT    PIC 9(5)  VALUE 0.
       01 WS-GT-GROSS          PIC 9(9)V99 VALUE 0.
       01 WS-GT-TAX            PIC S9(9)V99 VALUE 0.
       01 WS-GT-NI             PIC 9(9)V99 VALUE 0.
       01 WS-GT-PENSION        PIC 9(9)V99 VALUE 0.
       01 WS-GT-OTHER          PIC 9(9)V99 VALUE 0.
       01 WS-GT-NET            PIC 9(9)V99 VALUE 0.
       01 WS-GT-COUNT          PIC 9(6)  VALUE 0.

           05 FILLER              PIC X(13) VALUE "PAY REGISTER".
           05 FILLER              PIC X(8)  VALUE "PERIOD: ".
           05 RPT-TITLE-PERIOD    PIC X(7).
           05 FILLER              PIC X(94) VALUE SPACES.
           05 FILLER              PIC X(6)  VALUE "PAGE: ".
           05 RPT-TITLE-PAGE-NO   PIC ZZZ9.

       01 RPT-COLUMN-HEADER-1.
           05 FILLER              PIC X(20) VALUE "DEPARTMENT".
           05 FILLER              PIC X(18) VALUE "EMPLOYEE NAME".
           05 FILLER              PIC X(13) VALUE "        GROSS".
           05 FILLER              PIC X(13) VALUE "          TAX".
           05 FILLER              PIC X(13) VALUE "      NAT INS".
           05 FILLER              PIC X(13) VALUE "      PENSION".
           05 FILLER              PIC X(13) VALUE "   OTHER DEDN".
           05 FILLER              PIC X(13) VALUE "          NET".
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 FILLER              PIC X(12) VALUE "BASIS".

       01 RPT-TAX-CODE-LINE.
           05 RPT-TC-DEPARTMENT     PIC X(20).
           05 RPT-TC-NAME           PIC X(18).
           05 FILLER                PIC X(20)
               VALUE "** INVALID TAX CODE ".
           05 RPT-TC-CODE           PIC X(10).
           05 FILLER                PIC X(11) VALUE " - TAXED ON".
           05 FILLER                PIC X(1)  VALUE SPACE.
           05 RPT-TC-EMERGENCY      PIC X(10).
           05 FILLER                PIC X(3)  VALUE " **".

       01 RPT-COLUMN-HEADER-2.
           05 FILLER              PIC X(132) VALUE ALL "-".

       01 RPT-DETAIL-LINE.
           05 RPT-DET-DEPARTMENT   PIC X(20).
           05 RPT-DET-NAME         PIC X(18).
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-DET-GROSS        PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-DET-TAX          PIC -,---,--9.99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-DET-NI           PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-DET-PENSION      PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-DET-OTHER        PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-DET-NET          PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-DET-BASIS.
               10 RPT-DET-BASIS-TYPE   PIC X(7).
               10 RPT-DET-DAYS-WORKED  PIC Z9.
               10 RPT-DET-DAYS-SLASH   PIC X.
               10 RPT-DET-PERIOD-DAYS  PIC 99.

       01 RPT-SUBTOTAL-LINE.
           05 FILLER               PIC X(7)  VALUE "SUBTOT ".
           05 RPT-SUB-COUNT        PIC ZZZ9.
           05 FILLER               PIC X(4)  VALUE " EMP".
           05 RPT-SUB-GROSS        PIC ZZ,ZZZ,ZZ9.99.
           05 RPT-SUB-TAX          PIC --,---,--9.99.
           05 RPT-SUB-NI           PIC ZZ,ZZZ,ZZ9.99.
           05 RPT-SUB-PENSION      PIC ZZ,ZZZ,ZZ9.99.
           05 RPT-SUB-OTHER        PIC ZZ,ZZZ,ZZ9.99.
           05 RPT-SUB-NET          PIC ZZ,ZZZ,ZZ9.99.

       01 RPT-GRANDTOTAL-LINE.
           05 RPT-GT-COUNT         PIC ZZZZZ9.
           05 FILLER               PIC X(4)  VALUE " EMP".
           05 RPT-GT-GROSS         PIC ZZ,ZZZ,ZZ9.99.
           05 RPT-GT-TAX           PIC --,---,--9.99.
           05 RPT-GT-NI            PIC ZZ,ZZZ,ZZ9.99.
           05 RPT-GT-PENSION       PIC ZZ,ZZZ,ZZ9.99.
           05 RPT-GT-OTHER         PIC ZZ,ZZZ,ZZ9.99.
           05 RPT-GT-NET           PIC ZZ,ZZZ,ZZ9.99.

       01 RPT-PART-PERIOD-LINE.
           05 FILLER               PIC X(21)
               VALUE "PART-PERIOD LINES".
           05 RPT-PP-COUNT         PIC ZZZZZ9.
           05 FILLER               PIC X(50)
               VALUE " (STARTER/LEAVER: DAYS PAID / DAYS IN PERIOD)".

       01 RPT-LIMITED-LINE.
           05 RPT-LIM-DEPARTMENT   PIC X(20).
           05 RPT-LIM-NAME         PIC X(18).
           05 FILLER               PIC X(11) VALUE "** ELEMENT ".
           05 RPT-LIM-CODE         PIC X(4).
           05 FILLER               PIC X(34)
               VALUE " LIMITED TO THE PAY AVAILABLE **".

       01 RPT-TAX-LIMITED-LINE.
           05 RPT-TXL-DEPARTMENT   PIC X(20).
           05 RPT-TXL-NAME         PIC X(18).
           05 FILLER               PIC X(38)
               VALUE "** TAX LIMITED TO THE PAY AVAILABLE **".

       01 RPT-ARREARS-LINE.
           05 RPT-ARR-DEPARTMENT   PIC X(20).
           05 RPT-ARR-NAME         PIC X(18).
           05 FILLER               PIC X(19)
               VALUE "** SALARY ARREARS ".
           05 RPT-ARR-AMOUNT       PIC Z,ZZZ,ZZ9.99-.
           05 FILLER               PIC X(5)  VALUE " FOR ".
           05 RPT-ARR-PERIODS      PIC ZZ9.99.
           05 FILLER               PIC X(11) VALUE " PERIODS **".

       01 RPT-ADJUST-TITLE.
           05 FILLER               PIC X(40)
               VALUE "ADJUSTMENT LINES NOT APPLIED".

       01 RPT-ADJUST-HEADER.
           05 FILLER               PIC X(8)  VALUE "LINE".
           05 FILLER               PIC X(10) VALUE "EMPLOYEE".
           05 FILLER               PIC X(8)  VALUE "ELEMENT".
           05 FILLER               PIC X(12) VALUE "    QUANTITY".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(30) VALUE "REASON".

       01 RPT-ADJUST-LINE.
           05 RPT-ADJ-LINE-NO      PIC ZZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 RPT-ADJ-EMPLOYEE-ID  PIC 9(6).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 RPT-ADJ-ELEMENT      PIC X(4).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 RPT-ADJ-QUANTITY     PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 RPT-ADJ-REASON       PIC X(30).

       01 RPT-ADJUST-TOTAL-LINE.
           05 FILLER               PIC X(21)
               VALUE "ADJUSTMENTS APPLIED".
           05 RPT-ADJ-APPLIED      PIC ZZZZ9.
           05 FILLER               PIC X(16)
               VALUE "   NOT APPLIED ".
           05 RPT-ADJ-REJECTED     PIC ZZZZ9.

       01 RPT-BLANK-LINE           PIC X(132) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-USER             PIC X(20) VALUE "root".
           DISPLAY "Enter bank payment output file name: "
               WITH NO ADVANCING
           ACCEPT WS-BANK-FILENAME
           DISPLAY "Enter adjustments file name (blank = none): "
               WITH NO ADVANCING
           ACCEPT WS-ADJUST-FILENAME

           PERFORM VALIDATE-PAY-PERIOD
           PERFORM LOAD-RATES-FILE
           IF TAX-BAND-COUNT = 0
               DISPLAY "No tax bands loaded from " WS-RATES-FILENAME
                   " run abandoned."
               STOP RUN
           END-IF
           MOVE WS-EMERGENCY-TAX-CODE TO WS-TAX-CODE
           PERFORM PARSE-TAX-CODE
           IF WS-TC-INVALID
               DISPLAY "EMERGENCY-TAX-CODE " WS-EMERGENCY-TAX-CODE
                   " is not a valid tax code; run abandoned."
               STOP RUN
           END-IF
           MOVE WS-TAX-CODE TO WS-EMERGENCY-TAX-CODE
           IF WS-HOURS-PER-YEAR = 0 OR WS-DAYS-PER-YEAR = 0
               DISPLAY "HOURS-PER-YEAR and DAYS-PER-YEAR must not be"
                   " zero; run abandoned."
               STOP RUN
           END-IF
           IF WS-ADJUST-FILENAME NOT = SPACES
               PERFORM LOAD-ADJUSTMENT-FILE
           END-IF

           MOVE SPACES TO WS-YEAR-PATTERN
           STRING WS-PAY-PERIOD(1:4) DELIMITED BY SIZE
                  "-%" DELIMITED BY SIZE
               INTO WS-YEAR-PATTERN
           PERFORM SET-PERIOD-DATES

           PERFORM DB-CONNECT
           PERFORM CHECK-PERIOD-NOT-RUN
           PERFORM LOAD-SALARY-ARREARS
           PERFORM LOAD-UNPAID-ABSENCE
           PERFORM OPEN-REPORT-FILE
           PERFORM PRINT-PAGE-HEADER

           MOVE WS-PAY-PERIOD TO BNK-HDR-PERIOD
           WRITE BANK-RECORD FROM BANK-HEADER-RECORD

      *    Leavers are picked up for the period their termination
      *    falls in so they get a final part-period payment; anyone
      *    hired after the period end is left for a later run.
           EXEC SQL DECLARE PAYCALC_CURSOR CURSOR FOR
               SELECT ID, NAME, DEPARTMENT, SALARY,
                      COALESCE(HIRE_DATE, ' '),
                      COALESCE(TERMINATION_DATE, ' '), STATUS,
                      COALESCE(TAX_CODE, ' ')
               FROM EMPLOYEES
               WHERE (STATUS = 'A'
                      OR (STATUS = 'T' AND
                          TERMINATION_DATE >= :WS-PERIOD-START-DATE))
                 AND (HIRE_DATE IS NULL
                      OR HIRE_DATE <= :WS-PERIOD-END-DATE)
               ORDER BY DEPARTMENT, NAME
           END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH PAYCALC_CURSOR
                   INTO :WS-ID, :WS-NAME, :WS-DEPARTMENT, :WS-SALARY,
                        :WS-HIRE-DATE, :WS-TERMINATION-DATE, :WS-STATUS,
                        :WS-TAX-CODE
               END-EXEC
               IF SQLCODE = 0
                   PERFORM PROCESS-EMPLOYEE-PAY

           EXEC SQL CLOSE PAYCALC_CURSOR END-EXEC

           IF AR-COUNT > 0
               PERFORM MARK-ARREARS-PAID
           END-IF
           IF UA-COUNT > 0
               PERFORM MARK-ABSENCE-DEDUCTED
           END-IF

           IF WS-ANY-RECORDS
               PERFORM PRINT-SUBTOTAL-LINE
           END-IF

           PERFORM PRINT-GRAND-TOTAL-LINE
           IF AT-COUNT > 0
               PERFORM PRINT-ADJUSTMENT-EXCEPTIONS
           END-IF

           MOVE WS-BANK-CREDIT-COUNT TO BNK-TRL-COUNT
           MOVE WS-BANK-NET-TOTAL TO BNK-TRL-NET-TOTAL
               WS-PAYSLIP-FILENAME
           DISPLAY "Wrote " WS-BANK-CREDIT-COUNT " bank credits to "
               WS-BANK-FILENAME
           IF WS-BAD-TAX-CODE-COUNT > 0
               DISPLAY WS-BAD-TAX-CODE-COUNT " employees have an"
                   " invalid tax code and were taxed on "
                   WS-EMERGENCY-TAX-CODE "; see PAY-REGISTER.RPT"
           END-IF
           IF AT-COUNT > 0
               DISPLAY "Applied " WS-ADJUST-APPLIED
                   " adjustment lines; " WS-ADJUST-REJECTED
                   " not applied, see PAY-REGISTER.RPT"
           END-IF
           IF WS-AR-PAID-COUNT > 0
               DISPLAY "Paid salary arrears for " WS-AR-PAID-COUNT
                   " backdated salary changes; see PAY-REGISTER.RPT"
           END-IF
           IF WS-AR-HELD-COUNT > 0
               DISPLAY WS-AR-HELD-COUNT " salary arrears held over:"
                   " employee already has 10 element lines"
           END-IF
           IF WS-UA-DEDUCTED-COUNT > 0
               DISPLAY "Deducted " WS-UA-DEDUCTED-COUNT
                   " unpaid absences recorded in EMPLOYEECRUD"
           END-IF
           IF WS-UA-HELD-COUNT > 0
               DISPLAY WS-UA-HELD-COUNT " employees' unpaid absence"
                   " held over: employee already has 10 element lines"
           END-IF
           IF WS-TAX-LIMITED-COUNT > 0
               DISPLAY WS-TAX-LIMITED-COUNT " employees' tax was"
                   " limited to the pay available; see PAY-REGISTER.RPT"
           END-IF
           IF WS-LIMITED-COUNT > 0
               DISPLAY WS-LIMITED-COUNT " deductions were limited to"
                   " the pay available; see PAY-REGISTER.RPT"
           END-IF
           IF WS-PART-PERIOD-COUNT > 0
               DISPLAY WS-PART-PERIOD-COUNT " employees paid for part"
                   " of the period; see PAY-REGISTER.RPT"
           END-IF
           IF WS-SKIPPED-COUNT > 0
               DISPLAY WS-SKIPPED-COUNT " employees skipped with no"
                   " days employed in " WS-PAY-PERIOD
           END-IF
           IF WS-NO-BANK-COUNT > 0
               DISPLAY WS-NO-BANK-COUNT " employees paid this period"
                   " have no bank details on file; see PAY-REGISTER.RPT"
           END-IF
           PERFORM CLOSE-REPORT-FILE
           PERFORM DB-DISCONNECT
           END-EXEC
           DISPLAY "Disconnected from database.".

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
           END-IF.

      *    The period runs from the 1st of the month to the day before
      *    the 1st of the following month; days worked are counted
      *    against the calendar days in between.
       SET-PERIOD-DATES.
           MOVE SPACES TO WS-PERIOD-START-DATE
           STRING WS-PAY-PERIOD DELIMITED BY SIZE
                  "-01" DELIMITED BY SIZE
               INTO WS-PERIOD-START-DATE
           MOVE WS-PERIOD-START-DATE TO WS-DATE-TEXT
           PERFORM DATE-TEXT-TO-SERIAL
           MOVE WS-DATE-SERIAL TO WS-PERIOD-START-SERIAL

           MOVE WS-PAY-PERIOD(1:4) TO WS-NEXT-YEAR
           IF WS-PERIOD-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-PERIOD-MONTH + 1
           END-IF
           MOVE 1 TO WS-NEXT-DAY
           COMPUTE WS-PERIOD-END-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-DIGITS) - 1
           COMPUTE WS-PERIOD-DAYS =
               WS-PERIOD-END-SERIAL - WS-PERIOD-START-SERIAL + 1
           COMPUTE WS-DATE-DIGITS =
               FUNCTION DATE-OF-INTEGER(WS-PERIOD-END-SERIAL)
           MOVE SPACES TO WS-PERIOD-END-DATE
           STRING WS-DATE-DIGITS(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATE-DIGITS(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-DATE-DIGITS(7:2) DELIMITED BY SIZE
               INTO WS-PERIOD-END-DATE.

       DATE-TEXT-TO-SERIAL.
           MOVE WS-DATE-TEXT(1:4) TO WS-DATE-DIGITS(1:4)
           MOVE WS-DATE-TEXT(6:2) TO WS-DATE-DIGITS(5:2)
           MOVE WS-DATE-TEXT(9:2) TO WS-DATE-DIGITS(7:2)
           COMPUTE WS-DATE-SERIAL =
               FUNCTION INTEGER-OF-DATE(WS-DATE-DIGITS).

       CHECK-PERIOD-NOT-RUN.
           MOVE 0 TO WS-PERIOD-DONE-COUNT
           EXEC SQL
                   WHEN "NI-THRESHOLD"
                       MOVE FUNCTION NUMVAL(WS-RATES-VALUE)
                           TO WS-NI-THRESHOLD
                   WHEN "EMERGENCY-TAX-CODE"
                       MOVE FUNCTION TRIM(WS-RATES-VALUE)
                           TO WS-EMERGENCY-TAX-CODE
                   WHEN "HOURS-PER-YEAR"
                       MOVE FUNCTION NUMVAL(WS-RATES-VALUE)
                           TO WS-HOURS-PER-YEAR
                   WHEN "DAYS-PER-YEAR"
                       MOVE FUNCTION NUMVAL(WS-RATES-VALUE)
                           TO WS-DAYS-PER-YEAR
                   WHEN "ELEMENT"
                       PERFORM ADD-PAY-ELEMENT
                   WHEN "TAXBAND"
                       PERFORM ADD-TAX-BAND
                   WHEN OTHER
                   TO TB-RATE(TAX-BAND-COUNT)
           END-IF.

       ADD-PAY-ELEMENT.
           IF PAY-ELEMENT-COUNT >= 30
               DISPLAY "Pay element table full; element ignored."
           ELSE
               MOVE SPACES TO WS-PE-CODE-TEXT WS-PE-DESC-TEXT
                   WS-PE-TYPE-TEXT WS-PE-SIGN-TEXT WS-PE-MULT-TEXT
                   WS-PE-KEY-TEXT
               UNSTRING WS-RATES-VALUE DELIMITED BY ","
                   INTO WS-PE-CODE-TEXT WS-PE-DESC-TEXT
                        WS-PE-TYPE-TEXT WS-PE-SIGN-TEXT
                        WS-PE-MULT-TEXT WS-PE-KEY-TEXT
               END-UNSTRING
               ADD 1 TO PAY-ELEMENT-COUNT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PE-CODE-TEXT))
                   TO PE-CODE(PAY-ELEMENT-COUNT)
               MOVE FUNCTION TRIM(WS-PE-DESC-TEXT)
                   TO PE-DESCRIPTION(PAY-ELEMENT-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PE-TYPE-TEXT))
                   TO PE-TYPE(PAY-ELEMENT-COUNT)
               MOVE FUNCTION TRIM(WS-PE-SIGN-TEXT)
                   TO PE-SIGN(PAY-ELEMENT-COUNT)
               IF WS-PE-MULT-TEXT = SPACES
                   MOVE 1 TO PE-MULTIPLIER(PAY-ELEMENT-COUNT)
               ELSE
                   MOVE FUNCTION NUMVAL(WS-PE-MULT-TEXT)
                       TO PE-MULTIPLIER(PAY-ELEMENT-COUNT)
               END-IF
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PE-KEY-TEXT))
                   TO PE-KEYABLE(PAY-ELEMENT-COUNT)
               IF PE-KEYABLE(PAY-ELEMENT-COUNT) NOT = "S"
                   MOVE "K" TO PE-KEYABLE(PAY-ELEMENT-COUNT)
               END-IF
           END-IF.

       FIND-PAY-ELEMENT.
           MOVE 0 TO WS-PE-FOUND-IDX
           PERFORM VARYING WS-PE-IDX FROM 1 BY 1
                   UNTIL WS-PE-IDX > PAY-ELEMENT-COUNT
                      OR WS-PE-FOUND-IDX > 0
               IF PE-CODE(WS-PE-IDX) = WS-PE-CODE-TEXT
                   MOVE WS-PE-IDX TO WS-PE-FOUND-IDX
               END-IF
           END-PERFORM.

      *    Adjustment lines are loaded up front and picked off as each
      *    employee is paid; anything left over is listed at the end
      *    of the register. The file should already have been through
      *    PAYADJVALID, so rejects here are the exception.
       LOAD-ADJUSTMENT-FILE.
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUST-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open adjustments file: "
                   WS-ADJUST-FILENAME
                   " (status " WS-ADJUST-FILE-STATUS "); run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ADJUST-EOF
               READ ADJUSTMENT-FILE
                   AT END
                       SET WS-ADJUST-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ADJUST-LINE-NO
                       PERFORM STORE-ADJUSTMENT-LINE
               END-READ
           END-PERFORM
           CLOSE ADJUSTMENT-FILE
           DISPLAY "Loaded " AT-COUNT " adjustment lines from "
               WS-ADJUST-FILENAME.

       STORE-ADJUSTMENT-LINE.
           IF ADJUSTMENT-RECORD = SPACES
               CONTINUE
           ELSE
               IF AT-COUNT >= 3000
                   DISPLAY "Adjustment table full at line "
                       WS-ADJUST-LINE-NO "; run abandoned."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO AT-COUNT
               MOVE WS-ADJUST-LINE-NO TO AT-LINE-NO(AT-COUNT)
               MOVE ADJ-EMPLOYEE-ID TO AT-EMPLOYEE-ID(AT-COUNT)
               MOVE FUNCTION UPPER-CASE(ADJ-ELEMENT-CODE)
                   TO AT-ELEMENT-CODE(AT-COUNT)
               MOVE ADJ-QUANTITY TO AT-QUANTITY(AT-COUNT)
               MOVE FUNCTION UPPER-CASE(ADJ-TAXABLE)
                   TO AT-TAXABLE(AT-COUNT)
               MOVE FUNCTION UPPER-CASE(ADJ-PENSIONABLE)
                   TO AT-PENSIONABLE(AT-COUNT)
               MOVE "P" TO AT-STATUS(AT-COUNT)
               MOVE "EMPLOYEE NOT IN THIS PAY RUN"
                   TO AT-REASON(AT-COUNT)
               MOVE AT-ELEMENT-CODE(AT-COUNT) TO WS-PE-CODE-TEXT
               PERFORM FIND-PAY-ELEMENT
               MOVE WS-PE-FOUND-IDX TO AT-ELEMENT-IDX(AT-COUNT)
               EVALUATE TRUE
                   WHEN ADJ-EMPLOYEE-ID NOT NUMERIC
                       MOVE 0 TO AT-EMPLOYEE-ID(AT-COUNT)
                       MOVE "X" TO AT-STATUS(AT-COUNT)
                       MOVE "EMPLOYEE ID NOT NUMERIC"
                           TO AT-REASON(AT-COUNT)
                   WHEN ADJ-PAY-PERIOD NOT = WS-PAY-PERIOD
                       MOVE "X" TO AT-STATUS(AT-COUNT)
                       MOVE "FOR ANOTHER PAY PERIOD"
                           TO AT-REASON(AT-COUNT)
                   WHEN WS-PE-FOUND-IDX = 0
                       MOVE "X" TO AT-STATUS(AT-COUNT)
                       MOVE "UNKNOWN ELEMENT CODE"
                           TO AT-REASON(AT-COUNT)
                   WHEN PE-KEYABLE(WS-PE-FOUND-IDX) = "S"
                       MOVE "X" TO AT-STATUS(AT-COUNT)
                       MOVE "SYSTEM ELEMENT - NOT KEYABLE"
                           TO AT-REASON(AT-COUNT)
                   WHEN ADJ-QUANTITY NOT NUMERIC
                       MOVE 0 TO AT-QUANTITY(AT-COUNT)
                       MOVE "X" TO AT-STATUS(AT-COUNT)
                       MOVE "AMOUNT/HOURS NOT NUMERIC"
                           TO AT-REASON(AT-COUNT)
                   WHEN ADJ-QUANTITY = 0
                       MOVE "X" TO AT-STATUS(AT-COUNT)
                       MOVE "AMOUNT/HOURS IS ZERO"
                           TO AT-REASON(AT-COUNT)
                   WHEN (AT-TAXABLE(AT-COUNT) NOT = "Y"
                         AND AT-TAXABLE(AT-COUNT) NOT = "N")
                     OR (AT-PENSIONABLE(AT-COUNT) NOT = "Y"
                         AND AT-PENSIONABLE(AT-COUNT) NOT = "N")
                       MOVE "X" TO AT-STATUS(AT-COUNT)
                       MOVE "TAXABLE/PENSIONABLE NOT Y OR N"
                           TO AT-REASON(AT-COUNT)
               END-EVALUATE
           END-IF.

      *    Builds this employee's element lines from the adjustment
      *    table. Hours and days are priced from the annual salary.
       COLLECT-EMPLOYEE-ELEMENTS.
           MOVE 0 TO EMP-ELEMENT-COUNT
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > AT-COUNT
               IF AT-EMPLOYEE-ID(WS-AT-IDX) = WS-ID
                   AND AT-STATUS(WS-AT-IDX) = "P"
                   IF EMP-ELEMENT-COUNT >= 10
                       MOVE "X" TO AT-STATUS(WS-AT-IDX)
                       MOVE "MORE THAN 10 LINES FOR EMPLOYEE"
                           TO AT-REASON(WS-AT-IDX)
                   ELSE
                       PERFORM ADD-ADJUSTMENT-ELEMENT
                       MOVE "A" TO AT-STATUS(WS-AT-IDX)
                       ADD 1 TO WS-ADJUST-APPLIED
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > AR-COUNT
               IF AR-EMPLOYEE-ID(WS-AR-IDX) = WS-ID
                   AND AR-STATUS(WS-AR-IDX) = "P"
                   PERFORM ADD-SALARY-ARREARS
               END-IF
           END-PERFORM
           PERFORM ADD-UNPAID-ABSENCE.

       ADD-ADJUSTMENT-ELEMENT.
           MOVE AT-ELEMENT-IDX(WS-AT-IDX) TO WS-PE-IDX
           ADD 1 TO EMP-ELEMENT-COUNT
           MOVE PE-CODE(WS-PE-IDX) TO EE-CODE(EMP-ELEMENT-COUNT)
           MOVE PE-DESCRIPTION(WS-PE-IDX)
               TO EE-DESCRIPTION(EMP-ELEMENT-COUNT)
           MOVE PE-TYPE(WS-PE-IDX) TO EE-TYPE(EMP-ELEMENT-COUNT)
           MOVE AT-QUANTITY(WS-AT-IDX) TO EE-QUANTITY(EMP-ELEMENT-COUNT)
           MOVE AT-TAXABLE(WS-AT-IDX) TO EE-TAXABLE(EMP-ELEMENT-COUNT)
           MOVE AT-PENSIONABLE(WS-AT-IDX)
               TO EE-PENSIONABLE(EMP-ELEMENT-COUNT)
           MOVE "N" TO EE-LIMITED(EMP-ELEMENT-COUNT)
           EVALUATE PE-TYPE(WS-PE-IDX)
               WHEN "H"
                   COMPUTE WS-EE-RATE ROUNDED =
                       WS-SALARY / WS-HOURS-PER-YEAR
               WHEN "D"
                   COMPUTE WS-EE-RATE ROUNDED =
                       WS-SALARY / WS-DAYS-PER-YEAR
               WHEN OTHER
                   MOVE 1 TO WS-EE-RATE
           END-EVALUATE
           COMPUTE WS-EE-TAKE ROUNDED = AT-QUANTITY(WS-AT-IDX)
               * WS-EE-RATE * PE-MULTIPLIER(WS-PE-IDX)
           IF PE-SIGN(WS-PE-IDX) = "-"
               COMPUTE EE-AMOUNT(EMP-ELEMENT-COUNT) = 0 - WS-EE-TAKE
           ELSE
               MOVE WS-EE-TAKE TO EE-AMOUNT(EMP-ELEMENT-COUNT)
           END-IF.

      *    Backdated salary changes are read before the employee
      *    cursor is opened, so that nothing is fetched from another
      *    cursor while PAYCALC_CURSOR is open. A change that has not
      *    been applied by SALARYAPPLY before this run is picked up by
      *    the following run.
       LOAD-SALARY-ARREARS.
           MOVE 0 TO AR-COUNT

           EXEC SQL DECLARE ARREARS_CURSOR CURSOR FOR
               SELECT ID, EMPLOYEE_ID, OLD_SALARY, NEW_SALARY,
                      EFFECTIVE_DATE,
                      COALESCE(APPLIED_AT, '9999-12-31 23:59:59')
               FROM SALARY_PENDING
               WHERE STATUS = 'A'
                 AND ARREARS_PERIOD IS NULL
                 AND EFFECTIVE_DATE <= :WS-PERIOD-END-DATE
               ORDER BY EMPLOYEE_ID, EFFECTIVE_DATE, ID
           END-EXEC

           EXEC SQL OPEN ARREARS_CURSOR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-AR-TRUNCATED
               EXEC SQL FETCH ARREARS_CURSOR
                   INTO :WS-AR-PENDING-ID, :WS-AR-EMPLOYEE-ID,
                        :WS-AR-OLD-SALARY, :WS-AR-NEW-SALARY,
                        :WS-AR-EFFECTIVE-DATE, :WS-AR-APPLIED-AT
               END-EXEC
               IF SQLCODE = 0
                   PERFORM STORE-SALARY-ARREARS
           END-PERFORM

           EXEC SQL CLOSE ARREARS_CURSOR END-EXEC

           IF WS-AR-TRUNCATED
               DISPLAY "More than 1000 backdated salary changes; the"
                   " rest are paid in the next run."
           END-IF.

       STORE-SALARY-ARREARS.
           IF AR-COUNT >= 1000
               SET WS-AR-TRUNCATED TO TRUE
           ELSE
               ADD 1 TO AR-COUNT
               MOVE WS-AR-PENDING-ID TO AR-PENDING-ID(AR-COUNT)
               MOVE WS-AR-EMPLOYEE-ID TO AR-EMPLOYEE-ID(AR-COUNT)
               MOVE WS-AR-OLD-SALARY TO AR-OLD-SALARY(AR-COUNT)
               MOVE WS-AR-NEW-SALARY TO AR-NEW-SALARY(AR-COUNT)
               MOVE WS-AR-EFFECTIVE-DATE TO AR-EFFECTIVE-DATE(AR-COUNT)
               MOVE WS-AR-APPLIED-AT TO AR-APPLIED-AT(AR-COUNT)
               MOVE "P" TO AR-STATUS(AR-COUNT)
           END-IF.

      *    Arrears are the salary difference for the periods paid at
      *    the wrong rate. A period posted before SALARYAPPLY changed
      *    the salary was paid at the old rate: every such period after
      *    the effective month and before this one is owed in full, and
      *    the effective month itself for its calendar days from the
      *    effective date. A period posted after the change was paid at
      *    the new rate: one ending before the effective date is given
      *    back in full, and the effective month for its days before
      *    the effective date. When the change takes effect inside this
      *    period, basic pay has already been worked out on the new
      *    salary, so the days before the effective date are given
      *    back as well. An arrears line held over to a later run is
      *    therefore worked out again from what was actually paid.
       ADD-SALARY-ARREARS.
           MOVE AR-EFFECTIVE-DATE(WS-AR-IDX) TO WS-AR-EFFECTIVE-DATE
           MOVE AR-APPLIED-AT(WS-AR-IDX) TO WS-AR-APPLIED-AT
           MOVE WS-AR-EFFECTIVE-DATE(1:7) TO WS-AR-EFFECTIVE-PERIOD
           MOVE WS-AR-EFFECTIVE-DATE TO WS-DATE-TEXT
           PERFORM DATE-TEXT-TO-SERIAL
           MOVE WS-DATE-SERIAL TO WS-AR-EFFECTIVE-SERIAL
           PERFORM COUNT-EFFECTIVE-MONTH-DAYS

           IF WS-AR-EFFECTIVE-PERIOD = WS-PAY-PERIOD
               EVALUATE TRUE
                   WHEN WS-AR-EFFECTIVE-DATE <= WS-WORK-FROM-DATE
                       MOVE 0 TO WS-AR-DAYS-AT-OLD
                   WHEN WS-AR-EFFECTIVE-DATE > WS-WORK-TO-DATE
                       MOVE WS-DAYS-WORKED TO WS-AR-DAYS-AT-OLD
                   WHEN OTHER
                       COMPUTE WS-AR-DAYS-AT-OLD =
                           WS-AR-EFFECTIVE-SERIAL - WS-WORK-FROM-SERIAL
               END-EVALUATE
               COMPUTE WS-AR-PERIODS ROUNDED =
                   0 - (WS-AR-DAYS-AT-OLD / WS-PERIOD-DAYS)
           ELSE
               PERFORM COUNT-PERIODS-PAID-AT-OLD
           END-IF
           PERFORM COUNT-PERIODS-PAID-AT-NEW

           COMPUTE WS-AR-AMOUNT ROUNDED =
               (AR-NEW-SALARY(WS-AR-IDX) - AR-OLD-SALARY(WS-AR-IDX))
               * WS-AR-PERIODS / WS-PERIODS-PER-YEAR

           EVALUATE TRUE
               WHEN WS-AR-AMOUNT = 0
                   MOVE "D" TO AR-STATUS(WS-AR-IDX)
               WHEN EMP-ELEMENT-COUNT >= 10
                   ADD 1 TO WS-AR-HELD-COUNT
               WHEN OTHER
                   PERFORM ADD-ARREARS-ELEMENT
                   MOVE "D" TO AR-STATUS(WS-AR-IDX)
                   ADD 1 TO WS-AR-PAID-COUNT
           END-EVALUATE.

      *    Calendar days of the effective month, and how many of them
      *    fall on or after the effective date.
       COUNT-EFFECTIVE-MONTH-DAYS.
           MOVE WS-AR-EFFECTIVE-DATE TO WS-DATE-TEXT
           MOVE "01" TO WS-DATE-TEXT(9:2)
           PERFORM DATE-TEXT-TO-SERIAL
           MOVE WS-DATE-SERIAL TO WS-AR-MONTH-START-SERIAL
           MOVE WS-AR-EFFECTIVE-DATE(1:4) TO WS-NEXT-YEAR
           IF WS-AR-EFFECTIVE-DATE(6:2) = "12"
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               MOVE WS-AR-EFFECTIVE-DATE(6:2) TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-MONTH
           END-IF
           MOVE 1 TO WS-NEXT-DAY
           COMPUTE WS-AR-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-DIGITS)
               - WS-AR-MONTH-START-SERIAL
           COMPUTE WS-AR-DAYS-AT-NEW =
               WS-AR-MONTH-DAYS
               - (WS-AR-EFFECTIVE-SERIAL - WS-AR-MONTH-START-SERIAL).

      *    A pay history row with no posting time is taken as posted
      *    before the change.
       COUNT-PERIODS-PAID-AT-OLD.
           MOVE 0 TO WS-AR-FULL-COUNT WS-AR-PART-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-AR-FULL-COUNT
               FROM PAY_HISTORY
               WHERE EMPLOYEE_ID = :WS-ID
                 AND PAY_PERIOD > :WS-AR-EFFECTIVE-PERIOD
                 AND PAY_PERIOD < :WS-PAY-PERIOD
                 AND (POSTED_AT IS NULL
                      OR POSTED_AT < :WS-AR-APPLIED-AT)
           END-EXEC
           EXEC SQL
               SELECT COUNT(*) INTO :WS-AR-PART-COUNT
               FROM PAY_HISTORY
               WHERE EMPLOYEE_ID = :WS-ID
                 AND PAY_PERIOD = :WS-AR-EFFECTIVE-PERIOD
                 AND (POSTED_AT IS NULL
                      OR POSTED_AT < :WS-AR-APPLIED-AT)
           END-EXEC

           COMPUTE WS-AR-PERIODS ROUNDED = WS-AR-FULL-COUNT
               + (WS-AR-PART-COUNT * WS-AR-DAYS-AT-NEW
                  / WS-AR-MONTH-DAYS).

      *    Periods before this one paid at the new rate although they
      *    fall wholly or partly before the effective date.
       COUNT-PERIODS-PAID-AT-NEW.
           MOVE 0 TO WS-AR-EARLY-NEW-COUNT WS-AR-PART-NEW-COUNT
           EXEC SQL
               SELECT COUNT(*) INTO :WS-AR-EARLY-NEW-COUNT
               FROM PAY_HISTORY
               WHERE EMPLOYEE_ID = :WS-ID
                 AND PAY_PERIOD < :WS-AR-EFFECTIVE-PERIOD
                 AND PAY_PERIOD < :WS-PAY-PERIOD
                 AND POSTED_AT >= :WS-AR-APPLIED-AT
           END-EXEC
           EXEC SQL
               SELECT COUNT(*) INTO :WS-AR-PART-NEW-COUNT
               FROM PAY_HISTORY
               WHERE EMPLOYEE_ID = :WS-ID
                 AND PAY_PERIOD = :WS-AR-EFFECTIVE-PERIOD
                 AND PAY_PERIOD < :WS-PAY-PERIOD
                 AND POSTED_AT >= :WS-AR-APPLIED-AT
           END-EXEC

           COMPUTE WS-AR-PERIODS ROUNDED = WS-AR-PERIODS
               - WS-AR-EARLY-NEW-COUNT
               - (WS-AR-PART-NEW-COUNT
                  * (WS-AR-MONTH-DAYS - WS-AR-DAYS-AT-NEW)
                  / WS-AR-MONTH-DAYS).

      *    Arrears are paid as a taxable, pensionable system element;
      *    the description comes from the ARRS element in the rates
      *    file if there is one.
       ADD-ARREARS-ELEMENT.
           ADD 1 TO EMP-ELEMENT-COUNT
           MOVE "ARRS" TO EE-CODE(EMP-ELEMENT-COUNT)
           MOVE "ARRS" TO WS-PE-CODE-TEXT
           PERFORM FIND-PAY-ELEMENT
           IF WS-PE-FOUND-IDX > 0
               MOVE PE-DESCRIPTION(WS-PE-FOUND-IDX)
                   TO EE-DESCRIPTION(EMP-ELEMENT-COUNT)
           ELSE
               MOVE "SALARY ARREARS"
                   TO EE-DESCRIPTION(EMP-ELEMENT-COUNT)
           END-IF
           MOVE "A" TO EE-TYPE(EMP-ELEMENT-COUNT)
           IF WS-AR-PERIODS < 0
               COMPUTE EE-QUANTITY(EMP-ELEMENT-COUNT) ROUNDED =
                   0 - WS-AR-PERIODS
           ELSE
               COMPUTE EE-QUANTITY(EMP-ELEMENT-COUNT) ROUNDED =
                   WS-AR-PERIODS
           END-IF
           MOVE WS-AR-AMOUNT TO EE-AMOUNT(EMP-ELEMENT-COUNT)
           MOVE "Y" TO EE-TAXABLE(EMP-ELEMENT-COUNT)
           MOVE "Y" TO EE-PENSIONABLE(EMP-ELEMENT-COUNT)
           MOVE "N" TO EE-LIMITED(EMP-ELEMENT-COUNT).

      *    Runs after the employee cursor is closed. Changes whose
      *    arrears came to nothing are marked as well, so they are not
      *    looked at again.
       MARK-ARREARS-PAID.
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
                   UNTIL WS-AR-IDX > AR-COUNT
               IF AR-STATUS(WS-AR-IDX) = "D"
                   MOVE AR-PENDING-ID(WS-AR-IDX) TO WS-AR-PENDING-ID
                   EXEC SQL
                       UPDATE SALARY_PENDING
                       SET ARREARS_PERIOD = :WS-PAY-PERIOD
                       WHERE ID = :WS-AR-PENDING-ID
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "Warning: arrears not marked paid for"
                           " salary change " WS-AR-PENDING-ID ": "
                           SQLERRMC
                   END-IF
               END-IF
           END-PERFORM.

      *    Unpaid absence is read before the employee cursor is opened,
      *    for the same reason as the salary arrears. An absence is
      *    deducted in full in the first run whose period end is on or
      *    after its start date.
       LOAD-UNPAID-ABSENCE.
           MOVE 0 TO UA-COUNT

           EXEC SQL DECLARE ABSENCE_CURSOR CURSOR FOR
               SELECT ID, EMPLOYEE_ID, DAYS
               FROM EMPLOYEE_ABSENCE
               WHERE ABSENCE_TYPE = 'U'
                 AND PAY_PERIOD IS NULL
                 AND START_DATE <= :WS-PERIOD-END-DATE
               ORDER BY EMPLOYEE_ID, START_DATE, ID
           END-EXEC

           EXEC SQL OPEN ABSENCE_CURSOR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-UA-TRUNCATED
               EXEC SQL FETCH ABSENCE_CURSOR
                   INTO :WS-UA-ABSENCE-ID, :WS-UA-EMPLOYEE-ID,
                        :WS-UA-DAYS
               END-EXEC
               IF SQLCODE = 0
                   PERFORM STORE-UNPAID-ABSENCE
           END-PERFORM

           EXEC SQL CLOSE ABSENCE_CURSOR END-EXEC

           IF WS-UA-TRUNCATED
               DISPLAY "More than 2000 unpaid absences; the rest are"
                   " deducted in the next run."
           END-IF.

       STORE-UNPAID-ABSENCE.
           IF UA-COUNT >= 2000
               SET WS-UA-TRUNCATED TO TRUE
           ELSE
               ADD 1 TO UA-COUNT
               MOVE WS-UA-ABSENCE-ID TO UA-ABSENCE-ID(UA-COUNT)
               MOVE WS-UA-EMPLOYEE-ID TO UA-EMPLOYEE-ID(UA-COUNT)
               MOVE WS-UA-DAYS TO UA-DAYS(UA-COUNT)
               MOVE "P" TO UA-STATUS(UA-COUNT)
           END-IF.

      *    All of an employee's outstanding unpaid days go on one UNPD
      *    line, priced at the daily rate like a keyed days element.
      *    The description, sign and multiplier come from the UNPD
      *    element in the rates file if there is one.
       ADD-UNPAID-ABSENCE.
           MOVE 0 TO WS-UA-EMP-DAYS
           PERFORM VARYING WS-UA-IDX FROM 1 BY 1
                   UNTIL WS-UA-IDX > UA-COUNT
               IF UA-EMPLOYEE-ID(WS-UA-IDX) = WS-ID
                   AND UA-STATUS(WS-UA-IDX) = "P"
                   ADD UA-DAYS(WS-UA-IDX) TO WS-UA-EMP-DAYS
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-UA-EMP-DAYS = 0
                   CONTINUE
               WHEN EMP-ELEMENT-COUNT >= 10
                   ADD 1 TO WS-UA-HELD-COUNT
               WHEN OTHER
                   PERFORM ADD-UNPAID-ABSENCE-ELEMENT
                   PERFORM VARYING WS-UA-IDX FROM 1 BY 1
                           UNTIL WS-UA-IDX > UA-COUNT
                       IF UA-EMPLOYEE-ID(WS-UA-IDX) = WS-ID
                           AND UA-STATUS(WS-UA-IDX) = "P"
                           MOVE "D" TO UA-STATUS(WS-UA-IDX)
                           ADD 1 TO WS-UA-DEDUCTED-COUNT
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       ADD-UNPAID-ABSENCE-ELEMENT.
           ADD 1 TO EMP-ELEMENT-COUNT
           MOVE "UNPD" TO EE-CODE(EMP-ELEMENT-COUNT)
           MOVE "D" TO EE-TYPE(EMP-ELEMENT-COUNT)
           MOVE WS-UA-EMP-DAYS TO EE-QUANTITY(EMP-ELEMENT-COUNT)
           MOVE "Y" TO EE-TAXABLE(EMP-ELEMENT-COUNT)
           MOVE "Y" TO EE-PENSIONABLE(EMP-ELEMENT-COUNT)
           MOVE "N" TO EE-LIMITED(EMP-ELEMENT-COUNT)
           COMPUTE WS-EE-RATE ROUNDED = WS-SALARY / WS-DAYS-PER-YEAR
           MOVE "UNPD" TO WS-PE-CODE-TEXT
           PERFORM FIND-PAY-ELEMENT
           IF WS-PE-FOUND-IDX > 0
               MOVE PE-DESCRIPTION(WS-PE-FOUND-IDX)
                   TO EE-DESCRIPTION(EMP-ELEMENT-COUNT)
               COMPUTE WS-EE-TAKE ROUNDED = WS-UA-EMP-DAYS
                   * WS-EE-RATE * PE-MULTIPLIER(WS-PE-FOUND-IDX)
           ELSE
               MOVE "UNPAID LEAVE" TO EE-DESCRIPTION(EMP-ELEMENT-COUNT)
               COMPUTE WS-EE-TAKE ROUNDED = WS-UA-EMP-DAYS * WS-EE-RATE
           END-IF
           COMPUTE EE-AMOUNT(EMP-ELEMENT-COUNT) = 0 - WS-EE-TAKE.

      *    Runs after the employee cursor is closed. Absence for anyone
      *    not paid in this run stays outstanding.
       MARK-ABSENCE-DEDUCTED.
           PERFORM VARYING WS-UA-IDX FROM 1 BY 1
                   UNTIL WS-UA-IDX > UA-COUNT
               IF UA-STATUS(WS-UA-IDX) = "D"
                   MOVE UA-ABSENCE-ID(WS-UA-IDX) TO WS-UA-ABSENCE-ID
                   EXEC SQL
                       UPDATE EMPLOYEE_ABSENCE
                       SET PAY_PERIOD = :WS-PAY-PERIOD
                       WHERE ID = :WS-UA-ABSENCE-ID
                   END-EXEC
                   IF SQLCODE NOT = 0
                       DISPLAY "Warning: absence " WS-UA-ABSENCE-ID
                           " not marked deducted: " SQLERRMC
                   END-IF
               END-IF
           END-PERFORM.

       PROCESS-EMPLOYEE-PAY.
           PERFORM CALCULATE-DAYS-WORKED
           IF WS-DAYS-WORKED = 0
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "Employee " WS-ID " skipped: terminated "
                   WS-TERMINATION-DATE " before hire date " WS-HIRE-DATE
           ELSE
               PERFORM PAY-ONE-EMPLOYEE
           END-IF.

      *    Employment within the period runs from the later of the
      *    period start and HIRE_DATE to the earlier of the period end
      *    and TERMINATION_DATE. TERMINATION_DATE only counts for
      *    leavers (STATUS 'T').
       CALCULATE-DAYS-WORKED.
           SET WS-FULL-PERIOD TO TRUE
           MOVE "N" TO WS-LEAVER-SW
           MOVE WS-PERIOD-START-DATE TO WS-WORK-FROM-DATE
           IF WS-HIRE-DATE NOT = SPACES
               AND WS-HIRE-DATE > WS-WORK-FROM-DATE
               MOVE WS-HIRE-DATE TO WS-WORK-FROM-DATE
           END-IF
           MOVE WS-PERIOD-END-DATE TO WS-WORK-TO-DATE
           IF WS-STATUS = "T" AND WS-TERMINATION-DATE NOT = SPACES
               AND WS-TERMINATION-DATE <= WS-WORK-TO-DATE
               MOVE WS-TERMINATION-DATE TO WS-WORK-TO-DATE
               SET WS-LEAVER-IN-PERIOD TO TRUE
           END-IF

           IF WS-WORK-TO-DATE < WS-WORK-FROM-DATE
               MOVE 0 TO WS-DAYS-WORKED
           ELSE
               MOVE WS-WORK-FROM-DATE TO WS-DATE-TEXT
               PERFORM DATE-TEXT-TO-SERIAL
               MOVE WS-DATE-SERIAL TO WS-WORK-FROM-SERIAL
               MOVE WS-WORK-TO-DATE TO WS-DATE-TEXT
               PERFORM DATE-TEXT-TO-SERIAL
               COMPUTE WS-DAYS-WORKED =
                   WS-DATE-SERIAL - WS-WORK-FROM-SERIAL + 1
               IF WS-DAYS-WORKED < WS-PERIOD-DAYS
                   SET WS-PART-PERIOD TO TRUE
               END-IF
           END-IF.

       PAY-ONE-EMPLOYEE.
           PERFORM FETCH-YTD-TOTALS
           PERFORM COLLECT-EMPLOYEE-ELEMENTS
           PERFORM CALCULATE-DEDUCTIONS
           PERFORM POST-PAY-HISTORY
           PERFORM POST-PAY-ELEMENTS
           PERFORM ADD-PERIOD-TO-YTD

           SET WS-ANY-RECORDS TO TRUE

           MOVE WS-PERIOD-TAX TO RPT-DET-TAX
           MOVE WS-PERIOD-NI TO RPT-DET-NI
           MOVE WS-PERIOD-PENSION TO RPT-DET-PENSION
           MOVE WS-PERIOD-OTHER-DEDNS TO RPT-DET-OTHER
           MOVE WS-PERIOD-NET TO RPT-DET-NET
           IF WS-PART-PERIOD
               IF WS-LEAVER-IN-PERIOD
                   MOVE "LEAVER" TO RPT-DET-BASIS-TYPE
               ELSE
                   MOVE "STARTER" TO RPT-DET-BASIS-TYPE
               END-IF
               MOVE WS-DAYS-WORKED TO RPT-DET-DAYS-WORKED
               MOVE "/" TO RPT-DET-DAYS-SLASH
               MOVE WS-PERIOD-DAYS TO RPT-DET-PERIOD-DAYS
               ADD 1 TO WS-PART-PERIOD-COUNT
           ELSE
               MOVE SPACES TO RPT-DET-BASIS
           END-IF
           MOVE RPT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NO

           IF WS-TC-INVALID
               PERFORM PRINT-TAX-CODE-LINE
           END-IF
           IF WS-TAX-LIMITED
               PERFORM PRINT-TAX-LIMITED-LINE
           END-IF
           PERFORM VARYING WS-EE-IDX FROM 1 BY 1
                   UNTIL WS-EE-IDX > EMP-ELEMENT-COUNT
               IF EE-LIMITED(WS-EE-IDX) = "Y"
                   PERFORM PRINT-LIMITED-LINE
               END-IF
               IF EE-CODE(WS-EE-IDX) = "ARRS"
                   PERFORM PRINT-ARREARS-LINE
               END-IF
           END-PERFORM

           PERFORM WRITE-PAYSLIP-RECORD
           PERFORM WRITE-BANK-CREDIT

           ADD WS-PERIOD-TAX TO WS-SUBTOTAL-TAX
           ADD WS-PERIOD-NI TO WS-SUBTOTAL-NI
           ADD WS-PERIOD-PENSION TO WS-SUBTOTAL-PENSION
           ADD WS-PERIOD-OTHER-DEDNS TO WS-SUBTOTAL-OTHER
           ADD WS-PERIOD-NET TO WS-SUBTOTAL-NET
           ADD 1 TO WS-SUBTOTAL-COUNT
           ADD WS-PERIOD-GROSS TO WS-GT-GROSS
           ADD WS-PERIOD-TAX TO WS-GT-TAX
           ADD WS-PERIOD-NI TO WS-GT-NI
           ADD WS-PERIOD-PENSION TO WS-GT-PENSION
           ADD WS-PERIOD-OTHER-DEDNS TO WS-GT-OTHER
           ADD WS-PERIOD-NET TO WS-GT-NET
           ADD 1 TO WS-GT-COUNT.

       CALCULATE-DEDUCTIONS.
           PERFORM SET-EMPLOYEE-TAX-CODE

      *    Part-period pay is scaled by the calendar days employed;
      *    the NI threshold is a per-period allowance and is not
      *    scaled.
           IF WS-PART-PERIOD
               COMPUTE WS-PERIOD-BASIC ROUNDED =
                   WS-SALARY * WS-DAYS-WORKED
                   / (WS-PERIODS-PER-YEAR * WS-PERIOD-DAYS)
           ELSE
               COMPUTE WS-PERIOD-BASIC ROUNDED =
                   WS-SALARY / WS-PERIODS-PER-YEAR
           END-IF

           PERFORM APPLY-PRE-TAX-ELEMENTS

           PERFORM CALCULATE-PERIOD-TAX

           COMPUTE WS-PERIOD-NI-THRESHOLD ROUNDED =
               WS-NI-THRESHOLD / WS-PERIODS-PER-YEAR
           IF WS-PERIOD-TAXABLE > WS-PERIOD-NI-THRESHOLD
               COMPUTE WS-PERIOD-NI ROUNDED =
                   (WS-PERIOD-TAXABLE - WS-PERIOD-NI-THRESHOLD)
                   * WS-NI-RATE / 100
           ELSE
               MOVE 0 TO WS-PERIOD-NI
           END-IF

           COMPUTE WS-PERIOD-PENSION ROUNDED =
               WS-PERIOD-PENSIONABLE * WS-PENSION-PCT / 100

           PERFORM LIMIT-DEDUCTIONS-TO-PAY
           PERFORM APPLY-POST-TAX-DEDUCTIONS

           COMPUTE WS-PERIOD-NET = WS-PERIOD-GROSS - WS-PERIOD-TAX
               - WS-PERIOD-NI - WS-PERIOD-PENSION
               - WS-PERIOD-OTHER-DEDNS.

      *    Gross is basic pay plus every payment line, less the
      *    deductions made before tax (unpaid leave and the like),
      *    which cannot take taxable pay below nil. Payments marked
      *    not taxable (expenses) are in gross but not taxable pay.
      *    Pensionable pay is basic pay plus the lines marked
      *    pensionable.
       APPLY-PRE-TAX-ELEMENTS.
           MOVE WS-PERIOD-BASIC TO WS-PERIOD-GROSS
           MOVE WS-PERIOD-BASIC TO WS-PERIOD-TAXABLE
           PERFORM VARYING WS-EE-IDX FROM 1 BY 1
                   UNTIL WS-EE-IDX > EMP-ELEMENT-COUNT
               IF EE-AMOUNT(WS-EE-IDX) > 0
                   ADD EE-AMOUNT(WS-EE-IDX) TO WS-PERIOD-GROSS
                   IF EE-TAXABLE(WS-EE-IDX) = "Y"
                       ADD EE-AMOUNT(WS-EE-IDX) TO WS-PERIOD-TAXABLE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-EE-IDX FROM 1 BY 1
                   UNTIL WS-EE-IDX > EMP-ELEMENT-COUNT
               IF EE-AMOUNT(WS-EE-IDX) < 0
                   AND EE-TAXABLE(WS-EE-IDX) = "Y"
                   COMPUTE WS-EE-TAKE = 0 - EE-AMOUNT(WS-EE-IDX)
                   IF WS-EE-TAKE > WS-PERIOD-TAXABLE
                       MOVE WS-PERIOD-TAXABLE TO WS-EE-TAKE
                       COMPUTE EE-AMOUNT(WS-EE-IDX) = 0 - WS-EE-TAKE
                       MOVE "Y" TO EE-LIMITED(WS-EE-IDX)
                       ADD 1 TO WS-LIMITED-COUNT
                   END-IF
                   SUBTRACT WS-EE-TAKE FROM WS-PERIOD-GROSS
                   SUBTRACT WS-EE-TAKE FROM WS-PERIOD-TAXABLE
               END-IF
           END-PERFORM
           MOVE WS-PERIOD-BASIC TO WS-NET-AVAILABLE
           PERFORM VARYING WS-EE-IDX FROM 1 BY 1
                   UNTIL WS-EE-IDX > EMP-ELEMENT-COUNT
               IF EE-PENSIONABLE(WS-EE-IDX) = "Y"
                   ADD EE-AMOUNT(WS-EE-IDX) TO WS-NET-AVAILABLE
               END-IF
           END-PERFORM
           IF WS-NET-AVAILABLE > 0
               MOVE WS-NET-AVAILABLE TO WS-PERIOD-PENSIONABLE
           ELSE
               MOVE 0 TO WS-PERIOD-PENSIONABLE
           END-IF.

      *    Tax, NI and pension may not take more than the period's
      *    gross pay, so net pay is never negative. Tax is cut back
      *    first; on a cumulative code the tax not taken is simply
      *    still due to date and is recovered in later periods. NI and
      *    pension are only reduced when they exceed gross on their
      *    own (pension first).
       LIMIT-DEDUCTIONS-TO-PAY.
           MOVE "N" TO WS-TAX-LIMITED-SW
           COMPUTE WS-NET-AVAILABLE = WS-PERIOD-GROSS
               - WS-PERIOD-NI - WS-PERIOD-PENSION
           IF WS-NET-AVAILABLE < 0
               SET WS-TAX-LIMITED TO TRUE
               COMPUTE WS-DEDN-SHORTFALL = 0 - WS-NET-AVAILABLE
               IF WS-DEDN-SHORTFALL > WS-PERIOD-PENSION
                   SUBTRACT WS-PERIOD-PENSION FROM WS-DEDN-SHORTFALL
                   MOVE 0 TO WS-PERIOD-PENSION
                   SUBTRACT WS-DEDN-SHORTFALL FROM WS-PERIOD-NI
               ELSE
                   SUBTRACT WS-DEDN-SHORTFALL FROM WS-PERIOD-PENSION
               END-IF
               MOVE 0 TO WS-NET-AVAILABLE
           END-IF
           IF WS-PERIOD-TAX > WS-NET-AVAILABLE
               SET WS-TAX-LIMITED TO TRUE
               MOVE WS-NET-AVAILABLE TO WS-PERIOD-TAX
           END-IF
           IF WS-TAX-LIMITED
               ADD 1 TO WS-TAX-LIMITED-COUNT
           END-IF.

      *    Deductions after tax (advance repayments and the like) are
      *    taken in the order keyed, each limited to the net pay still
      *    left, so net pay is never negative.
       APPLY-POST-TAX-DEDUCTIONS.
           MOVE 0 TO WS-PERIOD-OTHER-DEDNS
           COMPUTE WS-NET-AVAILABLE = WS-PERIOD-GROSS - WS-PERIOD-TAX
               - WS-PERIOD-NI - WS-PERIOD-PENSION
           PERFORM VARYING WS-EE-IDX FROM 1 BY 1
                   UNTIL WS-EE-IDX > EMP-ELEMENT-COUNT
               IF EE-AMOUNT(WS-EE-IDX) < 0
                   AND EE-TAXABLE(WS-EE-IDX) NOT = "Y"
                   COMPUTE WS-EE-TAKE = 0 - EE-AMOUNT(WS-EE-IDX)
                   IF WS-NET-AVAILABLE < WS-EE-TAKE
                       IF WS-NET-AVAILABLE > 0
                           MOVE WS-NET-AVAILABLE TO WS-EE-TAKE
                       ELSE
                           MOVE 0 TO WS-EE-TAKE
                       END-IF
                       COMPUTE EE-AMOUNT(WS-EE-IDX) = 0 - WS-EE-TAKE
                       MOVE "Y" TO EE-LIMITED(WS-EE-IDX)
                       ADD 1 TO WS-LIMITED-COUNT
                   END-IF
                   ADD WS-EE-TAKE TO WS-PERIOD-OTHER-DEDNS
                   SUBTRACT WS-EE-TAKE FROM WS-NET-AVAILABLE
               END-IF
           END-PERFORM.

      *    A blank tax code means none has been notified yet, so the
      *    emergency code applies; an unrecognised one is reported on
      *    the register and also taxed on the emergency code.
       SET-EMPLOYEE-TAX-CODE.
           IF WS-TAX-CODE = SPACES
               MOVE WS-EMERGENCY-TAX-CODE TO WS-TAX-CODE
           END-IF
           PERFORM PARSE-TAX-CODE
           IF WS-TC-INVALID
               ADD 1 TO WS-BAD-TAX-CODE-COUNT
               MOVE WS-TAX-CODE TO RPT-TC-CODE
               MOVE WS-EMERGENCY-TAX-CODE TO WS-TAX-CODE
               PERFORM PARSE-TAX-CODE
               MOVE "N" TO WS-TC-VALID-SW
           END-IF.

       PARSE-TAX-CODE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TAX-CODE))
               TO WS-TAX-CODE
           MOVE SPACES TO WS-TC-BASE WS-TC-BASIS
           UNSTRING WS-TAX-CODE DELIMITED BY ALL SPACE
               INTO WS-TC-BASE WS-TC-BASIS
           END-UNSTRING
           MOVE 0 TO WS-TC-LENGTH
           INSPECT WS-TC-BASE TALLYING WS-TC-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           SET WS-TC-VALID TO TRUE
           SET WS-TC-CUMULATIVE TO TRUE
           MOVE 0 TO WS-TC-ANNUAL-AMOUNT
           MOVE 0 TO WS-FLAT-BAND-IDX
           MOVE SPACE TO WS-TC-TYPE

           EVALUATE WS-TC-BASIS
               WHEN SPACES
                   CONTINUE
               WHEN "W1"
               WHEN "M1"
               WHEN "X"
                   SET WS-TC-NON-CUMULATIVE TO TRUE
               WHEN OTHER
                   SET WS-TC-INVALID TO TRUE
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-TC-BASE = "BR"
                   SET WS-TC-FLAT-RATE-CODE TO TRUE
                   MOVE 1 TO WS-FLAT-BAND-IDX
               WHEN WS-TC-BASE = "D0"
                   SET WS-TC-FLAT-RATE-CODE TO TRUE
                   MOVE 2 TO WS-FLAT-BAND-IDX
               WHEN WS-TC-BASE = "D1"
                   SET WS-TC-FLAT-RATE-CODE TO TRUE
                   MOVE 3 TO WS-FLAT-BAND-IDX
               WHEN WS-TC-BASE = "NT"
                   SET WS-TC-NO-TAX-CODE TO TRUE
               WHEN WS-TC-LENGTH < 2 OR WS-TC-LENGTH > 5
                   SET WS-TC-INVALID TO TRUE
               WHEN WS-TC-BASE(1:1) = "K"
                   IF WS-TC-BASE(2:WS-TC-LENGTH - 1) IS NUMERIC
                       SET WS-TC-K-CODE TO TRUE
                       MOVE WS-TC-BASE(2:WS-TC-LENGTH - 1)
                           TO WS-TC-NUMBER
                       COMPUTE WS-TC-ANNUAL-AMOUNT =
                           WS-TC-NUMBER * 10
                   ELSE
                       SET WS-TC-INVALID TO TRUE
                   END-IF
               WHEN WS-TC-BASE(1:WS-TC-LENGTH - 1) IS NUMERIC
                   AND (WS-TC-BASE(WS-TC-LENGTH:1) = "L"
                     OR WS-TC-BASE(WS-TC-LENGTH:1) = "M"
                     OR WS-TC-BASE(WS-TC-LENGTH:1) = "N"
                     OR WS-TC-BASE(WS-TC-LENGTH:1) = "T")
                   SET WS-TC-ALLOWANCE-CODE TO TRUE
                   MOVE WS-TC-BASE(1:WS-TC-LENGTH - 1) TO WS-TC-NUMBER
                   COMPUTE WS-TC-ANNUAL-AMOUNT = WS-TC-NUMBER * 10
               WHEN OTHER
                   SET WS-TC-INVALID TO TRUE
           END-EVALUATE

           IF WS-TC-VALID
               MOVE SPACES TO WS-TAX-CODE
               STRING WS-TC-BASE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-TC-BASIS DELIMITED BY SPACE
                   INTO WS-TAX-CODE
               END-STRING
           END-IF.

      *    Cumulative basis: the allowance and band limits are given
      *    out in twelfths (or whatever PERIODS-PER-YEAR is) up to this
      *    period, tax due on taxable pay to date is worked out, and
      *    the tax already deducted this year is taken off. An
      *    overpayment
      *    comes back as a refund (negative period tax). W1/M1/X codes
      *    look at this period's pay alone. K codes may not take more
      *    than half of the period's pay.
       CALCULATE-PERIOD-TAX.
           IF WS-TC-CUMULATIVE
               MOVE WS-PERIOD-MONTH TO WS-TAX-PERIODS
               COMPUTE WS-GROSS-TO-DATE =
                   WS-PRIOR-YTD-TAXABLE + WS-PERIOD-TAXABLE
               MOVE WS-PRIOR-YTD-TAX TO WS-TAX-PAID-TO-DATE
           ELSE
               MOVE 1 TO WS-TAX-PERIODS
               MOVE WS-PERIOD-TAXABLE TO WS-GROSS-TO-DATE
               MOVE 0 TO WS-TAX-PAID-TO-DATE
           END-IF

           COMPUTE WS-FREE-PAY-TO-DATE ROUNDED =
               WS-TC-ANNUAL-AMOUNT * WS-TAX-PERIODS
               / WS-PERIODS-PER-YEAR
           EVALUATE TRUE
               WHEN WS-TC-ALLOWANCE-CODE
                   IF WS-GROSS-TO-DATE > WS-FREE-PAY-TO-DATE
                       COMPUTE WS-TAXABLE-TO-DATE =
                           WS-GROSS-TO-DATE - WS-FREE-PAY-TO-DATE
                   ELSE
                       MOVE 0 TO WS-TAXABLE-TO-DATE
                   END-IF
               WHEN WS-TC-K-CODE
                   COMPUTE WS-TAXABLE-TO-DATE =
                       WS-GROSS-TO-DATE + WS-FREE-PAY-TO-DATE
               WHEN OTHER
                   MOVE WS-GROSS-TO-DATE TO WS-TAXABLE-TO-DATE
           END-EVALUATE

           MOVE 0 TO WS-TAX-DUE-TO-DATE
           EVALUATE TRUE
               WHEN WS-TC-NO-TAX-CODE
                   CONTINUE
               WHEN WS-TC-FLAT-RATE-CODE
                   PERFORM CALCULATE-FLAT-RATE-TAX
               WHEN OTHER
                   PERFORM CALCULATE-BANDED-TAX
           END-EVALUATE

           COMPUTE WS-PERIOD-TAX =
               WS-TAX-DUE-TO-DATE - WS-TAX-PAID-TO-DATE

           IF WS-TC-K-CODE
               COMPUTE WS-K-CODE-TAX-LIMIT ROUNDED =
                   WS-PERIOD-GROSS / 2
               IF WS-PERIOD-TAX > WS-K-CODE-TAX-LIMIT
                   MOVE WS-K-CODE-TAX-LIMIT TO WS-PERIOD-TAX
               END-IF
           END-IF.

       CALCULATE-BANDED-TAX.
           MOVE 0 TO WS-BAND-LOWER
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > TAX-BAND-COUNT
               COMPUTE WS-BAND-LIMIT ROUNDED =
                   TB-UPPER-LIMIT(WS-BAND-IDX) * WS-TAX-PERIODS
                   / WS-PERIODS-PER-YEAR
               IF WS-TAXABLE-TO-DATE > WS-BAND-LOWER
                   IF WS-TAXABLE-TO-DATE < WS-BAND-LIMIT
                       COMPUTE WS-BAND-PORTION =
                           WS-TAXABLE-TO-DATE - WS-BAND-LOWER
                   ELSE
                       COMPUTE WS-BAND-PORTION =
                           WS-BAND-LIMIT - WS-BAND-LOWER
                   END-IF
                   COMPUTE WS-TAX-DUE-TO-DATE ROUNDED =
                       WS-TAX-DUE-TO-DATE
                       + (WS-BAND-PORTION * TB-RATE(WS-BAND-IDX)
                          / 100)
               END-IF
               MOVE WS-BAND-LIMIT TO WS-BAND-LOWER
           END-PERFORM.

      *    BR, D0 and D1 tax everything at the rate of the first,
      *    second or third band that carries a rate.
       CALCULATE-FLAT-RATE-TAX.
           MOVE 0 TO WS-POSITIVE-BAND-COUNT
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > TAX-BAND-COUNT
               IF TB-RATE(WS-BAND-IDX) > 0
                   ADD 1 TO WS-POSITIVE-BAND-COUNT
                   IF WS-POSITIVE-BAND-COUNT = WS-FLAT-BAND-IDX
                       COMPUTE WS-TAX-DUE-TO-DATE ROUNDED =
                           WS-TAXABLE-TO-DATE * TB-RATE(WS-BAND-IDX)
                           / 100
                   END-IF
               END-IF
           END-PERFORM.

       POST-PAY-HISTORY.
           EXEC SQL
               INSERT INTO PAY_HISTORY
                   (EMPLOYEE_ID, PAY_PERIOD, TAX_CODE, GROSS,
                    TAXABLE_PAY, TAX, NI, PENSION, OTHER_DEDUCTIONS,
                    NET, POSTED_AT)
               VALUES
                   (:WS-ID, :WS-PAY-PERIOD, :WS-TAX-CODE,
                    :WS-PERIOD-GROSS, :WS-PERIOD-TAXABLE,
                    :WS-PERIOD-TAX, :WS-PERIOD-NI,
                    :WS-PERIOD-PENSION, :WS-PERIOD-OTHER-DEDNS,
                    :WS-PERIOD-NET, CURRENT_TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Warning: pay history posting failed for "
                   WS-ID ": " SQLERRMC.

      *    One PAY_ELEMENTS row per element line, so the payslip and
      *    the annual statement can be reproduced from the database.
       POST-PAY-ELEMENTS.
           PERFORM VARYING WS-EE-IDX FROM 1 BY 1
                   UNTIL WS-EE-IDX > EMP-ELEMENT-COUNT
               MOVE EE-CODE(WS-EE-IDX) TO WS-EL-CODE
               MOVE EE-DESCRIPTION(WS-EE-IDX) TO WS-EL-DESCRIPTION
               MOVE EE-QUANTITY(WS-EE-IDX) TO WS-EL-QUANTITY
               MOVE EE-AMOUNT(WS-EE-IDX) TO WS-EL-AMOUNT
               MOVE EE-TAXABLE(WS-EE-IDX) TO WS-EL-TAXABLE
               MOVE EE-PENSIONABLE(WS-EE-IDX) TO WS-EL-PENSIONABLE
               EXEC SQL
                   INSERT INTO PAY_ELEMENTS
                       (EMPLOYEE_ID, PAY_PERIOD, ELEMENT_CODE,
                        DESCRIPTION, QUANTITY, AMOUNT, TAXABLE,
                        PENSIONABLE, POSTED_AT)
                   VALUES
                       (:WS-ID, :WS-PAY-PERIOD, :WS-EL-CODE,
                        :WS-EL-DESCRIPTION, :WS-EL-QUANTITY,
                        :WS-EL-AMOUNT, :WS-EL-TAXABLE,
                        :WS-EL-PENSIONABLE, CURRENT_TIMESTAMP)
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Warning: pay element posting failed for "
                       WS-ID " " WS-EL-CODE ": " SQLERRMC
               END-IF
           END-PERFORM.

      *    Runs before this period is posted, so the totals are for
      *    the earlier periods of the year only.
       FETCH-YTD-TOTALS.
           MOVE 0 TO WS-YTD-GROSS WS-YTD-TAX WS-YTD-NI
               WS-YTD-PENSION WS-YTD-NET WS-YTD-TAXABLE
               WS-YTD-OTHER-DEDNS
           EXEC SQL
               SELECT COALESCE(SUM(GROSS), 0),
                      COALESCE(SUM(COALESCE(TAXABLE_PAY, GROSS)), 0),
                      COALESCE(SUM(TAX), 0),
                      COALESCE(SUM(NI), 0),
                      COALESCE(SUM(PENSION), 0),
                      COALESCE(SUM(COALESCE(OTHER_DEDUCTIONS, 0)), 0),
                      COALESCE(SUM(NET), 0)
               INTO :WS-YTD-GROSS, :WS-YTD-TAXABLE, :WS-YTD-TAX,
                    :WS-YTD-NI, :WS-YTD-PENSION,
                    :WS-YTD-OTHER-DEDNS, :WS-YTD-NET
               FROM PAY_HISTORY
               WHERE EMPLOYEE_ID = :WS-ID
                 AND PAY_PERIOD LIKE :WS-YEAR-PATTERN
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "Warning: year-to-date lookup failed for "
                   WS-ID ": " SQLERRMC
           END-IF
           MOVE WS-YTD-TAXABLE TO WS-PRIOR-YTD-TAXABLE
           MOVE WS-YTD-TAX TO WS-PRIOR-YTD-TAX.

       ADD-PERIOD-TO-YTD.
           ADD WS-PERIOD-GROSS TO WS-YTD-GROSS
           ADD WS-PERIOD-TAX TO WS-YTD-TAX
           ADD WS-PERIOD-NI TO WS-YTD-NI
           ADD WS-PERIOD-PENSION TO WS-YTD-PENSION
           ADD WS-PERIOD-OTHER-DEDNS TO WS-YTD-OTHER-DEDNS
           ADD WS-PERIOD-NET TO WS-YTD-NET.

       WRITE-PAYSLIP-RECORD.
           MOVE WS-ID TO PS-ID
           MOVE WS-NAME TO PS-NAME
           MOVE WS-DEPARTMENT TO PS-DEPARTMENT
           MOVE WS-PAY-PERIOD TO PS-PERIOD
           MOVE WS-TAX-CODE TO PS-TAX-CODE
           MOVE WS-PERIOD-BASIC TO PS-BASIC
           MOVE WS-PERIOD-GROSS TO PS-GROSS
           MOVE WS-PERIOD-TAX TO PS-TAX
           MOVE WS-PERIOD-NI TO PS-NI
           MOVE WS-PERIOD-PENSION TO PS-PENSION
           MOVE WS-PERIOD-OTHER-DEDNS TO PS-OTHER-DEDNS
           MOVE WS-PERIOD-NET TO PS-NET
           MOVE WS-YTD-GROSS TO PS-YTD-GROSS
           MOVE WS-YTD-TAX TO PS-YTD-TAX
           MOVE WS-YTD-NI TO PS-YTD-NI
           MOVE WS-YTD-PENSION TO PS-YTD-PENSION
           MOVE WS-YTD-OTHER-DEDNS TO PS-YTD-OTHER-DEDNS
           MOVE WS-YTD-NET TO PS-YTD-NET
           MOVE EMP-ELEMENT-COUNT TO PS-ELEMENT-COUNT
           PERFORM VARYING WS-EE-IDX FROM 1 BY 1 UNTIL WS-EE-IDX > 10
               IF WS-EE-IDX > EMP-ELEMENT-COUNT
                   MOVE SPACES TO PS-EL-CODE(WS-EE-IDX)
                       PS-EL-DESCRIPTION(WS-EE-IDX)
                       PS-EL-TYPE(WS-EE-IDX) PS-EL-TAXABLE(WS-EE-IDX)
                   MOVE 0 TO PS-EL-QUANTITY(WS-EE-IDX)
                       PS-EL-AMOUNT(WS-EE-IDX)
               ELSE
                   MOVE EE-CODE(WS-EE-IDX) TO PS-EL-CODE(WS-EE-IDX)
                   MOVE EE-DESCRIPTION(WS-EE-IDX)
                       TO PS-EL-DESCRIPTION(WS-EE-IDX)
                   MOVE EE-TYPE(WS-EE-IDX) TO PS-EL-TYPE(WS-EE-IDX)
                   MOVE EE-QUANTITY(WS-EE-IDX)
                       TO PS-EL-QUANTITY(WS-EE-IDX)
                   MOVE EE-AMOUNT(WS-EE-IDX) TO PS-EL-AMOUNT(WS-EE-IDX)
                   MOVE EE-TAXABLE(WS-EE-IDX)
                       TO PS-EL-TAXABLE(WS-EE-IDX)
               END-IF
           END-PERFORM
           WRITE PAYSLIP-RECORD
           ADD 1 TO WS-PAYSLIP-COUNT.

           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NO.

       PRINT-TAX-CODE-LINE.
           IF WS-LINE-NO >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-DEPARTMENT TO RPT-TC-DEPARTMENT
           MOVE WS-NAME TO RPT-TC-NAME
           MOVE WS-EMERGENCY-TAX-CODE TO RPT-TC-EMERGENCY
           MOVE RPT-TAX-CODE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NO.

       PRINT-TAX-LIMITED-LINE.
           IF WS-LINE-NO >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-DEPARTMENT TO RPT-TXL-DEPARTMENT
           MOVE WS-NAME TO RPT-TXL-NAME
           MOVE RPT-TAX-LIMITED-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NO.

       PRINT-LIMITED-LINE.
           IF WS-LINE-NO >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-DEPARTMENT TO RPT-LIM-DEPARTMENT
           MOVE WS-NAME TO RPT-LIM-NAME
           MOVE EE-CODE(WS-EE-IDX) TO RPT-LIM-CODE
           MOVE RPT-LIMITED-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NO.

       PRINT-ARREARS-LINE.
           IF WS-LINE-NO >= WS-LINES-PER-PAGE
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE WS-DEPARTMENT TO RPT-ARR-DEPARTMENT
           MOVE WS-NAME TO RPT-ARR-NAME
           MOVE EE-AMOUNT(WS-EE-IDX) TO RPT-ARR-AMOUNT
           MOVE EE-QUANTITY(WS-EE-IDX) TO RPT-ARR-PERIODS
           MOVE RPT-ARREARS-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-NO.

       PRINT-PAGE-HEADER.
           IF WS-PAGE-NO > 1
               MOVE RPT-BLANK-LINE TO REPORT-LINE
           MOVE WS-SUBTOTAL-TAX TO RPT-SUB-TAX
           MOVE WS-SUBTOTAL-NI TO RPT-SUB-NI
           MOVE WS-SUBTOTAL-PENSION TO RPT-SUB-PENSION
           MOVE WS-SUBTOTAL-OTHER TO RPT-SUB-OTHER
           MOVE WS-SUBTOTAL-NET TO RPT-SUB-NET
           MOVE RPT-SUBTOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-SUBTOTAL-TAX
           MOVE 0 TO WS-SUBTOTAL-NI
           MOVE 0 TO WS-SUBTOTAL-PENSION
           MOVE 0 TO WS-SUBTOTAL-OTHER
           MOVE 0 TO WS-SUBTOTAL-NET
           MOVE 0 TO WS-SUBTOTAL-COUNT.

           MOVE WS-GT-TAX TO RPT-GT-TAX
           MOVE WS-GT-NI TO RPT-GT-NI
           MOVE WS-GT-PENSION TO RPT-GT-PENSION
           MOVE WS-GT-OTHER TO RPT-GT-OTHER
           MOVE WS-GT-NET TO RPT-GT-NET
           MOVE RPT-GRANDTOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 3 TO WS-LINE-NO

           IF WS-PART-PERIOD-COUNT > 0
               MOVE WS-PART-PERIOD-COUNT TO RPT-PP-COUNT
               MOVE RPT-PART-PERIOD-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-NO
           END-IF.

      *    Lines still pending at the end belong to employees who were
      *    not paid this period.
       PRINT-ADJUSTMENT-EXCEPTIONS.
           MOVE RPT-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-ADJUST-TITLE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-ADJUST-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-COLUMN-HEADER-2 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                   UNTIL WS-AT-IDX > AT-COUNT
               IF AT-STATUS(WS-AT-IDX) NOT = "A"
                   ADD 1 TO WS-ADJUST-REJECTED
                   MOVE AT-LINE-NO(WS-AT-IDX) TO RPT-ADJ-LINE-NO
                   MOVE AT-EMPLOYEE-ID(WS-AT-IDX) TO RPT-ADJ-EMPLOYEE-ID
                   MOVE AT-ELEMENT-CODE(WS-AT-IDX) TO RPT-ADJ-ELEMENT
                   MOVE AT-QUANTITY(WS-AT-IDX) TO RPT-ADJ-QUANTITY
                   MOVE AT-REASON(WS-AT-IDX) TO RPT-ADJ-REASON
                   MOVE RPT-ADJUST-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           MOVE RPT-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ADJUST-APPLIED TO RPT-ADJ-APPLIED
           MOVE WS-ADJUST-REJECTED TO RPT-ADJ-REJECTED
           MOVE RPT-ADJUST-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
