       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYARCHIVE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-PARM-FILE ASSIGN TO DYNAMIC WS-PARM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT RESTART-FILE ASSIGN TO DYNAMIC WS-RESTART-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-FILE-STATUS.

           SELECT PH-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-PH-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PH-ARCHIVE-STATUS.

           SELECT PEL-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-PEL-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEL-ARCHIVE-STATUS.

           SELECT AUD-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-AUD-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-ARCHIVE-STATUS.

           SELECT ARCHIVE-REPORT-FILE ASSIGN TO "PAY-ARCHIVE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-PARM-FILE.
       01  ARCHIVE-PARM-RECORD      PIC X(100).

       FD  RESTART-FILE.
       01  RESTART-RECORD           PIC X(200).

       FD  PH-ARCHIVE-FILE.
       01  PH-ARCHIVE-RECORD        PIC X(120).

       FD  PEL-ARCHIVE-FILE.
       01  PEL-ARCHIVE-RECORD       PIC X(100).

       FD  AUD-ARCHIVE-FILE.
       01  AUD-ARCHIVE-RECORD       PIC X(100).

       FD  ARCHIVE-REPORT-FILE.
       01  REPORT-LINE              PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-EMPLOYEE-ID         PIC 9(6).
       01 WS-PAY-PERIOD          PIC X(7).
       01 WS-TAX-CODE            PIC X(10).
       01 WS-GROSS               PIC 9(7)V99.
       01 WS-TAXABLE-PAY         PIC 9(7)V99.
       01 WS-TAX                 PIC S9(7)V99.
       01 WS-NI                  PIC 9(7)V99.
       01 WS-PENSION             PIC 9(7)V99.
       01 WS-OTHER-DEDUCTIONS    PIC 9(7)V99.
       01 WS-NET                 PIC 9(7)V99.
       01 WS-POSTED-AT           PIC X(19).
       01 WS-ELEMENT-CODE        PIC X(4).
       01 WS-DESCRIPTION         PIC X(20).
       01 WS-QUANTITY            PIC 9(5)V99.
       01 WS-AMOUNT              PIC S9(7)V99.
       01 WS-TAXABLE             PIC X.
       01 WS-PENSIONABLE         PIC X.
       01 WS-OLD-SALARY          PIC 9(7)V99.
       01 WS-NEW-SALARY          PIC 9(7)V99.
       01 WS-ACTION              PIC X(10).
       01 WS-CHANGED-AT          PIC X(19).
       01 WS-CHANGED-BY          PIC X(8).
       01 WS-OLD-TAX-CODE        PIC X(10).
       01 WS-NEW-TAX-CODE        PIC X(10).
       01 WS-NAME                PIC X(100).
       01 WS-TERMINATION-DATE    PIC X(10).

       01 WS-PARM-FILENAME       PIC X(100).
       01 WS-PARM-FILE-STATUS    PIC XX.
       01 WS-PARM-EOF-SW         PIC X VALUE "N".
           88 WS-PARM-EOF                 VALUE "Y".
       01 WS-PARM-KEYWORD        PIC X(30).
       01 WS-PARM-VALUE          PIC X(60).

      *    From the archive parameter file.
       01 WS-RETENTION-YEARS     PIC 9(2) VALUE 6.
       01 WS-PH-ARCHIVE-STEM     PIC X(60)
           VALUE "PAY-HISTORY-ARCHIVE".
       01 WS-PEL-ARCHIVE-STEM    PIC X(60)
           VALUE "PAY-ELEMENTS-ARCHIVE".
       01 WS-AUD-ARCHIVE-STEM    PIC X(60)
           VALUE "EMPLOYEE-AUDIT-ARCHIVE".
       01 WS-RESTART-FILENAME    PIC X(100)
           VALUE "PAY-ARCHIVE-RESTART.DAT".
       01 WS-RESTART-FILE-STATUS PIC XX.

       01 WS-PH-ARCHIVE-NAME     PIC X(100).
       01 WS-PH-ARCHIVE-STATUS   PIC XX.
       01 WS-PEL-ARCHIVE-NAME    PIC X(100).
       01 WS-PEL-ARCHIVE-STATUS  PIC XX.
       01 WS-AUD-ARCHIVE-NAME    PIC X(100).
       01 WS-AUD-ARCHIVE-STATUS  PIC XX.
       01 WS-ARCHIVE-EOF-SW      PIC X VALUE "N".
           88 WS-ARCHIVE-EOF              VALUE "Y".

       01 WS-TODAY-RAW.
           05 WS-TODAY-YY     PIC X(4).
           05 WS-TODAY-MM     PIC X(2).
           05 WS-TODAY-DD     PIC X(2).
       01 WS-TODAY-DATE       PIC X(10).
       01 WS-TODAY-YEAR       PIC 9(4).

      *    Rows before the cut-off (1 January of the first tax year
      *    kept) are archived. The latest year that may be archived is
      *    the one before the previous tax year.
       01 WS-CUTOFF-YEAR         PIC 9(4).
       01 WS-CUTOFF-PERIOD       PIC X(7).
       01 WS-LATEST-ARCHIVE-YEAR PIC 9(4).
       01 WS-RUN-DATE-DIGITS     PIC X(8).

      *    Checkpoint kept in the restart file after every step, so an
      *    interrupted run picks up where it stopped with the same
      *    cut-off, the same archive files and the totals so far.
       01 RESTART-STATE.
           05 RST-RUN-STATUS         PIC X.
               88 RST-RUN-IN-PROGRESS       VALUE "I".
               88 RST-RUN-COMPLETE          VALUE "C".
           05 RST-RUN-DATE           PIC X(10).
           05 RST-CUTOFF-DATE        PIC X(10).
           05 RST-PH-ARCHIVED-SW     PIC X.
               88 RST-PH-ARCHIVED           VALUE "Y".
           05 RST-AUD-ARCHIVED-SW    PIC X.
               88 RST-AUD-ARCHIVED          VALUE "Y".
           05 RST-PH-PURGED-SW       PIC X.
               88 RST-PH-PURGED             VALUE "Y".
           05 RST-AUD-PURGED-SW      PIC X.
               88 RST-AUD-PURGED            VALUE "Y".
           05 RST-BANK-PURGED-SW     PIC X.
               88 RST-BANK-PURGED           VALUE "Y".
           05 RST-PH-ARCHIVE-COUNT   PIC 9(9).
           05 RST-PH-ARCHIVE-GROSS   PIC 9(11)V99.
           05 RST-PH-ARCHIVE-NET     PIC 9(11)V99.
           05 RST-PH-PURGE-COUNT     PIC 9(9).
           05 RST-AUD-ARCHIVE-COUNT  PIC 9(9).
           05 RST-AUD-ARCHIVE-OLD    PIC 9(11)V99.
           05 RST-AUD-ARCHIVE-NEW    PIC 9(11)V99.
           05 RST-AUD-PURGE-COUNT    PIC 9(9).
           05 RST-BANK-PURGE-COUNT   PIC 9(9).
           05 RST-PEL-ARCHIVED-SW    PIC X.
               88 RST-PEL-ARCHIVED          VALUE "Y".
           05 RST-PEL-PURGED-SW      PIC X.
               88 RST-PEL-PURGED            VALUE "Y".
           05 RST-PEL-ARCHIVE-COUNT  PIC 9(9).
           05 RST-PEL-ARCHIVE-AMOUNT PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
           05 RST-PEL-ARCHIVE-QTY    PIC 9(11)V99.
           05 RST-PEL-PURGE-COUNT    PIC 9(9).
       01 WS-RESUMING-SW         PIC X VALUE "N".
           88 WS-RESUMING                 VALUE "Y".
       01 WS-CHECKPOINT-SW       PIC X VALUE "Y".
           88 WS-CHECKPOINT-OK            VALUE "Y".
           88 WS-CHECKPOINT-FAILED        VALUE "N".

      *    Archive file layouts. Each file has a header, one detail
      *    record per row and a trailer with the row count and two
      *    control totals (PAY_HISTORY: gross and net; PAY_ELEMENTS:
      *    amount and quantity; EMPLOYEE_AUDIT: old and new salary).
       01 ARC-HEADER-LINE.
           05 AHD-REC-TYPE           PIC X VALUE "H".
           05 AHD-TABLE-NAME         PIC X(20).
           05 AHD-RUN-DATE           PIC X(10).
           05 AHD-CUTOFF-DATE        PIC X(10).

       01 ARC-TRAILER-LINE.
           05 ATR-REC-TYPE           PIC X VALUE "T".
           05 ATR-TABLE-NAME         PIC X(20).
           05 ATR-RECORD-COUNT       PIC 9(9).
           05 ATR-TOTAL-1            PIC S9(11)V99
                                     SIGN LEADING SEPARATE.
           05 ATR-TOTAL-2            PIC S9(11)V99
                                     SIGN LEADING SEPARATE.

       01 PH-DETAIL-LINE.
           05 PHD-REC-TYPE           PIC X VALUE "D".
           05 PHD-EMPLOYEE-ID        PIC 9(6).
           05 PHD-PAY-PERIOD         PIC X(7).
           05 PHD-TAX-CODE           PIC X(10).
           05 PHD-GROSS              PIC 9(7)V99.
           05 PHD-TAXABLE-PAY        PIC 9(7)V99.
           05 PHD-TAX                PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           05 PHD-NI                 PIC 9(7)V99.
           05 PHD-PENSION            PIC 9(7)V99.
           05 PHD-OTHER-DEDUCTIONS   PIC 9(7)V99.
           05 PHD-NET                PIC 9(7)V99.
           05 PHD-POSTED-AT          PIC X(19).

       01 PEL-DETAIL-LINE.
           05 PELD-REC-TYPE          PIC X VALUE "D".
           05 PELD-EMPLOYEE-ID       PIC 9(6).
           05 PELD-PAY-PERIOD        PIC X(7).
           05 PELD-ELEMENT-CODE      PIC X(4).
           05 PELD-DESCRIPTION       PIC X(20).
           05 PELD-QUANTITY          PIC 9(5)V99.
           05 PELD-AMOUNT            PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           05 PELD-TAXABLE           PIC X.
           05 PELD-PENSIONABLE       PIC X.
           05 PELD-POSTED-AT         PIC X(19).

       01 AUD-DETAIL-LINE.
           05 AUD-REC-TYPE           PIC X VALUE "D".
           05 AUD-EMPLOYEE-ID        PIC 9(6).
           05 AUD-OLD-SALARY         PIC 9(7)V99.
           05 AUD-NEW-SALARY         PIC 9(7)V99.
           05 AUD-ACTION             PIC X(10).
           05 AUD-CHANGED-AT         PIC X(19).
           05 AUD-CHANGED-BY         PIC X(8).
           05 AUD-OLD-TAX-CODE       PIC X(10).
           05 AUD-NEW-TAX-CODE       PIC X(10).

      *    Totals read back from an archive file and from the database
      *    when an archive is checked before the purge.
       01 WS-FILE-COUNT          PIC 9(9) VALUE 0.
       01 WS-FILE-TOTAL-1        PIC S9(11)V99 VALUE 0.
       01 WS-FILE-TOTAL-2        PIC S9(11)V99 VALUE 0.
       01 WS-DB-COUNT            PIC 9(9) VALUE 0.
       01 WS-DB-TOTAL-1          PIC S9(11)V99 VALUE 0.
       01 WS-DB-TOTAL-2          PIC S9(11)V99 VALUE 0.
       01 WS-HEADER-FOUND-SW     PIC X VALUE "N".
           88 WS-HEADER-FOUND             VALUE "Y".
       01 WS-TRAILER-FOUND-SW    PIC X VALUE "N".
           88 WS-TRAILER-FOUND            VALUE "Y".
       01 WS-ARCHIVE-CHECK-SW    PIC X VALUE "Y".
           88 WS-ARCHIVE-VALID            VALUE "Y".
           88 WS-ARCHIVE-INVALID          VALUE "N".

       01 WS-PH-STATUS-TEXT      PIC X(30) VALUE SPACES.
       01 WS-PEL-STATUS-TEXT     PIC X(30) VALUE SPACES.
       01 WS-AUD-STATUS-TEXT     PIC X(30) VALUE SPACES.
       01 WS-BANK-STATUS-TEXT    PIC X(30) VALUE SPACES.
       01 WS-ERROR-COUNT         PIC 9(5) VALUE 0.

       01 RPT-TITLE-LINE.
           05 FILLER              PIC X(40)
               VALUE "PAY HISTORY RETENTION ARCHIVE AND PURGE".
           05 FILLER              PIC X(10) VALUE "RUN DATE ".
           05 RPT-TITLE-RUN-DATE  PIC X(10).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 RPT-TITLE-RESUMED   PIC X(30).

       01 RPT-CUTOFF-LINE.
           05 FILLER              PIC X(36)
               VALUE "ARCHIVING ROWS DATED BEFORE".
           05 RPT-CUT-DATE        PIC X(10).
           05 FILLER              PIC X(30)
               VALUE "  (TAX YEARS UP TO AND INCL. ".
           05 RPT-CUT-LAST-YEAR   PIC 9(4).
           05 FILLER              PIC X     VALUE ")".

       01 RPT-SECTION-LINE        PIC X(120).

       01 RPT-VERIFY-HEADER.
           05 FILLER              PIC X(18) VALUE "TABLE".
           05 FILLER              PIC X(24) VALUE "SOURCE".
           05 FILLER              PIC X(11) VALUE "       ROWS".
           05 FILLER              PIC X(25)
               VALUE "     CONTROL TOTAL 1".
           05 FILLER              PIC X(25)
               VALUE "     CONTROL TOTAL 2".

       01 RPT-VERIFY-LINE.
           05 RPT-VER-TABLE        PIC X(18).
           05 RPT-VER-SOURCE       PIC X(24).
           05 RPT-VER-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-VER-LABEL-1      PIC X(6).
           05 RPT-VER-TOTAL-1      PIC --,---,---,--9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-VER-LABEL-2      PIC X(6).
           05 RPT-VER-TOTAL-2      PIC --,---,---,--9.99.

       01 RPT-BANK-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-BANK-ID          PIC ZZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-BANK-NAME        PIC X(30).
           05 FILLER               PIC X(7)  VALUE " LEFT ".
           05 RPT-BANK-TERM-DATE   PIC X(10).

       01 RPT-SUMMARY-HEADER.
           05 FILLER              PIC X(18) VALUE "TABLE".
           05 FILLER              PIC X(40) VALUE "ARCHIVE FILE".
           05 FILLER              PIC X(13) VALUE "   ARCHIVED".
           05 FILLER              PIC X(13) VALUE "     PURGED".
           05 FILLER              PIC X(30) VALUE "STATUS".

       01 RPT-SUMMARY-LINE.
           05 RPT-SUM-TABLE        PIC X(18).
           05 RPT-SUM-FILE         PIC X(40).
           05 RPT-SUM-ARCHIVED     PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-SUM-PURGED       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-SUM-STATUS       PIC X(30).

       01 RPT-DASH-LINE           PIC X(120) VALUE ALL "-".
       01 RPT-BLANK-LINE          PIC X(120) VALUE SPACES.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-USER             PIC X(20) VALUE "root".
       01 DB-PASS             PIC X(20) VALUE "password".
       01 DB-NAME             PIC X(20) VALUE "company_db".
       EXEC SQL END DECLARE SECTION END-EXEC.

       PROCEDURE DIVISION.
      *    Retention run for the tables that grow every period. Pay
      *    history and posted pay elements for tax years before the
      *    retention period, and EMPLOYEE_AUDIT rows changed before
      *    it, are copied to dated fixed-width archive files with a
      *    trailer of control totals.
      *    Each archive is read back and its totals checked against the
      *    database for the same rows before those rows are deleted.
      *    Bank details of leavers who left before the retention period
      *    are removed. The current and previous tax years (calendar
      *    years of PAY_PERIOD, as PAYCALC uses) are never touched.
      *    Progress is checkpointed after every step so an interrupted
      *    run can simply be run again. PAY-ARCHIVE.RPT summarises the
      *    rows archived and purged per table; return code 8 if any
      *    step could not be completed.
       MAIN-LOGIC.

           ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-YY "-" WS-TODAY-MM "-" WS-TODAY-DD
               DELIMITED BY SIZE
               INTO WS-TODAY-DATE
           MOVE WS-TODAY-YY TO WS-TODAY-YEAR

           DISPLAY "Enter archive parameter file name: "
               WITH NO ADVANCING
           ACCEPT WS-PARM-FILENAME

           PERFORM LOAD-ARCHIVE-PARAMETERS
           PERFORM READ-CHECKPOINT
           IF NOT WS-RESUMING
               PERFORM START-NEW-RUN
           END-IF
           PERFORM BUILD-ARCHIVE-FILENAMES
           PERFORM CHECK-CUTOFF-ALLOWED

           IF WS-RESUMING
               DISPLAY "Resuming archive run of " RST-RUN-DATE
                   ", cut-off " RST-CUTOFF-DATE
           ELSE
               PERFORM CHECK-ARCHIVE-FILES-NEW
           END-IF

           PERFORM WRITE-CHECKPOINT
           IF WS-CHECKPOINT-FAILED
               DISPLAY "Restart file cannot be written; run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM DB-CONNECT
           PERFORM OPEN-REPORT-FILE
           PERFORM PRINT-REPORT-HEADER

           IF NOT RST-PH-ARCHIVED
               PERFORM ARCHIVE-PAY-HISTORY
           END-IF
           IF NOT RST-PEL-ARCHIVED
               PERFORM ARCHIVE-PAY-ELEMENTS
           END-IF
           IF NOT RST-AUD-ARCHIVED
               PERFORM ARCHIVE-EMPLOYEE-AUDIT
           END-IF

           MOVE RPT-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-VERIFY-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-DASH-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           EVALUATE TRUE
               WHEN RST-PH-PURGED
                   MOVE "PURGED BEFORE RESTART" TO WS-PH-STATUS-TEXT
               WHEN RST-PH-ARCHIVED
                   PERFORM VERIFY-PAY-HISTORY-ARCHIVE
               WHEN OTHER
                   MOVE "NOT PURGED - ARCHIVE FAILED"
                       TO WS-PH-STATUS-TEXT
           END-EVALUATE

           EVALUATE TRUE
               WHEN RST-PEL-PURGED
                   MOVE "PURGED BEFORE RESTART" TO WS-PEL-STATUS-TEXT
               WHEN RST-PEL-ARCHIVED
                   PERFORM VERIFY-PAY-ELEMENTS-ARCHIVE
               WHEN OTHER
                   MOVE "NOT PURGED - ARCHIVE FAILED"
                       TO WS-PEL-STATUS-TEXT
           END-EVALUATE

           EVALUATE TRUE
               WHEN RST-AUD-PURGED
                   MOVE "PURGED BEFORE RESTART" TO WS-AUD-STATUS-TEXT
               WHEN RST-AUD-ARCHIVED
                   PERFORM VERIFY-AUDIT-ARCHIVE
               WHEN OTHER
                   MOVE "NOT PURGED - ARCHIVE FAILED"
                       TO WS-AUD-STATUS-TEXT
           END-EVALUATE

           IF RST-BANK-PURGED
               MOVE "REMOVED BEFORE RESTART" TO WS-BANK-STATUS-TEXT
           ELSE
               PERFORM PURGE-LEAVER-BANK-DETAILS
           END-IF

           IF WS-ERROR-COUNT = 0
               SET RST-RUN-COMPLETE TO TRUE
               PERFORM WRITE-CHECKPOINT
           END-IF

           PERFORM PRINT-ARCHIVE-SUMMARY
           PERFORM CLOSE-REPORT-FILE
           PERFORM DB-DISCONNECT

           DISPLAY "PAY_HISTORY: " RST-PH-ARCHIVE-COUNT " archived, "
               RST-PH-PURGE-COUNT " purged."
           DISPLAY "PAY_ELEMENTS: " RST-PEL-ARCHIVE-COUNT " archived, "
               RST-PEL-PURGE-COUNT " purged."
           DISPLAY "EMPLOYEE_AUDIT: " RST-AUD-ARCHIVE-COUNT
               " archived, " RST-AUD-PURGE-COUNT " purged."
           DISPLAY "EMPLOYEE_BANK: " RST-BANK-PURGE-COUNT
               " leavers' bank details removed."
           IF WS-ERROR-COUNT > 0
               DISPLAY "Archive run incomplete; see PAY-ARCHIVE.RPT."
                   " Run again to resume once corrected."
               MOVE 8 TO RETURN-CODE
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
           OPEN OUTPUT ARCHIVE-REPORT-FILE.

       CLOSE-REPORT-FILE.
           CLOSE ARCHIVE-REPORT-FILE
           DISPLAY "Archive report written to PAY-ARCHIVE.RPT".

       LOAD-ARCHIVE-PARAMETERS.
           OPEN INPUT ARCHIVE-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open archive parameter file: "
                   WS-PARM-FILENAME
                   " (status " WS-PARM-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-PARM-EOF
               READ ARCHIVE-PARM-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
                   NOT AT END
                       PERFORM PROCESS-ARCHIVE-PARM-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-PARM-FILE

           IF WS-PH-ARCHIVE-STEM = SPACES
               OR WS-PEL-ARCHIVE-STEM = SPACES
               OR WS-AUD-ARCHIVE-STEM = SPACES
               OR WS-RESTART-FILENAME = SPACES
               DISPLAY "Archive and restart file names must not be"
                   " blank; run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-ARCHIVE-PARM-RECORD.
           IF ARCHIVE-PARM-RECORD = SPACES
               OR ARCHIVE-PARM-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
               UNSTRING ARCHIVE-PARM-RECORD DELIMITED BY "="
                   INTO WS-PARM-KEYWORD WS-PARM-VALUE
               END-UNSTRING
               EVALUATE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-PARM-KEYWORD))
                   WHEN "RETENTION-YEARS"
                       COMPUTE WS-RETENTION-YEARS =
                           FUNCTION NUMVAL(WS-PARM-VALUE)
                   WHEN "PAY-HISTORY-ARCHIVE"
                       MOVE FUNCTION TRIM(WS-PARM-VALUE)
                           TO WS-PH-ARCHIVE-STEM
                   WHEN "ELEMENTS-ARCHIVE"
                       MOVE FUNCTION TRIM(WS-PARM-VALUE)
                           TO WS-PEL-ARCHIVE-STEM
                   WHEN "AUDIT-ARCHIVE"
                       MOVE FUNCTION TRIM(WS-PARM-VALUE)
                           TO WS-AUD-ARCHIVE-STEM
                   WHEN "RESTART-FILE"
                       MOVE FUNCTION TRIM(WS-PARM-VALUE)
                           TO WS-RESTART-FILENAME
                   WHEN OTHER
                       DISPLAY "Unknown parameter keyword ignored: "
                           WS-PARM-KEYWORD
               END-EVALUATE
           END-IF.

      *    A restart file left "in progress" by an earlier run means
      *    that run is resumed; a completed or missing one starts a
      *    new run.
       READ-CHECKPOINT.
           MOVE "N" TO WS-RESUMING-SW
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-FILE-STATUS = "00"
               READ RESTART-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RESTART-RECORD TO RESTART-STATE
                       IF RST-RUN-IN-PROGRESS
                           SET WS-RESUMING TO TRUE
                       END-IF
               END-READ
               CLOSE RESTART-FILE
           END-IF.

       WRITE-CHECKPOINT.
           SET WS-CHECKPOINT-OK TO TRUE
           OPEN OUTPUT RESTART-FILE
           IF WS-RESTART-FILE-STATUS NOT = "00"
               SET WS-CHECKPOINT-FAILED TO TRUE
               DISPLAY "Unable to open checkpoint file: "
                   WS-RESTART-FILENAME
                   " (status " WS-RESTART-FILE-STATUS ")"
           ELSE
               MOVE SPACES TO RESTART-RECORD
               MOVE RESTART-STATE TO RESTART-RECORD
               WRITE RESTART-RECORD
               CLOSE RESTART-FILE
           END-IF.

       START-NEW-RUN.
           IF WS-RETENTION-YEARS >= WS-TODAY-YEAR
               DISPLAY "RETENTION-YEARS " WS-RETENTION-YEARS
                   " is not valid; run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET RST-RUN-IN-PROGRESS TO TRUE
           MOVE WS-TODAY-DATE TO RST-RUN-DATE
           COMPUTE WS-CUTOFF-YEAR = WS-TODAY-YEAR - WS-RETENTION-YEARS
           MOVE SPACES TO RST-CUTOFF-DATE
           STRING WS-CUTOFF-YEAR "-01-01" DELIMITED BY SIZE
               INTO RST-CUTOFF-DATE
           MOVE "N" TO RST-PH-ARCHIVED-SW RST-AUD-ARCHIVED-SW
               RST-PH-PURGED-SW RST-AUD-PURGED-SW RST-BANK-PURGED-SW
           MOVE 0 TO RST-PH-ARCHIVE-COUNT RST-PH-ARCHIVE-GROSS
               RST-PH-ARCHIVE-NET RST-PH-PURGE-COUNT
               RST-AUD-ARCHIVE-COUNT RST-AUD-ARCHIVE-OLD
               RST-AUD-ARCHIVE-NEW RST-AUD-PURGE-COUNT
               RST-BANK-PURGE-COUNT
           MOVE "N" TO RST-PEL-ARCHIVED-SW RST-PEL-PURGED-SW
           MOVE 0 TO RST-PEL-ARCHIVE-COUNT RST-PEL-ARCHIVE-AMOUNT
               RST-PEL-ARCHIVE-QTY RST-PEL-PURGE-COUNT.

      *    The archive files carry the date of the run that started
      *    them, so a resumed run goes on with the same files.
       BUILD-ARCHIVE-FILENAMES.
           MOVE SPACES TO WS-RUN-DATE-DIGITS
           STRING RST-RUN-DATE(1:4) RST-RUN-DATE(6:2)
                  RST-RUN-DATE(9:2) DELIMITED BY SIZE
               INTO WS-RUN-DATE-DIGITS
           MOVE SPACES TO WS-PH-ARCHIVE-NAME WS-PEL-ARCHIVE-NAME
               WS-AUD-ARCHIVE-NAME
           STRING FUNCTION TRIM(WS-PH-ARCHIVE-STEM) DELIMITED BY SIZE
                  "-" WS-RUN-DATE-DIGITS ".DAT" DELIMITED BY SIZE
               INTO WS-PH-ARCHIVE-NAME
           STRING FUNCTION TRIM(WS-PEL-ARCHIVE-STEM) DELIMITED BY SIZE
                  "-" WS-RUN-DATE-DIGITS ".DAT" DELIMITED BY SIZE
               INTO WS-PEL-ARCHIVE-NAME
           STRING FUNCTION TRIM(WS-AUD-ARCHIVE-STEM) DELIMITED BY SIZE
                  "-" WS-RUN-DATE-DIGITS ".DAT" DELIMITED BY SIZE
               INTO WS-AUD-ARCHIVE-NAME
           MOVE RST-CUTOFF-DATE TO WS-CUTOFF-PERIOD
           MOVE RST-CUTOFF-DATE(1:4) TO WS-CUTOFF-YEAR.

      *    Checked against today's date, also when a run is resumed
      *    and again before each delete.
       CHECK-CUTOFF-ALLOWED.
           COMPUTE WS-LATEST-ARCHIVE-YEAR = WS-TODAY-YEAR - 2
           IF RST-CUTOFF-DATE(1:4) NOT NUMERIC
               OR RST-CUTOFF-DATE(5:6) NOT = "-01-01"
               OR WS-CUTOFF-YEAR - 1 > WS-LATEST-ARCHIVE-YEAR
               DISPLAY "Cut-off " RST-CUTOFF-DATE " would reach the"
                   " current or previous tax year; run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A new run must not overwrite the archive of an earlier run
      *    on the same day, whose rows are no longer on the database.
       CHECK-ARCHIVE-FILES-NEW.
           OPEN INPUT PH-ARCHIVE-FILE
           IF WS-PH-ARCHIVE-STATUS = "00"
               CLOSE PH-ARCHIVE-FILE
               DISPLAY "Archive file " WS-PH-ARCHIVE-NAME
                   " already exists; run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PEL-ARCHIVE-FILE
           IF WS-PEL-ARCHIVE-STATUS = "00"
               CLOSE PEL-ARCHIVE-FILE
               DISPLAY "Archive file " WS-PEL-ARCHIVE-NAME
                   " already exists; run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUD-ARCHIVE-FILE
           IF WS-AUD-ARCHIVE-STATUS = "00"
               CLOSE AUD-ARCHIVE-FILE
               DISPLAY "Archive file " WS-AUD-ARCHIVE-NAME
                   " already exists; run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The archive is written from scratch each time this step
      *    runs; nothing has been deleted until it has completed.
       ARCHIVE-PAY-HISTORY.
           MOVE 0 TO RST-PH-ARCHIVE-COUNT RST-PH-ARCHIVE-GROSS
               RST-PH-ARCHIVE-NET
           OPEN OUTPUT PH-ARCHIVE-FILE
           IF WS-PH-ARCHIVE-STATUS NOT = "00"
               DISPLAY "Unable to open archive file: "
                   WS-PH-ARCHIVE-NAME
                   " (status " WS-PH-ARCHIVE-STATUS ")"
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE "PAY_HISTORY" TO AHD-TABLE-NAME
               MOVE RST-RUN-DATE TO AHD-RUN-DATE
               MOVE RST-CUTOFF-DATE TO AHD-CUTOFF-DATE
               MOVE ARC-HEADER-LINE TO PH-ARCHIVE-RECORD
               WRITE PH-ARCHIVE-RECORD

               EXEC SQL DECLARE PHARCHIVE_CURSOR CURSOR FOR
                   SELECT EMPLOYEE_ID, PAY_PERIOD,
                          COALESCE(TAX_CODE, ' '),
                          GROSS, COALESCE(TAXABLE_PAY, GROSS),
                          TAX, NI, PENSION,
                          COALESCE(OTHER_DEDUCTIONS, 0), NET,
                          COALESCE(POSTED_AT, ' ')
                   FROM PAY_HISTORY
                   WHERE PAY_PERIOD < :WS-CUTOFF-PERIOD
                   ORDER BY PAY_PERIOD, EMPLOYEE_ID
               END-EXEC

               EXEC SQL OPEN PHARCHIVE_CURSOR END-EXEC

               PERFORM UNTIL SQLCODE NOT = 0
                   EXEC SQL
                       FETCH PHARCHIVE_CURSOR
                       INTO :WS-EMPLOYEE-ID, :WS-PAY-PERIOD,
                            :WS-TAX-CODE, :WS-GROSS, :WS-TAXABLE-PAY,
                            :WS-TAX, :WS-NI, :WS-PENSION,
                            :WS-OTHER-DEDUCTIONS, :WS-NET,
                            :WS-POSTED-AT
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM WRITE-PAY-HISTORY-DETAIL
               END-PERFORM

               IF SQLCODE NOT = 100
                   DISPLAY "Error reading PAY_HISTORY: " SQLERRMC
                   ADD 1 TO WS-ERROR-COUNT
                   EXEC SQL CLOSE PHARCHIVE_CURSOR END-EXEC
                   CLOSE PH-ARCHIVE-FILE
               ELSE
                   EXEC SQL CLOSE PHARCHIVE_CURSOR END-EXEC
                   MOVE "PAY_HISTORY" TO ATR-TABLE-NAME
                   MOVE RST-PH-ARCHIVE-COUNT TO ATR-RECORD-COUNT
                   MOVE RST-PH-ARCHIVE-GROSS TO ATR-TOTAL-1
                   MOVE RST-PH-ARCHIVE-NET TO ATR-TOTAL-2
                   MOVE ARC-TRAILER-LINE TO PH-ARCHIVE-RECORD
                   WRITE PH-ARCHIVE-RECORD
                   CLOSE PH-ARCHIVE-FILE
                   SET RST-PH-ARCHIVED TO TRUE
                   PERFORM WRITE-CHECKPOINT
                   DISPLAY RST-PH-ARCHIVE-COUNT
                       " PAY_HISTORY rows archived to "
                       WS-PH-ARCHIVE-NAME
               END-IF
           END-IF.

       WRITE-PAY-HISTORY-DETAIL.
           MOVE WS-EMPLOYEE-ID TO PHD-EMPLOYEE-ID
           MOVE WS-PAY-PERIOD TO PHD-PAY-PERIOD
           MOVE WS-TAX-CODE TO PHD-TAX-CODE
           MOVE WS-GROSS TO PHD-GROSS
           MOVE WS-TAXABLE-PAY TO PHD-TAXABLE-PAY
           MOVE WS-TAX TO PHD-TAX
           MOVE WS-NI TO PHD-NI
           MOVE WS-PENSION TO PHD-PENSION
           MOVE WS-OTHER-DEDUCTIONS TO PHD-OTHER-DEDUCTIONS
           MOVE WS-NET TO PHD-NET
           MOVE WS-POSTED-AT TO PHD-POSTED-AT
           MOVE PH-DETAIL-LINE TO PH-ARCHIVE-RECORD
           WRITE PH-ARCHIVE-RECORD
           ADD 1 TO RST-PH-ARCHIVE-COUNT
           ADD WS-GROSS TO RST-PH-ARCHIVE-GROSS
           ADD WS-NET TO RST-PH-ARCHIVE-NET.

      *    Posted pay elements go with the pay history of the same
      *    periods.
       ARCHIVE-PAY-ELEMENTS.
           MOVE 0 TO RST-PEL-ARCHIVE-COUNT RST-PEL-ARCHIVE-AMOUNT
               RST-PEL-ARCHIVE-QTY
           OPEN OUTPUT PEL-ARCHIVE-FILE
           IF WS-PEL-ARCHIVE-STATUS NOT = "00"
               DISPLAY "Unable to open archive file: "
                   WS-PEL-ARCHIVE-NAME
                   " (status " WS-PEL-ARCHIVE-STATUS ")"
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE "PAY_ELEMENTS" TO AHD-TABLE-NAME
               MOVE RST-RUN-DATE TO AHD-RUN-DATE
               MOVE RST-CUTOFF-DATE TO AHD-CUTOFF-DATE
               MOVE ARC-HEADER-LINE TO PEL-ARCHIVE-RECORD
               WRITE PEL-ARCHIVE-RECORD

               EXEC SQL DECLARE PELARCHIVE_CURSOR CURSOR FOR
                   SELECT EMPLOYEE_ID, PAY_PERIOD, ELEMENT_CODE,
                          COALESCE(DESCRIPTION, ' '), QUANTITY,
                          AMOUNT, TAXABLE, PENSIONABLE,
                          COALESCE(POSTED_AT, ' ')
                   FROM PAY_ELEMENTS
                   WHERE PAY_PERIOD < :WS-CUTOFF-PERIOD
                   ORDER BY PAY_PERIOD, EMPLOYEE_ID, ELEMENT_CODE
               END-EXEC

               EXEC SQL OPEN PELARCHIVE_CURSOR END-EXEC

               PERFORM UNTIL SQLCODE NOT = 0
                   EXEC SQL
                       FETCH PELARCHIVE_CURSOR
                       INTO :WS-EMPLOYEE-ID, :WS-PAY-PERIOD,
                            :WS-ELEMENT-CODE, :WS-DESCRIPTION,
                            :WS-QUANTITY, :WS-AMOUNT, :WS-TAXABLE,
                            :WS-PENSIONABLE, :WS-POSTED-AT
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM WRITE-PAY-ELEMENT-DETAIL
               END-PERFORM

               IF SQLCODE NOT = 100
                   DISPLAY "Error reading PAY_ELEMENTS: " SQLERRMC
                   ADD 1 TO WS-ERROR-COUNT
                   EXEC SQL CLOSE PELARCHIVE_CURSOR END-EXEC
                   CLOSE PEL-ARCHIVE-FILE
               ELSE
                   EXEC SQL CLOSE PELARCHIVE_CURSOR END-EXEC
                   MOVE "PAY_ELEMENTS" TO ATR-TABLE-NAME
                   MOVE RST-PEL-ARCHIVE-COUNT TO ATR-RECORD-COUNT
                   MOVE RST-PEL-ARCHIVE-AMOUNT TO ATR-TOTAL-1
                   MOVE RST-PEL-ARCHIVE-QTY TO ATR-TOTAL-2
                   MOVE ARC-TRAILER-LINE TO PEL-ARCHIVE-RECORD
                   WRITE PEL-ARCHIVE-RECORD
                   CLOSE PEL-ARCHIVE-FILE
                   SET RST-PEL-ARCHIVED TO TRUE
                   PERFORM WRITE-CHECKPOINT
                   DISPLAY RST-PEL-ARCHIVE-COUNT
                       " PAY_ELEMENTS rows archived to "
                       WS-PEL-ARCHIVE-NAME
               END-IF
           END-IF.

       WRITE-PAY-ELEMENT-DETAIL.
           MOVE WS-EMPLOYEE-ID TO PELD-EMPLOYEE-ID
           MOVE WS-PAY-PERIOD TO PELD-PAY-PERIOD
           MOVE WS-ELEMENT-CODE TO PELD-ELEMENT-CODE
           MOVE WS-DESCRIPTION TO PELD-DESCRIPTION
           MOVE WS-QUANTITY TO PELD-QUANTITY
           MOVE WS-AMOUNT TO PELD-AMOUNT
           MOVE WS-TAXABLE TO PELD-TAXABLE
           MOVE WS-PENSIONABLE TO PELD-PENSIONABLE
           MOVE WS-POSTED-AT TO PELD-POSTED-AT
           MOVE PEL-DETAIL-LINE TO PEL-ARCHIVE-RECORD
           WRITE PEL-ARCHIVE-RECORD
           ADD 1 TO RST-PEL-ARCHIVE-COUNT
           ADD WS-AMOUNT TO RST-PEL-ARCHIVE-AMOUNT
           ADD WS-QUANTITY TO RST-PEL-ARCHIVE-QTY.

       ARCHIVE-EMPLOYEE-AUDIT.
           MOVE 0 TO RST-AUD-ARCHIVE-COUNT RST-AUD-ARCHIVE-OLD
               RST-AUD-ARCHIVE-NEW
           OPEN OUTPUT AUD-ARCHIVE-FILE
           IF WS-AUD-ARCHIVE-STATUS NOT = "00"
               DISPLAY "Unable to open archive file: "
                   WS-AUD-ARCHIVE-NAME
                   " (status " WS-AUD-ARCHIVE-STATUS ")"
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE "EMPLOYEE_AUDIT" TO AHD-TABLE-NAME
               MOVE RST-RUN-DATE TO AHD-RUN-DATE
               MOVE RST-CUTOFF-DATE TO AHD-CUTOFF-DATE
               MOVE ARC-HEADER-LINE TO AUD-ARCHIVE-RECORD
               WRITE AUD-ARCHIVE-RECORD

               EXEC SQL DECLARE AUDARCHIVE_CURSOR CURSOR FOR
                   SELECT EMPLOYEE_ID, OLD_SALARY, NEW_SALARY, ACTION,
                          CHANGED_AT, COALESCE(CHANGED_BY, ' '),
                          COALESCE(OLD_TAX_CODE, ' '),
                          COALESCE(NEW_TAX_CODE, ' ')
                   FROM EMPLOYEE_AUDIT
                   WHERE CHANGED_AT < :RST-CUTOFF-DATE
                   ORDER BY CHANGED_AT, EMPLOYEE_ID
               END-EXEC

               EXEC SQL OPEN AUDARCHIVE_CURSOR END-EXEC

               PERFORM UNTIL SQLCODE NOT = 0
                   EXEC SQL
                       FETCH AUDARCHIVE_CURSOR
                       INTO :WS-EMPLOYEE-ID, :WS-OLD-SALARY,
                            :WS-NEW-SALARY, :WS-ACTION,
                            :WS-CHANGED-AT, :WS-CHANGED-BY,
                            :WS-OLD-TAX-CODE, :WS-NEW-TAX-CODE
                   END-EXEC
                   IF SQLCODE = 0
                       PERFORM WRITE-AUDIT-DETAIL
               END-PERFORM

               IF SQLCODE NOT = 100
                   DISPLAY "Error reading EMPLOYEE_AUDIT: " SQLERRMC
                   ADD 1 TO WS-ERROR-COUNT
                   EXEC SQL CLOSE AUDARCHIVE_CURSOR END-EXEC
                   CLOSE AUD-ARCHIVE-FILE
               ELSE
                   EXEC SQL CLOSE AUDARCHIVE_CURSOR END-EXEC
                   MOVE "EMPLOYEE_AUDIT" TO ATR-TABLE-NAME
                   MOVE RST-AUD-ARCHIVE-COUNT TO ATR-RECORD-COUNT
                   MOVE RST-AUD-ARCHIVE-OLD TO ATR-TOTAL-1
                   MOVE RST-AUD-ARCHIVE-NEW TO ATR-TOTAL-2
                   MOVE ARC-TRAILER-LINE TO AUD-ARCHIVE-RECORD
                   WRITE AUD-ARCHIVE-RECORD
                   CLOSE AUD-ARCHIVE-FILE
                   SET RST-AUD-ARCHIVED TO TRUE
                   PERFORM WRITE-CHECKPOINT
                   DISPLAY RST-AUD-ARCHIVE-COUNT
                       " EMPLOYEE_AUDIT rows archived to "
                       WS-AUD-ARCHIVE-NAME
               END-IF
           END-IF.

       WRITE-AUDIT-DETAIL.
           MOVE WS-EMPLOYEE-ID TO AUD-EMPLOYEE-ID
           MOVE WS-OLD-SALARY TO AUD-OLD-SALARY
           MOVE WS-NEW-SALARY TO AUD-NEW-SALARY
           MOVE WS-ACTION TO AUD-ACTION
           MOVE WS-CHANGED-AT TO AUD-CHANGED-AT
           MOVE WS-CHANGED-BY TO AUD-CHANGED-BY
           MOVE WS-OLD-TAX-CODE TO AUD-OLD-TAX-CODE
           MOVE WS-NEW-TAX-CODE TO AUD-NEW-TAX-CODE
           MOVE AUD-DETAIL-LINE TO AUD-ARCHIVE-RECORD
           WRITE AUD-ARCHIVE-RECORD
           ADD 1 TO RST-AUD-ARCHIVE-COUNT
           ADD WS-OLD-SALARY TO RST-AUD-ARCHIVE-OLD
           ADD WS-NEW-SALARY TO RST-AUD-ARCHIVE-NEW.

      *    The archive file is read back: its detail records must add
      *    up to its trailer and to the totals taken when it was
      *    written, and the database must still hold exactly those
      *    rows, before anything is deleted. No rows left on the
      *    database after a complete archive means a delete went
      *    through before the checkpoint could be written.
       VERIFY-PAY-HISTORY-ARCHIVE.
           PERFORM START-ARCHIVE-CHECK
           OPEN INPUT PH-ARCHIVE-FILE
           IF WS-PH-ARCHIVE-STATUS NOT = "00"
               SET WS-ARCHIVE-INVALID TO TRUE
           ELSE
               PERFORM UNTIL WS-ARCHIVE-EOF
                   READ PH-ARCHIVE-FILE
                       AT END
                           SET WS-ARCHIVE-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-PH-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PH-ARCHIVE-FILE
           END-IF
           IF NOT WS-HEADER-FOUND OR NOT WS-TRAILER-FOUND
               OR ATR-RECORD-COUNT NOT = WS-FILE-COUNT
               OR ATR-TOTAL-1 NOT = WS-FILE-TOTAL-1
               OR ATR-TOTAL-2 NOT = WS-FILE-TOTAL-2
               OR WS-FILE-COUNT NOT = RST-PH-ARCHIVE-COUNT
               OR WS-FILE-TOTAL-1 NOT = RST-PH-ARCHIVE-GROSS
               OR WS-FILE-TOTAL-2 NOT = RST-PH-ARCHIVE-NET
               SET WS-ARCHIVE-INVALID TO TRUE
           END-IF

           PERFORM COUNT-PAY-HISTORY-ROWS

           MOVE "PAY_HISTORY" TO RPT-VER-TABLE
           MOVE "GROSS" TO RPT-VER-LABEL-1
           MOVE "NET" TO RPT-VER-LABEL-2
           PERFORM PRINT-VERIFY-LINES

           EVALUATE TRUE
               WHEN WS-ARCHIVE-INVALID
                   MOVE "NOT PURGED - ARCHIVE INVALID"
                       TO WS-PH-STATUS-TEXT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN SQLCODE NOT = 0
                   DISPLAY "Error counting PAY_HISTORY: " SQLERRMC
                   MOVE "NOT PURGED - DATABASE ERROR"
                       TO WS-PH-STATUS-TEXT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN WS-DB-COUNT = 0 AND RST-PH-ARCHIVE-COUNT > 0
                   MOVE RST-PH-ARCHIVE-COUNT TO RST-PH-PURGE-COUNT
                   SET RST-PH-PURGED TO TRUE
                   PERFORM WRITE-CHECKPOINT
                   MOVE "PURGED BEFORE RESTART" TO WS-PH-STATUS-TEXT
               WHEN WS-DB-COUNT = WS-FILE-COUNT
                   AND WS-DB-TOTAL-1 = WS-FILE-TOTAL-1
                   AND WS-DB-TOTAL-2 = WS-FILE-TOTAL-2
                   PERFORM PURGE-PAY-HISTORY
               WHEN OTHER
                   MOVE "NOT PURGED - TOTALS DIFFER"
                       TO WS-PH-STATUS-TEXT
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       TALLY-PH-ARCHIVE-RECORD.
           EVALUATE PH-ARCHIVE-RECORD(1:1)
               WHEN "H"
                   MOVE PH-ARCHIVE-RECORD TO ARC-HEADER-LINE
                   SET WS-HEADER-FOUND TO TRUE
                   IF AHD-CUTOFF-DATE NOT = RST-CUTOFF-DATE
                       SET WS-ARCHIVE-INVALID TO TRUE
                   END-IF
               WHEN "D"
                   MOVE PH-ARCHIVE-RECORD TO PH-DETAIL-LINE
                   ADD 1 TO WS-FILE-COUNT
                   ADD PHD-GROSS TO WS-FILE-TOTAL-1
                   ADD PHD-NET TO WS-FILE-TOTAL-2
               WHEN "T"
                   MOVE PH-ARCHIVE-RECORD TO ARC-TRAILER-LINE
                   SET WS-TRAILER-FOUND TO TRUE
               WHEN OTHER
                   SET WS-ARCHIVE-INVALID TO TRUE
           END-EVALUATE.

       COUNT-PAY-HISTORY-ROWS.
           MOVE 0 TO WS-DB-COUNT WS-DB-TOTAL-1 WS-DB-TOTAL-2
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(GROSS), 0),
                      COALESCE(SUM(NET), 0)
               INTO :WS-DB-COUNT, :WS-DB-TOTAL-1, :WS-DB-TOTAL-2
               FROM PAY_HISTORY
               WHERE PAY_PERIOD < :WS-CUTOFF-PERIOD
           END-EXEC.

       PURGE-PAY-HISTORY.
           PERFORM CHECK-CUTOFF-ALLOWED
           EXEC SQL
               DELETE FROM PAY_HISTORY
               WHERE PAY_PERIOD < :WS-CUTOFF-PERIOD
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "Error deleting PAY_HISTORY: " SQLERRMC
               MOVE "NOT PURGED - DELETE FAILED" TO WS-PH-STATUS-TEXT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE WS-DB-COUNT TO RST-PH-PURGE-COUNT
               SET RST-PH-PURGED TO TRUE
               PERFORM WRITE-CHECKPOINT
               IF WS-DB-COUNT = 0
                   MOVE "NOTHING BEFORE CUT-OFF" TO WS-PH-STATUS-TEXT
               ELSE
                   MOVE "ARCHIVED AND PURGED" TO WS-PH-STATUS-TEXT
               END-IF
           END-IF.

       VERIFY-PAY-ELEMENTS-ARCHIVE.
           PERFORM START-ARCHIVE-CHECK
           OPEN INPUT PEL-ARCHIVE-FILE
           IF WS-PEL-ARCHIVE-STATUS NOT = "00"
               SET WS-ARCHIVE-INVALID TO TRUE
           ELSE
               PERFORM UNTIL WS-ARCHIVE-EOF
                   READ PEL-ARCHIVE-FILE
                       AT END
                           SET WS-ARCHIVE-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-PEL-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PEL-ARCHIVE-FILE
           END-IF
           IF NOT WS-HEADER-FOUND OR NOT WS-TRAILER-FOUND
               OR ATR-RECORD-COUNT NOT = WS-FILE-COUNT
               OR ATR-TOTAL-1 NOT = WS-FILE-TOTAL-1
               OR ATR-TOTAL-2 NOT = WS-FILE-TOTAL-2
               OR WS-FILE-COUNT NOT = RST-PEL-ARCHIVE-COUNT
               OR WS-FILE-TOTAL-1 NOT = RST-PEL-ARCHIVE-AMOUNT
               OR WS-FILE-TOTAL-2 NOT = RST-PEL-ARCHIVE-QTY
               SET WS-ARCHIVE-INVALID TO TRUE
           END-IF

           PERFORM COUNT-PAY-ELEMENT-ROWS

           MOVE "PAY_ELEMENTS" TO RPT-VER-TABLE
           MOVE "AMOUNT" TO RPT-VER-LABEL-1
           MOVE "QTY" TO RPT-VER-LABEL-2
           PERFORM PRINT-VERIFY-LINES

           EVALUATE TRUE
               WHEN WS-ARCHIVE-INVALID
                   MOVE "NOT PURGED - ARCHIVE INVALID"
                       TO WS-PEL-STATUS-TEXT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN SQLCODE NOT = 0
                   DISPLAY "Error counting PAY_ELEMENTS: " SQLERRMC
                   MOVE "NOT PURGED - DATABASE ERROR"
                       TO WS-PEL-STATUS-TEXT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN WS-DB-COUNT = 0 AND RST-PEL-ARCHIVE-COUNT > 0
                   MOVE RST-PEL-ARCHIVE-COUNT TO RST-PEL-PURGE-COUNT
                   SET RST-PEL-PURGED TO TRUE
                   PERFORM WRITE-CHECKPOINT
                   MOVE "PURGED BEFORE RESTART" TO WS-PEL-STATUS-TEXT
               WHEN WS-DB-COUNT = WS-FILE-COUNT
                   AND WS-DB-TOTAL-1 = WS-FILE-TOTAL-1
                   AND WS-DB-TOTAL-2 = WS-FILE-TOTAL-2
                   PERFORM PURGE-PAY-ELEMENTS
               WHEN OTHER
                   MOVE "NOT PURGED - TOTALS DIFFER"
                       TO WS-PEL-STATUS-TEXT
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       TALLY-PEL-ARCHIVE-RECORD.
           EVALUATE PEL-ARCHIVE-RECORD(1:1)
               WHEN "H"
                   MOVE PEL-ARCHIVE-RECORD TO ARC-HEADER-LINE
                   SET WS-HEADER-FOUND TO TRUE
                   IF AHD-CUTOFF-DATE NOT = RST-CUTOFF-DATE
                       SET WS-ARCHIVE-INVALID TO TRUE
                   END-IF
               WHEN "D"
                   MOVE PEL-ARCHIVE-RECORD TO PEL-DETAIL-LINE
                   ADD 1 TO WS-FILE-COUNT
                   ADD PELD-AMOUNT TO WS-FILE-TOTAL-1
                   ADD PELD-QUANTITY TO WS-FILE-TOTAL-2
               WHEN "T"
                   MOVE PEL-ARCHIVE-RECORD TO ARC-TRAILER-LINE
                   SET WS-TRAILER-FOUND TO TRUE
               WHEN OTHER
                   SET WS-ARCHIVE-INVALID TO TRUE
           END-EVALUATE.

       COUNT-PAY-ELEMENT-ROWS.
           MOVE 0 TO WS-DB-COUNT WS-DB-TOTAL-1 WS-DB-TOTAL-2
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(AMOUNT), 0),
                      COALESCE(SUM(QUANTITY), 0)
               INTO :WS-DB-COUNT, :WS-DB-TOTAL-1, :WS-DB-TOTAL-2
               FROM PAY_ELEMENTS
               WHERE PAY_PERIOD < :WS-CUTOFF-PERIOD
           END-EXEC.

       PURGE-PAY-ELEMENTS.
           PERFORM CHECK-CUTOFF-ALLOWED
           EXEC SQL
               DELETE FROM PAY_ELEMENTS
               WHERE PAY_PERIOD < :WS-CUTOFF-PERIOD
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "Error deleting PAY_ELEMENTS: " SQLERRMC
               MOVE "NOT PURGED - DELETE FAILED" TO WS-PEL-STATUS-TEXT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE WS-DB-COUNT TO RST-PEL-PURGE-COUNT
               SET RST-PEL-PURGED TO TRUE
               PERFORM WRITE-CHECKPOINT
               IF WS-DB-COUNT = 0
                   MOVE "NOTHING BEFORE CUT-OFF" TO WS-PEL-STATUS-TEXT
               ELSE
                   MOVE "ARCHIVED AND PURGED" TO WS-PEL-STATUS-TEXT
               END-IF
           END-IF.

       VERIFY-AUDIT-ARCHIVE.
           PERFORM START-ARCHIVE-CHECK
           OPEN INPUT AUD-ARCHIVE-FILE
           IF WS-AUD-ARCHIVE-STATUS NOT = "00"
               SET WS-ARCHIVE-INVALID TO TRUE
           ELSE
               PERFORM UNTIL WS-ARCHIVE-EOF
                   READ AUD-ARCHIVE-FILE
                       AT END
                           SET WS-ARCHIVE-EOF TO TRUE
                       NOT AT END
                           PERFORM TALLY-AUD-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUD-ARCHIVE-FILE
           END-IF
           IF NOT WS-HEADER-FOUND OR NOT WS-TRAILER-FOUND
               OR ATR-RECORD-COUNT NOT = WS-FILE-COUNT
               OR ATR-TOTAL-1 NOT = WS-FILE-TOTAL-1
               OR ATR-TOTAL-2 NOT = WS-FILE-TOTAL-2
               OR WS-FILE-COUNT NOT = RST-AUD-ARCHIVE-COUNT
               OR WS-FILE-TOTAL-1 NOT = RST-AUD-ARCHIVE-OLD
               OR WS-FILE-TOTAL-2 NOT = RST-AUD-ARCHIVE-NEW
               SET WS-ARCHIVE-INVALID TO TRUE
           END-IF

           PERFORM COUNT-AUDIT-ROWS

           MOVE "EMPLOYEE_AUDIT" TO RPT-VER-TABLE
           MOVE "OLD" TO RPT-VER-LABEL-1
           MOVE "NEW" TO RPT-VER-LABEL-2
           PERFORM PRINT-VERIFY-LINES

           EVALUATE TRUE
               WHEN WS-ARCHIVE-INVALID
                   MOVE "NOT PURGED - ARCHIVE INVALID"
                       TO WS-AUD-STATUS-TEXT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN SQLCODE NOT = 0
                   DISPLAY "Error counting EMPLOYEE_AUDIT: " SQLERRMC
                   MOVE "NOT PURGED - DATABASE ERROR"
                       TO WS-AUD-STATUS-TEXT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN WS-DB-COUNT = 0 AND RST-AUD-ARCHIVE-COUNT > 0
                   MOVE RST-AUD-ARCHIVE-COUNT TO RST-AUD-PURGE-COUNT
                   SET RST-AUD-PURGED TO TRUE
                   PERFORM WRITE-CHECKPOINT
                   MOVE "PURGED BEFORE RESTART" TO WS-AUD-STATUS-TEXT
               WHEN WS-DB-COUNT = WS-FILE-COUNT
                   AND WS-DB-TOTAL-1 = WS-FILE-TOTAL-1
                   AND WS-DB-TOTAL-2 = WS-FILE-TOTAL-2
                   PERFORM PURGE-EMPLOYEE-AUDIT
               WHEN OTHER
                   MOVE "NOT PURGED - TOTALS DIFFER"
                       TO WS-AUD-STATUS-TEXT
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE.

       TALLY-AUD-ARCHIVE-RECORD.
           EVALUATE AUD-ARCHIVE-RECORD(1:1)
               WHEN "H"
                   MOVE AUD-ARCHIVE-RECORD TO ARC-HEADER-LINE
                   SET WS-HEADER-FOUND TO TRUE
                   IF AHD-CUTOFF-DATE NOT = RST-CUTOFF-DATE
                       SET WS-ARCHIVE-INVALID TO TRUE
                   END-IF
               WHEN "D"
                   MOVE AUD-ARCHIVE-RECORD TO AUD-DETAIL-LINE
                   ADD 1 TO WS-FILE-COUNT
                   ADD AUD-OLD-SALARY TO WS-FILE-TOTAL-1
                   ADD AUD-NEW-SALARY TO WS-FILE-TOTAL-2
               WHEN "T"
                   MOVE AUD-ARCHIVE-RECORD TO ARC-TRAILER-LINE
                   SET WS-TRAILER-FOUND TO TRUE
               WHEN OTHER
                   SET WS-ARCHIVE-INVALID TO TRUE
           END-EVALUATE.

       COUNT-AUDIT-ROWS.
           MOVE 0 TO WS-DB-COUNT WS-DB-TOTAL-1 WS-DB-TOTAL-2
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(OLD_SALARY), 0),
                      COALESCE(SUM(NEW_SALARY), 0)
               INTO :WS-DB-COUNT, :WS-DB-TOTAL-1, :WS-DB-TOTAL-2
               FROM EMPLOYEE_AUDIT
               WHERE CHANGED_AT < :RST-CUTOFF-DATE
           END-EXEC.

       PURGE-EMPLOYEE-AUDIT.
           PERFORM CHECK-CUTOFF-ALLOWED
           EXEC SQL
               DELETE FROM EMPLOYEE_AUDIT
               WHERE CHANGED_AT < :RST-CUTOFF-DATE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "Error deleting EMPLOYEE_AUDIT: " SQLERRMC
               MOVE "NOT PURGED - DELETE FAILED" TO WS-AUD-STATUS-TEXT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE WS-DB-COUNT TO RST-AUD-PURGE-COUNT
               SET RST-AUD-PURGED TO TRUE
               PERFORM WRITE-CHECKPOINT
               IF WS-DB-COUNT = 0
                   MOVE "NOTHING BEFORE CUT-OFF" TO WS-AUD-STATUS-TEXT
               ELSE
                   MOVE "ARCHIVED AND PURGED" TO WS-AUD-STATUS-TEXT
               END-IF
           END-IF.

       START-ARCHIVE-CHECK.
           MOVE 0 TO WS-FILE-COUNT WS-FILE-TOTAL-1 WS-FILE-TOTAL-2
           MOVE 0 TO ATR-RECORD-COUNT ATR-TOTAL-1 ATR-TOTAL-2
           MOVE "N" TO WS-HEADER-FOUND-SW WS-TRAILER-FOUND-SW
               WS-ARCHIVE-EOF-SW
           SET WS-ARCHIVE-VALID TO TRUE.

      *    Bank details are not archived. The leavers affected are
      *    listed on the report before their rows are deleted.
       PURGE-LEAVER-BANK-DETAILS.
           MOVE RPT-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO RPT-SECTION-LINE
           STRING "BANK DETAILS REMOVED FOR LEAVERS BEFORE "
                  RST-CUTOFF-DATE DELIMITED BY SIZE
               INTO RPT-SECTION-LINE
           MOVE RPT-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-DASH-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO WS-DB-COUNT
           EXEC SQL DECLARE LEAVERBANK_CURSOR CURSOR FOR
               SELECT E.ID, E.NAME, E.TERMINATION_DATE
               FROM EMPLOYEE_BANK B
               JOIN EMPLOYEES E ON E.ID = B.EMPLOYEE_ID
               WHERE E.STATUS = 'T'
                 AND E.TERMINATION_DATE < :RST-CUTOFF-DATE
               ORDER BY E.TERMINATION_DATE, E.ID
           END-EXEC

           EXEC SQL OPEN LEAVERBANK_CURSOR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
               EXEC SQL
                   FETCH LEAVERBANK_CURSOR
                   INTO :WS-EMPLOYEE-ID, :WS-NAME,
                        :WS-TERMINATION-DATE
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-DB-COUNT
                   MOVE WS-EMPLOYEE-ID TO RPT-BANK-ID
                   MOVE WS-NAME TO RPT-BANK-NAME
                   MOVE WS-TERMINATION-DATE TO RPT-BANK-TERM-DATE
                   MOVE RPT-BANK-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
           END-PERFORM

           IF SQLCODE NOT = 100
               DISPLAY "Error reading leavers' bank details: "
                   SQLERRMC
               EXEC SQL CLOSE LEAVERBANK_CURSOR END-EXEC
               MOVE "NOT REMOVED - DATABASE ERROR"
                   TO WS-BANK-STATUS-TEXT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               EXEC SQL CLOSE LEAVERBANK_CURSOR END-EXEC
               PERFORM CHECK-CUTOFF-ALLOWED
               EXEC SQL
                   DELETE FROM EMPLOYEE_BANK
                   WHERE EMPLOYEE_ID IN
                       (SELECT ID FROM EMPLOYEES
                        WHERE STATUS = 'T'
                          AND TERMINATION_DATE < :RST-CUTOFF-DATE)
               END-EXEC
               IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   DISPLAY "Error deleting leavers' bank details: "
                       SQLERRMC
                   MOVE "NOT REMOVED - DELETE FAILED"
                       TO WS-BANK-STATUS-TEXT
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   MOVE WS-DB-COUNT TO RST-BANK-PURGE-COUNT
                   SET RST-BANK-PURGED TO TRUE
                   PERFORM WRITE-CHECKPOINT
                   IF WS-DB-COUNT = 0
                       MOVE "NO LEAVERS BEFORE CUT-OFF"
                           TO WS-BANK-STATUS-TEXT
                   ELSE
                       MOVE "REMOVED" TO WS-BANK-STATUS-TEXT
                   END-IF
               END-IF
           END-IF.

       PRINT-REPORT-HEADER.
           MOVE RST-RUN-DATE TO RPT-TITLE-RUN-DATE
           IF WS-RESUMING
               MOVE "(RESUMED ON" TO RPT-TITLE-RESUMED
               MOVE WS-TODAY-DATE TO RPT-TITLE-RESUMED(13:10)
               MOVE ")" TO RPT-TITLE-RESUMED(23:1)
           ELSE
               MOVE SPACES TO RPT-TITLE-RESUMED
           END-IF
           MOVE RPT-TITLE-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE RST-CUTOFF-DATE TO RPT-CUT-DATE
           COMPUTE RPT-CUT-LAST-YEAR = WS-CUTOFF-YEAR - 1
           MOVE RPT-CUTOFF-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-VERIFY-LINES.
           MOVE "ARCHIVE TRAILER" TO RPT-VER-SOURCE
           MOVE ATR-RECORD-COUNT TO RPT-VER-COUNT
           MOVE ATR-TOTAL-1 TO RPT-VER-TOTAL-1
           MOVE ATR-TOTAL-2 TO RPT-VER-TOTAL-2
           MOVE RPT-VERIFY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO RPT-VER-TABLE
           MOVE "ARCHIVE DETAIL RECORDS" TO RPT-VER-SOURCE
           MOVE WS-FILE-COUNT TO RPT-VER-COUNT
           MOVE WS-FILE-TOTAL-1 TO RPT-VER-TOTAL-1
           MOVE WS-FILE-TOTAL-2 TO RPT-VER-TOTAL-2
           MOVE RPT-VERIFY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "DATABASE" TO RPT-VER-SOURCE
           MOVE WS-DB-COUNT TO RPT-VER-COUNT
           MOVE WS-DB-TOTAL-1 TO RPT-VER-TOTAL-1
           MOVE WS-DB-TOTAL-2 TO RPT-VER-TOTAL-2
           MOVE RPT-VERIFY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.

       PRINT-ARCHIVE-SUMMARY.
           MOVE RPT-BLANK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-SUMMARY-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-DASH-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "PAY_HISTORY" TO RPT-SUM-TABLE
           MOVE WS-PH-ARCHIVE-NAME TO RPT-SUM-FILE
           MOVE RST-PH-ARCHIVE-COUNT TO RPT-SUM-ARCHIVED
           MOVE RST-PH-PURGE-COUNT TO RPT-SUM-PURGED
           MOVE WS-PH-STATUS-TEXT TO RPT-SUM-STATUS
           MOVE RPT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "PAY_ELEMENTS" TO RPT-SUM-TABLE
           MOVE WS-PEL-ARCHIVE-NAME TO RPT-SUM-FILE
           MOVE RST-PEL-ARCHIVE-COUNT TO RPT-SUM-ARCHIVED
           MOVE RST-PEL-PURGE-COUNT TO RPT-SUM-PURGED
           MOVE WS-PEL-STATUS-TEXT TO RPT-SUM-STATUS
           MOVE RPT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "EMPLOYEE_AUDIT" TO RPT-SUM-TABLE
           MOVE WS-AUD-ARCHIVE-NAME TO RPT-SUM-FILE
           MOVE RST-AUD-ARCHIVE-COUNT TO RPT-SUM-ARCHIVED
           MOVE RST-AUD-PURGE-COUNT TO RPT-SUM-PURGED
           MOVE WS-AUD-STATUS-TEXT TO RPT-SUM-STATUS
           MOVE RPT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "EMPLOYEE_BANK" TO RPT-SUM-TABLE
           MOVE "(NOT ARCHIVED)" TO RPT-SUM-FILE
           MOVE 0 TO RPT-SUM-ARCHIVED
           MOVE RST-BANK-PURGE-COUNT TO RPT-SUM-PURGED
           MOVE WS-BANK-STATUS-TEXT TO RPT-SUM-STATUS
           MOVE RPT-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
