                                      PIC 9(4).
           05 ARC-CHANGE-COUNT OCCURS 12 TIMES
                                      PIC 9(4).
           05 ARC-ITEM-DETAIL OCCURS 20 TIMES.
               10 ARC-ITEM-CODE       PIC X(6).
               10 ARC-ITEM-QTY        PIC 9(3).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD              PIC X(100).

       FD  TREND-REPORT-FILE.
       01  REPORT-LINE                PIC X(120).

       WORKING-STORAGE SECTION.
       01 CUR.
       01 WS-RECORD-CHANGE         PIC 9(8) VALUE 0.
       01 WS-ABORT-RATE            PIC 9(3)V9 VALUE 0.
       01 WS-SALE-TOTAL            PIC 9(6) VALUE 0.
       01 WS-NET-AMOUNT            PIC S9(9) VALUE 0.

       01 WS-SKIPPED-COUNT         PIC 9(5) VALUE 0.
       01 WS-ARC-MONTH             PIC 9(2) VALUE 0.
               10 TR-TILL          PIC X(30).
               10 TR-GROSS         PIC 9(8).
               10 TR-CHANGE        PIC 9(8).
               10 TR-RETURNS       PIC 9(8).
               10 TR-COMPLETED     PIC 9(5).
               10 TR-ABORTED       PIC 9(5).
       01 WS-TREND-IDX             PIC 9(3) VALUE 1.
               10 DAY-DATE         PIC X(10).
               10 DAY-GROSS        PIC 9(8).
               10 DAY-CHANGE       PIC 9(8).
               10 DAY-RETURNS      PIC 9(8).
               10 DAY-COMPLETED    PIC 9(5).
               10 DAY-ABORTED      PIC 9(5).
       01 WS-DAY-IDX               PIC 9(3) VALUE 1.
               10 TILL-NAME        PIC X(30).
               10 TILL-GROSS       PIC 9(8).
               10 TILL-CHANGE      PIC 9(8).
               10 TILL-RETURNS     PIC 9(8).
               10 TILL-COMPLETED   PIC 9(5).
               10 TILL-ABORTED     PIC 9(5).
       01 WS-TILL-IDX              PIC 9(3) VALUE 1.
       01 WS-TILL-FOUND-SW         PIC X VALUE "N".
           88 WS-TILL-FOUND                 VALUE "Y".

       01 WS-DAY-SWAP              PIC X(44).
       01 WS-SORT-I                PIC 9(3) VALUE 1.
       01 WS-SORT-J                PIC 9(3) VALUE 1.

       01 WS-CURRENT-WEEK          PIC 9(3) VALUE 0.
       01 WS-WEEK-GROSS            PIC 9(8) VALUE 0.
       01 WS-WEEK-CHANGE           PIC 9(8) VALUE 0.
       01 WS-WEEK-RETURNS          PIC 9(8) VALUE 0.
       01 WS-WEEK-COMPLETED        PIC 9(5) VALUE 0.
       01 WS-WEEK-ABORTED          PIC 9(5) VALUE 0.

       01 WS-GT-GROSS              PIC 9(9) VALUE 0.
       01 WS-GT-CHANGE             PIC 9(9) VALUE 0.
       01 WS-GT-RETURNS            PIC 9(9) VALUE 0.
       01 WS-GT-COMPLETED          PIC 9(6) VALUE 0.
       01 WS-GT-ABORTED            PIC 9(6) VALUE 0.
       01 WS-FLAGGED-DAY-COUNT     PIC 9(3) VALUE 0.
               VALUE "ABORT RATE THRESHOLD: ".
           05 RPT-TITLE-THRESHOLD  PIC ZZ9.
           05 FILLER               PIC X(2)  VALUE " %".
           05 FILLER               PIC X(62) VALUE SPACES.

       01 RPT-SECTION-DETAIL.
           05 FILLER               PIC X(120)
               VALUE "TAKINGS BY DAY AND TILL".

       01 RPT-SECTION-DAY.
           05 FILLER               PIC X(120)
               VALUE "DAY TOTALS (ALL TILLS)".

       01 RPT-SECTION-TILL.
           05 FILLER               PIC X(120)
               VALUE "TILL TOTALS (ALL DAYS)".

       01 RPT-COLUMN-HEADER-1.
           05 FILLER               PIC X(12) VALUE "DATE".
           05 FILLER               PIC X(30) VALUE "TILL".
           05 FILLER               PIC X(11) VALUE "     GROSS".
           05 FILLER               PIC X(11) VALUE " RFND/VOID".
           05 FILLER               PIC X(11) VALUE "       NET".
           05 FILLER               PIC X(11) VALUE "    CHANGE".
           05 FILLER               PIC X(7)  VALUE "  COMP".
           05 FILLER               PIC X(7)  VALUE " ABORT".
           05 FILLER               PIC X(6)  VALUE "  FLAG".

       01 RPT-COLUMN-HEADER-2.
           05 FILLER               PIC X(120) VALUE ALL "-".

       01 RPT-DETAIL-LINE.
           05 RPT-DET-DATE         PIC X(12).
           05 RPT-DET-TILL         PIC X(30).
           05 RPT-DET-GROSS        PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-DET-RETURNS      PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-DET-NET          PIC --,---,--9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-DET-CHANGE       PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-DET-COMPLETED    PIC ZZZZZ9.
           05 FILLER               PIC X(30) VALUE SPACES.
           05 RPT-GT-GROSS         PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-GT-RETURNS       PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-GT-NET           PIC --,---,--9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-GT-CHANGE        PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-GT-COMPLETED     PIC ZZZZZ9.
           05 FILLER               PIC X(30) VALUE "(WEEK SUBTOTAL)".
           05 RPT-WEEK-GROSS       PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-WEEK-RETURNS     PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-WEEK-NET         PIC --,---,--9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-WEEK-CHANGE      PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(1)  VALUE SPACES.
           05 RPT-WEEK-COMPLETED   PIC ZZZZZ9.
           05 FILLER               PIC X(40)
               VALUE " ARCHIVE RECORDS SKIPPED (NO DATE STAMP)".

       01 RPT-BLANK-LINE           PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

       TALLY-SCREENED-RECORD.
           MOVE 0 TO WS-RECORD-CHANGE
           IF ARC-OUTCOME = "C" OR ARC-OUTCOME = "V"
               PERFORM VARYING CURRENCY-COUNTER FROM 1 BY 1
                       UNTIL CURRENCY-COUNTER > DENOM-COUNT
                   COMPUTE WS-RECORD-CHANGE = WS-RECORD-CHANGE
           PERFORM FIND-DAY-ENTRY
           PERFORM FIND-TILL-ENTRY

           EVALUATE ARC-OUTCOME
           WHEN "C"
               IF WS-TREND-USE-IDX > 0
                   ADD WS-SALE-TOTAL TO TR-GROSS(WS-TREND-USE-IDX)
                   ADD WS-RECORD-CHANGE TO TR-CHANGE(WS-TREND-USE-IDX)
               ADD WS-SALE-TOTAL TO WS-GT-GROSS
               ADD WS-RECORD-CHANGE TO WS-GT-CHANGE
               ADD 1 TO WS-GT-COMPLETED
           WHEN "R"
           WHEN "V"
               PERFORM TALLY-RETURN-RECORD
           WHEN OTHER
               IF WS-TREND-USE-IDX > 0
                   ADD 1 TO TR-ABORTED(WS-TREND-USE-IDX)
               END-IF
                   ADD 1 TO TILL-ABORTED(WS-TILL-USE-IDX)
               END-IF
               ADD 1 TO WS-GT-ABORTED
           END-EVALUATE.

      *    Refunds and voids are not aborted sales; both come off
      *    gross takings for the net figure. A voided sale's change
      *    went back into the drawer, so it comes off change paid out;
      *    the sale it voids is always on the same day and till.
       TALLY-RETURN-RECORD.
           IF WS-TREND-USE-IDX > 0
               ADD WS-SALE-TOTAL TO TR-RETURNS(WS-TREND-USE-IDX)
               SUBTRACT WS-RECORD-CHANGE
                   FROM TR-CHANGE(WS-TREND-USE-IDX)
           END-IF
           IF WS-DAY-USE-IDX > 0
               ADD WS-SALE-TOTAL TO DAY-RETURNS(WS-DAY-USE-IDX)
               SUBTRACT WS-RECORD-CHANGE
                   FROM DAY-CHANGE(WS-DAY-USE-IDX)
           END-IF
           IF WS-TILL-USE-IDX > 0
               ADD WS-SALE-TOTAL TO TILL-RETURNS(WS-TILL-USE-IDX)
               SUBTRACT WS-RECORD-CHANGE
                   FROM TILL-CHANGE(WS-TILL-USE-IDX)
           END-IF
           ADD WS-SALE-TOTAL TO WS-GT-RETURNS
           SUBTRACT WS-RECORD-CHANGE FROM WS-GT-CHANGE.

       FIND-TREND-ENTRY.
           MOVE "N" TO WS-TREND-FOUND-SW
                   MOVE ARC-TILL-NAME TO TR-TILL(WS-TREND-USE-IDX)
                   MOVE 0 TO TR-GROSS(WS-TREND-USE-IDX)
                   MOVE 0 TO TR-CHANGE(WS-TREND-USE-IDX)
                   MOVE 0 TO TR-RETURNS(WS-TREND-USE-IDX)
                   MOVE 0 TO TR-COMPLETED(WS-TREND-USE-IDX)
                   MOVE 0 TO TR-ABORTED(WS-TREND-USE-IDX)
               END-IF
                   MOVE ARC-DATE TO DAY-DATE(WS-DAY-USE-IDX)
                   MOVE 0 TO DAY-GROSS(WS-DAY-USE-IDX)
                   MOVE 0 TO DAY-CHANGE(WS-DAY-USE-IDX)
                   MOVE 0 TO DAY-RETURNS(WS-DAY-USE-IDX)
                   MOVE 0 TO DAY-COMPLETED(WS-DAY-USE-IDX)
                   MOVE 0 TO DAY-ABORTED(WS-DAY-USE-IDX)
               END-IF
                   MOVE ARC-TILL-NAME TO TILL-NAME(WS-TILL-USE-IDX)
                   MOVE 0 TO TILL-GROSS(WS-TILL-USE-IDX)
                   MOVE 0 TO TILL-CHANGE(WS-TILL-USE-IDX)
                   MOVE 0 TO TILL-RETURNS(WS-TILL-USE-IDX)
                   MOVE 0 TO TILL-COMPLETED(WS-TILL-USE-IDX)
                   MOVE 0 TO TILL-ABORTED(WS-TILL-USE-IDX)
               END-IF
               MOVE TR-TILL(WS-TREND-IDX) TO RPT-DET-TILL
               MOVE TR-GROSS(WS-TREND-IDX) TO RPT-DET-GROSS
               MOVE TR-CHANGE(WS-TREND-IDX) TO RPT-DET-CHANGE
               MOVE TR-RETURNS(WS-TREND-IDX) TO RPT-DET-RETURNS
               COMPUTE WS-NET-AMOUNT = TR-GROSS(WS-TREND-IDX)
                   - TR-RETURNS(WS-TREND-IDX)
               MOVE WS-NET-AMOUNT TO RPT-DET-NET
               MOVE TR-COMPLETED(WS-TREND-IDX) TO RPT-DET-COMPLETED
               MOVE TR-ABORTED(WS-TREND-IDX) TO RPT-DET-ABORTED
               PERFORM SET-DETAIL-RATE-FROM-TREND
           MOVE 0 TO WS-CURRENT-WEEK
           MOVE 0 TO WS-WEEK-GROSS
           MOVE 0 TO WS-WEEK-CHANGE
           MOVE 0 TO WS-WEEK-RETURNS
           MOVE 0 TO WS-WEEK-COMPLETED
           MOVE 0 TO WS-WEEK-ABORTED

               MOVE WS-WEEK-NO TO WS-CURRENT-WEEK
               ADD DAY-GROSS(WS-DAY-IDX) TO WS-WEEK-GROSS
               ADD DAY-CHANGE(WS-DAY-IDX) TO WS-WEEK-CHANGE
               ADD DAY-RETURNS(WS-DAY-IDX) TO WS-WEEK-RETURNS
               ADD DAY-COMPLETED(WS-DAY-IDX) TO WS-WEEK-COMPLETED
               ADD DAY-ABORTED(WS-DAY-IDX) TO WS-WEEK-ABORTED
               MOVE DAY-DATE(WS-DAY-IDX) TO RPT-DET-DATE
               MOVE "(ALL TILLS)" TO RPT-DET-TILL
               MOVE DAY-GROSS(WS-DAY-IDX) TO RPT-DET-GROSS
               MOVE DAY-CHANGE(WS-DAY-IDX) TO RPT-DET-CHANGE
               MOVE DAY-RETURNS(WS-DAY-IDX) TO RPT-DET-RETURNS
               COMPUTE WS-NET-AMOUNT = DAY-GROSS(WS-DAY-IDX)
                   - DAY-RETURNS(WS-DAY-IDX)
               MOVE WS-NET-AMOUNT TO RPT-DET-NET
               MOVE DAY-COMPLETED(WS-DAY-IDX) TO RPT-DET-COMPLETED
               MOVE DAY-ABORTED(WS-DAY-IDX) TO RPT-DET-ABORTED
               PERFORM SET-DETAIL-RATE-FROM-DAY
               MOVE TILL-NAME(WS-TILL-IDX) TO RPT-DET-TILL
               MOVE TILL-GROSS(WS-TILL-IDX) TO RPT-DET-GROSS
               MOVE TILL-CHANGE(WS-TILL-IDX) TO RPT-DET-CHANGE
               MOVE TILL-RETURNS(WS-TILL-IDX) TO RPT-DET-RETURNS
               COMPUTE WS-NET-AMOUNT = TILL-GROSS(WS-TILL-IDX)
                   - TILL-RETURNS(WS-TILL-IDX)
               MOVE WS-NET-AMOUNT TO RPT-DET-NET
               MOVE TILL-COMPLETED(WS-TILL-IDX) TO RPT-DET-COMPLETED
               MOVE TILL-ABORTED(WS-TILL-IDX) TO RPT-DET-ABORTED
               PERFORM SET-DETAIL-RATE-FROM-TILL

           MOVE WS-GT-GROSS TO RPT-GT-GROSS
           MOVE WS-GT-CHANGE TO RPT-GT-CHANGE
           MOVE WS-GT-RETURNS TO RPT-GT-RETURNS
           COMPUTE WS-NET-AMOUNT = WS-GT-GROSS - WS-GT-RETURNS
           MOVE WS-NET-AMOUNT TO RPT-GT-NET
           MOVE WS-GT-COMPLETED TO RPT-GT-COMPLETED
           MOVE WS-GT-ABORTED TO RPT-GT-ABORTED
           MOVE RPT-GRANDTOTAL-LINE TO REPORT-LINE
           MOVE WS-CURRENT-WEEK TO RPT-WEEK-NO
           MOVE WS-WEEK-GROSS TO RPT-WEEK-GROSS
           MOVE WS-WEEK-CHANGE TO RPT-WEEK-CHANGE
           MOVE WS-WEEK-RETURNS TO RPT-WEEK-RETURNS
           COMPUTE WS-NET-AMOUNT = WS-WEEK-GROSS - WS-WEEK-RETURNS
           MOVE WS-NET-AMOUNT TO RPT-WEEK-NET
           MOVE WS-WEEK-COMPLETED TO RPT-WEEK-COMPLETED
           MOVE WS-WEEK-ABORTED TO RPT-WEEK-ABORTED
           MOVE RPT-WEEK-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-WEEK-GROSS
           MOVE 0 TO WS-WEEK-CHANGE
           MOVE 0 TO WS-WEEK-RETURNS
           MOVE 0 TO WS-WEEK-COMPLETED
           MOVE 0 TO WS-WEEK-ABORTED.

