               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO DYNAMIC WS-PRODUCT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT Z-REPORT-FILE ASSIGN TO "Z-REPORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

                                      PIC 9(4).
           05 JRN-CHANGE-COUNT OCCURS 12 TIMES
                                      PIC 9(4).
           05 JRN-ITEM-DETAIL OCCURS 20 TIMES.
               10 JRN-ITEM-CODE       PIC X(6).
               10 JRN-ITEM-QTY        PIC 9(3).

       FD  TILL-DATA-FILE.
       01  TILL-DATA-RECORD           PIC X(36).
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 ARC-DATE                PIC X(10).
           05 ARC-JOURNAL-DATA        PIC X(455).

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05 PRD-CODE                PIC X(6).
           05 PRD-DESCRIPTION         PIC X(20).
           05 PRD-PRICE               PIC 9(6).
           05 PRD-ACTIVE              PIC X.

       FD  Z-REPORT-FILE.
       01  REPORT-LINE                PIC X(80).
       01 WS-ABORTED-COUNT PIC 9(5) VALUE 0.
       01 WS-GROSS-TAKINGS PIC 9(8) VALUE 0.
       01 WS-CHANGE-PAID-OUT PIC 9(8) VALUE 0.
       01 WS-REFUND-COUNT PIC 9(5) VALUE 0.
       01 WS-REFUND-VALUE PIC 9(8) VALUE 0.
       01 WS-VOID-COUNT PIC 9(5) VALUE 0.
       01 WS-VOID-VALUE PIC 9(8) VALUE 0.
       01 WS-VOID-CHANGE PIC 9(8) VALUE 0.
       01 WS-NET-TAKINGS PIC S9(8) VALUE 0.

       01 WS-PRODUCT-FILENAME PIC X(100).
       01 WS-PRODUCT-FILE-STATUS PIC XX.
       01 WS-PRODUCT-EOF-SW PIC X VALUE "N".
           88 WS-PRODUCT-EOF VALUE "Y".
       01 PRODUCT-TABLE.
           05 PRODUCT-COUNT PIC 9(3) VALUE 0.
           05 PRODUCT-ENTRY OCCURS 500 TIMES.
               10 PT-CODE PIC X(6).
               10 PT-DESCRIPTION PIC X(20).
       01 PRODUCT-IDX PIC 9(3) VALUE 0.

      *    Units and value sold by item code. Refunds and voids are
      *    taken off, so the figures are what actually left the shop.
       01 PRODUCT-SALES-TABLE.
           05 PS-COUNT PIC 9(3) VALUE 0.
           05 PS-ENTRY OCCURS 500 TIMES.
               10 PS-CODE PIC X(6).
               10 PS-UNITS PIC S9(6).
               10 PS-VALUE PIC S9(8).
       01 PS-IDX PIC 9(3) VALUE 0.
       01 WS-PS-FOUND-SW PIC X VALUE "N".
           88 WS-PS-FOUND VALUE "Y".
       01 WS-PS-SIGN PIC S9 VALUE 1.
       01 WS-PS-UNITS PIC 9(3) VALUE 0.
       01 WS-ITEM-IDX PIC 99 VALUE 0.
       01 WS-ITEM-LIMIT PIC 99 VALUE 0.

       01 RPT-TITLE-LINE.
           05 FILLER               PIC X(22)
           05 RPT-AMOUNT-VALUE     PIC ZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(6) VALUE " PENCE".

       01 RPT-NET-LINE.
           05 RPT-NET-LABEL        PIC X(30).
           05 RPT-NET-VALUE        PIC --,---,--9.
           05 FILLER               PIC X(6) VALUE " PENCE".

       01 RPT-PRODUCT-HEADER.
           05 FILLER               PIC X(8)  VALUE "CODE".
           05 FILLER               PIC X(22) VALUE "DESCRIPTION".
           05 FILLER               PIC X(6)  VALUE " UNITS".
           05 FILLER               PIC X(12) VALUE "       VALUE".

       01 RPT-PRODUCT-LINE.
           05 RPT-PRD-CODE         PIC X(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-PRD-DESCRIPTION  PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-PRD-UNITS        PIC -----9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RPT-PRD-VALUE        PIC --,---,--9.
           05 FILLER               PIC X(6)  VALUE " PENCE".

       PROCEDURE DIVISION.
       MAIN-LOGIC.

                   WS-CONFIG-FILENAME "; cannot continue."
               STOP RUN
           END-IF
           PERFORM LOAD-PRODUCT-FILE

           DISPLAY "Enter till file name: " WITH NO ADVANCING
           ACCEPT WS-TILL-FILENAME
               WRITE ARCHIVE-RECORD
           END-IF

      *    A voided sale stays in the completed count and gross
      *    takings; the void record carries the sale's amounts so it
      *    can be taken off again for net takings and change paid out.
      *    A refund's total is what was paid out of the drawer.
           EVALUATE JRN-OUTCOME
           WHEN "C"
               MOVE 1 TO WS-PS-SIGN
               PERFORM TALLY-PRODUCT-SALES
               ADD 1 TO WS-COMPLETED-COUNT
               ADD JRN-TOTAL-PENCE TO WS-GROSS-TAKINGS
               PERFORM VARYING CURRENCY-COUNTER FROM 1 BY 1
                          * CURRENCY-VALUE(CURRENCY-COUNTER))
               END-PERFORM
               SET CURRENCY-COUNTER TO 1
           WHEN "R"
               MOVE -1 TO WS-PS-SIGN
               PERFORM TALLY-PRODUCT-SALES
               ADD 1 TO WS-REFUND-COUNT
               ADD JRN-TOTAL-PENCE TO WS-REFUND-VALUE
           WHEN "V"
               MOVE -1 TO WS-PS-SIGN
               PERFORM TALLY-PRODUCT-SALES
               ADD 1 TO WS-VOID-COUNT
               ADD JRN-TOTAL-PENCE TO WS-VOID-VALUE
               PERFORM VARYING CURRENCY-COUNTER FROM 1 BY 1
                       UNTIL CURRENCY-COUNTER > DENOM-COUNT
                   COMPUTE WS-VOID-CHANGE = WS-VOID-CHANGE
                       + (JRN-CHANGE-COUNT(CURRENCY-COUNTER)
                          * CURRENCY-VALUE(CURRENCY-COUNTER))
               END-PERFORM
               SET CURRENCY-COUNTER TO 1
           WHEN OTHER
               ADD 1 TO WS-ABORTED-COUNT
           END-EVALUATE.

      *    Journal records written before items carried a code have
      *    spaces there; those items are counted one unit each under
      *    a blank code.
       TALLY-PRODUCT-SALES.
           MOVE 0 TO WS-ITEM-LIMIT
           IF JRN-ITEM-COUNT NUMERIC
               MOVE JRN-ITEM-COUNT TO WS-ITEM-LIMIT
           END-IF
           IF WS-ITEM-LIMIT > 20
               MOVE 20 TO WS-ITEM-LIMIT
           END-IF
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-LIMIT
               IF JRN-ITEM-QTY(WS-ITEM-IDX) NUMERIC
                   MOVE JRN-ITEM-QTY(WS-ITEM-IDX) TO WS-PS-UNITS
               ELSE
                   MOVE 1 TO WS-PS-UNITS
               END-IF
               PERFORM FIND-PRODUCT-SALES-ENTRY
               IF PS-IDX > 0
                   COMPUTE PS-UNITS(PS-IDX) = PS-UNITS(PS-IDX)
                       + (WS-PS-SIGN * WS-PS-UNITS)
                   COMPUTE PS-VALUE(PS-IDX) = PS-VALUE(PS-IDX)
                       + (WS-PS-SIGN * JRN-ITEM-PENCE(WS-ITEM-IDX))
               END-IF
           END-PERFORM.

       FIND-PRODUCT-SALES-ENTRY.
           MOVE "N" TO WS-PS-FOUND-SW
           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > PS-COUNT OR WS-PS-FOUND
               IF PS-CODE(PS-IDX) = JRN-ITEM-CODE(WS-ITEM-IDX)
                   SET WS-PS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PS-FOUND
               SUBTRACT 1 FROM PS-IDX
           ELSE
               IF PS-COUNT >= 500
                   DISPLAY "Product sales table full; "
                       JRN-ITEM-CODE(WS-ITEM-IDX) " not counted."
                   MOVE 0 TO PS-IDX
               ELSE
                   ADD 1 TO PS-COUNT
                   MOVE PS-COUNT TO PS-IDX
                   MOVE JRN-ITEM-CODE(WS-ITEM-IDX) TO PS-CODE(PS-IDX)
                   MOVE 0 TO PS-UNITS(PS-IDX)
                   MOVE 0 TO PS-VALUE(PS-IDX)
               END-IF
           END-IF.

      *    The product file only supplies descriptions for the sales
      *    by product section; without it the codes print alone.
       LOAD-PRODUCT-FILE.
           DISPLAY "Enter product price file name (blank = none): "
               WITH NO ADVANCING
           ACCEPT WS-PRODUCT-FILENAME
           MOVE 0 TO PRODUCT-COUNT
           IF WS-PRODUCT-FILENAME NOT = SPACES
               OPEN INPUT PRODUCT-FILE
               IF WS-PRODUCT-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open product file: "
                       WS-PRODUCT-FILENAME
                       " (status " WS-PRODUCT-FILE-STATUS ")"
               ELSE
                   PERFORM UNTIL WS-PRODUCT-EOF
                       READ PRODUCT-FILE
                           AT END
                               SET WS-PRODUCT-EOF TO TRUE
                           NOT AT END
                               IF PRODUCT-RECORD NOT = SPACES
                                   AND PRODUCT-COUNT < 500
                                   ADD 1 TO PRODUCT-COUNT
                                   MOVE PRD-CODE
                                       TO PT-CODE(PRODUCT-COUNT)
                                   MOVE PRD-DESCRIPTION
                                       TO PT-DESCRIPTION(PRODUCT-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRODUCT-FILE
               END-IF
           END-IF.

       READ-TILL-FILE.
           MOVE RPT-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "REFUNDS" TO RPT-COUNT-LABEL
           MOVE WS-REFUND-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "REFUNDS PAID OUT" TO RPT-AMOUNT-LABEL
           MOVE WS-REFUND-VALUE TO RPT-AMOUNT-VALUE
           MOVE RPT-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "VOIDED SALES" TO RPT-COUNT-LABEL
           MOVE WS-VOID-COUNT TO RPT-COUNT-VALUE
           MOVE RPT-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "VOIDED SALES VALUE" TO RPT-AMOUNT-LABEL
           MOVE WS-VOID-VALUE TO RPT-AMOUNT-VALUE
           MOVE RPT-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           COMPUTE WS-NET-TAKINGS =
               WS-GROSS-TAKINGS - WS-REFUND-VALUE - WS-VOID-VALUE
           MOVE "NET TAKINGS" TO RPT-NET-LABEL
           MOVE WS-NET-TAKINGS TO RPT-NET-VALUE
           MOVE RPT-NET-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-VOID-CHANGE > WS-CHANGE-PAID-OUT
               MOVE 0 TO WS-CHANGE-PAID-OUT
           ELSE
               SUBTRACT WS-VOID-CHANGE FROM WS-CHANGE-PAID-OUT
           END-IF
           MOVE "CHANGE PAID OUT" TO RPT-AMOUNT-LABEL
           MOVE WS-CHANGE-PAID-OUT TO RPT-AMOUNT-VALUE
           MOVE RPT-AMOUNT-LINE TO REPORT-LINE
           MOVE RPT-AMOUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM PRINT-PRODUCT-SALES

           CLOSE Z-REPORT-FILE
           DISPLAY "Z-report written to Z-REPORT.RPT".

       PRINT-PRODUCT-SALES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SALES BY PRODUCT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-PRODUCT-HEADER TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RPT-SEPARATOR-LINE TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > PS-COUNT
               MOVE PS-CODE(PS-IDX) TO RPT-PRD-CODE
               MOVE SPACES TO RPT-PRD-DESCRIPTION
               IF PS-CODE(PS-IDX) = SPACES
                   MOVE "(NO ITEM CODE)" TO RPT-PRD-DESCRIPTION
               ELSE
                   PERFORM VARYING PRODUCT-IDX FROM 1 BY 1
                           UNTIL PRODUCT-IDX > PRODUCT-COUNT
                       IF PT-CODE(PRODUCT-IDX) = PS-CODE(PS-IDX)
                           MOVE PT-DESCRIPTION(PRODUCT-IDX)
                               TO RPT-PRD-DESCRIPTION
                       END-IF
                   END-PERFORM
               END-IF
               MOVE PS-UNITS(PS-IDX) TO RPT-PRD-UNITS
               MOVE PS-VALUE(PS-IDX) TO RPT-PRD-VALUE
               MOVE RPT-PRODUCT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           IF PS-COUNT = 0
               MOVE "NO ITEMS SOLD" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       CLOSE-OUT-JOURNAL.
           IF WS-JOURNAL-PRESENT AND WS-ARCHIVE-OK
               OPEN OUTPUT JOURNAL-FILE
