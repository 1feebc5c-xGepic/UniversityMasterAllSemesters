               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-FILE-STATUS.

           SELECT PRODUCT-FILE ASSIGN TO DYNAMIC WS-PRODUCT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TILL-FILE.
                                      PIC 9(4).
           05 JRN-CHANGE-COUNT OCCURS 12 TIMES
                                      PIC 9(4).
           05 JRN-ITEM-DETAIL OCCURS 20 TIMES.
               10 JRN-ITEM-CODE       PIC X(6).
               10 JRN-ITEM-QTY        PIC 9(3).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD              PIC X(100).
       FD  RECEIPT-FILE.
       01  RECEIPT-LINE               PIC X(60).

       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05 PRD-CODE                PIC X(6).
           05 PRD-DESCRIPTION         PIC X(20).
           05 PRD-PRICE               PIC 9(6).
           05 PRD-ACTIVE              PIC X.

       WORKING-STORAGE SECTION.
       01 CURRENT-PURSE.
           05 CURRENT-CURRENCY OCCURS 12 TIMES.
       01 WS-JOURNAL-FILE-STATUS PIC XX.
       01 WS-JRN-OUTCOME PIC X VALUE "C".
       01 WS-JRN-REASON PIC X(20) VALUE SPACES.
       01 WS-JOURNAL-EOF-SW PIC X VALUE "N".
           88 WS-JOURNAL-EOF VALUE "Y".

      *    Journal outcomes: C completed sale, A aborted, R refund
      *    paid out, V previous sale voided.
       01 WS-TRANS-TYPE PIC X VALUE "S".
           88 WS-TRANS-SALE VALUE "S".
           88 WS-TRANS-REFUND VALUE "R".
           88 WS-TRANS-VOID VALUE "V".
       01 WS-TRANS-REASON PIC X(20) VALUE SPACES.

      *    The last record on today's journal, for voiding.
       01 LAST-JOURNAL-RECORD.
           05 LST-TILL-NAME           PIC X(30).
           05 LST-OUTCOME             PIC X.
           05 LST-ABORT-REASON        PIC X(20).
           05 LST-TOTAL-PENCE         PIC 9(6).
           05 LST-ITEM-COUNT          PIC 9(2).
           05 LST-ITEM-PENCE OCCURS 20 TIMES
                                      PIC 9(6).
           05 LST-TENDER-COUNT OCCURS 12 TIMES
                                      PIC 9(4).
           05 LST-CHANGE-COUNT OCCURS 12 TIMES
                                      PIC 9(4).
           05 LST-ITEM-DETAIL OCCURS 20 TIMES.
               10 LST-ITEM-CODE       PIC X(6).
               10 LST-ITEM-QTY        PIC 9(3).
       01 WS-LAST-FOUND-SW PIC X VALUE "N".
           88 WS-LAST-FOUND VALUE "Y".

       01 WS-CONFIG-FILENAME PIC X(100).
       01 WS-CONFIG-FILE-STATUS PIC XX.
       01 WS-DENOM-NAME-TEXT PIC X(20).
       01 WS-DENOM-VALUE-TEXT PIC X(20).

      *    Prices are held in the minor units (pence) of the
      *    denomination config the till runs.
       01 PRODUCT-TABLE.
           05 PRODUCT-COUNT PIC 9(3) VALUE 0.
           05 PRODUCT-ENTRY OCCURS 500 TIMES.
               10 PT-CODE PIC X(6).
               10 PT-DESCRIPTION PIC X(20).
               10 PT-PRICE PIC 9(6).
               10 PT-ACTIVE PIC X.
       01 PRODUCT-IDX PIC 9(3) VALUE 0.
       01 WS-PRODUCT-FILENAME PIC X(100).
       01 WS-PRODUCT-FILE-STATUS PIC XX.
       01 WS-PRODUCT-EOF-SW PIC X VALUE "N".
           88 WS-PRODUCT-EOF VALUE "Y".
       01 WS-PRODUCT-FOUND-SW PIC X VALUE "N".
           88 WS-PRODUCT-FOUND VALUE "Y".

       01 ITEMS.
           05 ITEM-COUNT PIC 99 VALUE 0.
           05 ITEM OCCURS 20 TIMES.
               10 ITEM-CODE PIC X(6) VALUE SPACES.
               10 ITEM-DESCRIPTION PIC X(20) VALUE SPACES.
               10 ITEM-QTY PIC 9(3) VALUE 0.
               10 ITEM-UNIT-PENCE PIC 9(6) VALUE 0.
               10 ITEM-LINE-PENCE PIC 9(6) VALUE 0.

       01 WS-ITEM-CODE-TEXT PIC X(10).
       01 WS-ITEM-CODE PIC X(10).
       01 WS-QTY-TEXT PIC X(4).
       01 WS-QTY-TRIM PIC X(4).
       01 WS-QTY PIC 9(3) VALUE 0.
       01 WS-LINE-PENCE PIC 9(7) VALUE 0.
       01 WS-CHAR-IDX PIC 9 VALUE 1.
       01 WS-QTY-DIGITS PIC 9 VALUE 0.
       01 WS-QTY-VALID-SW PIC X VALUE "Y".
           88 WS-QTY-VALID VALUE "Y".
           88 WS-QTY-INVALID VALUE "N".
       01 WS-QTY-SPACE-SW PIC X VALUE "N".
           88 WS-QTY-SPACE-SEEN VALUE "Y".
       01 WS-ITEM-NO PIC 99 VALUE 0.
       01 WS-SALE-DONE-SW PIC X VALUE "N".
           88 WS-SALE-DONE VALUE "Y".

       01 WS-RECEIPT-FILENAME PIC X(100).
       01 WS-RECEIPT-FILE-STATUS PIC XX.

       01 RCP-TITLE-LINE.
           05 RCP-TITLE-TEXT PIC X(24) VALUE "*** CUSTOMER RECEIPT ***".
           05 FILLER PIC X(36) VALUE SPACES.

       01 RCP-REASON-LINE.
           05 FILLER PIC X(8) VALUE "REASON: ".
           05 RCP-REASON PIC X(52).

       01 RCP-TILL-LINE.
           05 FILLER PIC X(6) VALUE "TILL: ".
           05 RCP-TILL-NAME PIC X(54).

       01 RCP-RULE-LINE.
           05 FILLER PIC X(55) VALUE ALL "-".
           05 FILLER PIC X(5) VALUE SPACES.

       01 RCP-ITEM-LINE.
           05 RCP-ITEM-CODE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RCP-ITEM-DESCRIPTION PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RCP-ITEM-QTY PIC ZZ9.
           05 FILLER PIC X(3) VALUE " @ ".
           05 RCP-ITEM-UNIT PIC ZZZ,ZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RCP-ITEM-PENCE PIC ZZZ,ZZ9.
           05 FILLER PIC X(6) VALUE " PENCE".

       01 RCP-TOTAL-LINE.
           05 FILLER PIC X(42) VALUE "TOTAL".
           05 RCP-TOTAL-PENCE PIC ZZZ,ZZ9.
           05 FILLER PIC X(6) VALUE " PENCE".

       Main.

           PERFORM LOAD-CURRENCY-CONFIG.
           PERFORM LOAD-PRODUCT-FILE.
           PERFORM READ-TILL-FILE.
           PERFORM ACCEPT-TRANSACTION-TYPE.

           IF WS-TRANS-REFUND
               PERFORM PROCESS-REFUND
               STOP RUN
           END-IF.
           IF WS-TRANS-VOID
               PERFORM PROCESS-VOID
               STOP RUN
           END-IF.

           PERFORM ACCEPT-SALE-ITEMS.

           PERFORM CALCULATE-PAYMENT-AMOUNT.
                   TO CURRENCY-VALUE(DENOM-COUNT)
           END-IF.

       LOAD-PRODUCT-FILE.
           DISPLAY "Enter product price file name: "
               WITH NO ADVANCING
           ACCEPT WS-PRODUCT-FILENAME
           MOVE 0 TO PRODUCT-COUNT
           MOVE "N" TO WS-PRODUCT-EOF-SW

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
                           PERFORM ADD-PRODUCT
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-FILE
               DISPLAY "Loaded " PRODUCT-COUNT " products from "
                   WS-PRODUCT-FILENAME
           END-IF

           IF PRODUCT-COUNT = 0
               DISPLAY "No products loaded; cannot continue."
               STOP RUN
           END-IF.

       ADD-PRODUCT.
           IF PRODUCT-RECORD = SPACES
               CONTINUE
           ELSE
               IF PRODUCT-COUNT >= 500
                   DISPLAY "Product table full; " PRD-CODE
                       " ignored."
               ELSE
                   IF PRD-PRICE NOT NUMERIC
                       DISPLAY "Product " PRD-CODE
                           " has no valid price; ignored."
                   ELSE
                       ADD 1 TO PRODUCT-COUNT
                       MOVE PRD-CODE TO PT-CODE(PRODUCT-COUNT)
                       MOVE PRD-DESCRIPTION
                           TO PT-DESCRIPTION(PRODUCT-COUNT)
                       MOVE PRD-PRICE TO PT-PRICE(PRODUCT-COUNT)
                       MOVE PRD-ACTIVE TO PT-ACTIVE(PRODUCT-COUNT)
                   END-IF
               END-IF
           END-IF.

       READ-TILL-FILE.
           DISPLAY "Enter till file name: " WITH NO ADVANCING
           ACCEPT WS-TILL-FILENAME
               MOVE ITEM-COUNT TO JRN-ITEM-COUNT
               PERFORM VARYING ITEM-COUNTER FROM 1 BY 1
                       UNTIL ITEM-COUNTER > 20
                   EVALUATE TRUE
                   WHEN ITEM-COUNTER > ITEM-COUNT
                       MOVE 0 TO JRN-ITEM-PENCE(ITEM-COUNTER)
                       MOVE SPACES TO JRN-ITEM-CODE(ITEM-COUNTER)
                       MOVE 0 TO JRN-ITEM-QTY(ITEM-COUNTER)
                   WHEN WS-TRANS-VOID
                       MOVE LST-ITEM-PENCE(ITEM-COUNTER)
                           TO JRN-ITEM-PENCE(ITEM-COUNTER)
                       MOVE LST-ITEM-CODE(ITEM-COUNTER)
                           TO JRN-ITEM-CODE(ITEM-COUNTER)
                       MOVE LST-ITEM-QTY(ITEM-COUNTER)
                           TO JRN-ITEM-QTY(ITEM-COUNTER)
                   WHEN OTHER
                       MOVE ITEM-LINE-PENCE(ITEM-COUNTER)
                           TO JRN-ITEM-PENCE(ITEM-COUNTER)
                       MOVE ITEM-CODE(ITEM-COUNTER)
                           TO JRN-ITEM-CODE(ITEM-COUNTER)
                       MOVE ITEM-QTY(ITEM-COUNTER)
                           TO JRN-ITEM-QTY(ITEM-COUNTER)
                   END-EVALUATE
               END-PERFORM
               PERFORM VARYING CURRENCY-COUNTER FROM 1 BY 1
                       UNTIL CURRENCY-COUNTER > 12
                   WS-JOURNAL-FILENAME
           END-IF.

       ACCEPT-TRANSACTION-TYPE.
           DISPLAY "Transaction type (S = sale, R = refund,"
               " V = void previous sale; blank = sale): "
               WITH NO ADVANCING
           ACCEPT WS-TRANS-TYPE
           MOVE FUNCTION UPPER-CASE(WS-TRANS-TYPE) TO WS-TRANS-TYPE
           IF WS-TRANS-TYPE = SPACE
               MOVE "S" TO WS-TRANS-TYPE
           END-IF
           IF NOT WS-TRANS-SALE AND NOT WS-TRANS-REFUND
               AND NOT WS-TRANS-VOID
               DISPLAY "Unknown transaction type " WS-TRANS-TYPE
                   "; nothing done."
               STOP RUN
           END-IF.

       ACCEPT-TRANSACTION-REASON.
           MOVE SPACES TO WS-TRANS-REASON
           PERFORM UNTIL WS-TRANS-REASON NOT = SPACES
               DISPLAY "Reason (required): " WITH NO ADVANCING
               ACCEPT WS-TRANS-REASON
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-TRANS-REASON)
               TO WS-TRANS-REASON.

      *    A refund is keyed like a sale and paid out of the drawer in
      *    the fewest notes and coins it holds. If the drawer cannot
      *    make up the exact amount nothing is paid out and the refund
      *    is journaled as aborted.
       PROCESS-REFUND.
           PERFORM ACCEPT-TRANSACTION-REASON
           DISPLAY "Enter the refunded items."
           PERFORM ACCEPT-SALE-ITEMS
           PERFORM CALCULATE-PAYMENT-AMOUNT
           MOVE PAYMENT-AMOUNT TO SALE-TOTAL-PENCE
           MOVE PAYMENT-AMOUNT TO CHANGE-AMOUNT
           DISPLAY "Refund due: " CHANGE-AMOUNT " pence."

           PERFORM CALCULATE-CURRENT-AMOUNT
           IF CURRENT-AMOUNT < CHANGE-AMOUNT
               DISPLAY "Drawer holds only " CURRENT-AMOUNT
                   " pence; refund not paid."
               MOVE "A" TO WS-JRN-OUTCOME
               MOVE "REFUND NO FUNDS" TO WS-JRN-REASON
               PERFORM WRITE-JOURNAL-RECORD
               PERFORM WRITE-TILL-FILE
               STOP RUN
           END-IF

           PERFORM CALCULATE-MINIMUM-CHANGE
           IF CHANGE-REMAINING > 0
               PERFORM RESTORE-REFUND-PAYOUT
               DISPLAY "Refund not paid."
               MOVE "A" TO WS-JRN-OUTCOME
               MOVE "REFUND NO EXACT CASH" TO WS-JRN-REASON
               PERFORM WRITE-JOURNAL-RECORD
               PERFORM WRITE-TILL-FILE
               STOP RUN
           END-IF

           DISPLAY "Refund paid out:"
           PERFORM VARYING CURRENCY-COUNTER FROM 1 BY 1
                   UNTIL CURRENCY-COUNTER > DENOM-COUNT
               IF CHANGE-DUE-CURRENCY-AMOUNT(CURRENCY-COUNTER) > 0
                   DISPLAY CHANGE-DUE-CURRENCY-AMOUNT(CURRENCY-COUNTER)
                       " x " DENOM-NAME(CURRENCY-COUNTER)
               END-IF
           END-PERFORM
           SET CURRENCY-COUNTER TO 1

           MOVE "R" TO WS-JRN-OUTCOME
           MOVE WS-TRANS-REASON TO WS-JRN-REASON
           PERFORM WRITE-JOURNAL-RECORD
           PERFORM WRITE-RECEIPT-FILE
           PERFORM WRITE-TILL-FILE.

       RESTORE-REFUND-PAYOUT.
           PERFORM VARYING CURRENCY-COUNTER FROM 1 BY 1
                   UNTIL CURRENCY-COUNTER > DENOM-COUNT
               ADD CHANGE-DUE-CURRENCY-AMOUNT(CURRENCY-COUNTER)
                   TO CURRENT-CURRENCY-AMOUNT(CURRENCY-COUNTER)
               MOVE 0 TO CHANGE-DUE-CURRENCY-AMOUNT(CURRENCY-COUNTER)
           END-PERFORM
           SET CURRENCY-COUNTER TO 1.

      *    Only the last transaction on today's journal can be voided,
      *    and only if it was a completed sale. Its tender and change
      *    go back into the drawer and the void is journaled with the
      *    original sale's amounts so the Z-report and reconciliation
      *    can reverse it.
       PROCESS-VOID.
           PERFORM READ-LAST-JOURNAL-RECORD
           IF NOT WS-LAST-FOUND
               DISPLAY "No transactions on the journal for "
                   WS-TILL-FILENAME "; nothing to void."
               STOP RUN
           END-IF
           IF LST-OUTCOME NOT = "C"
               DISPLAY "The last transaction was not a completed"
                   " sale (outcome " LST-OUTCOME "); nothing voided."
               STOP RUN
           END-IF

           DISPLAY "Sale to void: " LST-TOTAL-PENCE " pence, "
               LST-ITEM-COUNT " items."
           PERFORM ACCEPT-TRANSACTION-REASON

           MOVE LST-TOTAL-PENCE TO SALE-TOTAL-PENCE
           MOVE LST-ITEM-COUNT TO ITEM-COUNT
           PERFORM VARYING CURRENCY-COUNTER FROM 1 BY 1
                   UNTIL CURRENCY-COUNTER > 12
               MOVE LST-TENDER-COUNT(CURRENCY-COUNTER)
                   TO PAYMENT-CURRENCY-AMOUNT(CURRENCY-COUNTER)
               MOVE LST-CHANGE-COUNT(CURRENCY-COUNTER)
                   TO CHANGE-DUE-CURRENCY-AMOUNT(CURRENCY-COUNTER)
               IF CURRENCY-COUNTER NOT > DENOM-COUNT
                   COMPUTE CURRENT-CURRENCY-AMOUNT(CURRENCY-COUNTER) =
                       CURRENT-CURRENCY-AMOUNT(CURRENCY-COUNTER)
                       + LST-TENDER-COUNT(CURRENCY-COUNTER)
                       + LST-CHANGE-COUNT(CURRENCY-COUNTER)
               END-IF
           END-PERFORM
           SET CURRENCY-COUNTER TO 1

           MOVE "V" TO WS-JRN-OUTCOME
           MOVE WS-TRANS-REASON TO WS-JRN-REASON
           PERFORM WRITE-JOURNAL-RECORD
           PERFORM WRITE-TILL-FILE
           DISPLAY "Sale of " SALE-TOTAL-PENCE " pence voided.".

       READ-LAST-JOURNAL-RECORD.
           MOVE "N" TO WS-LAST-FOUND-SW
           MOVE "N" TO WS-JOURNAL-EOF-SW
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-EOF
                   READ JOURNAL-FILE
                       AT END
                           SET WS-JOURNAL-EOF TO TRUE
                       NOT AT END
                           MOVE JOURNAL-RECORD TO LAST-JOURNAL-RECORD
                           SET WS-LAST-FOUND TO TRUE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       ACCEPT-SALE-ITEMS.
            DISPLAY "Enter up to 20 items by item code and quantity.".
            DISPLAY "Enter E (or a blank line) for the item code to"
                " end the sale.".
            MOVE 0 TO ITEM-COUNT.
            MOVE "N" TO WS-SALE-DONE-SW.
            PERFORM ACCEPT-ONE-ITEM
            END-IF.
            SET CURRENCY-COUNTER TO 1.

      *    Unknown codes are always refused. Inactive codes are
      *    refused for a sale but may still be refunded, since the
      *    customer may have bought the item before it was withdrawn.
       ACCEPT-ONE-ITEM.
            COMPUTE WS-ITEM-NO = ITEM-COUNT + 1.
            DISPLAY "Item " WS-ITEM-NO ": Code:".
            ACCEPT WS-ITEM-CODE-TEXT.
            MOVE FUNCTION UPPER-CASE
                (FUNCTION TRIM(WS-ITEM-CODE-TEXT))
                TO WS-ITEM-CODE.
            IF WS-ITEM-CODE = SPACES
               OR WS-ITEM-CODE = "E"
               OR WS-ITEM-CODE = "END"
               SET WS-SALE-DONE TO TRUE
            ELSE
               PERFORM FIND-PRODUCT
               IF NOT WS-PRODUCT-FOUND
                  DISPLAY "Unknown item code " WS-ITEM-CODE
                      "; entry ignored."
               ELSE
                  IF PT-ACTIVE(PRODUCT-IDX) NOT = "Y"
                     AND NOT WS-TRANS-REFUND
                     DISPLAY "Item code " WS-ITEM-CODE
                         " is not on sale; entry ignored."
                  ELSE
                     PERFORM ACCEPT-ITEM-QUANTITY
                  END-IF
               END-IF
            END-IF.

       ACCEPT-ITEM-QUANTITY.
            DISPLAY PT-DESCRIPTION(PRODUCT-IDX) " @ "
                PT-PRICE(PRODUCT-IDX) " pence".
            DISPLAY "Quantity (blank = 1):".
            ACCEPT WS-QTY-TEXT.
            MOVE FUNCTION TRIM(WS-QTY-TEXT) TO WS-QTY-TRIM.
            IF WS-QTY-TRIM = SPACES
               MOVE "001" TO WS-QTY-TRIM
            END-IF.
            PERFORM VALIDATE-QUANTITY-ENTRY.
            IF WS-QTY-VALID
               MOVE FUNCTION NUMVAL(WS-QTY-TRIM) TO WS-QTY
               IF WS-QTY = 0
                  MOVE "N" TO WS-QTY-VALID-SW
               END-IF
            END-IF.
            IF WS-QTY-INVALID
               DISPLAY "Quantity must be 1-999; entry ignored."
            ELSE
               COMPUTE WS-LINE-PENCE = WS-QTY * PT-PRICE(PRODUCT-IDX)
               IF WS-LINE-PENCE > 999999
                  DISPLAY "Line value too large; entry ignored."
               ELSE
                  ADD 1 TO ITEM-COUNT
                  MOVE PT-CODE(PRODUCT-IDX) TO ITEM-CODE(ITEM-COUNT)
                  MOVE PT-DESCRIPTION(PRODUCT-IDX)
                      TO ITEM-DESCRIPTION(ITEM-COUNT)
                  MOVE WS-QTY TO ITEM-QTY(ITEM-COUNT)
                  MOVE PT-PRICE(PRODUCT-IDX)
                      TO ITEM-UNIT-PENCE(ITEM-COUNT)
                  MOVE WS-LINE-PENCE TO ITEM-LINE-PENCE(ITEM-COUNT)
               END-IF
            END-IF.

       VALIDATE-QUANTITY-ENTRY.
            MOVE "Y" TO WS-QTY-VALID-SW.
            MOVE "N" TO WS-QTY-SPACE-SW.
            MOVE 0 TO WS-QTY-DIGITS.
            PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                    UNTIL WS-CHAR-IDX > 4
               IF WS-QTY-TRIM(WS-CHAR-IDX:1) NUMERIC
                  IF WS-QTY-SPACE-SEEN
                     MOVE "N" TO WS-QTY-VALID-SW
                  END-IF
                  ADD 1 TO WS-QTY-DIGITS
               ELSE
                  IF WS-QTY-TRIM(WS-CHAR-IDX:1) = SPACE
                     SET WS-QTY-SPACE-SEEN TO TRUE
                  ELSE
                     MOVE "N" TO WS-QTY-VALID-SW
                  END-IF
               END-IF
            END-PERFORM.
            IF WS-QTY-DIGITS = 0 OR WS-QTY-DIGITS > 3
               MOVE "N" TO WS-QTY-VALID-SW
            END-IF.

       FIND-PRODUCT.
            MOVE "N" TO WS-PRODUCT-FOUND-SW.
            PERFORM VARYING PRODUCT-IDX FROM 1 BY 1
                    UNTIL PRODUCT-IDX > PRODUCT-COUNT
                    OR WS-PRODUCT-FOUND
               IF PT-CODE(PRODUCT-IDX) = WS-ITEM-CODE
                  SET WS-PRODUCT-FOUND TO TRUE
               END-IF
            END-PERFORM.
            IF WS-PRODUCT-FOUND
               SUBTRACT 1 FROM PRODUCT-IDX
            END-IF.

       CALCULATE-PAYMENT-AMOUNT.
            PERFORM VARYING ITEM-COUNTER FROM 1 BY 1
                    UNTIL ITEM-COUNTER > ITEM-COUNT
               ADD ITEM-LINE-PENCE(ITEM-COUNTER) TO PAYMENT-AMOUNT
            END-PERFORM.

       CALCULATE-CURRENT-AMOUNT.

           SET CURRENCY-COUNTER TO 1.

      *    One printable receipt per completed sale or refund, each
      *    overwriting the last: item lines, the total, then tender
      *    (or the refund reason) and change or refund payout
      *    counts by denomination name from the loaded config.
       WRITE-RECEIPT-FILE.
           OPEN OUTPUT RECEIPT-FILE
                   WS-RECEIPT-FILENAME
                   " (status " WS-RECEIPT-FILE-STATUS ")"
           ELSE
               IF WS-TRANS-REFUND
                   MOVE "***  REFUND RECEIPT  ***" TO RCP-TITLE-TEXT
               ELSE
                   MOVE "*** CUSTOMER RECEIPT ***" TO RCP-TITLE-TEXT
               END-IF
               MOVE RCP-TITLE-LINE TO RECEIPT-LINE
               WRITE RECEIPT-LINE
               MOVE WS-TILL-FILENAME TO RCP-TILL-NAME

               PERFORM VARYING ITEM-COUNTER FROM 1 BY 1
                       UNTIL ITEM-COUNTER > ITEM-COUNT
                   MOVE ITEM-CODE(ITEM-COUNTER) TO RCP-ITEM-CODE
                   MOVE ITEM-DESCRIPTION(ITEM-COUNTER)
                       TO RCP-ITEM-DESCRIPTION
                   MOVE ITEM-QTY(ITEM-COUNTER) TO RCP-ITEM-QTY
                   MOVE ITEM-UNIT-PENCE(ITEM-COUNTER) TO RCP-ITEM-UNIT
                   MOVE ITEM-LINE-PENCE(ITEM-COUNTER) TO RCP-ITEM-PENCE
                   MOVE RCP-ITEM-LINE TO RECEIPT-LINE
                   WRITE RECEIPT-LINE
               END-PERFORM
               MOVE RCP-BLANK-LINE TO RECEIPT-LINE
               WRITE RECEIPT-LINE

               IF WS-TRANS-REFUND
                   MOVE WS-TRANS-REASON TO RCP-REASON
                   MOVE RCP-REASON-LINE TO RECEIPT-LINE
                   WRITE RECEIPT-LINE
                   MOVE "PAID OUT:" TO RCP-SECTION-LABEL
               ELSE
                   MOVE "TENDERED:" TO RCP-SECTION-LABEL
                   MOVE RCP-SECTION-LINE TO RECEIPT-LINE
                   WRITE RECEIPT-LINE
                   PERFORM VARYING CURRENCY-COUNTER FROM 1 BY 1
                           UNTIL CURRENCY-COUNTER > DENOM-COUNT
                       IF PAYMENT-CURRENCY-AMOUNT(CURRENCY-COUNTER)
                               > 0
                           MOVE PAYMENT-CURRENCY-AMOUNT
                               (CURRENCY-COUNTER) TO RCP-CNT-COUNT
                           MOVE DENOM-NAME(CURRENCY-COUNTER)
                               TO RCP-CNT-DENOM
                           MOVE RCP-COUNT-LINE TO RECEIPT-LINE
                           WRITE RECEIPT-LINE
                       END-IF
                   END-PERFORM
                   MOVE "CHANGE:" TO RCP-SECTION-LABEL
               END-IF
               MOVE RCP-SECTION-LINE TO RECEIPT-LINE
               WRITE RECEIPT-LINE
               PERFORM VARYING CURRENCY-COUNTER FROM 1 BY 1
