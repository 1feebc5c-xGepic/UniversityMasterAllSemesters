       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODUCTMAINT.
       AUTHOR. Stefan Simanek.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO DYNAMIC WS-PRODUCT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CONFIG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           05 PRD-CODE                PIC X(6).
           05 PRD-DESCRIPTION         PIC X(20).
           05 PRD-PRICE               PIC 9(6).
           05 PRD-ACTIVE              PIC X.

       FD  CONFIG-FILE.
       01  CONFIG-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 CUR.
           05 CUR-CURRENCY OCCURS 12 TIMES.
               10 DENOM-NAME PIC X(20).
               10 CURRENCY-VALUE PIC 9(4) VALUE 0.
       01 DENOM-COUNT PIC 99 VALUE 0.
       01 POUND-VALUE PIC 9(4) VALUE 0.
       01 SHILLING-VALUE PIC 9(4) VALUE 0.

      *    Prices are held in the minor units of the denomination
      *    config the product file is used with; they are keyed here
      *    as pounds, shillings and pence and converted with that
      *    config's POUND and SHILLING values.
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
       01 WS-CHANGED-SW PIC X VALUE "N".
           88 WS-CHANGED VALUE "Y".

       01 WS-CONFIG-FILENAME PIC X(100).
       01 WS-CONFIG-FILE-STATUS PIC XX.
       01 WS-CONFIG-EOF-SW PIC X VALUE "N".
           88 WS-CONFIG-EOF VALUE "Y".
       01 WS-CONFIG-KEYWORD PIC X(20).
       01 WS-CONFIG-VALUE PIC X(60).
       01 WS-DENOM-NAME-TEXT PIC X(20).
       01 WS-DENOM-VALUE-TEXT PIC X(20).

       01 WS-MENU-CHOICE PIC 9 VALUE 0.
       01 WS-CODE-TEXT PIC X(10).
       01 WS-CODE PIC X(10).
       01 WS-DESCRIPTION-TEXT PIC X(20).
       01 WS-ACTIVE-TEXT PIC X.
       01 WS-PRICE-POUNDS PIC 9(3) VALUE 0.
       01 WS-PRICE-SHILLINGS PIC 9(3) VALUE 0.
       01 WS-PRICE-PENCE PIC 9(3) VALUE 0.
       01 WS-PRICE PIC 9(7) VALUE 0.
       01 WS-PRICE-OK-SW PIC X VALUE "N".
           88 WS-PRICE-OK VALUE "Y".

       01 LST-PRODUCT-LINE.
           05 LST-CODE PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-DESCRIPTION PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LST-PRICE PIC ZZZ,ZZ9.
           05 FILLER PIC X(8) VALUE " PENCE  ".
           05 LST-STATUS PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           DISPLAY "Enter denomination config file name: "
               WITH NO ADVANCING
           ACCEPT WS-CONFIG-FILENAME
           PERFORM LOAD-CONFIG-TABLE
           IF POUND-VALUE = 0
               DISPLAY "No POUND value in " WS-CONFIG-FILENAME
                   "; cannot price products."
               STOP RUN
           END-IF

           DISPLAY "Enter product price file name: " WITH NO ADVANCING
           ACCEPT WS-PRODUCT-FILENAME
           PERFORM LOAD-PRODUCT-FILE

           PERFORM UNTIL WS-MENU-CHOICE = 7
               DISPLAY " "
               DISPLAY "PRODUCT PRICE FILE MAINTENANCE"
               DISPLAY "1. List products"
               DISPLAY "2. Add product"
               DISPLAY "3. Change price"
               DISPLAY "4. Change description"
               DISPLAY "5. Withdraw / reinstate product"
               DISPLAY "6. Save changes"
               DISPLAY "7. Exit"
               DISPLAY "Choice: " WITH NO ADVANCING
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 1
                       PERFORM LIST-PRODUCTS
                   WHEN 2
                       PERFORM ADD-PRODUCT
                   WHEN 3
                       PERFORM CHANGE-PRICE
                   WHEN 4
                       PERFORM CHANGE-DESCRIPTION
                   WHEN 5
                       PERFORM CHANGE-ACTIVE-FLAG
                   WHEN 6
                       PERFORM SAVE-PRODUCT-FILE
                   WHEN 7
                       PERFORM CONFIRM-EXIT
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM

           STOP RUN.

       LOAD-CONFIG-TABLE.
           MOVE 0 TO DENOM-COUNT
           MOVE 0 TO POUND-VALUE
           MOVE 0 TO SHILLING-VALUE
           MOVE "N" TO WS-CONFIG-EOF-SW

           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open config file: "
                   WS-CONFIG-FILENAME
                   " (status " WS-CONFIG-FILE-STATUS ")"
           ELSE
               PERFORM UNTIL WS-CONFIG-EOF
                   READ CONFIG-FILE
                       AT END
                           SET WS-CONFIG-EOF TO TRUE
                       NOT AT END
                           PERFORM PROCESS-CONFIG-RECORD
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.

       PROCESS-CONFIG-RECORD.
           IF CONFIG-RECORD = SPACES OR CONFIG-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-CONFIG-KEYWORD WS-CONFIG-VALUE
               UNSTRING CONFIG-RECORD DELIMITED BY "="
                   INTO WS-CONFIG-KEYWORD WS-CONFIG-VALUE
               END-UNSTRING
               EVALUATE FUNCTION UPPER-CASE
                       (FUNCTION TRIM(WS-CONFIG-KEYWORD))
                   WHEN "POUND"
                       MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE)
                           TO POUND-VALUE
                   WHEN "SHILLING"
                       MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE)
                           TO SHILLING-VALUE
                   WHEN "DENOM"
                       PERFORM ADD-DENOMINATION
                   WHEN OTHER
                       DISPLAY "Unknown config keyword ignored: "
                           WS-CONFIG-KEYWORD
               END-EVALUATE
           END-IF.

       ADD-DENOMINATION.
           IF DENOM-COUNT >= 12
               DISPLAY "Denomination table full; entry ignored."
           ELSE
               MOVE SPACES TO WS-DENOM-NAME-TEXT WS-DENOM-VALUE-TEXT
               UNSTRING WS-CONFIG-VALUE DELIMITED BY ","
                   INTO WS-DENOM-NAME-TEXT WS-DENOM-VALUE-TEXT
               END-UNSTRING
               ADD 1 TO DENOM-COUNT
               MOVE WS-DENOM-NAME-TEXT TO DENOM-NAME(DENOM-COUNT)
               MOVE FUNCTION NUMVAL(WS-DENOM-VALUE-TEXT)
                   TO CURRENCY-VALUE(DENOM-COUNT)
           END-IF.

      *    A missing product file is not an error: the first save
      *    creates it.
       LOAD-PRODUCT-FILE.
           MOVE 0 TO PRODUCT-COUNT
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "No product file " WS-PRODUCT-FILENAME
                   " (status " WS-PRODUCT-FILE-STATUS
                   "); starting a new one."
           ELSE
               PERFORM UNTIL WS-PRODUCT-EOF
                   READ PRODUCT-FILE
                       AT END
                           SET WS-PRODUCT-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-PRODUCT-RECORD
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-FILE
               DISPLAY "Loaded " PRODUCT-COUNT " products from "
                   WS-PRODUCT-FILENAME
           END-IF.

       STORE-PRODUCT-RECORD.
           IF PRODUCT-RECORD = SPACES
               CONTINUE
           ELSE
               IF PRODUCT-COUNT >= 500
                   DISPLAY "Product table full; " PRD-CODE
                       " ignored."
               ELSE
                   ADD 1 TO PRODUCT-COUNT
                   MOVE PRD-CODE TO PT-CODE(PRODUCT-COUNT)
                   MOVE PRD-DESCRIPTION TO PT-DESCRIPTION(PRODUCT-COUNT)
                   IF PRD-PRICE NUMERIC
                       MOVE PRD-PRICE TO PT-PRICE(PRODUCT-COUNT)
                   ELSE
                       DISPLAY "Product " PRD-CODE
                           " had no valid price; set to zero."
                       MOVE 0 TO PT-PRICE(PRODUCT-COUNT)
                   END-IF
                   IF PRD-ACTIVE = "Y"
                       MOVE "Y" TO PT-ACTIVE(PRODUCT-COUNT)
                   ELSE
                       MOVE "N" TO PT-ACTIVE(PRODUCT-COUNT)
                   END-IF
               END-IF
           END-IF.

       LIST-PRODUCTS.
           IF PRODUCT-COUNT = 0
               DISPLAY "No products on file."
           ELSE
               DISPLAY "CODE    DESCRIPTION               PRICE"
               PERFORM VARYING PRODUCT-IDX FROM 1 BY 1
                       UNTIL PRODUCT-IDX > PRODUCT-COUNT
                   MOVE PT-CODE(PRODUCT-IDX) TO LST-CODE
                   MOVE PT-DESCRIPTION(PRODUCT-IDX) TO LST-DESCRIPTION
                   MOVE PT-PRICE(PRODUCT-IDX) TO LST-PRICE
                   IF PT-ACTIVE(PRODUCT-IDX) = "Y"
                       MOVE "ACTIVE" TO LST-STATUS
                   ELSE
                       MOVE "WITHDRAWN" TO LST-STATUS
                   END-IF
                   DISPLAY LST-PRODUCT-LINE
               END-PERFORM
           END-IF.

       ACCEPT-PRODUCT-CODE.
           DISPLAY "Item code (up to 6 characters): "
               WITH NO ADVANCING
           ACCEPT WS-CODE-TEXT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CODE-TEXT))
               TO WS-CODE
           PERFORM FIND-PRODUCT.

       FIND-PRODUCT.
           MOVE "N" TO WS-PRODUCT-FOUND-SW
           PERFORM VARYING PRODUCT-IDX FROM 1 BY 1
                   UNTIL PRODUCT-IDX > PRODUCT-COUNT
                   OR WS-PRODUCT-FOUND
               IF PT-CODE(PRODUCT-IDX) = WS-CODE
                   SET WS-PRODUCT-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PRODUCT-FOUND
               SUBTRACT 1 FROM PRODUCT-IDX
           END-IF.

      *    Codes are what the till keys and the journal records, so
      *    they must be unique, non-blank and cannot be E or END (the
      *    till's end-of-sale entries).
       ADD-PRODUCT.
           IF PRODUCT-COUNT >= 500
               DISPLAY "Product table full; cannot add."
           ELSE
               PERFORM ACCEPT-PRODUCT-CODE
               EVALUATE TRUE
                   WHEN WS-CODE = SPACES
                       DISPLAY "Item code is required."
                   WHEN WS-CODE(7:4) NOT = SPACES
                       DISPLAY "Item code is longer than 6 characters."
                   WHEN WS-CODE = "E" OR WS-CODE = "END"
                       DISPLAY "E and END are reserved at the till."
                   WHEN WS-PRODUCT-FOUND
                       DISPLAY "Item code " WS-CODE " already exists."
                   WHEN OTHER
                       PERFORM ADD-NEW-PRODUCT
               END-EVALUATE
           END-IF.

       ADD-NEW-PRODUCT.
           PERFORM ACCEPT-DESCRIPTION
           IF WS-DESCRIPTION-TEXT = SPACES
               DISPLAY "Description is required; product not added."
           ELSE
               PERFORM ACCEPT-PRICE
               IF NOT WS-PRICE-OK
                   DISPLAY "Product not added."
               ELSE
                   ADD 1 TO PRODUCT-COUNT
                   MOVE WS-CODE TO PT-CODE(PRODUCT-COUNT)
                   MOVE WS-DESCRIPTION-TEXT
                       TO PT-DESCRIPTION(PRODUCT-COUNT)
                   MOVE WS-PRICE TO PT-PRICE(PRODUCT-COUNT)
                   MOVE "Y" TO PT-ACTIVE(PRODUCT-COUNT)
                   SET WS-CHANGED TO TRUE
                   DISPLAY "Product " WS-CODE " added at " WS-PRICE
                       " pence."
               END-IF
           END-IF.

       ACCEPT-DESCRIPTION.
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT WS-DESCRIPTION-TEXT
           MOVE FUNCTION UPPER-CASE(WS-DESCRIPTION-TEXT)
               TO WS-DESCRIPTION-TEXT.

       ACCEPT-PRICE.
           MOVE "N" TO WS-PRICE-OK-SW
           MOVE 0 TO WS-PRICE-POUNDS WS-PRICE-SHILLINGS WS-PRICE-PENCE
           DISPLAY "Price - pounds: " WITH NO ADVANCING
           ACCEPT WS-PRICE-POUNDS
           IF SHILLING-VALUE > 0
               DISPLAY "Price - shillings: " WITH NO ADVANCING
               ACCEPT WS-PRICE-SHILLINGS
           END-IF
           DISPLAY "Price - pence: " WITH NO ADVANCING
           ACCEPT WS-PRICE-PENCE
           COMPUTE WS-PRICE = (WS-PRICE-POUNDS * POUND-VALUE)
               + (WS-PRICE-SHILLINGS * SHILLING-VALUE)
               + WS-PRICE-PENCE
           EVALUATE TRUE
               WHEN WS-PRICE = 0
                   DISPLAY "Price must be greater than zero."
               WHEN WS-PRICE > 999999
                   DISPLAY "Price is too large."
               WHEN OTHER
                   SET WS-PRICE-OK TO TRUE
           END-EVALUATE.

       CHANGE-PRICE.
           PERFORM ACCEPT-PRODUCT-CODE
           IF NOT WS-PRODUCT-FOUND
               DISPLAY "Item code " WS-CODE " not found."
           ELSE
               DISPLAY PT-DESCRIPTION(PRODUCT-IDX) " is now "
                   PT-PRICE(PRODUCT-IDX) " pence."
               PERFORM ACCEPT-PRICE
               IF WS-PRICE-OK
                   MOVE WS-PRICE TO PT-PRICE(PRODUCT-IDX)
                   SET WS-CHANGED TO TRUE
                   DISPLAY "Price changed to " WS-PRICE " pence."
               ELSE
                   DISPLAY "Price not changed."
               END-IF
           END-IF.

       CHANGE-DESCRIPTION.
           PERFORM ACCEPT-PRODUCT-CODE
           IF NOT WS-PRODUCT-FOUND
               DISPLAY "Item code " WS-CODE " not found."
           ELSE
               DISPLAY "Current description: "
                   PT-DESCRIPTION(PRODUCT-IDX)
               PERFORM ACCEPT-DESCRIPTION
               IF WS-DESCRIPTION-TEXT = SPACES
                   DISPLAY "Description not changed."
               ELSE
                   MOVE WS-DESCRIPTION-TEXT
                       TO PT-DESCRIPTION(PRODUCT-IDX)
                   SET WS-CHANGED TO TRUE
                   DISPLAY "Description changed."
               END-IF
           END-IF.

      *    Products are withdrawn rather than deleted: journals and
      *    archives still carry the code, and a withdrawn item can
      *    still be refunded at the till.
       CHANGE-ACTIVE-FLAG.
           PERFORM ACCEPT-PRODUCT-CODE
           IF NOT WS-PRODUCT-FOUND
               DISPLAY "Item code " WS-CODE " not found."
           ELSE
               DISPLAY PT-DESCRIPTION(PRODUCT-IDX) " active flag is "
                   PT-ACTIVE(PRODUCT-IDX)
               DISPLAY "On sale (Y/N): " WITH NO ADVANCING
               ACCEPT WS-ACTIVE-TEXT
               MOVE FUNCTION UPPER-CASE(WS-ACTIVE-TEXT)
                   TO WS-ACTIVE-TEXT
               IF WS-ACTIVE-TEXT = "Y" OR WS-ACTIVE-TEXT = "N"
                   MOVE WS-ACTIVE-TEXT TO PT-ACTIVE(PRODUCT-IDX)
                   SET WS-CHANGED TO TRUE
                   DISPLAY "Active flag set to " WS-ACTIVE-TEXT "."
               ELSE
                   DISPLAY "Enter Y or N; flag not changed."
               END-IF
           END-IF.

       SAVE-PRODUCT-FILE.
           OPEN OUTPUT PRODUCT-FILE
           IF WS-PRODUCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open product file for saving: "
                   WS-PRODUCT-FILENAME
                   " (status " WS-PRODUCT-FILE-STATUS ")"
           ELSE
               PERFORM VARYING PRODUCT-IDX FROM 1 BY 1
                       UNTIL PRODUCT-IDX > PRODUCT-COUNT
                   MOVE PT-CODE(PRODUCT-IDX) TO PRD-CODE
                   MOVE PT-DESCRIPTION(PRODUCT-IDX) TO PRD-DESCRIPTION
                   MOVE PT-PRICE(PRODUCT-IDX) TO PRD-PRICE
                   MOVE PT-ACTIVE(PRODUCT-IDX) TO PRD-ACTIVE
                   WRITE PRODUCT-RECORD
               END-PERFORM
               CLOSE PRODUCT-FILE
               MOVE "N" TO WS-CHANGED-SW
               DISPLAY PRODUCT-COUNT " products saved to "
                   WS-PRODUCT-FILENAME
           END-IF.

       CONFIRM-EXIT.
           IF WS-CHANGED
               DISPLAY "Unsaved changes - save before exit (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-ACTIVE-TEXT
               IF FUNCTION UPPER-CASE(WS-ACTIVE-TEXT) = "Y"
                   PERFORM SAVE-PRODUCT-FILE
               END-IF
           END-IF.
