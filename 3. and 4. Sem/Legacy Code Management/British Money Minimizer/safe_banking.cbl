       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAFEBANKING.
       AUTHOR. Stefan Simanek.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAFE-FILE ASSIGN TO DYNAMIC WS-SAFE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAFE-FILE-STATUS.

           SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CONFIG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.

           SELECT BANKING-LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT SLIP-FILE ASSIGN TO "PAYING-IN-SLIP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAFE-FILE.
       01  SAFE-RECORD                PIC X(36).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD              PIC X(100).

      *    One record per bag banked, so bank statement credits can
      *    be matched back to the bag and its contents.
       FD  BANKING-LOG-FILE.
       01  BANKING-LOG-RECORD.
           05 LOG-DATE                PIC X(10).
           05 LOG-BAG-NUMBER          PIC X(12).
           05 LOG-SAFE-NAME           PIC X(30).
           05 LOG-INSTRUCTION         PIC X.
           05 LOG-REQUESTED-PENCE     PIC 9(8).
           05 LOG-BANKED-PENCE        PIC 9(8).
           05 LOG-REMAINING-PENCE     PIC 9(8).
           05 LOG-DENOM-COUNT OCCURS 12 TIMES
                                      PIC 9(4).

       FD  SLIP-FILE.
       01  SLIP-LINE                  PIC X(60).

       WORKING-STORAGE SECTION.
       01 SAFE-PURSE.
           05 SAFE-CURRENCY OCCURS 12 TIMES.
               10 SAFE-CURRENCY-AMOUNT PIC 9(3) VALUE 0.
       01 BAG-PURSE.
           05 BAG-CURRENCY OCCURS 12 TIMES.
               10 BAG-CURRENCY-AMOUNT PIC 9(4) VALUE 0.
       01 CUR.
           05 CUR-CURRENCY OCCURS 12 TIMES.
               10 DENOM-NAME PIC X(20).
               10 CURRENCY-VALUE PIC 9(4) VALUE 0.
       01 DENOM-COUNT PIC 99 VALUE 0.
       01 POUND-VALUE PIC 9(4) VALUE 0.
       01 SHILLING-VALUE PIC 9(4) VALUE 0.
       01 CURRENCY-COUNTER PIC 99 VALUE 1.

       01 SAFE-AMOUNT PIC 9(8) VALUE 0.
       01 BANK-AMOUNT PIC 9(8) VALUE 0.
       01 BANK-REMAINING PIC 9(8) VALUE 0.
       01 BANKED-AMOUNT PIC 9(8) VALUE 0.
       01 RETAINED-FLOAT PIC 9(8) VALUE 0.
       01 WS-DENOM-VALUE PIC 9(8) VALUE 0.

       01 WS-SAFE-FILENAME PIC X(100).
       01 WS-SAFE-FILE-STATUS PIC XX.
       01 WS-SAFE-EOF-SW PIC X VALUE "N".
           88 WS-SAFE-EOF VALUE "Y".

       01 WS-LOG-FILENAME PIC X(100).
       01 WS-LOG-FILE-STATUS PIC XX.
       01 WS-LOG-EOF-SW PIC X VALUE "N".
           88 WS-LOG-EOF VALUE "Y".
       01 WS-BAG-USED-SW PIC X VALUE "N".
           88 WS-BAG-USED VALUE "Y".
       01 WS-SAFE-SAVED-SW PIC X VALUE "N".
           88 WS-SAFE-SAVED VALUE "Y".

       01 WS-SLIP-FILE-STATUS PIC XX.

       01 WS-CONFIG-FILENAME PIC X(100).
       01 WS-CONFIG-FILE-STATUS PIC XX.
       01 WS-CONFIG-EOF-SW PIC X VALUE "N".
           88 WS-CONFIG-EOF VALUE "Y".
       01 WS-CONFIG-KEYWORD PIC X(20).
       01 WS-CONFIG-VALUE PIC X(60).
       01 WS-DENOM-NAME-TEXT PIC X(20).
       01 WS-DENOM-VALUE-TEXT PIC X(20).

      *    R banks everything above a retained safe float; A banks a
      *    specific amount, which must be made up exactly.
       01 WS-INSTRUCTION PIC X VALUE SPACE.
           88 WS-BANK-ABOVE-FLOAT VALUE "R".
           88 WS-BANK-AMOUNT VALUE "A".
       01 WS-BAG-NUMBER PIC X(12) VALUE SPACES.

       01 WS-RUN-DATE-RAW.
           05 WS-RUN-DATE-YY PIC X(4).
           05 WS-RUN-DATE-MM PIC X(2).
           05 WS-RUN-DATE-DD PIC X(2).
       01 WS-RUN-DATE PIC X(10).

       01 SLP-TITLE-LINE.
           05 FILLER PIC X(27) VALUE "*** BANK PAYING-IN SLIP ***".
           05 FILLER PIC X(33) VALUE SPACES.

       01 SLP-BAG-LINE.
           05 FILLER PIC X(12) VALUE "BAG NUMBER: ".
           05 SLP-BAG-NUMBER PIC X(12).
           05 FILLER PIC X(8) VALUE "  DATE: ".
           05 SLP-DATE PIC X(10).
           05 FILLER PIC X(18) VALUE SPACES.

       01 SLP-SAFE-LINE.
           05 FILLER PIC X(6) VALUE "SAFE: ".
           05 SLP-SAFE-NAME PIC X(54).

       01 SLP-RULE-LINE.
           05 FILLER PIC X(50) VALUE ALL "-".
           05 FILLER PIC X(10) VALUE SPACES.

       01 SLP-HEADER-LINE.
           05 FILLER PIC X(22) VALUE "DENOMINATION".
           05 FILLER PIC X(8) VALUE "   COUNT".
           05 FILLER PIC X(14) VALUE "         VALUE".

       01 SLP-DETAIL-LINE.
           05 SLP-DENOM PIC X(22).
           05 SLP-COUNT PIC ZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SLP-VALUE PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(6) VALUE " PENCE".

       01 SLP-TOTAL-LINE.
           05 SLP-TOTAL-LABEL PIC X(32).
           05 SLP-TOTAL-VALUE PIC ZZ,ZZZ,ZZ9.
           05 FILLER PIC X(6) VALUE " PENCE".

       01 SLP-BLANK-LINE PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
           MOVE SPACES TO WS-RUN-DATE
           STRING WS-RUN-DATE-YY "-" WS-RUN-DATE-MM "-" WS-RUN-DATE-DD
               DELIMITED BY SIZE
               INTO WS-RUN-DATE

           DISPLAY "Enter denomination config file name: "
               WITH NO ADVANCING
           ACCEPT WS-CONFIG-FILENAME
           PERFORM LOAD-CONFIG-TABLE
           IF DENOM-COUNT = 0
               DISPLAY "No denominations loaded from "
                   WS-CONFIG-FILENAME "; cannot continue."
               STOP RUN
           END-IF

           DISPLAY "Enter safe file name: " WITH NO ADVANCING
           ACCEPT WS-SAFE-FILENAME
           MOVE FUNCTION TRIM(WS-SAFE-FILENAME) TO WS-SAFE-FILENAME
           MOVE SPACES TO WS-LOG-FILENAME
           STRING FUNCTION TRIM(WS-SAFE-FILENAME) DELIMITED BY SIZE
                  "-BANKING-LOG.DAT" DELIMITED BY SIZE
               INTO WS-LOG-FILENAME
           PERFORM READ-SAFE-FILE
           PERFORM CALCULATE-SAFE-AMOUNT
           DISPLAY "Safe holds " SAFE-AMOUNT " pence."

           PERFORM ACCEPT-BANKING-INSTRUCTION
           PERFORM ACCEPT-BAG-NUMBER

           PERFORM SELECT-BAG-CONTENTS
           IF BANKED-AMOUNT = 0
               DISPLAY "Nothing can be banked; safe file unchanged."
               STOP RUN
           END-IF
           IF WS-BANK-AMOUNT AND BANK-REMAINING > 0
               DISPLAY "The safe cannot make up exactly " BANK-AMOUNT
                   " pence; nothing banked."
               STOP RUN
           END-IF
           IF BANK-REMAINING > 0
               DISPLAY BANK-REMAINING " pence above the float cannot"
                   " be made up from the safe and stays in it."
           END-IF

           PERFORM OPEN-BANKING-LOG
           PERFORM WRITE-PAYING-IN-SLIP
           PERFORM WRITE-SAFE-FILE
           IF NOT WS-SAFE-SAVED
               CLOSE BANKING-LOG-FILE
               DISPLAY "Safe file NOT updated; bag " WS-BAG-NUMBER
                   " not logged. Do not send the bag - return its"
                   " contents to the safe."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-BANKING-LOG
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

      *    The safe file holds one count per configured denomination,
      *    in config order, exactly like a till file.
       READ-SAFE-FILE.
           OPEN INPUT SAFE-FILE
           IF WS-SAFE-FILE-STATUS NOT = "00"
               DISPLAY "Could not open safe file " WS-SAFE-FILENAME
                   " (status " WS-SAFE-FILE-STATUS ")"
               STOP RUN
           END-IF
           READ SAFE-FILE INTO SAFE-PURSE
               AT END
                   SET WS-SAFE-EOF TO TRUE
           END-READ
           CLOSE SAFE-FILE
           IF WS-SAFE-EOF
               DISPLAY "Safe file was empty: " WS-SAFE-FILENAME
               STOP RUN
           END-IF
           PERFORM VARYING CURRENCY-COUNTER FROM 1 BY 1
                   UNTIL CURRENCY-COUNTER > 12
               IF CURRENCY-COUNTER > DENOM-COUNT
                   MOVE 0 TO SAFE-CURRENCY-AMOUNT(CURRENCY-COUNTER)
               ELSE
                   IF SAFE-CURRENCY-AMOUNT(CURRENCY-COUNTER)
                           NOT NUMERIC
                       MOVE 0 TO SAFE-CURRENCY-AMOUNT(CURRENCY-COUNTER)
                   END-IF
               END-IF
           END-PERFORM
           SET CURRENCY-COUNTER TO 1.

       CALCULATE-SAFE-AMOUNT.
           MOVE 0 TO SAFE-AMOUNT
           PERFORM VARYING CURRENCY-COUNTER FROM 1 BY 1
                   UNTIL CURRENCY-COUNTER > DENOM-COUNT
               COMPUTE SAFE-AMOUNT = SAFE-AMOUNT
                   + (SAFE-CURRENCY-AMOUNT(CURRENCY-COUNTER)
                      * CURRENCY-VALUE(CURRENCY-COUNTER))
           END-PERFORM
           SET CURRENCY-COUNTER TO 1.

       ACCEPT-BANKING-INSTRUCTION.
           DISPLAY "Bank R = everything above a retained float,"
               " A = a specific amount: " WITH NO ADVANCING
           ACCEPT WS-INSTRUCTION
           MOVE FUNCTION UPPER-CASE(WS-INSTRUCTION) TO WS-INSTRUCTION
           EVALUATE TRUE
               WHEN WS-BANK-ABOVE-FLOAT
                   DISPLAY "Enter safe float to retain in pence: "
                       WITH NO ADVANCING
                   ACCEPT RETAINED-FLOAT
                   IF RETAINED-FLOAT >= SAFE-AMOUNT
                       DISPLAY "Safe holds no more than the float;"
                           " nothing to bank."
                       STOP RUN
                   END-IF
                   COMPUTE BANK-AMOUNT = SAFE-AMOUNT - RETAINED-FLOAT
               WHEN WS-BANK-AMOUNT
                   DISPLAY "Enter amount to bank in pence: "
                       WITH NO ADVANCING
                   ACCEPT BANK-AMOUNT
                   IF BANK-AMOUNT = 0
                       DISPLAY "Nothing to bank."
                       STOP RUN
                   END-IF
                   IF BANK-AMOUNT > SAFE-AMOUNT
                       DISPLAY "Safe holds only " SAFE-AMOUNT
                           " pence; nothing banked."
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown banking instruction "
                       WS-INSTRUCTION "; nothing banked."
                   STOP RUN
           END-EVALUATE
           DISPLAY "Amount to bank: " BANK-AMOUNT " pence.".

      *    Bag numbers come from the pre-numbered security bags and
      *    are the key for matching bank credits, so one cannot be
      *    used twice on the same safe's log.
       ACCEPT-BAG-NUMBER.
           MOVE SPACES TO WS-BAG-NUMBER
           PERFORM UNTIL WS-BAG-NUMBER NOT = SPACES
               DISPLAY "Enter bag number: " WITH NO ADVANCING
               ACCEPT WS-BAG-NUMBER
           END-PERFORM
           MOVE FUNCTION UPPER-CASE(WS-BAG-NUMBER) TO WS-BAG-NUMBER

           MOVE "N" TO WS-BAG-USED-SW
           MOVE "N" TO WS-LOG-EOF-SW
           OPEN INPUT BANKING-LOG-FILE
           IF WS-LOG-FILE-STATUS = "00"
               PERFORM UNTIL WS-LOG-EOF OR WS-BAG-USED
                   READ BANKING-LOG-FILE
                       AT END
                           SET WS-LOG-EOF TO TRUE
                       NOT AT END
                           IF LOG-BAG-NUMBER = WS-BAG-NUMBER
                               SET WS-BAG-USED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANKING-LOG-FILE
           END-IF
           IF WS-BAG-USED
               DISPLAY "Bag " WS-BAG-NUMBER " was banked on "
                   LOG-DATE "; nothing banked."
               STOP RUN
           END-IF.

      *    Largest denominations first, as far as the safe holds them,
      *    so the bag carries the fewest notes and coins.
       SELECT-BAG-CONTENTS.
           MOVE BANK-AMOUNT TO BANK-REMAINING
           MOVE 0 TO BANKED-AMOUNT
           PERFORM VARYING CURRENCY-COUNTER FROM 1 BY 1
                   UNTIL CURRENCY-COUNTER > 12
               MOVE 0 TO BAG-CURRENCY-AMOUNT(CURRENCY-COUNTER)
               IF CURRENCY-COUNTER NOT > DENOM-COUNT
                   AND CURRENCY-VALUE(CURRENCY-COUNTER) > 0
                   COMPUTE BAG-CURRENCY-AMOUNT(CURRENCY-COUNTER) =
                       BANK-REMAINING
                       / CURRENCY-VALUE(CURRENCY-COUNTER)
                   IF BAG-CURRENCY-AMOUNT(CURRENCY-COUNTER) >
                           SAFE-CURRENCY-AMOUNT(CURRENCY-COUNTER)
                       MOVE SAFE-CURRENCY-AMOUNT(CURRENCY-COUNTER)
                           TO BAG-CURRENCY-AMOUNT(CURRENCY-COUNTER)
                   END-IF
                   COMPUTE WS-DENOM-VALUE =
                       BAG-CURRENCY-AMOUNT(CURRENCY-COUNTER)
                       * CURRENCY-VALUE(CURRENCY-COUNTER)
                   SUBTRACT WS-DENOM-VALUE FROM BANK-REMAINING
                   ADD WS-DENOM-VALUE TO BANKED-AMOUNT
               END-IF
           END-PERFORM
           SET CURRENCY-COUNTER TO 1.

       WRITE-PAYING-IN-SLIP.
           OPEN OUTPUT SLIP-FILE
           IF WS-SLIP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open paying-in slip file"
                   " (status " WS-SLIP-FILE-STATUS "); nothing banked."
               CLOSE BANKING-LOG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SLP-TITLE-LINE TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE WS-BAG-NUMBER TO SLP-BAG-NUMBER
           MOVE WS-RUN-DATE TO SLP-DATE
           MOVE SLP-BAG-LINE TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE WS-SAFE-FILENAME TO SLP-SAFE-NAME
           MOVE SLP-SAFE-LINE TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SLP-RULE-LINE TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SLP-HEADER-LINE TO SLIP-LINE
           WRITE SLIP-LINE

           PERFORM VARYING CURRENCY-COUNTER FROM 1 BY 1
                   UNTIL CURRENCY-COUNTER > DENOM-COUNT
               IF BAG-CURRENCY-AMOUNT(CURRENCY-COUNTER) > 0
                   MOVE DENOM-NAME(CURRENCY-COUNTER) TO SLP-DENOM
                   MOVE BAG-CURRENCY-AMOUNT(CURRENCY-COUNTER)
                       TO SLP-COUNT
                   COMPUTE WS-DENOM-VALUE =
                       BAG-CURRENCY-AMOUNT(CURRENCY-COUNTER)
                       * CURRENCY-VALUE(CURRENCY-COUNTER)
                   MOVE WS-DENOM-VALUE TO SLP-VALUE
                   MOVE SLP-DETAIL-LINE TO SLIP-LINE
                   WRITE SLIP-LINE
               END-IF
           END-PERFORM
           SET CURRENCY-COUNTER TO 1

           MOVE SLP-RULE-LINE TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE "TOTAL PAID IN" TO SLP-TOTAL-LABEL
           MOVE BANKED-AMOUNT TO SLP-TOTAL-VALUE
           MOVE SLP-TOTAL-LINE TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE SLP-BLANK-LINE TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE "LEFT IN SAFE" TO SLP-TOTAL-LABEL
           COMPUTE WS-DENOM-VALUE = SAFE-AMOUNT - BANKED-AMOUNT
           MOVE WS-DENOM-VALUE TO SLP-TOTAL-VALUE
           MOVE SLP-TOTAL-LINE TO SLIP-LINE
           WRITE SLIP-LINE

           CLOSE SLIP-FILE
           DISPLAY "Paying-in slip written to PAYING-IN-SLIP.RPT".

       WRITE-SAFE-FILE.
           PERFORM VARYING CURRENCY-COUNTER FROM 1 BY 1
                   UNTIL CURRENCY-COUNTER > DENOM-COUNT
               SUBTRACT BAG-CURRENCY-AMOUNT(CURRENCY-COUNTER)
                   FROM SAFE-CURRENCY-AMOUNT(CURRENCY-COUNTER)
           END-PERFORM
           SET CURRENCY-COUNTER TO 1

           MOVE "N" TO WS-SAFE-SAVED-SW
           OPEN OUTPUT SAFE-FILE
           IF WS-SAFE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open safe file for saving: "
                   WS-SAFE-FILENAME " (status " WS-SAFE-FILE-STATUS ")"
           ELSE
               WRITE SAFE-RECORD FROM SAFE-PURSE
               CLOSE SAFE-FILE
               SET WS-SAFE-SAVED TO TRUE
               DISPLAY "Safe balance saved to " WS-SAFE-FILENAME
           END-IF.

      *    The log is opened before the safe file is touched, so a bag
      *    is never taken out of the safe when it cannot be logged.
       OPEN-BANKING-LOG.
           OPEN EXTEND BANKING-LOG-FILE
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT BANKING-LOG-FILE
           END-IF
           IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open banking log: " WS-LOG-FILENAME
                   " (status " WS-LOG-FILE-STATUS "); nothing banked."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-BANKING-LOG.
           MOVE SPACES TO BANKING-LOG-RECORD
           MOVE WS-RUN-DATE TO LOG-DATE
           MOVE WS-BAG-NUMBER TO LOG-BAG-NUMBER
           MOVE WS-SAFE-FILENAME TO LOG-SAFE-NAME
           MOVE WS-INSTRUCTION TO LOG-INSTRUCTION
           MOVE BANK-AMOUNT TO LOG-REQUESTED-PENCE
           MOVE BANKED-AMOUNT TO LOG-BANKED-PENCE
           COMPUTE LOG-REMAINING-PENCE = SAFE-AMOUNT - BANKED-AMOUNT
           PERFORM VARYING CURRENCY-COUNTER FROM 1 BY 1
                   UNTIL CURRENCY-COUNTER > 12
               MOVE BAG-CURRENCY-AMOUNT(CURRENCY-COUNTER)
                   TO LOG-DENOM-COUNT(CURRENCY-COUNTER)
           END-PERFORM
           SET CURRENCY-COUNTER TO 1
           WRITE BANKING-LOG-RECORD
           IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "Unable to write banking log: " WS-LOG-FILENAME
                   " (status " WS-LOG-FILE-STATUS ")"
               CLOSE BANKING-LOG-FILE
               PERFORM DISPLAY-BAG-FOR-LOG
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE BANKING-LOG-FILE
               DISPLAY "Bag " WS-BAG-NUMBER " of " BANKED-AMOUNT
                   " pence logged to " WS-LOG-FILENAME
           END-IF.

      *    The safe file has already been updated, so the bag goes to
      *    the bank; its details are shown so the log entry can be
      *    keyed by hand.
       DISPLAY-BAG-FOR-LOG.
           DISPLAY "Bag " WS-BAG-NUMBER " NOT logged - add it to "
               WS-LOG-FILENAME " by hand:"
           DISPLAY "  Date " WS-RUN-DATE "  instruction "
               WS-INSTRUCTION "  requested " BANK-AMOUNT
               "  banked " BANKED-AMOUNT " pence"
           PERFORM VARYING CURRENCY-COUNTER FROM 1 BY 1
                   UNTIL CURRENCY-COUNTER > DENOM-COUNT
               IF BAG-CURRENCY-AMOUNT(CURRENCY-COUNTER) > 0
                   DISPLAY "  " DENOM-NAME(CURRENCY-COUNTER) " "
                       BAG-CURRENCY-AMOUNT(CURRENCY-COUNTER)
               END-IF
           END-PERFORM
           SET CURRENCY-COUNTER TO 1.
