                                      PIC 9(4).
           05 JRN-CHANGE-COUNT OCCURS 12 TIMES
                                      PIC 9(4).
           05 JRN-ITEM-DETAIL OCCURS 20 TIMES.
               10 JRN-ITEM-CODE       PIC X(6).
               10 JRN-ITEM-QTY        PIC 9(3).

       FD  SAFE-FILE.
       01  SAFE-RECORD                PIC X(36).
           END-IF.

      *    The drawer pays coins out for both the tender and any
      *    change made, so every journaled coin leaves the drawer;
      *    a refund's payout is journaled as change and leaves it the
      *    same way. A void puts the voided sale's tender and change
      *    back, so its coins are added instead.
       TALLY-JOURNAL-MOVEMENT.
           PERFORM VARYING CURRENCY-COUNTER FROM 1 BY 1
                   UNTIL CURRENCY-COUNTER > DENOM-COUNT
               IF JRN-OUTCOME = "V"
                   COMPUTE MOVEMENT-AMOUNT = MOVEMENT-AMOUNT
                       + (JRN-TENDER-COUNT(CURRENCY-COUNTER)
                          * CURRENCY-VALUE(CURRENCY-COUNTER))
                       + (JRN-CHANGE-COUNT(CURRENCY-COUNTER)
                          * CURRENCY-VALUE(CURRENCY-COUNTER))
               ELSE
                   COMPUTE MOVEMENT-AMOUNT = MOVEMENT-AMOUNT
                       - (JRN-TENDER-COUNT(CURRENCY-COUNTER)
                          * CURRENCY-VALUE(CURRENCY-COUNTER))
                       - (JRN-CHANGE-COUNT(CURRENCY-COUNTER)
                          * CURRENCY-VALUE(CURRENCY-COUNTER))
               END-IF
           END-PERFORM
           SET CURRENCY-COUNTER TO 1.

