           MOVE 1 TO AMSP-NEXT-DUE
           MOVE INTEREST-PERIODS TO AMSP-TOTAL-PERIODS
           MOVE INTEREST-RATE    TO AMSP-RATE
           MOVE PRODUCT-CODE     TO AMSP-PRODUCT-CODE
           MOVE TRAN-DATE        TO AMSP-RATE-DATE
           MOVE 0                TO AMSP-LAST-BILLED
           WRITE AMORT-SCHEDULE-RECORD
               INVALID KEY
                   REWRITE AMORT-SCHEDULE-RECORD
           MOVE PERIOD-INTEREST  TO AMS-INTEREST
           MOVE CLOSING-AMOUNT   TO AMS-CLOSING
           MOVE SPACE TO AMS-BILLED-FLAG
           MOVE 0 TO AMS-BILLED-DATE
           MOVE 0 TO AMS-PAID-INTEREST
           MOVE 0 TO AMS-PAID-PRINCIPAL
           MOVE 0 TO AMS-PAID-DATE
           MOVE SPACE TO AMS-PAID-FLAG
           WRITE AMORT-SCHEDULE-RECORD
               INVALID KEY
                   REWRITE AMORT-SCHEDULE-RECORD
