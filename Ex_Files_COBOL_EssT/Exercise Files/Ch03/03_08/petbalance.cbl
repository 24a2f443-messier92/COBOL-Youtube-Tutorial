           02  FILLER                  PIC X(2).
           02  RJL-TAG                 PIC X(5).
           02  FILLER                  PIC X(86).
       01  CREDIT-REJECT-RECORD.
           02  RJC-CUSTOMER-ID         PIC 9(7).
           02  FILLER                  PIC X(2).
           02  RJC-REASON              PIC X(25).
           02  FILLER                  PIC X(5).
           02  RJC-DUE-DOLLARS         PIC 9(7).
           02  FILLER                  PIC X(1).
           02  RJC-DUE-CENTS           PIC 99.
           02  FILLER                  PIC X(51).
       FD PETDAILYCONTROL.
           COPY "PETCTL.CPY".
       FD PETBALANCERPT.
           05  WS-TAX-RATE       PIC V9999.
           05  WS-EXTRACT-AMOUNT PIC 9(6)V99.
           05  WS-EXTRACT-TAX    PIC 9(6)V99.
           05  WS-CREDIT-DUE     PIC S9(7)V99.
           05  WS-CRJ-IDX        PIC 999.
           05  WS-CRJ-OVERFLOW   PIC 9(7) VALUE ZEROS.

       01  WS-SUPPLIES-TAX-RATE PIC V9999 VALUE .0625.

       01  WS-CREDIT-REJECT-TABLE.
           05  WS-CRJ-COUNT      PIC 999 VALUE ZEROS.
           05  WS-CRJ-ENTRY OCCURS 200 TIMES.
               10  WS-CRJ-CUSTOMER-ID  PIC 9(7).
               10  WS-CRJ-AMOUNT       PIC 9(7)V99.
               10  WS-CRJ-USED-SW      PIC X(1).
                   88  CRJ-USED            VALUE "Y".
                   88  CRJ-NOT-USED        VALUE "N".

       01  WS-RECOMPUTED-TOTALS.
           05  WS-BAL-RECORDS-READ    PIC 9(9) VALUE ZEROS.
           05  WS-BAL-ACCEPTED        PIC 9(9) VALUE ZEROS.
                      AFTER ADVANCING 1 LINE
                   SET RUN-OUT-OF-BALANCE TO TRUE
               ELSE
                   PERFORM 0400-COUNT-REJECT-FILE
                   PERFORM 0200-READD-SALES-FILE
                   PERFORM 0300-TOTAL-EXTRACT-FILE
                   PERFORM 0500-PRINT-PROOFS
               END-IF
           END-IF.
               ELSE
                   IF NOT VALID-TENDER-TYPE
                       SET INVALID-RECORD TO TRUE
                   ELSE
                       IF STORE-CREDIT-TENDER AND SALE-TRANSACTION
                           PERFORM 0250-CHECK-CREDIT-REJECT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           END-IF.
       0220-END.

       0250-CHECK-CREDIT-REJECT.
           MOVE ZERO TO WS-CREDIT-DUE.
           PERFORM 0255-PRICE-ONE-CREDIT-ITEM
              VARYING WS-INDEX FROM 1 BY 1
              UNTIL WS-INDEX > ITEM-COUNT.
           MOVE 1 TO WS-CRJ-IDX.
           PERFORM 0256-TEST-CREDIT-REJECT
              UNTIL WS-CRJ-IDX > WS-CRJ-COUNT
                 OR INVALID-RECORD.
       0250-END.

       0255-PRICE-ONE-CREDIT-ITEM.
           PERFORM 0230-LOOKUP-INVENTORY.
           IF INV-FOUND
              AND QUANTITY(WS-INDEX) NUMERIC
              AND QUANTITY(WS-INDEX) NOT = ZERO
              AND INV-PRICE NOT = ZERO
               PERFORM 0240-LOOKUP-PROMO-PRICE
               COMPUTE WS-ITEM-TOTAL =
                  WS-EFFECTIVE-PRICE * QUANTITY(WS-INDEX)
               IF INV-TAX-EXEMPT-FOOD
                   MOVE ZERO TO WS-TAX-RATE
               ELSE
                   MOVE WS-SUPPLIES-TAX-RATE TO WS-TAX-RATE
               END-IF
               COMPUTE WS-LINE-TAX ROUNDED =
                  WS-ITEM-TOTAL * WS-TAX-RATE
               ADD WS-ITEM-TOTAL, WS-LINE-TAX TO WS-CREDIT-DUE
           END-IF.
       0255-END.

       0256-TEST-CREDIT-REJECT.
           IF CRJ-NOT-USED(WS-CRJ-IDX)
              AND WS-CRJ-CUSTOMER-ID(WS-CRJ-IDX) = CUSTOMER-ID
              AND WS-CRJ-AMOUNT(WS-CRJ-IDX) = WS-CREDIT-DUE
               SET CRJ-USED(WS-CRJ-IDX) TO TRUE
               SET INVALID-RECORD TO TRUE
           END-IF.
           ADD 1 TO WS-CRJ-IDX.
       0256-END.

       0230-LOOKUP-INVENTORY.
           MOVE ITEM-CODE(WS-INDEX) TO INV-ITEM-CODE.
           SET INV-FOUND TO TRUE.
           END-READ.
           PERFORM 0410-COUNT-ONE-REJECT UNTIL REJECTS-EOF.
           CLOSE PETSALESREJECTS.
           IF WS-CRJ-OVERFLOW > ZERO
               MOVE "CREDIT REJECT TABLE FULL - BALANCE NOT PROVEN"
                  TO BAL-MESSAGE-LINE
               WRITE PRINT-LINE FROM BAL-MESSAGE-LINE
                  AFTER ADVANCING 1 LINE
               SET RUN-OUT-OF-BALANCE TO TRUE
           END-IF.
       0400-END.

       0410-COUNT-ONE-REJECT.
               ADD 1 TO WS-RJF-ITEM-REJECTS
           ELSE
               ADD 1 TO WS-RJF-RECORD-REJECTS
               IF RJC-REASON = "INSUFFICIENT STORE CREDIT"
                  AND RJC-DUE-DOLLARS NUMERIC
                  AND RJC-DUE-CENTS NUMERIC
                   IF WS-CRJ-COUNT < 200
                       ADD 1 TO WS-CRJ-COUNT
                       MOVE RJC-CUSTOMER-ID
                          TO WS-CRJ-CUSTOMER-ID(WS-CRJ-COUNT)
                       COMPUTE WS-CRJ-AMOUNT(WS-CRJ-COUNT) =
                          RJC-DUE-DOLLARS + RJC-DUE-CENTS / 100
                       SET CRJ-NOT-USED(WS-CRJ-COUNT) TO TRUE
                   ELSE
                       ADD 1 TO WS-CRJ-OVERFLOW
                       DISPLAY "STORE CREDIT REJECT TABLE FULL - "
                          "REJECT NOT HELD FOR CUSTOMER "
                          RJC-CUSTOMER-ID
                   END-IF
               END-IF
           END-IF.
           READ PETSALESREJECTS
               AT END SET REJECTS-EOF TO TRUE
