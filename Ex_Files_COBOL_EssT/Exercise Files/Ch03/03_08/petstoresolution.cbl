           FILE STATUS IS WS-SINV-FILE-STATUS.
       SELECT OPTIONAL PETRUNCONTROL ASSIGN TO "PETRUNCONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETSTORECREDIT
           ASSIGN TO "PETSTORECREDIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SCR-CUSTOMER-ID
           FILE STATUS IS WS-SCRD-FILE-STATUS.
       SELECT OPTIONAL PETSTOCKLEDGER ASSIGN TO "PETSTOCKLEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           COPY "PETSINV.CPY".
       FD PETRUNCONTROL.
           COPY "PETRUN.CPY".
       FD PETSTORECREDIT.
           COPY "PETSCRD.CPY".
       FD PETSTOCKLEDGER.
           COPY "PETSTKL.CPY".

       WORKING-STORAGE SECTION.

           05  WS-RECORDS-REJECTED PIC 9(9) VALUE ZEROS.
           05  WS-CUST-POSTED-TOTAL PIC S9(7)V99 VALUE ZEROS.
           05  WS-STORE-IDX     PIC 99.
           05  WS-CREDIT-DUE    PIC S9(7)V99.
           05  WS-CREDIT-ITEM-TOTAL PIC 9(6)V99.
           05  WS-CREDIT-LINE-TAX PIC S9(6)V99.
           05  WS-STOCK-BEFORE  PIC 9(5).

       01  WS-STORE-TOTAL-TABLE.
           05  WS-STORE-COUNT    PIC 99 VALUE ZEROS.
       01  WS-STORE-FILE-STATUS PIC XX.
       01  WS-PO-FILE-STATUS    PIC XX.
       01  WS-SINV-FILE-STATUS  PIC XX.
       01  WS-SCRD-FILE-STATUS  PIC XX.

       01  WS-PO-SEQUENCE       PIC 999 VALUE ZEROS.
       01  WS-PO-DATE-NUMERIC   PIC 9(8).

       01  WS-REJECT-REASON     PIC X(40).
       01  WS-CREDIT-DUE-EDIT   PIC 9(7).99.
       01  WS-REJECT-LINE       PIC X(100).

       01  WS-EXTRACT-LINE      PIC X(80).
           OPEN I-O PETINVENTORY.
           OPEN INPUT PETPROMOPRICE.
           OPEN EXTEND PETSALESHISTORY.
           OPEN EXTEND PETSTOCKLEDGER.
           OPEN INPUT PETSTOREMASTER.
           PERFORM 1150-OPEN-CUSTOMER-MASTER.
           PERFORM 1155-OPEN-PURCHASE-ORDERS.
           PERFORM 1156-OPEN-STORE-INVENTORY.
           PERFORM 1157-OPEN-STORE-CREDIT.
           READ PETSALESFILE
               AT END SET ENDOFSALESFILE TO TRUE
           END-READ.
           END-IF.
       1156-END.

       1157-OPEN-STORE-CREDIT.
           OPEN I-O PETSTORECREDIT.
           IF WS-SCRD-FILE-STATUS = "35"
               OPEN OUTPUT PETSTORECREDIT
               CLOSE PETSTORECREDIT
               OPEN I-O PETSTORECREDIT
           END-IF.
       1157-END.

       0110-WRITE-HEADING-LINES.
           MOVE WS-HEADING-DATE TO HDG-RUN-DATE.
           WRITE PRINT-LINE FROM HEADING-LINE AFTER
                       SET INVALID-RECORD TO TRUE
                       MOVE "INVALID TENDER TYPE ON SALES RECORD"
                          TO WS-REJECT-REASON
                   ELSE
                       IF STORE-CREDIT-TENDER AND SALE-TRANSACTION
                           PERFORM 0230-CHECK-STORE-CREDIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0210-END.

       0230-CHECK-STORE-CREDIT.
           MOVE ZERO TO WS-CREDIT-DUE.
           PERFORM 0231-PRICE-ONE-CREDIT-ITEM
              VARYING WS-INDEX FROM 1 BY 1
              UNTIL WS-INDEX > ITEM-COUNT.
           MOVE CUSTOMER-ID TO SCR-CUSTOMER-ID.
           READ PETSTORECREDIT
               INVALID KEY
                   MOVE ZERO TO SCR-BALANCE
           END-READ.
           IF WS-CREDIT-DUE > SCR-BALANCE
               SET INVALID-RECORD TO TRUE
               MOVE WS-CREDIT-DUE TO WS-CREDIT-DUE-EDIT
               MOVE SPACES TO WS-REJECT-REASON
               STRING "INSUFFICIENT STORE CREDIT" DELIMITED BY SIZE
                      " DUE "                     DELIMITED BY SIZE
                      WS-CREDIT-DUE-EDIT          DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF.
       0230-END.

       0231-PRICE-ONE-CREDIT-ITEM.
           PERFORM 2100-VALIDATE-ITEM.
           IF VALID-ITEM
               PERFORM 2210-LOOKUP-PROMO-PRICE
               COMPUTE WS-CREDIT-ITEM-TOTAL = WS-EFFECTIVE-PRICE *
                  QUANTITY(WS-INDEX)
               IF INV-TAX-EXEMPT-FOOD
                   MOVE ZERO TO WS-TAX-RATE
               ELSE
                   MOVE WS-SUPPLIES-TAX-RATE TO WS-TAX-RATE
               END-IF
               COMPUTE WS-CREDIT-LINE-TAX ROUNDED =
                  WS-CREDIT-ITEM-TOTAL * WS-TAX-RATE
               ADD WS-CREDIT-ITEM-TOTAL, WS-CREDIT-LINE-TAX
                  TO WS-CREDIT-DUE
           END-IF.
       0231-END.

       0240-WRITE-RECORD-REJECT.
           MOVE SPACES TO WS-REJECT-LINE.
           STRING CUSTOMER-ID       DELIMITED BY SIZE
                   ADD WS-SUBTOT-DUE TO WS-STR-CHECK(WS-STORE-IDX)
               WHEN STORE-CREDIT-TENDER
                   ADD WS-SUBTOT-DUE TO WS-STR-STORECR(WS-STORE-IDX)
                   PERFORM 0285-POST-STORE-CREDIT
               WHEN OTHER
                   ADD WS-SUBTOT-DUE TO WS-STR-CASH(WS-STORE-IDX)
           END-EVALUATE.
       0280-END.

       0285-POST-STORE-CREDIT.
           MOVE CUSTOMER-ID TO SCR-CUSTOMER-ID.
           READ PETSTORECREDIT
               INVALID KEY
                   MOVE CUSTOMER-ID TO SCR-CUSTOMER-ID
                   MOVE STORE-NUMBER TO SCR-STORE-NUMBER
                   MOVE ZEROS TO SCR-BALANCE, SCR-TOTAL-ISSUED,
                      SCR-TOTAL-REDEEMED
                   MOVE WS-DATE TO SCR-OPENED-DATE
                   WRITE STORE-CREDIT-RECORD
                       INVALID KEY
                           DISPLAY "ERROR WRITING STORE CREDIT "
                              CUSTOMER-ID
                   END-WRITE
           END-READ.
           SUBTRACT WS-SUBTOT-DUE FROM SCR-BALANCE.
           IF RETURN-TRANSACTION
               SUBTRACT WS-SUBTOT-DUE FROM SCR-TOTAL-ISSUED
               MOVE STORE-NUMBER TO SCR-STORE-NUMBER
           ELSE
               ADD WS-SUBTOT-DUE TO SCR-TOTAL-REDEEMED
           END-IF.
           MOVE WS-DATE TO SCR-LAST-ACTIVITY-DATE.
           REWRITE STORE-CREDIT-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING STORE CREDIT "
                      CUSTOMER-ID
           END-REWRITE.
       0285-END.

       2000-PROCESS-ONE-ITEM.
           PERFORM 2100-VALIDATE-ITEM.
           IF INVALID-ITEM
                  WS-EXTRACT-TAX          DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  STORE-NUMBER            DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  TENDER-TYPE             DELIMITED BY SIZE
                  ","                     DELIMITED BY SIZE
                  INV-TAX-CATEGORY        DELIMITED BY SIZE
               INTO WS-EXTRACT-LINE
           END-STRING.
           WRITE EXTRACT-LINE FROM WS-EXTRACT-LINE.
                              SIV-ITEM-CODE
                   END-WRITE
           END-READ.
           MOVE SIV-QTY-ON-HAND TO WS-STOCK-BEFORE.
           IF RETURN-TRANSACTION
               ADD QUANTITY(WS-INDEX) TO SIV-QTY-ON-HAND
           ELSE
                   DISPLAY "ERROR REWRITING STORE INVENTORY "
                      SIV-ITEM-CODE
           END-REWRITE.
           PERFORM 2320-WRITE-STOCK-LEDGER.
       2310-END.

       2320-WRITE-STOCK-LEDGER.
           MOVE WS-DATE TO STK-MOVEMENT-DATE.
           MOVE STORE-NUMBER TO STK-STORE-NUMBER.
           MOVE ITEM-CODE(WS-INDEX) TO STK-ITEM-CODE.
           IF RETURN-TRANSACTION
               SET STK-RETURN TO TRUE
           ELSE
               SET STK-SALE TO TRUE
           END-IF.
           COMPUTE STK-QUANTITY = SIV-QTY-ON-HAND - WS-STOCK-BEFORE.
           MOVE WS-RUN-JOB-NAME TO STK-SOURCE-PROGRAM.
           MOVE CUSTOMER-ID TO STK-DOCUMENT-REF.
           WRITE STOCK-LEDGER-RECORD.
       2320-END.

       0294-PRINT-DEPOSIT-REPORT.
           OPEN OUTPUT PETDEPOSITRPT.
           MOVE WS-HEADING-DATE TO DEP-RUN-DATE.
           MOVE WS-DATE TO PO-ORDER-DATE.
           MOVE WS-SUGGESTED-ORDER TO PO-QTY-ORDERED.
           MOVE ZEROS TO PO-QTY-RECEIVED, PO-LAST-RECEIPT-DATE.
           MOVE INV-VENDOR-ID TO PO-VENDOR-ID.
           MOVE INV-UNIT-COST TO PO-UNIT-COST.
           WRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING PURCHASE ORDER "
                 PETSALESRECYCLE, PETSALESEXTRACT, PETINVENTORY,
                 PETPROMOPRICE, PETSALESHISTORY, PETSTOREMASTER,
                 PETCUSTOMERMASTER, PETPURCHASEORDER,
                 PETSTOREINVENTORY, PETSTORECREDIT, PETSTOCKLEDGER.
           STOP RUN.

          END PROGRAM PETSTORESOLUTION.
