           ACCESS MODE IS RANDOM
           RECORD KEY IS INV-ITEM-CODE
           FILE STATUS IS WS-INV-FILE-STATUS.
       SELECT OPTIONAL PETVENDOR ASSIGN TO "PETVENDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VND-VENDOR-ID
           FILE STATUS IS WS-VEND-FILE-STATUS.
       SELECT PETMAINTREGISTER ASSIGN TO "PETINVMAINTRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETPRICEAUDIT ASSIGN TO "PETPRICEAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETRUNCONTROL ASSIGN TO "PETRUNCONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETSTOCKLEDGER ASSIGN TO "PETSTOCKLEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PETMAINTTRANS.
           COPY "PETMNT.CPY".
       FD PETINVENTORY.
           COPY "PETINV.CPY".
       FD PETVENDOR.
           COPY "PETVEND.CPY".
       FD PETMAINTREGISTER.
           01 REGISTER-LINE      PIC X(132).
       FD PETPRICEAUDIT.
           02  AUD-SUBMITTED-BY        PIC X(8).
       FD PETRUNCONTROL.
           COPY "PETRUN.CPY".
       FD PETSTOCKLEDGER.
           COPY "PETSTKL.CPY".

       WORKING-STORAGE SECTION.

           05  WS-TRANS-APPLIED  PIC 9(5) VALUE ZEROS.
           05  WS-TRANS-REJECTED PIC 9(5) VALUE ZEROS.
           05  WS-OLD-PRICE      PIC 9(6)V99.
           05  WS-OLD-QTY-ON-HAND PIC 9(5).

       01  WS-SWITCHES.
           05  WS-INV-FOUND-SW     PIC X(1).
               88  PRICE-UNCHANGED     VALUE "N".

       01  WS-INV-FILE-STATUS   PIC XX.
       01  WS-VEND-FILE-STATUS  PIC XX.

       01  WS-REJECT-REASON     PIC X(40).

           05 FILLER           PIC X(2)  VALUE SPACES.
           05 REG-QTY-ON-HAND  PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 REG-VENDOR-ID    PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 REG-UNIT-COST    PIC $$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 REG-MESSAGE      PIC X(40).

       01  REGISTER-TOTAL-LINE.
           PERFORM 1300-WRITE-RUN-START.
           OPEN INPUT PETMAINTTRANS.
           PERFORM 1150-OPEN-INVENTORY-MASTER.
           OPEN INPUT PETVENDOR.
           OPEN OUTPUT PETMAINTREGISTER.
           OPEN EXTEND PETPRICEAUDIT.
           OPEN EXTEND PETSTOCKLEDGER.
           PERFORM 0110-WRITE-HEADING-LINES.
           READ PETMAINTTRANS
               AT END SET ENDOFMAINTFILE TO TRUE
                   SET INVALID-TRANS TO TRUE
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
           END-EVALUATE.
           IF VALID-TRANS
              AND (MNT-ADD OR MNT-CHANGE)
              AND MNT-VENDOR-ID NOT = SPACES
               PERFORM 0215-LOOKUP-VENDOR
           END-IF.
       0220-END.

       0215-LOOKUP-VENDOR.
           MOVE MNT-VENDOR-ID TO VND-VENDOR-ID.
           READ PETVENDOR
               INVALID KEY
                   SET INVALID-TRANS TO TRUE
                   MOVE "VENDOR NOT ON VENDOR MASTER"
                      TO WS-REJECT-REASON
           END-READ.
       0215-END.

       0221-VALIDATE-ADD.
           IF INV-FOUND
               SET INVALID-TRANS TO TRUE
               MOVE INV-DESCRIPTION TO REG-DESCRIPTION
               MOVE INV-PRICE TO REG-PRICE
               MOVE INV-QTY-ON-HAND TO REG-QTY-ON-HAND
               MOVE INV-VENDOR-ID TO REG-VENDOR-ID
               MOVE INV-UNIT-COST TO REG-UNIT-COST
           ELSE
               MOVE "(NEW ITEM)" TO REG-DESCRIPTION
               MOVE ZERO TO REG-PRICE
               MOVE INV-DESCRIPTION TO REG-DESCRIPTION
               MOVE INV-PRICE TO REG-PRICE
               MOVE INV-QTY-ON-HAND TO REG-QTY-ON-HAND
               MOVE INV-VENDOR-ID TO REG-VENDOR-ID
               MOVE INV-UNIT-COST TO REG-UNIT-COST
           END-IF.
           MOVE "APPLIED" TO REG-MESSAGE.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
           MOVE MNT-REORDER-QTY TO INV-REORDER-QTY.
           MOVE MNT-TAX-CATEGORY TO INV-TAX-CATEGORY.
           MOVE ZERO TO INV-LAST-SALE-DATE.
           MOVE MNT-VENDOR-ID TO INV-VENDOR-ID.
           IF MNT-UNIT-COST NUMERIC
               MOVE MNT-UNIT-COST TO INV-UNIT-COST
           ELSE
               MOVE ZERO TO INV-UNIT-COST
           END-IF.
           MOVE INV-UNIT-COST TO INV-AVERAGE-COST.
           IF MNT-UNIT-OF-SALE = SPACES
               MOVE "EACH" TO INV-UNIT-OF-SALE
           ELSE
               MOVE MNT-UNIT-OF-SALE TO INV-UNIT-OF-SALE
           END-IF.
           WRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING INVENTORY " MNT-ITEM-CODE
           END-WRITE.
           IF INV-QTY-ON-HAND NUMERIC AND INV-QTY-ON-HAND > ZERO
               MOVE INV-QTY-ON-HAND TO STK-QUANTITY
               PERFORM 0360-WRITE-STOCK-LEDGER
           END-IF.
       0310-END.

       0320-APPLY-CHANGE.
           SET PRICE-UNCHANGED TO TRUE.
           MOVE INV-PRICE TO WS-OLD-PRICE.
           MOVE INV-QTY-ON-HAND TO WS-OLD-QTY-ON-HAND.
           IF MNT-DESCRIPTION NOT = SPACES
               MOVE MNT-DESCRIPTION TO INV-DESCRIPTION
           END-IF.
           IF MNT-TAX-CATEGORY NOT = SPACE
               MOVE MNT-TAX-CATEGORY TO INV-TAX-CATEGORY
           END-IF.
           IF MNT-VENDOR-ID NOT = SPACES
               MOVE MNT-VENDOR-ID TO INV-VENDOR-ID
           END-IF.
           IF MNT-UNIT-COST NUMERIC AND MNT-UNIT-COST > ZERO
               MOVE MNT-UNIT-COST TO INV-UNIT-COST
               IF INV-AVERAGE-COST = ZERO
                   MOVE MNT-UNIT-COST TO INV-AVERAGE-COST
               END-IF
           END-IF.
           IF MNT-UNIT-OF-SALE NOT = SPACES
               MOVE MNT-UNIT-OF-SALE TO INV-UNIT-OF-SALE
           END-IF.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING INVENTORY " MNT-ITEM-CODE
           IF PRICE-CHANGED
               PERFORM 0350-WRITE-PRICE-AUDIT
           END-IF.
           IF INV-QTY-ON-HAND NOT = WS-OLD-QTY-ON-HAND
               COMPUTE STK-QUANTITY =
                  INV-QTY-ON-HAND - WS-OLD-QTY-ON-HAND
               PERFORM 0360-WRITE-STOCK-LEDGER
           END-IF.
       0320-END.

       0330-APPLY-DELETE.
           WRITE PRICE-AUDIT-RECORD.
       0350-END.

       0360-WRITE-STOCK-LEDGER.
           MOVE WS-DATE TO STK-MOVEMENT-DATE.
           MOVE ZEROS TO STK-STORE-NUMBER.
           MOVE MNT-ITEM-CODE TO STK-ITEM-CODE.
           SET STK-ADJUSTMENT TO TRUE.
           MOVE "PETINVMT" TO STK-SOURCE-PROGRAM.
           MOVE MNT-SUBMITTED-BY TO STK-DOCUMENT-REF.
           WRITE STOCK-LEDGER-RECORD.
       0360-END.

       0290-PRINT-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE AFTER ADVANCING 1 LINE.

       0900-STOP-RUN.
           PERFORM 9100-WRITE-RUN-END.
           CLOSE PETMAINTTRANS, PETINVENTORY, PETVENDOR,
                 PETMAINTREGISTER, PETPRICEAUDIT, PETSTOCKLEDGER.
           STOP RUN.

          END PROGRAM PETINVMAINT.
