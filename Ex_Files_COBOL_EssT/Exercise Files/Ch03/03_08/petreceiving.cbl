           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETRUNCONTROL ASSIGN TO "PETRUNCONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETSTOCKLEDGER ASSIGN TO "PETSTOCKLEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           02  RCV-QTY-RECEIVED        PIC 9(5).
           02  RCV-STORE-NUMBER        PIC 9(3).
           02  RCV-RECEIVED-BY         PIC X(8).
           02  RCV-UNIT-COST           PIC 9(6)V99.
       FD PETINVENTORY.
           COPY "PETINV.CPY".
       FD PETPURCHASEORDER.
           01 REGISTER-LINE      PIC X(132).
       FD PETRUNCONTROL.
           COPY "PETRUN.CPY".
       FD PETSTOCKLEDGER.
           COPY "PETSTKL.CPY".

       WORKING-STORAGE SECTION.

           05  WS-TRANS-APPLIED  PIC 9(5) VALUE ZEROS.
           05  WS-TRANS-REJECTED PIC 9(5) VALUE ZEROS.
           05  WS-QTY-POSTED     PIC 9(7) VALUE ZEROS.
           05  WS-COST-POSTED    PIC 9(9)V99 VALUE ZEROS.
           05  WS-RECEIVED-COST  PIC 9(6)V99.
           05  WS-RECEIVED-VALUE PIC 9(9)V99.

       01  WS-SWITCHES.
           05  WS-INV-FOUND-SW     PIC X(1).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 REG-PO-NUMBER    PIC 9(11).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 REG-UNIT-COST    PIC $$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 REG-AVERAGE-COST PIC $$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 REG-MESSAGE      PIC X(40).

       01  REGISTER-TOTAL-LINE.
              'UNITS POSTED ON HAND: '.
           05 REG-TOT-QTY      PIC ZZZ,ZZ9.

       01  REGISTER-COST-LINE.
           05 FILLER           PIC X(22) VALUE
              'COST OF UNITS POSTED: '.
           05 REG-TOT-COST     PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 1100-GET-RUN-DATE.
           OPEN I-O PETPURCHASEORDER.
           PERFORM 1150-OPEN-STORE-INVENTORY.
           OPEN OUTPUT PETRECEIVINGRPT.
           OPEN EXTEND PETSTOCKLEDGER.
           PERFORM 0110-WRITE-HEADING-LINES.
           READ PETRECEIVINGTRANS
               AT END SET ENDOFRECEIVINGFILE TO TRUE
                   SET INVALID-TRANS TO TRUE
                   MOVE "NO OPEN PURCHASE ORDER FOR ITEM"
                      TO WS-REJECT-REASON
               WHEN RCV-UNIT-COST NOT NUMERIC
                  AND RCV-UNIT-COST NOT = SPACES
                   SET INVALID-TRANS TO TRUE
                   MOVE "INVALID RECEIVED UNIT COST"
                      TO WS-REJECT-REASON
           END-EVALUATE.
       0230-END.

       0300-POST-RECEIPT.
           PERFORM 0330-COST-RECEIPT.
           ADD RCV-QTY-RECEIVED TO INV-QTY-ON-HAND.
           ADD RCV-QTY-RECEIVED TO WS-QTY-POSTED.
           REWRITE INVENTORY-RECORD
                   DISPLAY "ERROR REWRITING STORE INVENTORY "
                      RCV-ITEM-CODE
           END-REWRITE.
           PERFORM 0306-WRITE-STOCK-LEDGER.
       0305-END.

       0306-WRITE-STOCK-LEDGER.
           MOVE WS-DATE TO STK-MOVEMENT-DATE.
           MOVE RCV-STORE-NUMBER TO STK-STORE-NUMBER.
           MOVE RCV-ITEM-CODE TO STK-ITEM-CODE.
           SET STK-RECEIPT TO TRUE.
           MOVE RCV-QTY-RECEIVED TO STK-QUANTITY.
           MOVE "PETRECV" TO STK-SOURCE-PROGRAM.
           MOVE PO-NUMBER TO STK-DOCUMENT-REF.
           WRITE STOCK-LEDGER-RECORD.
       0306-END.

       0310-CLOSE-PURCHASE-ORDER.
           DELETE PETPURCHASEORDER
               INVALID KEY
           END-DELETE.
       0310-END.

       0330-COST-RECEIPT.
           IF RCV-UNIT-COST NUMERIC AND RCV-UNIT-COST > ZERO
               MOVE RCV-UNIT-COST TO WS-RECEIVED-COST
           ELSE
               IF PO-UNIT-COST NUMERIC AND PO-UNIT-COST > ZERO
                   MOVE PO-UNIT-COST TO WS-RECEIVED-COST
               ELSE
                   MOVE INV-UNIT-COST TO WS-RECEIVED-COST
               END-IF
           END-IF.
           COMPUTE WS-RECEIVED-VALUE =
              RCV-QTY-RECEIVED * WS-RECEIVED-COST.
           ADD WS-RECEIVED-VALUE TO WS-COST-POSTED.
           IF INV-AVERAGE-COST = ZERO OR INV-QTY-ON-HAND = ZERO
               MOVE WS-RECEIVED-COST TO INV-AVERAGE-COST
           ELSE
               COMPUTE INV-AVERAGE-COST ROUNDED =
                  ((INV-QTY-ON-HAND * INV-AVERAGE-COST)
                   + WS-RECEIVED-VALUE)
                  / (INV-QTY-ON-HAND + RCV-QTY-RECEIVED)
           END-IF.
           MOVE WS-RECEIVED-COST TO INV-UNIT-COST.
       0330-END.

       0320-PRINT-APPLIED-LINE.
           MOVE RCV-ITEM-CODE TO REG-ITEM-CODE.
           MOVE RCV-STORE-NUMBER TO REG-STORE-NUMBER.
           MOVE RCV-QTY-RECEIVED TO REG-QTY-RECEIVED.
           MOVE INV-QTY-ON-HAND TO REG-ON-HAND.
           MOVE PO-NUMBER TO REG-PO-NUMBER.
           MOVE WS-RECEIVED-COST TO REG-UNIT-COST.
           MOVE INV-AVERAGE-COST TO REG-AVERAGE-COST.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0320-END.
           MOVE WS-QTY-POSTED TO REG-TOT-QTY.
           WRITE REGISTER-LINE FROM REGISTER-QTY-LINE
              AFTER ADVANCING 1 LINE.
           MOVE WS-COST-POSTED TO REG-TOT-COST.
           WRITE REGISTER-LINE FROM REGISTER-COST-LINE
              AFTER ADVANCING 1 LINE.
       0290-END.

       1300-WRITE-RUN-START.
       0900-STOP-RUN.
           PERFORM 9100-WRITE-RUN-END.
           CLOSE PETRECEIVINGTRANS, PETINVENTORY, PETPURCHASEORDER,
                 PETSTOREINVENTORY, PETRECEIVINGRPT, PETSTOCKLEDGER.
           STOP RUN.

          END PROGRAM PETRECEIVING.
