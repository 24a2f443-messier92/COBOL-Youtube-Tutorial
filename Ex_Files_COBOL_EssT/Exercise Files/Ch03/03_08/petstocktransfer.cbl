           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETRUNCONTROL ASSIGN TO "PETRUNCONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETSTOCKLEDGER ASSIGN TO "PETSTOCKLEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           01 REGISTER-LINE      PIC X(132).
       FD PETRUNCONTROL.
           COPY "PETRUN.CPY".
       FD PETSTOCKLEDGER.
           COPY "PETSTKL.CPY".

       WORKING-STORAGE SECTION.

           OPEN INPUT PETINVENTORY.
           PERFORM 1150-OPEN-STORE-INVENTORY.
           OPEN OUTPUT PETTRANSFERRPT.
           OPEN EXTEND PETSTOCKLEDGER.
           PERFORM 0110-WRITE-HEADING-LINES.
           READ PETTRANSFERTRANS
               AT END SET ENDOFTRANSFERFILE TO TRUE
           ELSE
               PERFORM 0310-POST-TO-STORE
           END-IF.
           MOVE TRF-FROM-STORE TO STK-STORE-NUMBER.
           SET STK-TRANSFER-OUT TO TRUE.
           COMPUTE STK-QUANTITY = 0 - TRF-QUANTITY.
           PERFORM 0320-WRITE-STOCK-LEDGER.
           MOVE TRF-TO-STORE TO STK-STORE-NUMBER.
           SET STK-TRANSFER-IN TO TRUE.
           MOVE TRF-QUANTITY TO STK-QUANTITY.
           PERFORM 0320-WRITE-STOCK-LEDGER.
           MOVE TRF-ITEM-CODE TO REG-ITEM-CODE.
           MOVE INV-DESCRIPTION TO REG-DESCRIPTION.
           MOVE TRF-FROM-STORE TO REG-FROM-STORE.
           END-REWRITE.
       0310-END.

       0320-WRITE-STOCK-LEDGER.
           MOVE WS-DATE TO STK-MOVEMENT-DATE.
           MOVE TRF-ITEM-CODE TO STK-ITEM-CODE.
           MOVE "PETXFER" TO STK-SOURCE-PROGRAM.
           MOVE TRF-SUBMITTED-BY TO STK-DOCUMENT-REF.
           WRITE STOCK-LEDGER-RECORD.
       0320-END.

       0250-PRINT-REJECT-LINE.
           MOVE TRF-ITEM-CODE TO REG-ITEM-CODE.
           MOVE SPACES TO REG-DESCRIPTION.
       0900-STOP-RUN.
           PERFORM 9100-WRITE-RUN-END.
           CLOSE PETTRANSFERTRANS, PETINVENTORY, PETSTOREINVENTORY,
                 PETTRANSFERRPT, PETSTOCKLEDGER.
           STOP RUN.

          END PROGRAM PETSTOCKTRANSFER.
