      * RECORD LAYOUT FOR PETSTOCKLEDGER.DAT (STOCK MOVEMENT
      * LEDGER). ONE RECORD IS APPENDED BY EVERY PROGRAM THAT
      * CHANGES AN ON-HAND QUANTITY, CARRYING THE CHANGE ACTUALLY
      * APPLIED (NEGATIVE FOR STOCK GOING OUT). A STORE NUMBER OF
      * ZERO IS THE UNALLOCATED CHAIN POOL: CHAIN-LEVEL CHANGES TO
      * INV-QTY-ON-HAND AND TRANSFERS TO OR FROM THE POOL. EVERY
      * OTHER RECORD MOVES THAT STORE'S PETSTOREINVENTORY BALANCE.
      * STK-DOCUMENT-REF HOLDS THE PO NUMBER ON A RECEIPT, THE
      * CUSTOMER ID ON A SALE OR RETURN, AND THE SUBMITTER OR
      * COUNTER ID ON A TRANSFER OR ADJUSTMENT.
       01  STOCK-LEDGER-RECORD.
           02  STK-MOVEMENT-DATE       PIC 9(8).
           02  STK-STORE-NUMBER        PIC 9(3).
           02  STK-ITEM-CODE           PIC X(6).
           02  STK-MOVEMENT-TYPE       PIC X(1).
               88  STK-SALE                VALUE "S".
               88  STK-RETURN              VALUE "R".
               88  STK-RECEIPT             VALUE "P".
               88  STK-TRANSFER-OUT        VALUE "O".
               88  STK-TRANSFER-IN         VALUE "I".
               88  STK-ADJUSTMENT          VALUE "A".
           02  STK-QUANTITY            PIC S9(6).
           02  STK-SOURCE-PROGRAM      PIC X(8).
           02  STK-DOCUMENT-REF        PIC X(11).
