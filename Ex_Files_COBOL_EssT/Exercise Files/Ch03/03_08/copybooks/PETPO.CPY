      * OUTSTANDING PER ITEM AT A TIME. WRITTEN BY THE REORDER
      * PASS OF THE DAILY SALES RUN AND RELIEVED BY THE RECEIVING
      * RUN, WHICH DELETES THE ORDER ONCE IT IS FULLY RECEIVED.
      * THE VENDOR AND UNIT COST ARE STAMPED FROM THE ITEM WHEN
      * THE ORDER IS RAISED SO RECEIVING CAN COMPARE THE COST
      * ACTUALLY BILLED AGAINST WHAT WAS ORDERED.
       01  PURCHASE-ORDER-RECORD.
           02  PO-ITEM-CODE            PIC X(6).
           02  PO-NUMBER               PIC 9(11).
           02  PO-QTY-ORDERED          PIC 9(6).
           02  PO-QTY-RECEIVED         PIC 9(6).
           02  PO-LAST-RECEIPT-DATE    PIC 9(8).
           02  PO-VENDOR-ID            PIC X(6).
           02  PO-UNIT-COST            PIC 9(6)V99.
