      * RECORD LAYOUT FOR PETINVENTORY.DAT (PETINVENTORY MASTER).
      * KEYED BY INV-ITEM-CODE SO DESCRIPTION AND PRICE ARE KEPT
      * IN ONE PLACE INSTEAD OF BEING RE-KEYED ON EVERY SALE.
      * INV-VENDOR-ID POINTS AT THE PETVENDOR MASTER. INV-UNIT-COST
      * IS THE CURRENT PURCHASE COST (THE LAST COST RECEIVED) AND
      * INV-AVERAGE-COST IS THE MOVING AVERAGE KEPT BY RECEIVING
      * AND USED AS COST OF GOODS ON THE MARGIN REPORT.
      * INV-UNIT-OF-SALE IS HOW THE PRICE IS QUOTED ON THE SHELF
      * TAG (EACH, LB, CASE AND SO ON).
       01  INVENTORY-RECORD.
           02  INV-ITEM-CODE           PIC X(6).
           02  INV-DESCRIPTION         PIC X(20).
           02  INV-TAX-CATEGORY        PIC X(1).
               88  INV-TAX-EXEMPT-FOOD     VALUE "F".
               88  INV-TAXABLE-SUPPLIES    VALUE "S".
           02  INV-VENDOR-ID           PIC X(6).
           02  INV-UNIT-COST           PIC 9(6)V99.
           02  INV-AVERAGE-COST        PIC 9(6)V99.
           02  INV-UNIT-OF-SALE        PIC X(4).
