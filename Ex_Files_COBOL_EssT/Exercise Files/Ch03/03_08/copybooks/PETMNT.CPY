      * RECORD LAYOUT FOR PETINVMAINTTRANS.DAT (INVENTORY MASTER
      * MAINTENANCE TRANSACTIONS). APPLIED BY PETINVMAINT. ON A
      * CHANGE ("C") ONLY THE FIELDS THAT ARE FILLED IN (NON-BLANK,
      * OR NUMERIC AND ABOVE ZERO) REPLACE WHAT IS ON THE MASTER.
       01  MAINT-TRANSACTION.
           88  ENDOFMAINTFILE          VALUE HIGH-VALUES.
           02  MNT-ACTION-CODE         PIC X(1).
               88  MNT-ADD                 VALUE "A".
               88  MNT-CHANGE              VALUE "C".
               88  MNT-DELETE              VALUE "D".
               88  MNT-PRICE-CHANGE        VALUE "P".
           02  MNT-ITEM-CODE           PIC X(6).
           02  MNT-DESCRIPTION         PIC X(20).
           02  MNT-PRICE               PIC 9(6)V99.
           02  MNT-QTY-ON-HAND         PIC 9(5).
           02  MNT-REORDER-POINT       PIC 9(5).
           02  MNT-REORDER-QTY         PIC 9(5).
           02  MNT-TAX-CATEGORY        PIC X(1).
           02  MNT-SUBMITTED-BY        PIC X(8).
           02  MNT-VENDOR-ID           PIC X(6).
           02  MNT-UNIT-COST           PIC 9(6)V99.
           02  MNT-UNIT-OF-SALE        PIC X(4).
