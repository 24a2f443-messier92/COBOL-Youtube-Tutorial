      * RECORD LAYOUT FOR PETVENDOR.DAT (VENDOR MASTER). KEYED BY
      * VND-VENDOR-ID, THE SAME ID CARRIED ON EACH ITEM IN THE
      * PETINVENTORY MASTER AND STAMPED ON EVERY PURCHASE ORDER,
      * SO BUYERS CAN SEE WHO SUPPLIES AN ITEM, HOW LONG IT TAKES
      * TO ARRIVE AND ON WHAT PAYMENT TERMS.
       01  VENDOR-MASTER-RECORD.
           02  VND-VENDOR-ID           PIC X(6).
           02  VND-VENDOR-NAME         PIC X(25).
           02  VND-ADDRESS             PIC X(25).
           02  VND-CITY                PIC X(15).
           02  VND-STATE               PIC X(2).
           02  VND-ZIP                 PIC X(9).
           02  VND-LEAD-TIME-DAYS      PIC 9(3).
           02  VND-TERMS               PIC X(10).
