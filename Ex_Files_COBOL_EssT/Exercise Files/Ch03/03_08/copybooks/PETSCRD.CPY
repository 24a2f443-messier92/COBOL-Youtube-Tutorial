      * RECORD LAYOUT FOR PETSTORECREDIT.DAT (STORE-CREDIT
      * LEDGER). KEYED BY SCR-CUSTOMER-ID. THE SALES RUN ADDS
      * RETURNS REFUNDED IN STORE CREDIT TO THE BALANCE AND DRAWS
      * IT DOWN FOR SALES TENDERED IN STORE CREDIT. THE BALANCE IS
      * CARRIED AS A LIABILITY OF SCR-STORE-NUMBER, THE STORE THAT
      * LAST ISSUED CREDIT TO THE CUSTOMER.
       01  STORE-CREDIT-RECORD.
           02  SCR-CUSTOMER-ID         PIC 9(7).
           02  SCR-STORE-NUMBER        PIC 9(3).
           02  SCR-BALANCE             PIC S9(7)V99.
           02  SCR-TOTAL-ISSUED        PIC S9(9)V99.
           02  SCR-TOTAL-REDEEMED      PIC S9(9)V99.
           02  SCR-OPENED-DATE         PIC 9(8).
           02  SCR-LAST-ACTIVITY-DATE  PIC 9(8).
