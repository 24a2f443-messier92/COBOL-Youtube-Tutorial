      * HEADER AND TRAILER RECORDS FOR THE PER-STORE REGISTER
      * FILES (PETREGNNN.DAT, NNN = STORE NUMBER). EACH FILE IS A
      * HEADER, THE STORE'S SALESDETAILS BASKETS FOR ONE BUSINESS
      * DATE, THEN A TRAILER. THE HEADER CARRIES A FILE SEQUENCE
      * NUMBER THAT GOES UP BY ONE WITH EVERY FILE THE STORE SENDS.
      * THE TRAILER HASH TOTAL IS THE SUM OF PRICE TIMES QUANTITY
      * OVER EVERY ITEM LINE IN THE FILE, RETURNS INCLUDED AS
      * POSITIVE AMOUNTS. THE RECORD TYPE SITS WHERE A BASKET
      * CARRIES ITS NUMERIC CUSTOMER ID, SO A LETTER IS ENOUGH TO
      * TELL A HEADER OR TRAILER FROM A BASKET.
       01  REGISTER-HEADER-RECORD.
           02  RGH-RECORD-TYPE         PIC X(1).
               88  RGH-HEADER              VALUE "H".
           02  RGH-STORE-NUMBER        PIC 9(3).
           02  RGH-BUSINESS-DATE       PIC 9(8).
           02  RGH-FILE-SEQUENCE       PIC 9(5).
       01  REGISTER-TRAILER-RECORD.
           02  RGT-RECORD-TYPE         PIC X(1).
               88  RGT-TRAILER             VALUE "T".
           02  RGT-BASKET-COUNT        PIC 9(7).
           02  RGT-ITEM-LINE-COUNT     PIC 9(7).
           02  RGT-HASH-TOTAL          PIC 9(11)V99.
