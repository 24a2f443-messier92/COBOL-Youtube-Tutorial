      * RECORD LAYOUT FOR PETREGCONTROL.DAT (REGISTER FILE INTAKE
      * CONTROL). KEYED BY STORE NUMBER. UPDATED BY THE INTAKE RUN
      * EACH TIME IT ACCEPTS A STORE'S REGISTER FILE, SO THE NEXT
      * RUN CAN TURN AWAY A FILE SENT TWICE OR ONE THAT SKIPS A
      * SEQUENCE NUMBER.
       01  REGISTER-CONTROL-RECORD.
           02  RGC-STORE-NUMBER        PIC 9(3).
           02  RGC-LAST-FILE-SEQUENCE  PIC 9(5).
           02  RGC-LAST-BUSINESS-DATE  PIC 9(8).
           02  RGC-LAST-INTAKE-DATE    PIC 9(8).
           02  RGC-LAST-BASKET-COUNT   PIC 9(7).
           02  RGC-LAST-ITEM-LINES     PIC 9(7).
