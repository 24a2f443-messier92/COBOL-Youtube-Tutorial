       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETREFAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PETINVENTORY ASSIGN TO "PETINVENTORY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INV-ITEM-CODE
           FILE STATUS IS WS-INV-FILE-STATUS.
       SELECT OPTIONAL PETSTOREINVENTORY
           ASSIGN TO "PETSTOREINVENTORY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SIV-KEY
           FILE STATUS IS WS-SINV-FILE-STATUS.
       SELECT OPTIONAL PETPURCHASEORDER
           ASSIGN TO "PETPURCHASEORDER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PO-ITEM-CODE
           FILE STATUS IS WS-PO-FILE-STATUS.
       SELECT OPTIONAL PETPROMOPRICE ASSIGN TO "PETPROMOPRICE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PRO-KEY
           FILE STATUS IS WS-PROMO-FILE-STATUS.
       SELECT OPTIONAL PETCOMMBALANCE
           ASSIGN TO "PETCOMMBALANCE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CBL-EMPLOYEE-ID
           FILE STATUS IS WS-CBAL-FILE-STATUS.
       SELECT OPTIONAL PETSTORECREDIT
           ASSIGN TO "PETSTORECREDIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SCR-CUSTOMER-ID
           FILE STATUS IS WS-SCRD-FILE-STATUS.
       SELECT OPTIONAL PETEMPLOYEEMASTER
           ASSIGN TO "PETEMPLOYEEMASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-EMPLOYEE-ID
           FILE STATUS IS WS-EMP-FILE-STATUS.
       SELECT OPTIONAL PETSTOREMASTER
           ASSIGN TO "PETSTOREMASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STR-STORE-NUMBER
           FILE STATUS IS WS-STORE-FILE-STATUS.
       SELECT OPTIONAL PETCUSTOMERMASTER
           ASSIGN TO "PETCUSTOMERMASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUS-CUSTOMER-ID
           FILE STATUS IS WS-CUST-FILE-STATUS.
       SELECT OPTIONAL PETVENDOR ASSIGN TO "PETVENDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VND-VENDOR-ID
           FILE STATUS IS WS-VEND-FILE-STATUS.
       SELECT OPTIONAL PETSALESHISTORY
           ASSIGN TO "PETSALESHISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PETREFAUDITRPT ASSIGN TO "PETREFAUDITRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SORTWORK ASSIGN TO "SORTWORK".
       SELECT OPTIONAL PETRUNCONTROL ASSIGN TO "PETRUNCONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PETINVENTORY.
           COPY "PETINV.CPY".
       FD PETSTOREINVENTORY.
           COPY "PETSINV.CPY".
       FD PETPURCHASEORDER.
           COPY "PETPO.CPY".
       FD PETPROMOPRICE.
           COPY "PETPROMO.CPY".
       FD PETCOMMBALANCE.
           COPY "PETCBAL.CPY".
       FD PETSTORECREDIT.
           COPY "PETSCRD.CPY".
       FD PETEMPLOYEEMASTER.
           COPY "PETEMP.CPY".
       FD PETSTOREMASTER.
           COPY "PETSTR.CPY".
       FD PETCUSTOMERMASTER.
           COPY "PETCUST.CPY".
       FD PETVENDOR.
           COPY "PETVEND.CPY".
       FD PETSALESHISTORY.
           COPY "PETHIST.CPY".
       FD PETREFAUDITRPT.
           01 PRINT-LINE         PIC X(132).
       SD SORTWORK.
       01  SORT-STORE-STOCK-RECORD.
           02  SRT-ITEM-CODE           PIC X(6).
           02  SRT-STORE-NUMBER        PIC 9(3).
           02  SRT-QTY-ON-HAND         PIC 9(5).
       FD PETRUNCONTROL.
           COPY "PETRUN.CPY".

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-ITEMS-READ       PIC 9(7) VALUE ZEROS.
           05  WS-SINV-READ        PIC 9(9) VALUE ZEROS.
           05  WS-PO-READ          PIC 9(7) VALUE ZEROS.
           05  WS-PROMO-READ       PIC 9(7) VALUE ZEROS.
           05  WS-CBAL-READ        PIC 9(7) VALUE ZEROS.
           05  WS-SCRD-READ        PIC 9(7) VALUE ZEROS.
           05  WS-HISTORY-READ     PIC 9(9) VALUE ZEROS.
           05  WS-SINV-NO-ITEM     PIC 9(7) VALUE ZEROS.
           05  WS-SINV-NO-STORE    PIC 9(7) VALUE ZEROS.
           05  WS-PO-NO-ITEM       PIC 9(7) VALUE ZEROS.
           05  WS-PROMO-NO-ITEM    PIC 9(7) VALUE ZEROS.
           05  WS-CBAL-NO-EMPLOYEE PIC 9(7) VALUE ZEROS.
           05  WS-SCRD-NO-CUSTOMER PIC 9(7) VALUE ZEROS.
           05  WS-HIST-NO-STORE    PIC 9(9) VALUE ZEROS.
           05  WS-ITEM-NO-VENDOR   PIC 9(7) VALUE ZEROS.
           05  WS-ITEMS-BALANCED   PIC 9(7) VALUE ZEROS.
           05  WS-ITEMS-WITH-POOL  PIC 9(7) VALUE ZEROS.
           05  WS-ITEMS-OVER-ALLOC PIC 9(7) VALUE ZEROS.
           05  WS-SERIOUS-BREAKS   PIC 9(9) VALUE ZEROS.
           05  WS-WARNING-BREAKS   PIC 9(9) VALUE ZEROS.
           05  WS-STORE-TOTAL      PIC 9(7).
           05  WS-UNALLOCATED      PIC S9(7).
           05  WS-STORE-SUB        PIC 9(4).
           05  WS-CHECK-STORE      PIC 9(3).

       01  WS-STORE-TABLE.
           05  WS-STORE-ENTRY OCCURS 1000 TIMES.
               10  WS-STORE-STATE      PIC X(1).
                   88  STORE-NOT-LOOKED-UP VALUE SPACE.
                   88  STORE-ON-FILE       VALUE "Y".
                   88  STORE-NOT-ON-FILE   VALUE "N".
               10  WS-STORE-HIST-ROWS  PIC 9(7).

       01  WS-SWITCHES.
           05  WS-INV-EOF-SW       PIC X(1).
               88  INV-END-OF-FILE     VALUE "Y".
               88  INV-NOT-EOF         VALUE "N".
           05  WS-SINV-EOF-SW      PIC X(1).
               88  SINV-END-OF-FILE    VALUE "Y".
               88  SINV-NOT-EOF        VALUE "N".
           05  WS-PO-EOF-SW        PIC X(1).
               88  PO-END-OF-FILE      VALUE "Y".
               88  PO-NOT-EOF          VALUE "N".
           05  WS-PROMO-EOF-SW     PIC X(1).
               88  PROMO-END-OF-FILE   VALUE "Y".
               88  PROMO-NOT-EOF       VALUE "N".
           05  WS-CBAL-EOF-SW      PIC X(1).
               88  CBAL-END-OF-FILE    VALUE "Y".
               88  CBAL-NOT-EOF        VALUE "N".
           05  WS-SCRD-EOF-SW      PIC X(1).
               88  SCRD-END-OF-FILE    VALUE "Y".
               88  SCRD-NOT-EOF        VALUE "N".
           05  WS-HIST-EOF-SW      PIC X(1).
               88  HIST-END-OF-FILE    VALUE "Y".
               88  HIST-NOT-EOF        VALUE "N".
           05  WS-SORT-EOF-SW      PIC X(1).
               88  SORT-END-OF-FILE    VALUE "Y".
               88  SORT-NOT-EOF        VALUE "N".
           05  WS-LOOKUP-SW        PIC X(1).
               88  LOOKUP-FOUND        VALUE "Y".
               88  LOOKUP-NOT-FOUND    VALUE "N".

       01  WS-INV-FILE-STATUS   PIC XX.
       01  WS-SINV-FILE-STATUS  PIC XX.
       01  WS-PO-FILE-STATUS    PIC XX.
       01  WS-PROMO-FILE-STATUS PIC XX.
       01  WS-CBAL-FILE-STATUS  PIC XX.
       01  WS-SCRD-FILE-STATUS  PIC XX.
       01  WS-EMP-FILE-STATUS   PIC XX.
       01  WS-STORE-FILE-STATUS PIC XX.
       01  WS-CUST-FILE-STATUS  PIC XX.
       01  WS-VEND-FILE-STATUS  PIC XX.

       01  WS-DATE.
           05  WS-YEAR PIC 9(4).
           05  WS-MONTH PIC 99.
           05  WS-DAY   PIC 99.

       01  WS-HEADING-DATE.
           05  HDG-MONTH          PIC 99.
           05  FILLER             PIC X VALUE "/".
           05  HDG-DAY            PIC 99.
           05  FILLER             PIC X VALUE "/".
           05  HDG-YEAR           PIC 9(4).

       01  HEADING-LINE.
           05 FILLER           PIC X(40) VALUE SPACES.
           05 FILLER           PIC X(32) VALUE
              'REFERENTIAL INTEGRITY AUDIT     '.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 HDG-RUN-DATE     PIC X(10).

       01  HEADING-LINE1.
           05 FILLER           PIC X(44) VALUE 'BROKEN REFERENCE'.
           05 FILLER           PIC X(7)  VALUE 'STORE'.
           05 FILLER           PIC X(8)  VALUE 'ITEM'.
           05 FILLER           PIC X(13) VALUE 'REFERENCE'.
           05 FILLER           PIC X(50) VALUE 'DETAIL'.

       01  EXCEPTION-LINE.
           05 EXC-CATEGORY     PIC X(44).
           05 EXC-STORE        PIC X(3).
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 EXC-ITEM-CODE    PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EXC-REFERENCE    PIC X(11).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EXC-DETAIL       PIC X(50).

       01  QUANTITY-DETAIL.
           05 QTD-CAPTION      PIC X(14).
           05 QTD-QUANTITY     PIC ZZZ,ZZ9.

       01  DATE-DETAIL.
           05 DTD-CAPTION      PIC X(14).
           05 DTD-DATE         PIC 9(8).

       01  PO-DETAIL.
           05 FILLER           PIC X(8)  VALUE 'ORDERED '.
           05 POD-ORDERED      PIC ZZZ,ZZ9.
           05 FILLER           PIC X(11) VALUE '  RECEIVED '.
           05 POD-RECEIVED     PIC ZZZ,ZZ9.

       01  PROMO-DETAIL.
           05 FILLER           PIC X(13) VALUE 'WINDOW ENDS '.
           05 PRD-END-DATE     PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 PRD-STATUS       PIC X(7).

       01  BALANCE-DETAIL.
           05 FILLER           PIC X(6)  VALUE 'CHAIN '.
           05 BLD-CHAIN        PIC ZZ,ZZ9.
           05 FILLER           PIC X(8)  VALUE ' STORES '.
           05 BLD-STORES       PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(13) VALUE ' UNALLOCATED '.
           05 BLD-UNALLOCATED  PIC Z,ZZZ,ZZ9-.

       01  SUMMARY-HEADING.
           05 FILLER           PIC X(44) VALUE
              'BREAKS BY CATEGORY'.
           05 FILLER           PIC X(11) VALUE '      COUNT'.
           05 FILLER           PIC X(12) VALUE '    SEVERITY'.

       01  COUNT-LINE.
           05 CNT-CAPTION      PIC X(44).
           05 CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 CNT-SEVERITY     PIC X(8).

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 1100-GET-RUN-DATE.
           PERFORM 1300-WRITE-RUN-START.
           PERFORM 1110-CLEAR-STORE-TABLE
              VARYING WS-STORE-SUB FROM 1 BY 1
              UNTIL WS-STORE-SUB > 1000.
           OPEN INPUT PETINVENTORY, PETEMPLOYEEMASTER,
                PETSTOREMASTER, PETCUSTOMERMASTER, PETVENDOR.
           OPEN OUTPUT PETREFAUDITRPT.
           PERFORM 0110-WRITE-HEADING-LINES.
           PERFORM 0200-CHECK-PURCHASE-ORDERS.
           PERFORM 0220-CHECK-PROMOTIONS.
           PERFORM 0240-CHECK-COMMISSION-BALANCES.
           PERFORM 0260-CHECK-STORE-CREDIT.
           PERFORM 0280-CHECK-HISTORY-STORES.
           SORT SORTWORK
               ON ASCENDING KEY SRT-ITEM-CODE, SRT-STORE-NUMBER
               INPUT PROCEDURE IS 0400-RELEASE-STORE-STOCK
               OUTPUT PROCEDURE IS 0500-PROVE-STORE-STOCK.
           PERFORM 0290-PRINT-TOTALS.
           IF WS-SERIOUS-BREAKS > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-BREAKS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 0900-STOP-RUN.
       0100-END.

       1100-GET-RUN-DATE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE WS-MONTH TO HDG-MONTH.
           MOVE WS-DAY   TO HDG-DAY.
           MOVE WS-YEAR  TO HDG-YEAR.
       1100-END.

       1110-CLEAR-STORE-TABLE.
           SET STORE-NOT-LOOKED-UP(WS-STORE-SUB) TO TRUE.
           MOVE ZEROS TO WS-STORE-HIST-ROWS(WS-STORE-SUB).
       1110-END.

       0110-WRITE-HEADING-LINES.
           MOVE WS-HEADING-DATE TO HDG-RUN-DATE.
           WRITE PRINT-LINE FROM HEADING-LINE AFTER
              ADVANCING PAGE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM HEADING-LINE1
              AFTER ADVANCING 1 LINE.
       0110-END.

       0120-WRITE-EXCEPTION.
           WRITE PRINT-LINE FROM EXCEPTION-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO EXCEPTION-LINE.
       0120-END.

       0130-LOOKUP-ITEM.
           SET LOOKUP-FOUND TO TRUE.
           READ PETINVENTORY
               INVALID KEY
                   SET LOOKUP-NOT-FOUND TO TRUE
           END-READ.
       0130-END.

       0140-LOOKUP-STORE.
           COMPUTE WS-STORE-SUB = WS-CHECK-STORE + 1.
           IF STORE-NOT-LOOKED-UP(WS-STORE-SUB)
               MOVE WS-CHECK-STORE TO STR-STORE-NUMBER
               SET STORE-ON-FILE(WS-STORE-SUB) TO TRUE
               READ PETSTOREMASTER
                   INVALID KEY
                       SET STORE-NOT-ON-FILE(WS-STORE-SUB) TO TRUE
               END-READ
           END-IF.
       0140-END.

       0200-CHECK-PURCHASE-ORDERS.
           SET PO-NOT-EOF TO TRUE.
           OPEN INPUT PETPURCHASEORDER.
           READ PETPURCHASEORDER
               AT END SET PO-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 0210-CHECK-ONE-PURCHASE-ORDER
              UNTIL PO-END-OF-FILE.
           CLOSE PETPURCHASEORDER.
       0200-END.

       0210-CHECK-ONE-PURCHASE-ORDER.
           ADD 1 TO WS-PO-READ.
           IF PO-QTY-RECEIVED < PO-QTY-ORDERED
               MOVE PO-ITEM-CODE TO INV-ITEM-CODE
               PERFORM 0130-LOOKUP-ITEM
               IF LOOKUP-NOT-FOUND
                   ADD 1 TO WS-PO-NO-ITEM, WS-SERIOUS-BREAKS
                   MOVE SPACES TO EXCEPTION-LINE
                   MOVE "OPEN PURCHASE ORDER FOR ITEM NOT ON FILE"
                      TO EXC-CATEGORY
                   MOVE PO-ITEM-CODE TO EXC-ITEM-CODE
                   MOVE PO-NUMBER TO EXC-REFERENCE
                   MOVE PO-QTY-ORDERED TO POD-ORDERED
                   MOVE PO-QTY-RECEIVED TO POD-RECEIVED
                   MOVE PO-DETAIL TO EXC-DETAIL
                   PERFORM 0120-WRITE-EXCEPTION
               END-IF
           END-IF.
           READ PETPURCHASEORDER
               AT END SET PO-END-OF-FILE TO TRUE
           END-READ.
       0210-END.

       0220-CHECK-PROMOTIONS.
           SET PROMO-NOT-EOF TO TRUE.
           OPEN INPUT PETPROMOPRICE.
           READ PETPROMOPRICE
               AT END SET PROMO-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 0230-CHECK-ONE-PROMOTION
              UNTIL PROMO-END-OF-FILE.
           CLOSE PETPROMOPRICE.
       0220-END.

       0230-CHECK-ONE-PROMOTION.
           ADD 1 TO WS-PROMO-READ.
           MOVE PRO-ITEM-CODE TO INV-ITEM-CODE.
           PERFORM 0130-LOOKUP-ITEM.
           IF LOOKUP-NOT-FOUND
               ADD 1 TO WS-PROMO-NO-ITEM, WS-WARNING-BREAKS
               MOVE SPACES TO EXCEPTION-LINE
               MOVE "PROMOTION WINDOW FOR ITEM NOT ON FILE"
                  TO EXC-CATEGORY
               MOVE PRO-ITEM-CODE TO EXC-ITEM-CODE
               MOVE PRO-START-DATE TO EXC-REFERENCE
               MOVE PRO-END-DATE TO PRD-END-DATE
               IF PRO-END-DATE < WS-DATE
                   MOVE "EXPIRED" TO PRD-STATUS
               ELSE
                   MOVE "ACTIVE" TO PRD-STATUS
               END-IF
               MOVE PROMO-DETAIL TO EXC-DETAIL
               PERFORM 0120-WRITE-EXCEPTION
           END-IF.
           READ PETPROMOPRICE
               AT END SET PROMO-END-OF-FILE TO TRUE
           END-READ.
       0230-END.

       0240-CHECK-COMMISSION-BALANCES.
           SET CBAL-NOT-EOF TO TRUE.
           OPEN INPUT PETCOMMBALANCE.
           READ PETCOMMBALANCE
               AT END SET CBAL-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 0250-CHECK-ONE-COMM-BALANCE
              UNTIL CBAL-END-OF-FILE.
           CLOSE PETCOMMBALANCE.
       0240-END.

       0250-CHECK-ONE-COMM-BALANCE.
           ADD 1 TO WS-CBAL-READ.
           MOVE CBL-EMPLOYEE-ID TO EMP-EMPLOYEE-ID.
           SET LOOKUP-FOUND TO TRUE.
           READ PETEMPLOYEEMASTER
               INVALID KEY
                   SET LOOKUP-NOT-FOUND TO TRUE
           END-READ.
           IF LOOKUP-NOT-FOUND
               ADD 1 TO WS-CBAL-NO-EMPLOYEE, WS-WARNING-BREAKS
               MOVE SPACES TO EXCEPTION-LINE
               MOVE "COMMISSION BALANCE FOR EMPLOYEE NOT ON FILE"
                  TO EXC-CATEGORY
               MOVE CBL-STORE-NUMBER TO EXC-STORE
               MOVE CBL-EMPLOYEE-ID TO EXC-REFERENCE
               MOVE "LAST POSTED" TO DTD-CAPTION
               MOVE CBL-LAST-POSTED-DATE TO DTD-DATE
               MOVE DATE-DETAIL TO EXC-DETAIL
               PERFORM 0120-WRITE-EXCEPTION
           END-IF.
           READ PETCOMMBALANCE
               AT END SET CBAL-END-OF-FILE TO TRUE
           END-READ.
       0250-END.

       0260-CHECK-STORE-CREDIT.
           SET SCRD-NOT-EOF TO TRUE.
           OPEN INPUT PETSTORECREDIT.
           READ PETSTORECREDIT
               AT END SET SCRD-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 0270-CHECK-ONE-STORE-CREDIT
              UNTIL SCRD-END-OF-FILE.
           CLOSE PETSTORECREDIT.
       0260-END.

       0270-CHECK-ONE-STORE-CREDIT.
           ADD 1 TO WS-SCRD-READ.
           MOVE SCR-CUSTOMER-ID TO CUS-CUSTOMER-ID.
           SET LOOKUP-FOUND TO TRUE.
           READ PETCUSTOMERMASTER
               INVALID KEY
                   SET LOOKUP-NOT-FOUND TO TRUE
           END-READ.
           IF LOOKUP-NOT-FOUND
               ADD 1 TO WS-SCRD-NO-CUSTOMER, WS-WARNING-BREAKS
               MOVE SPACES TO EXCEPTION-LINE
               MOVE "STORE CREDIT FOR CUSTOMER NOT ON FILE"
                  TO EXC-CATEGORY
               MOVE SCR-STORE-NUMBER TO EXC-STORE
               MOVE SCR-CUSTOMER-ID TO EXC-REFERENCE
               MOVE "LAST ACTIVITY" TO DTD-CAPTION
               MOVE SCR-LAST-ACTIVITY-DATE TO DTD-DATE
               MOVE DATE-DETAIL TO EXC-DETAIL
               PERFORM 0120-WRITE-EXCEPTION
           END-IF.
           READ PETSTORECREDIT
               AT END SET SCRD-END-OF-FILE TO TRUE
           END-READ.
       0270-END.

       0280-CHECK-HISTORY-STORES.
           SET HIST-NOT-EOF TO TRUE.
           OPEN INPUT PETSALESHISTORY.
           READ PETSALESHISTORY
               AT END SET HIST-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 0285-CHECK-ONE-HISTORY-ROW
              UNTIL HIST-END-OF-FILE.
           CLOSE PETSALESHISTORY.
           PERFORM 0287-REPORT-HISTORY-STORE
              VARYING WS-STORE-SUB FROM 1 BY 1
              UNTIL WS-STORE-SUB > 1000.
       0280-END.

       0285-CHECK-ONE-HISTORY-ROW.
           ADD 1 TO WS-HISTORY-READ.
           IF HST-STORE-NUMBER NUMERIC
               MOVE HST-STORE-NUMBER TO WS-CHECK-STORE
               PERFORM 0140-LOOKUP-STORE
               IF STORE-NOT-ON-FILE(WS-STORE-SUB)
                   ADD 1 TO WS-STORE-HIST-ROWS(WS-STORE-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-HIST-NO-STORE, WS-WARNING-BREAKS
               MOVE SPACES TO EXCEPTION-LINE
               MOVE "SALES HISTORY ROW FOR STORE NOT ON FILE"
                  TO EXC-CATEGORY
               MOVE HST-STORE-NUMBER TO EXC-STORE
               MOVE HST-ITEM-CODE TO EXC-ITEM-CODE
               MOVE HST-SALE-DATE TO EXC-REFERENCE
               MOVE "STORE NUMBER IS NOT NUMERIC" TO EXC-DETAIL
               PERFORM 0120-WRITE-EXCEPTION
           END-IF.
           READ PETSALESHISTORY
               AT END SET HIST-END-OF-FILE TO TRUE
           END-READ.
       0285-END.

       0287-REPORT-HISTORY-STORE.
           IF WS-STORE-HIST-ROWS(WS-STORE-SUB) > ZERO
               ADD WS-STORE-HIST-ROWS(WS-STORE-SUB)
                  TO WS-HIST-NO-STORE, WS-WARNING-BREAKS
               COMPUTE WS-CHECK-STORE = WS-STORE-SUB - 1
               MOVE SPACES TO EXCEPTION-LINE
               MOVE "SALES HISTORY ROW FOR STORE NOT ON FILE"
                  TO EXC-CATEGORY
               MOVE WS-CHECK-STORE TO EXC-STORE
               MOVE "HISTORY ROWS" TO QTD-CAPTION
               MOVE WS-STORE-HIST-ROWS(WS-STORE-SUB) TO QTD-QUANTITY
               MOVE QUANTITY-DETAIL TO EXC-DETAIL
               PERFORM 0120-WRITE-EXCEPTION
           END-IF.
       0287-END.

       0400-RELEASE-STORE-STOCK.
           SET SINV-NOT-EOF TO TRUE.
           OPEN INPUT PETSTOREINVENTORY.
           READ PETSTOREINVENTORY
               AT END SET SINV-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 0410-RELEASE-ONE-STORE-ROW
              UNTIL SINV-END-OF-FILE.
           CLOSE PETSTOREINVENTORY.
       0400-END.

       0410-RELEASE-ONE-STORE-ROW.
           ADD 1 TO WS-SINV-READ.
           MOVE SIV-STORE-NUMBER TO WS-CHECK-STORE.
           PERFORM 0140-LOOKUP-STORE.
           IF STORE-NOT-ON-FILE(WS-STORE-SUB)
               ADD 1 TO WS-SINV-NO-STORE, WS-WARNING-BREAKS
               MOVE SPACES TO EXCEPTION-LINE
               MOVE "STORE INVENTORY ROW FOR STORE NOT ON FILE"
                  TO EXC-CATEGORY
               MOVE SIV-STORE-NUMBER TO EXC-STORE
               MOVE SIV-ITEM-CODE TO EXC-ITEM-CODE
               MOVE "ON HAND" TO QTD-CAPTION
               MOVE SIV-QTY-ON-HAND TO QTD-QUANTITY
               MOVE QUANTITY-DETAIL TO EXC-DETAIL
               PERFORM 0120-WRITE-EXCEPTION
           END-IF.
           MOVE SIV-ITEM-CODE TO SRT-ITEM-CODE.
           MOVE SIV-STORE-NUMBER TO SRT-STORE-NUMBER.
           MOVE SIV-QTY-ON-HAND TO SRT-QTY-ON-HAND.
           RELEASE SORT-STORE-STOCK-RECORD.
           READ PETSTOREINVENTORY
               AT END SET SINV-END-OF-FILE TO TRUE
           END-READ.
       0410-END.

       0500-PROVE-STORE-STOCK.
           SET SORT-NOT-EOF TO TRUE.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           SET INV-NOT-EOF TO TRUE.
           MOVE LOW-VALUES TO INV-ITEM-CODE.
           START PETINVENTORY KEY NOT < INV-ITEM-CODE
               INVALID KEY SET INV-END-OF-FILE TO TRUE
           END-START.
           IF INV-NOT-EOF
               READ PETINVENTORY NEXT RECORD
                   AT END SET INV-END-OF-FILE TO TRUE
               END-READ
           END-IF.
           PERFORM 0510-PROVE-ONE-ITEM
              UNTIL INV-END-OF-FILE.
           PERFORM 0520-REPORT-ORPHAN-STORE-ROW
              UNTIL SORT-END-OF-FILE.
       0500-END.

       0510-PROVE-ONE-ITEM.
           ADD 1 TO WS-ITEMS-READ.
           PERFORM 0520-REPORT-ORPHAN-STORE-ROW
              UNTIL SORT-END-OF-FILE
                 OR SRT-ITEM-CODE NOT < INV-ITEM-CODE.
           MOVE ZEROS TO WS-STORE-TOTAL.
           PERFORM 0530-ADD-STORE-ROW
              UNTIL SORT-END-OF-FILE
                 OR SRT-ITEM-CODE NOT = INV-ITEM-CODE.
           COMPUTE WS-UNALLOCATED = INV-QTY-ON-HAND - WS-STORE-TOTAL.
           EVALUATE TRUE
               WHEN WS-UNALLOCATED = ZERO
                   ADD 1 TO WS-ITEMS-BALANCED
               WHEN WS-UNALLOCATED > ZERO
                   ADD 1 TO WS-ITEMS-WITH-POOL
               WHEN OTHER
                   ADD 1 TO WS-ITEMS-OVER-ALLOC, WS-SERIOUS-BREAKS
                   MOVE SPACES TO EXCEPTION-LINE
                   MOVE "STORE BALANCES EXCEED CHAIN ON HAND"
                      TO EXC-CATEGORY
                   MOVE INV-ITEM-CODE TO EXC-ITEM-CODE
                   MOVE INV-QTY-ON-HAND TO BLD-CHAIN
                   MOVE WS-STORE-TOTAL TO BLD-STORES
                   MOVE WS-UNALLOCATED TO BLD-UNALLOCATED
                   MOVE BALANCE-DETAIL TO EXC-DETAIL
                   PERFORM 0120-WRITE-EXCEPTION
           END-EVALUATE.
           IF INV-VENDOR-ID NOT = SPACES
               MOVE INV-VENDOR-ID TO VND-VENDOR-ID
               READ PETVENDOR
                   INVALID KEY
                       ADD 1 TO WS-ITEM-NO-VENDOR, WS-WARNING-BREAKS
                       MOVE SPACES TO EXCEPTION-LINE
                       MOVE "ITEM VENDOR NOT ON VENDOR MASTER"
                          TO EXC-CATEGORY
                       MOVE INV-ITEM-CODE TO EXC-ITEM-CODE
                       MOVE INV-VENDOR-ID TO EXC-REFERENCE
                       MOVE INV-DESCRIPTION TO EXC-DETAIL
                       PERFORM 0120-WRITE-EXCEPTION
               END-READ
           END-IF.
           READ PETINVENTORY NEXT RECORD
               AT END SET INV-END-OF-FILE TO TRUE
           END-READ.
       0510-END.

       0520-REPORT-ORPHAN-STORE-ROW.
           ADD 1 TO WS-SINV-NO-ITEM, WS-SERIOUS-BREAKS.
           MOVE SPACES TO EXCEPTION-LINE.
           MOVE "STORE INVENTORY ROW FOR ITEM NOT ON FILE"
              TO EXC-CATEGORY.
           MOVE SRT-STORE-NUMBER TO EXC-STORE.
           MOVE SRT-ITEM-CODE TO EXC-ITEM-CODE.
           MOVE "ON HAND" TO QTD-CAPTION.
           MOVE SRT-QTY-ON-HAND TO QTD-QUANTITY.
           MOVE QUANTITY-DETAIL TO EXC-DETAIL.
           PERFORM 0120-WRITE-EXCEPTION.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
       0520-END.

       0530-ADD-STORE-ROW.
           ADD SRT-QTY-ON-HAND TO WS-STORE-TOTAL.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
       0530-END.

       0290-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM SUMMARY-HEADING
              AFTER ADVANCING 1 LINE.
           MOVE "SERIOUS" TO CNT-SEVERITY.
           MOVE "STORE INVENTORY ROW FOR ITEM NOT ON FILE"
              TO CNT-CAPTION.
           MOVE WS-SINV-NO-ITEM TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "OPEN PURCHASE ORDER FOR ITEM NOT ON FILE"
              TO CNT-CAPTION.
           MOVE WS-PO-NO-ITEM TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "STORE BALANCES EXCEED CHAIN ON HAND"
              TO CNT-CAPTION.
           MOVE WS-ITEMS-OVER-ALLOC TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "WARNING" TO CNT-SEVERITY.
           MOVE "STORE INVENTORY ROW FOR STORE NOT ON FILE"
              TO CNT-CAPTION.
           MOVE WS-SINV-NO-STORE TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "PROMOTION WINDOW FOR ITEM NOT ON FILE"
              TO CNT-CAPTION.
           MOVE WS-PROMO-NO-ITEM TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "COMMISSION BALANCE FOR EMPLOYEE NOT ON FILE"
              TO CNT-CAPTION.
           MOVE WS-CBAL-NO-EMPLOYEE TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "STORE CREDIT FOR CUSTOMER NOT ON FILE"
              TO CNT-CAPTION.
           MOVE WS-SCRD-NO-CUSTOMER TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "SALES HISTORY ROW FOR STORE NOT ON FILE"
              TO CNT-CAPTION.
           MOVE WS-HIST-NO-STORE TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "ITEM VENDOR NOT ON VENDOR MASTER"
              TO CNT-CAPTION.
           MOVE WS-ITEM-NO-VENDOR TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-SEVERITY.
           MOVE "ITEMS PROVEN STORES = CHAIN" TO CNT-CAPTION.
           MOVE WS-ITEMS-BALANCED TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "ITEMS PROVEN WITH UNALLOCATED CHAIN POOL"
              TO CNT-CAPTION.
           MOVE WS-ITEMS-WITH-POOL TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "ITEMS READ" TO CNT-CAPTION.
           MOVE WS-ITEMS-READ TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "STORE INVENTORY ROWS READ" TO CNT-CAPTION.
           MOVE WS-SINV-READ TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "PURCHASE ORDERS READ" TO CNT-CAPTION.
           MOVE WS-PO-READ TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "PROMOTION WINDOWS READ" TO CNT-CAPTION.
           MOVE WS-PROMO-READ TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "COMMISSION BALANCES READ" TO CNT-CAPTION.
           MOVE WS-CBAL-READ TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "STORE CREDIT ACCOUNTS READ" TO CNT-CAPTION.
           MOVE WS-SCRD-READ TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "SALES HISTORY ROWS READ" TO CNT-CAPTION.
           MOVE WS-HISTORY-READ TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
       0290-END.

       1300-WRITE-RUN-START.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETREFAU" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-START-ENTRY TO TRUE.
           MOVE ZEROS TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       1300-END.

       9100-WRITE-RUN-END.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETREFAU" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-END-ENTRY TO TRUE.
           MOVE WS-ITEMS-READ TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       9100-END.

       0900-STOP-RUN.
           PERFORM 9100-WRITE-RUN-END.
           CLOSE PETINVENTORY, PETEMPLOYEEMASTER, PETSTOREMASTER,
                 PETCUSTOMERMASTER, PETVENDOR, PETREFAUDITRPT.
           STOP RUN.

          END PROGRAM PETREFAUDIT.
