       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETSHELFTAGS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL PETPRICEAUDIT ASSIGN TO "PETPRICEAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETPROMOPRICE ASSIGN TO "PETPROMOPRICE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRO-KEY
           FILE STATUS IS WS-PROMO-FILE-STATUS.
       SELECT PETINVENTORY ASSIGN TO "PETINVENTORY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INV-ITEM-CODE
           FILE STATUS IS WS-INV-FILE-STATUS.
       SELECT OPTIONAL PETSTOREINVENTORY
           ASSIGN TO "PETSTOREINVENTORY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SIV-KEY
           FILE STATUS IS WS-SINV-FILE-STATUS.
       SELECT OPTIONAL PETSTOREMASTER
           ASSIGN TO "PETSTOREMASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STR-STORE-NUMBER
           FILE STATUS IS WS-STORE-FILE-STATUS.
       SELECT PETSHELFTAGS ASSIGN TO "PETSHELFTAGS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PETTAGCOUNTSHEET ASSIGN TO "PETTAGCOUNTSHEET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SORTWORK ASSIGN TO "SORTWORK".
       SELECT OPTIONAL PETRUNCONTROL ASSIGN TO "PETRUNCONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PETPRICEAUDIT.
       01  PRICE-AUDIT-RECORD.
           02  AUD-ITEM-CODE           PIC X(6).
           02  AUD-OLD-PRICE           PIC 9(6)V99.
           02  AUD-NEW-PRICE           PIC 9(6)V99.
           02  AUD-CHANGE-DATE         PIC 9(8).
           02  AUD-SUBMITTED-BY        PIC X(8).
       FD PETPROMOPRICE.
           COPY "PETPROMO.CPY".
       FD PETINVENTORY.
           COPY "PETINV.CPY".
       FD PETSTOREINVENTORY.
           COPY "PETSINV.CPY".
       FD PETSTOREMASTER.
           COPY "PETSTR.CPY".
       FD PETSHELFTAGS.
           01 TAG-PRINT-LINE     PIC X(132).
       FD PETTAGCOUNTSHEET.
           01 PRINT-LINE         PIC X(132).
       SD SORTWORK.
       01  SORT-PRICE-CHANGE-RECORD.
           02  SRT-ITEM-CODE           PIC X(6).
           02  SRT-KIND                PIC 9(1).
               88  SRT-PRICE-AUDIT         VALUE 1.
               88  SRT-PROMO-WINDOW        VALUE 2.
           02  SRT-SEQUENCE            PIC 9(7).
           02  SRT-OLD-PRICE           PIC 9(6)V99.
       FD PETRUNCONTROL.
           COPY "PETRUN.CPY".

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-AUDIT-READ       PIC 9(7) VALUE ZEROS.
           05  WS-AUDIT-SELECTED   PIC 9(7) VALUE ZEROS.
           05  WS-PROMO-READ       PIC 9(7) VALUE ZEROS.
           05  WS-PROMO-SELECTED   PIC 9(7) VALUE ZEROS.
           05  WS-ITEMS-CHECKED    PIC 9(7) VALUE ZEROS.
           05  WS-ITEMS-NO-CHANGE  PIC 9(7) VALUE ZEROS.
           05  WS-ITEMS-NOT-FOUND  PIC 9(7) VALUE ZEROS.
           05  WS-STORES-TAGGED    PIC 9(5) VALUE ZEROS.
           05  WS-TAGS-WRITTEN     PIC 9(9) VALUE ZEROS.
           05  WS-STORE-TAGS       PIC 9(7) VALUE ZEROS.
           05  WS-OLD-BASE-PRICE   PIC 9(6)V99.
           05  WS-OLD-PRICE        PIC 9(6)V99.
           05  WS-NEW-PRICE        PIC 9(6)V99.
           05  WS-NEW-PROMO-END    PIC 9(8).
           05  WS-TAG-IDX          PIC 9(4).
           05  WS-QUOTIENT         PIC 9(4).
           05  WS-REMAINDER        PIC 9(3).

       01  WS-TODAY              PIC 9(8).
       01  WS-LAST-TAG-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-CHANGES-FROM-DATE  PIC 9(8).
       01  WS-TAG-PARM           PIC X(20) VALUE SPACES.
       01  WS-HOLD-ITEM-CODE     PIC X(6).
       01  WS-HOLD-STORE         PIC 9(3).

       01  WS-NEXT-DATE.
           05  NXT-YEAR           PIC 9(4).
           05  NXT-MONTH          PIC 99.
           05  NXT-DAY            PIC 99.
       01  WS-NEXT-BUSINESS-DATE PIC 9(8).

       01  WS-MONTH-LENGTHS.
           05  FILLER             PIC X(24) VALUE
               "312831303130313130313031".
       01  WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05  WS-MONTH-LENGTH    PIC 99 OCCURS 12 TIMES.
       01  WS-DAYS-IN-MONTH      PIC 99.

       01  WS-TAG-ITEM-TABLE.
           05  WS-TAG-ITEM-COUNT   PIC 9(4) VALUE ZEROS.
           05  WS-TAG-ENTRY OCCURS 3000 TIMES.
               10  WS-TAG-ITEM-CODE    PIC X(6).
               10  WS-TAG-DESCRIPTION  PIC X(20).
               10  WS-TAG-PRICE        PIC 9(6)V99.
               10  WS-TAG-PROMO-END    PIC 9(8).
               10  WS-TAG-UNIT         PIC X(4).

       01  WS-SWITCHES.
           05  WS-AUDIT-EOF-SW     PIC X(1).
               88  AUDIT-END-OF-FILE   VALUE "Y".
               88  AUDIT-NOT-EOF       VALUE "N".
           05  WS-PROMO-EOF-SW     PIC X(1).
               88  PROMO-END-OF-FILE   VALUE "Y".
               88  PROMO-NOT-EOF       VALUE "N".
           05  WS-SINV-EOF-SW      PIC X(1).
               88  SINV-END-OF-FILE    VALUE "Y".
               88  SINV-NOT-EOF        VALUE "N".
           05  WS-SORT-EOF-SW      PIC X(1).
               88  SORT-END-OF-FILE    VALUE "Y".
               88  SORT-NOT-EOF        VALUE "N".
           05  WS-RUNLOG-EOF-SW    PIC X(1).
               88  RUNLOG-END-OF-FILE  VALUE "Y".
               88  RUNLOG-NOT-EOF      VALUE "N".
           05  WS-AUDIT-SEEN-SW    PIC X(1).
               88  AUDIT-SEEN          VALUE "Y".
               88  AUDIT-NOT-SEEN      VALUE "N".
           05  WS-OLD-PROMO-SW     PIC X(1).
               88  OLD-PROMO-FOUND     VALUE "Y".
               88  OLD-PROMO-NOT-FOUND VALUE "N".
           05  WS-NEW-PROMO-SW     PIC X(1).
               88  NEW-PROMO-FOUND     VALUE "Y".
               88  NEW-PROMO-NOT-FOUND VALUE "N".
           05  WS-INV-FOUND-SW     PIC X(1).
               88  INV-FOUND           VALUE "Y".
               88  INV-NOT-FOUND       VALUE "N".
           05  WS-TAG-SCAN-SW      PIC X(1).
               88  TAG-SCAN-DONE       VALUE "Y".
               88  TAG-SCAN-MORE       VALUE "N".

       01  WS-PROMO-FILE-STATUS PIC XX.
       01  WS-INV-FILE-STATUS   PIC XX.
       01  WS-SINV-FILE-STATUS  PIC XX.
       01  WS-STORE-FILE-STATUS PIC XX.

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

       01  WS-EDIT-DATE.
           05  EDT-MONTH          PIC 99.
           05  FILLER             PIC X VALUE "/".
           05  EDT-DAY            PIC 99.
           05  FILLER             PIC X VALUE "/".
           05  EDT-YEAR           PIC 9(4).

       01  HEADING-LINE.
           05 FILLER           PIC X(40) VALUE SPACES.
           05 FILLER           PIC X(32) VALUE
              'SHELF TAG COUNT SHEET           '.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 HDG-RUN-DATE     PIC X(10).

       01  EFFECTIVE-LINE.
           05 FILLER           PIC X(25) VALUE
              'PRICES EFFECTIVE ON    '.
           05 EFF-DATE         PIC X(10).
           05 FILLER           PIC X(30) VALUE
              '   PRICE CHANGES LOGGED FROM  '.
           05 EFF-SINCE-DATE   PIC X(10).

       01  HEADING-LINE1.
           05 FILLER           PIC X(8)  VALUE 'ITEM'.
           05 FILLER           PIC X(22) VALUE 'DESCRIPTION'.
           05 FILLER           PIC X(14) VALUE '   SHELF PRICE'.
           05 FILLER           PIC X(14) VALUE '     NEW PRICE'.
           05 FILLER           PIC X(6)  VALUE '  UNIT'.
           05 FILLER           PIC X(12) VALUE '   SALE ENDS'.

       01  CHANGE-LINE.
           05 CHG-ITEM-CODE    PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CHG-DESCRIPTION  PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CHG-OLD-PRICE    PIC ZZZ,ZZ9.99.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 CHG-NEW-PRICE    PIC ZZZ,ZZ9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CHG-UNIT         PIC X(4).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 CHG-PROMO-END    PIC X(10).

       01  HEADING-LINE2.
           05 FILLER           PIC X(7)  VALUE 'STORE'.
           05 FILLER           PIC X(27) VALUE 'STORE NAME'.
           05 FILLER           PIC X(14) VALUE '  TAGS TO HANG'.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 FILLER           PIC X(30) VALUE
              'HUNG BY           TIME'.

       01  STORE-COUNT-LINE.
           05 SCL-STORE        PIC 9(3).
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 SCL-STORE-NAME   PIC X(25).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 SCL-TAGS         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(7)  VALUE SPACES.
           05 FILLER           PIC X(30) VALUE
              '______________    ______'.

       01  SHELF-TAG-LINE.
           05 TAG-STORE        PIC 9(3).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 TAG-ITEM-CODE    PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 TAG-DESCRIPTION  PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 TAG-PRICE        PIC $$$$,$$9.99.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 TAG-UNIT         PIC X(4).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 TAG-PROMO-CAPTION PIC X(10).
           05 TAG-PROMO-END    PIC X(10).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'EFFECTIVE '.
           05 TAG-EFFECTIVE    PIC X(10).

       01  COUNT-LINE.
           05 CNT-CAPTION      PIC X(40).
           05 CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 1100-GET-RUN-DATE.
           PERFORM 1105-GET-TAG-PARM.
           PERFORM 1200-FIND-LAST-TAG-RUN.
           PERFORM 1300-WRITE-RUN-START.
           OPEN INPUT PETINVENTORY, PETPROMOPRICE, PETSTOREMASTER.
           OPEN OUTPUT PETSHELFTAGS, PETTAGCOUNTSHEET.
           PERFORM 0110-WRITE-HEADING-LINES.
           SORT SORTWORK
               ON ASCENDING KEY SRT-ITEM-CODE, SRT-KIND, SRT-SEQUENCE
               INPUT PROCEDURE IS 0200-RELEASE-PRICE-CHANGES
               OUTPUT PROCEDURE IS 0300-FIND-SHELF-CHANGES.
           PERFORM 0400-WRITE-STORE-TAGS.
           PERFORM 0290-PRINT-TOTALS.
           PERFORM 0900-STOP-RUN.
       0100-END.

       1100-GET-RUN-DATE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE WS-MONTH TO HDG-MONTH.
           MOVE WS-DAY   TO HDG-DAY.
           MOVE WS-YEAR  TO HDG-YEAR.
           MOVE WS-DATE  TO WS-TODAY.
       1100-END.

       1105-GET-TAG-PARM.
           ACCEPT WS-TAG-PARM FROM COMMAND-LINE.
           IF WS-TAG-PARM(1:8) NUMERIC
              AND WS-TAG-PARM(1:8) > WS-DATE
               MOVE WS-TAG-PARM(1:8) TO WS-NEXT-BUSINESS-DATE
           ELSE
               MOVE WS-DATE TO WS-NEXT-DATE
               PERFORM 1110-ADD-ONE-DAY
               MOVE WS-NEXT-DATE TO WS-NEXT-BUSINESS-DATE
           END-IF.
       1105-END.

       1110-ADD-ONE-DAY.
           MOVE WS-MONTH-LENGTH(NXT-MONTH) TO WS-DAYS-IN-MONTH.
           IF NXT-MONTH = 2
               DIVIDE NXT-YEAR BY 4 GIVING WS-QUOTIENT
                  REMAINDER WS-REMAINDER
               IF WS-REMAINDER = ZERO
                   MOVE 29 TO WS-DAYS-IN-MONTH
                   DIVIDE NXT-YEAR BY 100 GIVING WS-QUOTIENT
                      REMAINDER WS-REMAINDER
                   IF WS-REMAINDER = ZERO
                       MOVE 28 TO WS-DAYS-IN-MONTH
                       DIVIDE NXT-YEAR BY 400 GIVING WS-QUOTIENT
                          REMAINDER WS-REMAINDER
                       IF WS-REMAINDER = ZERO
                           MOVE 29 TO WS-DAYS-IN-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF NXT-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO NXT-DAY
           ELSE
               MOVE 1 TO NXT-DAY
               IF NXT-MONTH < 12
                   ADD 1 TO NXT-MONTH
               ELSE
                   MOVE 1 TO NXT-MONTH
                   ADD 1 TO NXT-YEAR
               END-IF
           END-IF.
       1110-END.

       1200-FIND-LAST-TAG-RUN.
           SET RUNLOG-NOT-EOF TO TRUE.
           OPEN INPUT PETRUNCONTROL.
           READ PETRUNCONTROL
               AT END SET RUNLOG-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 1210-CHECK-ONE-RUN-ENTRY
              UNTIL RUNLOG-END-OF-FILE.
           CLOSE PETRUNCONTROL.
           IF WS-LAST-TAG-DATE = ZERO
               MOVE WS-TODAY TO WS-CHANGES-FROM-DATE
           ELSE
               MOVE WS-LAST-TAG-DATE TO WS-NEXT-DATE
               PERFORM 1110-ADD-ONE-DAY
               MOVE WS-NEXT-DATE TO WS-CHANGES-FROM-DATE
           END-IF.
       1200-END.

       1210-CHECK-ONE-RUN-ENTRY.
           IF RUN-JOB-NAME = "PETSHELF"
              AND RUN-END-ENTRY
              AND RUN-DATE < WS-TODAY
              AND RUN-DATE > WS-LAST-TAG-DATE
               MOVE RUN-DATE TO WS-LAST-TAG-DATE
           END-IF.
           READ PETRUNCONTROL
               AT END SET RUNLOG-END-OF-FILE TO TRUE
           END-READ.
       1210-END.

       0110-WRITE-HEADING-LINES.
           MOVE WS-HEADING-DATE TO HDG-RUN-DATE.
           WRITE PRINT-LINE FROM HEADING-LINE AFTER
              ADVANCING PAGE.
           MOVE WS-NEXT-BUSINESS-DATE TO WS-NEXT-DATE.
           PERFORM 0120-EDIT-NEXT-DATE.
           MOVE WS-EDIT-DATE TO EFF-DATE, TAG-EFFECTIVE.
           MOVE WS-CHANGES-FROM-DATE TO WS-NEXT-DATE.
           PERFORM 0120-EDIT-NEXT-DATE.
           MOVE WS-EDIT-DATE TO EFF-SINCE-DATE.
           WRITE PRINT-LINE FROM EFFECTIVE-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM HEADING-LINE1
              AFTER ADVANCING 1 LINE.
       0110-END.

       0120-EDIT-NEXT-DATE.
           MOVE NXT-MONTH TO EDT-MONTH.
           MOVE NXT-DAY   TO EDT-DAY.
           MOVE NXT-YEAR  TO EDT-YEAR.
       0120-END.

       0200-RELEASE-PRICE-CHANGES.
           SET AUDIT-NOT-EOF TO TRUE.
           OPEN INPUT PETPRICEAUDIT.
           READ PETPRICEAUDIT
               AT END SET AUDIT-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 0210-RELEASE-ONE-AUDIT
              UNTIL AUDIT-END-OF-FILE.
           CLOSE PETPRICEAUDIT.
           SET PROMO-NOT-EOF TO TRUE.
           MOVE LOW-VALUES TO PRO-KEY.
           START PETPROMOPRICE KEY NOT < PRO-KEY
               INVALID KEY SET PROMO-END-OF-FILE TO TRUE
           END-START.
           PERFORM 0220-RELEASE-ONE-PROMO
              UNTIL PROMO-END-OF-FILE.
       0200-END.

       0210-RELEASE-ONE-AUDIT.
           ADD 1 TO WS-AUDIT-READ.
           IF AUD-CHANGE-DATE NOT < WS-CHANGES-FROM-DATE
              AND AUD-CHANGE-DATE NOT > WS-TODAY
               ADD 1 TO WS-AUDIT-SELECTED
               MOVE AUD-ITEM-CODE TO SRT-ITEM-CODE
               SET SRT-PRICE-AUDIT TO TRUE
               MOVE WS-AUDIT-READ TO SRT-SEQUENCE
               MOVE AUD-OLD-PRICE TO SRT-OLD-PRICE
               RELEASE SORT-PRICE-CHANGE-RECORD
           END-IF.
           READ PETPRICEAUDIT
               AT END SET AUDIT-END-OF-FILE TO TRUE
           END-READ.
       0210-END.

       0220-RELEASE-ONE-PROMO.
           READ PETPROMOPRICE NEXT RECORD
               AT END SET PROMO-END-OF-FILE TO TRUE
           END-READ.
           IF PROMO-NOT-EOF
               ADD 1 TO WS-PROMO-READ
               IF (PRO-START-DATE > WS-TODAY
                   AND PRO-START-DATE NOT > WS-NEXT-BUSINESS-DATE)
                  OR (PRO-END-DATE NOT < WS-TODAY
                   AND PRO-END-DATE < WS-NEXT-BUSINESS-DATE)
                   ADD 1 TO WS-PROMO-SELECTED
                   MOVE PRO-ITEM-CODE TO SRT-ITEM-CODE
                   SET SRT-PROMO-WINDOW TO TRUE
                   MOVE WS-PROMO-READ TO SRT-SEQUENCE
                   MOVE ZEROS TO SRT-OLD-PRICE
                   RELEASE SORT-PRICE-CHANGE-RECORD
               END-IF
           END-IF.
       0220-END.

       0300-FIND-SHELF-CHANGES.
           SET SORT-NOT-EOF TO TRUE.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           IF SORT-NOT-EOF
               PERFORM 0320-START-ITEM-GROUP
               PERFORM 0310-APPLY-ONE-CHANGE
                  UNTIL SORT-END-OF-FILE
               PERFORM 0330-END-ITEM-GROUP
           END-IF.
       0300-END.

       0310-APPLY-ONE-CHANGE.
           IF SRT-PRICE-AUDIT AND AUDIT-NOT-SEEN
               MOVE SRT-OLD-PRICE TO WS-OLD-BASE-PRICE
               SET AUDIT-SEEN TO TRUE
           END-IF.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           IF SORT-NOT-EOF
              AND SRT-ITEM-CODE NOT = WS-HOLD-ITEM-CODE
               PERFORM 0330-END-ITEM-GROUP
               PERFORM 0320-START-ITEM-GROUP
           END-IF.
       0310-END.

       0320-START-ITEM-GROUP.
           MOVE SRT-ITEM-CODE TO WS-HOLD-ITEM-CODE.
           SET AUDIT-NOT-SEEN TO TRUE.
           MOVE ZEROS TO WS-OLD-BASE-PRICE.
       0320-END.

       0330-END-ITEM-GROUP.
           ADD 1 TO WS-ITEMS-CHECKED.
           MOVE WS-HOLD-ITEM-CODE TO INV-ITEM-CODE.
           SET INV-FOUND TO TRUE.
           READ PETINVENTORY
               INVALID KEY
                   SET INV-NOT-FOUND TO TRUE
           END-READ.
           IF INV-FOUND
               PERFORM 0335-PRICE-ONE-ITEM
           ELSE
               ADD 1 TO WS-ITEMS-NOT-FOUND
           END-IF.
       0330-END.

       0335-PRICE-ONE-ITEM.
           IF AUDIT-NOT-SEEN
               MOVE INV-PRICE TO WS-OLD-BASE-PRICE
           END-IF.
           MOVE WS-OLD-BASE-PRICE TO WS-OLD-PRICE.
           MOVE INV-PRICE TO WS-NEW-PRICE.
           MOVE ZEROS TO WS-NEW-PROMO-END.
           SET OLD-PROMO-NOT-FOUND TO TRUE.
           SET NEW-PROMO-NOT-FOUND TO TRUE.
           SET PROMO-NOT-EOF TO TRUE.
           MOVE INV-ITEM-CODE TO PRO-ITEM-CODE.
           MOVE ZEROS TO PRO-START-DATE.
           START PETPROMOPRICE KEY NOT < PRO-KEY
               INVALID KEY SET PROMO-END-OF-FILE TO TRUE
           END-START.
           PERFORM 0340-CHECK-ONE-ITEM-PROMO
              UNTIL PROMO-END-OF-FILE.
           IF WS-NEW-PRICE = WS-OLD-PRICE
               ADD 1 TO WS-ITEMS-NO-CHANGE
           ELSE
               PERFORM 0350-ADD-TAG-ITEM
           END-IF.
       0335-END.

       0340-CHECK-ONE-ITEM-PROMO.
           READ PETPROMOPRICE NEXT RECORD
               AT END SET PROMO-END-OF-FILE TO TRUE
           END-READ.
           IF PROMO-NOT-EOF
               IF PRO-ITEM-CODE NOT = INV-ITEM-CODE
                   SET PROMO-END-OF-FILE TO TRUE
               ELSE
                   IF PRO-PROMO-PRICE > ZERO
                       IF OLD-PROMO-NOT-FOUND
                          AND WS-TODAY NOT < PRO-START-DATE
                          AND WS-TODAY NOT > PRO-END-DATE
                           MOVE PRO-PROMO-PRICE TO WS-OLD-PRICE
                           SET OLD-PROMO-FOUND TO TRUE
                       END-IF
                       IF NEW-PROMO-NOT-FOUND
                          AND WS-NEXT-BUSINESS-DATE
                              NOT < PRO-START-DATE
                          AND WS-NEXT-BUSINESS-DATE
                              NOT > PRO-END-DATE
                           MOVE PRO-PROMO-PRICE TO WS-NEW-PRICE
                           MOVE PRO-END-DATE TO WS-NEW-PROMO-END
                           SET NEW-PROMO-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0340-END.

       0350-ADD-TAG-ITEM.
           IF WS-TAG-ITEM-COUNT = 3000
               DISPLAY "TAG ITEM TABLE FULL, ITEM NOT TAGGED "
                  INV-ITEM-CODE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0355-STORE-TAG-ITEM
           END-IF.
       0350-END.

       0355-STORE-TAG-ITEM.
           ADD 1 TO WS-TAG-ITEM-COUNT.
           MOVE INV-ITEM-CODE TO WS-TAG-ITEM-CODE(WS-TAG-ITEM-COUNT).
           MOVE INV-DESCRIPTION
              TO WS-TAG-DESCRIPTION(WS-TAG-ITEM-COUNT).
           MOVE WS-NEW-PRICE TO WS-TAG-PRICE(WS-TAG-ITEM-COUNT).
           MOVE WS-NEW-PROMO-END
              TO WS-TAG-PROMO-END(WS-TAG-ITEM-COUNT).
           IF INV-UNIT-OF-SALE = SPACES
               MOVE "EACH" TO WS-TAG-UNIT(WS-TAG-ITEM-COUNT)
           ELSE
               MOVE INV-UNIT-OF-SALE TO WS-TAG-UNIT(WS-TAG-ITEM-COUNT)
           END-IF.
           MOVE SPACES TO CHANGE-LINE.
           MOVE INV-ITEM-CODE TO CHG-ITEM-CODE.
           MOVE INV-DESCRIPTION TO CHG-DESCRIPTION.
           MOVE WS-OLD-PRICE TO CHG-OLD-PRICE.
           MOVE WS-NEW-PRICE TO CHG-NEW-PRICE.
           MOVE WS-TAG-UNIT(WS-TAG-ITEM-COUNT) TO CHG-UNIT.
           IF NEW-PROMO-FOUND
               MOVE WS-NEW-PROMO-END TO WS-NEXT-DATE
               PERFORM 0120-EDIT-NEXT-DATE
               MOVE WS-EDIT-DATE TO CHG-PROMO-END
           END-IF.
           WRITE PRINT-LINE FROM CHANGE-LINE
              AFTER ADVANCING 1 LINE.
       0355-END.

       0400-WRITE-STORE-TAGS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM HEADING-LINE2
              AFTER ADVANCING 1 LINE.
           IF WS-TAG-ITEM-COUNT > ZERO
               PERFORM 0405-SCAN-STORE-INVENTORY
           END-IF.
       0400-END.

       0405-SCAN-STORE-INVENTORY.
           SET SINV-NOT-EOF TO TRUE.
           OPEN INPUT PETSTOREINVENTORY.
           READ PETSTOREINVENTORY
               AT END SET SINV-END-OF-FILE TO TRUE
           END-READ.
           IF SINV-NOT-EOF
               PERFORM 0420-START-STORE
               PERFORM 0410-TAG-ONE-STORE-ROW
                  UNTIL SINV-END-OF-FILE
               PERFORM 0430-END-STORE
           END-IF.
           CLOSE PETSTOREINVENTORY.
       0405-END.

       0410-TAG-ONE-STORE-ROW.
           SET TAG-SCAN-MORE TO TRUE.
           PERFORM 0440-ADVANCE-TAG-ITEM
              UNTIL TAG-SCAN-DONE.
           IF WS-TAG-IDX NOT > WS-TAG-ITEM-COUNT
               IF WS-TAG-ITEM-CODE(WS-TAG-IDX) = SIV-ITEM-CODE
                   PERFORM 0450-WRITE-SHELF-TAG
               END-IF
           END-IF.
           READ PETSTOREINVENTORY
               AT END SET SINV-END-OF-FILE TO TRUE
           END-READ.
           IF SINV-NOT-EOF
              AND SIV-STORE-NUMBER NOT = WS-HOLD-STORE
               PERFORM 0430-END-STORE
               PERFORM 0420-START-STORE
           END-IF.
       0410-END.

       0420-START-STORE.
           MOVE SIV-STORE-NUMBER TO WS-HOLD-STORE.
           MOVE ZEROS TO WS-STORE-TAGS.
           MOVE 1 TO WS-TAG-IDX.
       0420-END.

       0430-END-STORE.
           IF WS-STORE-TAGS > ZERO
               ADD 1 TO WS-STORES-TAGGED
               MOVE WS-HOLD-STORE TO SCL-STORE, STR-STORE-NUMBER
               READ PETSTOREMASTER
                   INVALID KEY
                       MOVE "STORE NOT ON FILE" TO STR-STORE-NAME
               END-READ
               MOVE STR-STORE-NAME TO SCL-STORE-NAME
               MOVE WS-STORE-TAGS TO SCL-TAGS
               WRITE PRINT-LINE FROM STORE-COUNT-LINE
                  AFTER ADVANCING 1 LINE
           END-IF.
       0430-END.

       0440-ADVANCE-TAG-ITEM.
           IF WS-TAG-IDX > WS-TAG-ITEM-COUNT
               SET TAG-SCAN-DONE TO TRUE
           ELSE
               IF WS-TAG-ITEM-CODE(WS-TAG-IDX) < SIV-ITEM-CODE
                   ADD 1 TO WS-TAG-IDX
               ELSE
                   SET TAG-SCAN-DONE TO TRUE
               END-IF
           END-IF.
       0440-END.

       0450-WRITE-SHELF-TAG.
           MOVE SIV-STORE-NUMBER TO TAG-STORE.
           MOVE WS-TAG-ITEM-CODE(WS-TAG-IDX) TO TAG-ITEM-CODE.
           MOVE WS-TAG-DESCRIPTION(WS-TAG-IDX) TO TAG-DESCRIPTION.
           MOVE WS-TAG-PRICE(WS-TAG-IDX) TO TAG-PRICE.
           MOVE WS-TAG-UNIT(WS-TAG-IDX) TO TAG-UNIT.
           IF WS-TAG-PROMO-END(WS-TAG-IDX) = ZERO
               MOVE SPACES TO TAG-PROMO-CAPTION, TAG-PROMO-END
           ELSE
               MOVE "SALE ENDS " TO TAG-PROMO-CAPTION
               MOVE WS-TAG-PROMO-END(WS-TAG-IDX) TO WS-NEXT-DATE
               PERFORM 0120-EDIT-NEXT-DATE
               MOVE WS-EDIT-DATE TO TAG-PROMO-END
           END-IF.
           WRITE TAG-PRINT-LINE FROM SHELF-TAG-LINE.
           ADD 1 TO WS-STORE-TAGS, WS-TAGS-WRITTEN.
       0450-END.

       0290-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "PRICE AUDIT ENTRIES SELECTED" TO CNT-CAPTION.
           MOVE WS-AUDIT-SELECTED TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "PROMOTION STARTS AND ENDS SELECTED" TO CNT-CAPTION.
           MOVE WS-PROMO-SELECTED TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "ITEMS CHECKED" TO CNT-CAPTION.
           MOVE WS-ITEMS-CHECKED TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "  SHELF PRICE CHANGES" TO CNT-CAPTION.
           MOVE WS-TAG-ITEM-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "  NO NET SHELF PRICE CHANGE" TO CNT-CAPTION.
           MOVE WS-ITEMS-NO-CHANGE TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "  ITEM NOT ON FILE" TO CNT-CAPTION.
           MOVE WS-ITEMS-NOT-FOUND TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "STORES TO RE-TAG" TO CNT-CAPTION.
           MOVE WS-STORES-TAGGED TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "TOTAL TAGS TO HANG" TO CNT-CAPTION.
           MOVE WS-TAGS-WRITTEN TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
       0290-END.

       1300-WRITE-RUN-START.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETSHELF" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-START-ENTRY TO TRUE.
           MOVE ZEROS TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       1300-END.

       9100-WRITE-RUN-END.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETSHELF" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-END-ENTRY TO TRUE.
           MOVE WS-TAGS-WRITTEN TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       9100-END.

       0900-STOP-RUN.
           PERFORM 9100-WRITE-RUN-END.
           CLOSE PETINVENTORY, PETPROMOPRICE, PETSTOREMASTER,
                 PETSHELFTAGS, PETTAGCOUNTSHEET.
           STOP RUN.

          END PROGRAM PETSHELFTAGS.
