       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETRETURNAUDIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL PETSALESHISTORY
           ASSIGN TO "PETSALESHISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETCUSTOMERMASTER
           ASSIGN TO "PETCUSTOMERMASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUS-CUSTOMER-ID
           FILE STATUS IS WS-CUST-FILE-STATUS.
       SELECT OPTIONAL PETEMPLOYEEMASTER
           ASSIGN TO "PETEMPLOYEEMASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EMP-EMPLOYEE-ID
           FILE STATUS IS WS-EMP-FILE-STATUS.
       SELECT PETRTNCUSTWORK ASSIGN TO "PETRTNCUSTWORK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PETRETURNAUDITRPT ASSIGN TO "PETRETURNAUDITRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SORTWORK ASSIGN TO "SORTWORK".
       SELECT RANKWORK ASSIGN TO "RANKWORK".
       SELECT OPTIONAL PETRUNCONTROL ASSIGN TO "PETRUNCONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PETSALESHISTORY.
           COPY "PETHIST.CPY".
       FD PETCUSTOMERMASTER.
           COPY "PETCUST.CPY".
       FD PETEMPLOYEEMASTER.
           COPY "PETEMP.CPY".
       FD PETRTNCUSTWORK.
       01  CUSTOMER-WORK-RECORD.
           02  CWK-RATE                PIC 9(4)V9.
           02  CWK-RETURNS             PIC 9(9)V99.
           02  CWK-ID                  PIC X(7).
           02  CWK-SALES               PIC 9(9)V99.
           02  CWK-RETURN-LINES        PIC 9(5).
           02  CWK-EXCEPTIONS          PIC 9(5).
       FD PETRETURNAUDITRPT.
           01 PRINT-LINE         PIC X(132).
       SD SORTWORK.
       01  SORT-HISTORY-RECORD.
           02  SRT-CUSTOMER-ID         PIC 9(7).
           02  SRT-ITEM-CODE           PIC X(6).
           02  SRT-SALE-DATE.
               05  SRT-SALE-YEAR       PIC 9(4).
               05  SRT-SALE-MONTH      PIC 99.
               05  SRT-SALE-DAY        PIC 99.
           02  SRT-SEQUENCE            PIC 9(1).
               88  SRT-PURCHASE            VALUE 1.
               88  SRT-RETURN              VALUE 2.
           02  SRT-EMPLOYEE-ID         PIC X(5).
           02  SRT-STORE-NUMBER        PIC 9(3).
           02  SRT-QUANTITY            PIC 9(5).
           02  SRT-UNIT-PRICE          PIC 9(6)V99.
           02  SRT-ITEM-TOTAL          PIC 9(6)V99.
       SD RANKWORK.
       01  RANK-RECORD.
           02  RNK-RATE                PIC 9(4)V9.
           02  RNK-RETURNS             PIC 9(9)V99.
           02  RNK-ID                  PIC X(7).
           02  RNK-SALES               PIC 9(9)V99.
           02  RNK-RETURN-LINES        PIC 9(5).
           02  RNK-EXCEPTIONS          PIC 9(5).
       FD PETRUNCONTROL.
           COPY "PETRUN.CPY".

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-RECORDS-READ     PIC 9(9) VALUE ZEROS.
           05  WS-RETURNS-CHECKED  PIC 9(7) VALUE ZEROS.
           05  WS-EXCEPTION-LINES  PIC 9(7) VALUE ZEROS.
           05  WS-NO-PURCHASE-CNT  PIC 9(7) VALUE ZEROS.
           05  WS-OVER-QTY-CNT     PIC 9(7) VALUE ZEROS.
           05  WS-OVER-PRICE-CNT   PIC 9(7) VALUE ZEROS.
           05  WS-LATE-CNT         PIC 9(7) VALUE ZEROS.
           05  WS-DAY-NUMBER       PIC S9(7).
           05  WS-DAYS-SINCE       PIC S9(7).
           05  WS-AVAILABLE-QTY    PIC S9(7).
           05  WS-RANK-NUMBER      PIC 999.
           05  WS-EMP-IDX          PIC 999.
           05  WS-EMP-OVERFLOW     PIC 9(7) VALUE ZEROS.
           05  WS-RATE-SALES       PIC 9(9)V99.
           05  WS-RATE-RETURNS     PIC 9(9)V99.
           05  WS-RATE             PIC 9(4)V9.

       01  WS-REVIEW-PARM        PIC X(20) VALUE SPACES.
       01  WS-END-DATE.
           05  WS-END-YEAR       PIC 9(4).
           05  WS-END-MONTH      PIC 99.
           05  WS-END-DAY        PIC 99.
       01  WS-END-DAY-NUMBER     PIC S9(7).
       01  WS-REVIEW-DAYS        PIC 999 VALUE 7.
       01  WS-RETURN-WINDOW      PIC 999 VALUE 30.
       01  WS-RANK-LIMIT         PIC 999 VALUE 25.

       01  WS-HOLD-CUSTOMER-ID   PIC 9(7).
       01  WS-HOLD-ITEM-CODE     PIC X(6).

       01  WS-CUSTOMER-BUCKETS.
           05  WS-CUS-SALES        PIC 9(9)V99.
           05  WS-CUS-RETURNS      PIC 9(9)V99.
           05  WS-CUS-RETURN-LINES PIC 9(5).
           05  WS-CUS-EXCEPTIONS   PIC 9(5).

       01  WS-ITEM-BUCKETS.
           05  WS-ITM-BOUGHT-QTY   PIC 9(7).
           05  WS-ITM-RETURNED-QTY PIC 9(7).
           05  WS-ITM-MAX-PRICE    PIC 9(6)V99.
           05  WS-ITM-LAST-BUY-DAY PIC S9(7).

       01  WS-EMPLOYEE-TABLE.
           05  WS-EMP-COUNT      PIC 999 VALUE ZEROS.
           05  WS-EMP-ENTRY OCCURS 300 TIMES.
               10  WS-EMS-EMPLOYEE-ID  PIC X(5).
               10  WS-EMS-SALES        PIC 9(9)V99.
               10  WS-EMS-RETURNS      PIC 9(9)V99.
               10  WS-EMS-RETURN-LINES PIC 9(5).
               10  WS-EMS-EXCEPTIONS   PIC 9(5).

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SW      PIC X(1).
               88  HIST-END-OF-FILE    VALUE "Y".
               88  HIST-NOT-EOF        VALUE "N".
           05  WS-SORT-EOF-SW      PIC X(1).
               88  SORT-END-OF-FILE    VALUE "Y".
               88  SORT-NOT-EOF        VALUE "N".
           05  WS-RANK-EOF-SW      PIC X(1).
               88  RANK-END-OF-FILE    VALUE "Y".
               88  RANK-NOT-EOF        VALUE "N".
           05  WS-IN-PERIOD-SW     PIC X(1).
               88  IN-REVIEW-PERIOD    VALUE "Y".
               88  OUTSIDE-REVIEW-PERIOD VALUE "N".
           05  WS-EXCEPTION-SW     PIC X(1).
               88  RETURN-EXCEPTION    VALUE "Y".
               88  RETURN-CLEAN        VALUE "N".
           05  WS-RANK-TYPE-SW     PIC X(1).
               88  RANKING-EMPLOYEES   VALUE "E".
               88  RANKING-CUSTOMERS   VALUE "C".
           05  WS-EMP-TRACKED-SW   PIC X(1).
               88  EMPLOYEE-TRACKED    VALUE "Y".
               88  EMPLOYEE-NOT-TRACKED VALUE "N".

       01  WS-CUST-FILE-STATUS  PIC XX.
       01  WS-EMP-FILE-STATUS   PIC XX.

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
              'RETURNS LOSS-PREVENTION REVIEW  '.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 HDG-RUN-DATE     PIC X(10).

       01  PERIOD-LINE.
           05 FILLER           PIC X(27) VALUE
              'RETURNS REVIEWED: THE LAST '.
           05 PRD-DAYS         PIC ZZ9.
           05 FILLER           PIC X(17) VALUE ' DAYS ENDING ON  '.
           05 PRD-END-DATE     PIC 9(8).
           05 FILLER           PIC X(22) VALUE '   RETURN WINDOW DAYS '.
           05 PRD-WINDOW       PIC ZZ9.

       01  SECTION-TITLE-LINE  PIC X(60).

       01  EXCEPTION-HEADING-LINE.
           05 FILLER           PIC X(10) VALUE 'RTN DATE'.
           05 FILLER           PIC X(6)  VALUE 'STORE'.
           05 FILLER           PIC X(7)  VALUE 'EMPL'.
           05 FILLER           PIC X(9)  VALUE 'CUSTOMER'.
           05 FILLER           PIC X(8)  VALUE 'ITEM'.
           05 FILLER           PIC X(8)  VALUE ' RTN QTY'.
           05 FILLER           PIC X(9)  VALUE '  BOUGHT'.
           05 FILLER           PIC X(12) VALUE '   RTN PRICE'.
           05 FILLER           PIC X(12) VALUE '   MAX PAID'.
           05 FILLER           PIC X(6)  VALUE '  DAYS'.
           05 FILLER           PIC X(8)  VALUE '  FLAGS'.

       01  EXCEPTION-DETAIL-LINE.
           05 EXD-DATE         PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EXD-STORE        PIC 9(3).
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 EXD-EMPLOYEE-ID  PIC X(5).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EXD-CUSTOMER-ID  PIC 9(7).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EXD-ITEM-CODE    PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EXD-RETURN-QTY   PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EXD-AVAILABLE    PIC ZZ,ZZ9-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EXD-RETURN-PRICE PIC $$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EXD-MAX-PAID     PIC $$$,$$9.99.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 EXD-DAYS         PIC ZZZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 EXD-FLAG-NO-PURCHASE PIC X(12).
           05 EXD-FLAG-OVER-QTY    PIC X(9).
           05 EXD-FLAG-OVER-PRICE  PIC X(11).
           05 EXD-FLAG-LATE        PIC X(12).

       01  RANK-HEADING-LINE.
           05 FILLER           PIC X(6)  VALUE 'RANK'.
           05 FILLER           PIC X(9)  VALUE 'ID'.
           05 FILLER           PIC X(32) VALUE 'NAME'.
           05 FILLER           PIC X(16) VALUE '   PERIOD SALES'.
           05 FILLER           PIC X(16) VALUE ' PERIOD RETURNS'.
           05 FILLER           PIC X(10) VALUE ' RTN LINES'.
           05 FILLER           PIC X(11) VALUE ' EXCEPTIONS'.
           05 FILLER           PIC X(10) VALUE '  RETURN %'.

       01  RANK-DETAIL-LINE.
           05 RKD-RANK         PIC ZZ9.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RKD-ID           PIC X(7).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RKD-LASTNAME     PIC X(15).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 RKD-FIRSTNAME    PIC X(15).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 RKD-SALES        PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RKD-RETURNS      PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RKD-RETURN-LINES PIC ZZ,ZZ9.
           05 FILLER           PIC X(5)  VALUE SPACES.
           05 RKD-EXCEPTIONS   PIC ZZ,ZZ9.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RKD-RATE         PIC ZZZ9.9.

       01  COUNT-LINE.
           05 CNT-CAPTION      PIC X(40).
           05 CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 1100-GET-RUN-DATE.
           PERFORM 1105-GET-REVIEW-PARM.
           PERFORM 1300-WRITE-RUN-START.
           OPEN INPUT PETCUSTOMERMASTER.
           OPEN INPUT PETEMPLOYEEMASTER.
           OPEN OUTPUT PETRETURNAUDITRPT.
           PERFORM 0110-WRITE-HEADING-LINES.
           OPEN OUTPUT PETRTNCUSTWORK.
           SORT SORTWORK
               ON ASCENDING KEY SRT-CUSTOMER-ID, SRT-ITEM-CODE,
                  SRT-SALE-DATE, SRT-SEQUENCE
               INPUT PROCEDURE IS 0200-RELEASE-HISTORY
               OUTPUT PROCEDURE IS 0300-MATCH-RETURNS.
           CLOSE PETRTNCUSTWORK.
           PERFORM 0290-PRINT-EXCEPTION-COUNTS.
           MOVE "EMPLOYEES RANKED BY RETURN RATE"
              TO SECTION-TITLE-LINE.
           PERFORM 0500-WRITE-RANK-HEADING.
           SET RANKING-EMPLOYEES TO TRUE.
           SORT RANKWORK
               ON DESCENDING KEY RNK-RATE, RNK-RETURNS
               INPUT PROCEDURE IS 0510-RELEASE-EMPLOYEES
               OUTPUT PROCEDURE IS 0600-PRINT-RANKING.
           IF WS-EMP-OVERFLOW > ZERO
               PERFORM 0620-PRINT-TABLE-FULL
           END-IF.
           MOVE "CUSTOMERS RANKED BY RETURN RATE"
              TO SECTION-TITLE-LINE.
           PERFORM 0500-WRITE-RANK-HEADING.
           SET RANKING-CUSTOMERS TO TRUE.
           SORT RANKWORK
               ON DESCENDING KEY RNK-RATE, RNK-RETURNS
               USING PETRTNCUSTWORK
               OUTPUT PROCEDURE IS 0600-PRINT-RANKING.
           PERFORM 0900-STOP-RUN.
       0100-END.

       1100-GET-RUN-DATE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE WS-MONTH TO HDG-MONTH.
           MOVE WS-DAY   TO HDG-DAY.
           MOVE WS-YEAR  TO HDG-YEAR.
       1100-END.

       1105-GET-REVIEW-PARM.
           ACCEPT WS-REVIEW-PARM FROM COMMAND-LINE.
           MOVE WS-DATE TO WS-END-DATE.
           IF WS-REVIEW-PARM(1:8) NUMERIC
              AND WS-REVIEW-PARM(1:8) NOT = "00000000"
               MOVE WS-REVIEW-PARM(1:8) TO WS-END-DATE
           END-IF.
           IF WS-REVIEW-PARM(9:3) NUMERIC
              AND WS-REVIEW-PARM(9:3) NOT = "000"
               MOVE WS-REVIEW-PARM(9:3) TO WS-REVIEW-DAYS
           END-IF.
           IF WS-REVIEW-PARM(12:3) NUMERIC
              AND WS-REVIEW-PARM(12:3) NOT = "000"
               MOVE WS-REVIEW-PARM(12:3) TO WS-RANK-LIMIT
           END-IF.
           COMPUTE WS-END-DAY-NUMBER =
              (WS-END-YEAR * 360) + ((WS-END-MONTH - 1) * 30)
              + WS-END-DAY.
       1105-END.

       0110-WRITE-HEADING-LINES.
           MOVE WS-HEADING-DATE TO HDG-RUN-DATE.
           WRITE PRINT-LINE FROM HEADING-LINE AFTER
              ADVANCING PAGE.
           MOVE WS-REVIEW-DAYS TO PRD-DAYS.
           MOVE WS-END-DATE TO PRD-END-DATE.
           MOVE WS-RETURN-WINDOW TO PRD-WINDOW.
           WRITE PRINT-LINE FROM PERIOD-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "RETURN EXCEPTIONS" TO SECTION-TITLE-LINE.
           WRITE PRINT-LINE FROM SECTION-TITLE-LINE
              AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM EXCEPTION-HEADING-LINE
              AFTER ADVANCING 1 LINE.
       0110-END.

       0200-RELEASE-HISTORY.
           SET HIST-NOT-EOF TO TRUE.
           OPEN INPUT PETSALESHISTORY.
           READ PETSALESHISTORY
               AT END SET HIST-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 0210-RELEASE-ONE-RECORD
              UNTIL HIST-END-OF-FILE.
           CLOSE PETSALESHISTORY.
       0200-END.

       0210-RELEASE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           IF HST-CUSTOMER-ID NOT = ZEROS
              AND HST-SALE-DATE NOT > WS-END-DATE
               MOVE HST-CUSTOMER-ID TO SRT-CUSTOMER-ID
               MOVE HST-ITEM-CODE TO SRT-ITEM-CODE
               MOVE HST-SALE-DATE TO SRT-SALE-DATE
               IF HST-TRANSACTION-TYPE = "R"
                   SET SRT-RETURN TO TRUE
               ELSE
                   SET SRT-PURCHASE TO TRUE
               END-IF
               MOVE HST-EMPLOYEE-ID TO SRT-EMPLOYEE-ID
               MOVE HST-STORE-NUMBER TO SRT-STORE-NUMBER
               MOVE HST-QUANTITY TO SRT-QUANTITY
               MOVE HST-UNIT-PRICE TO SRT-UNIT-PRICE
               MOVE HST-ITEM-TOTAL TO SRT-ITEM-TOTAL
               RELEASE SORT-HISTORY-RECORD
           END-IF.
           READ PETSALESHISTORY
               AT END SET HIST-END-OF-FILE TO TRUE
           END-READ.
       0210-END.

       0300-MATCH-RETURNS.
           SET SORT-NOT-EOF TO TRUE.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           IF SORT-NOT-EOF
               PERFORM 0330-START-CUSTOMER-GROUP
               PERFORM 0340-START-ITEM-GROUP
               PERFORM 0310-MATCH-ONE-LINE
                  UNTIL SORT-END-OF-FILE
               PERFORM 0350-END-CUSTOMER-GROUP
           END-IF.
       0300-END.

       0310-MATCH-ONE-LINE.
           COMPUTE WS-DAY-NUMBER =
              (SRT-SALE-YEAR * 360) + ((SRT-SALE-MONTH - 1) * 30)
              + SRT-SALE-DAY.
           IF WS-END-DAY-NUMBER - WS-DAY-NUMBER < WS-REVIEW-DAYS
               SET IN-REVIEW-PERIOD TO TRUE
           ELSE
               SET OUTSIDE-REVIEW-PERIOD TO TRUE
           END-IF.
           IF IN-REVIEW-PERIOD
               PERFORM 0360-FIND-EMPLOYEE-ENTRY
           END-IF.
           IF SRT-PURCHASE
               PERFORM 0320-RECORD-PURCHASE
           ELSE
               IF IN-REVIEW-PERIOD
                   PERFORM 0400-CHECK-RETURN
               END-IF
               ADD SRT-QUANTITY TO WS-ITM-RETURNED-QTY
           END-IF.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           IF SORT-NOT-EOF
               EVALUATE TRUE
                   WHEN SRT-CUSTOMER-ID NOT = WS-HOLD-CUSTOMER-ID
                       PERFORM 0350-END-CUSTOMER-GROUP
                       PERFORM 0330-START-CUSTOMER-GROUP
                       PERFORM 0340-START-ITEM-GROUP
                   WHEN SRT-ITEM-CODE NOT = WS-HOLD-ITEM-CODE
                       PERFORM 0340-START-ITEM-GROUP
               END-EVALUATE
           END-IF.
       0310-END.

       0320-RECORD-PURCHASE.
           ADD SRT-QUANTITY TO WS-ITM-BOUGHT-QTY.
           IF SRT-UNIT-PRICE > WS-ITM-MAX-PRICE
               MOVE SRT-UNIT-PRICE TO WS-ITM-MAX-PRICE
           END-IF.
           MOVE WS-DAY-NUMBER TO WS-ITM-LAST-BUY-DAY.
           IF IN-REVIEW-PERIOD
               ADD SRT-ITEM-TOTAL TO WS-CUS-SALES
               IF EMPLOYEE-TRACKED
                   ADD SRT-ITEM-TOTAL TO WS-EMS-SALES(WS-EMP-IDX)
               END-IF
           END-IF.
       0320-END.

       0330-START-CUSTOMER-GROUP.
           MOVE SRT-CUSTOMER-ID TO WS-HOLD-CUSTOMER-ID.
           MOVE ZEROS TO WS-CUSTOMER-BUCKETS.
       0330-END.

       0340-START-ITEM-GROUP.
           MOVE SRT-ITEM-CODE TO WS-HOLD-ITEM-CODE.
           MOVE ZEROS TO WS-ITEM-BUCKETS.
       0340-END.

       0350-END-CUSTOMER-GROUP.
           IF WS-CUS-RETURN-LINES > ZERO
               MOVE WS-CUS-SALES TO WS-RATE-SALES
               MOVE WS-CUS-RETURNS TO WS-RATE-RETURNS
               PERFORM 0450-COMPUTE-RETURN-RATE
               MOVE WS-RATE TO CWK-RATE
               MOVE WS-CUS-RETURNS TO CWK-RETURNS
               MOVE WS-HOLD-CUSTOMER-ID TO CWK-ID
               MOVE WS-CUS-SALES TO CWK-SALES
               MOVE WS-CUS-RETURN-LINES TO CWK-RETURN-LINES
               MOVE WS-CUS-EXCEPTIONS TO CWK-EXCEPTIONS
               WRITE CUSTOMER-WORK-RECORD
           END-IF.
       0350-END.

       0360-FIND-EMPLOYEE-ENTRY.
           SET EMPLOYEE-TRACKED TO TRUE.
           MOVE 1 TO WS-EMP-IDX.
           PERFORM 0361-TEST-EMPLOYEE-ENTRY
              UNTIL WS-EMP-IDX > WS-EMP-COUNT
                 OR WS-EMS-EMPLOYEE-ID(WS-EMP-IDX) = SRT-EMPLOYEE-ID.
           IF WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-COUNT < 300
                   ADD 1 TO WS-EMP-COUNT
                   MOVE WS-EMP-COUNT TO WS-EMP-IDX
                   MOVE SRT-EMPLOYEE-ID
                      TO WS-EMS-EMPLOYEE-ID(WS-EMP-IDX)
                   MOVE ZEROS TO WS-EMS-SALES(WS-EMP-IDX),
                      WS-EMS-RETURNS(WS-EMP-IDX),
                      WS-EMS-RETURN-LINES(WS-EMP-IDX),
                      WS-EMS-EXCEPTIONS(WS-EMP-IDX)
               ELSE
                   SET EMPLOYEE-NOT-TRACKED TO TRUE
                   ADD 1 TO WS-EMP-OVERFLOW
                   DISPLAY "EMPLOYEE TABLE FULL - EMPLOYEE "
                      SRT-EMPLOYEE-ID " NOT RANKED"
               END-IF
           END-IF.
       0360-END.

       0361-TEST-EMPLOYEE-ENTRY.
           ADD 1 TO WS-EMP-IDX.
       0361-END.

       0400-CHECK-RETURN.
           ADD 1 TO WS-RETURNS-CHECKED.
           ADD SRT-ITEM-TOTAL TO WS-CUS-RETURNS.
           ADD 1 TO WS-CUS-RETURN-LINES.
           IF EMPLOYEE-TRACKED
               ADD SRT-ITEM-TOTAL TO WS-EMS-RETURNS(WS-EMP-IDX)
               ADD 1 TO WS-EMS-RETURN-LINES(WS-EMP-IDX)
           END-IF.
           SET RETURN-CLEAN TO TRUE.
           MOVE SPACES TO EXD-FLAG-NO-PURCHASE, EXD-FLAG-OVER-QTY,
              EXD-FLAG-OVER-PRICE, EXD-FLAG-LATE.
           COMPUTE WS-AVAILABLE-QTY =
              WS-ITM-BOUGHT-QTY - WS-ITM-RETURNED-QTY.
           MOVE ZERO TO WS-DAYS-SINCE.
           IF WS-ITM-BOUGHT-QTY = ZERO
               SET RETURN-EXCEPTION TO TRUE
               MOVE "NO PURCHASE" TO EXD-FLAG-NO-PURCHASE
               ADD 1 TO WS-NO-PURCHASE-CNT
           ELSE
               COMPUTE WS-DAYS-SINCE =
                  WS-DAY-NUMBER - WS-ITM-LAST-BUY-DAY
               IF SRT-QUANTITY > WS-AVAILABLE-QTY
                   SET RETURN-EXCEPTION TO TRUE
                   MOVE "OVER QTY" TO EXD-FLAG-OVER-QTY
                   ADD 1 TO WS-OVER-QTY-CNT
               END-IF
               IF SRT-UNIT-PRICE > WS-ITM-MAX-PRICE
                   SET RETURN-EXCEPTION TO TRUE
                   MOVE "OVER PRICE" TO EXD-FLAG-OVER-PRICE
                   ADD 1 TO WS-OVER-PRICE-CNT
               END-IF
               IF WS-DAYS-SINCE > WS-RETURN-WINDOW
                   SET RETURN-EXCEPTION TO TRUE
                   MOVE "PAST WINDOW" TO EXD-FLAG-LATE
                   ADD 1 TO WS-LATE-CNT
               END-IF
           END-IF.
           IF RETURN-EXCEPTION
               ADD 1 TO WS-EXCEPTION-LINES, WS-CUS-EXCEPTIONS
               IF EMPLOYEE-TRACKED
                   ADD 1 TO WS-EMS-EXCEPTIONS(WS-EMP-IDX)
               END-IF
               MOVE SRT-SALE-DATE TO EXD-DATE
               MOVE SRT-STORE-NUMBER TO EXD-STORE
               MOVE SRT-EMPLOYEE-ID TO EXD-EMPLOYEE-ID
               MOVE SRT-CUSTOMER-ID TO EXD-CUSTOMER-ID
               MOVE SRT-ITEM-CODE TO EXD-ITEM-CODE
               MOVE SRT-QUANTITY TO EXD-RETURN-QTY
               MOVE WS-AVAILABLE-QTY TO EXD-AVAILABLE
               MOVE SRT-UNIT-PRICE TO EXD-RETURN-PRICE
               MOVE WS-ITM-MAX-PRICE TO EXD-MAX-PAID
               MOVE WS-DAYS-SINCE TO EXD-DAYS
               WRITE PRINT-LINE FROM EXCEPTION-DETAIL-LINE
                  AFTER ADVANCING 1 LINE
           END-IF.
       0400-END.

       0450-COMPUTE-RETURN-RATE.
           IF WS-RATE-SALES = ZERO
               MOVE 9999.9 TO WS-RATE
           ELSE
               COMPUTE WS-RATE ROUNDED =
                  (WS-RATE-RETURNS * 100) / WS-RATE-SALES
                  ON SIZE ERROR
                      MOVE 9999.9 TO WS-RATE
               END-COMPUTE
           END-IF.
       0450-END.

       0290-PRINT-EXCEPTION-COUNTS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "HISTORY RECORDS READ" TO CNT-CAPTION.
           MOVE WS-RECORDS-READ TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "RETURN LINES REVIEWED" TO CNT-CAPTION.
           MOVE WS-RETURNS-CHECKED TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "RETURN LINES WITH EXCEPTIONS" TO CNT-CAPTION.
           MOVE WS-EXCEPTION-LINES TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "  NO MATCHING PURCHASE" TO CNT-CAPTION.
           MOVE WS-NO-PURCHASE-CNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "  MORE UNITS THAN PURCHASED" TO CNT-CAPTION.
           MOVE WS-OVER-QTY-CNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "  PRICE HIGHER THAN PAID" TO CNT-CAPTION.
           MOVE WS-OVER-PRICE-CNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "  OUTSIDE RETURN WINDOW" TO CNT-CAPTION.
           MOVE WS-LATE-CNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
       0290-END.

       0500-WRITE-RANK-HEADING.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM SECTION-TITLE-LINE
              AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RANK-HEADING-LINE
              AFTER ADVANCING 1 LINE.
       0500-END.

       0510-RELEASE-EMPLOYEES.
           PERFORM 0520-RELEASE-ONE-EMPLOYEE
              VARYING WS-EMP-IDX FROM 1 BY 1
              UNTIL WS-EMP-IDX > WS-EMP-COUNT.
       0510-END.

       0520-RELEASE-ONE-EMPLOYEE.
           IF WS-EMS-RETURN-LINES(WS-EMP-IDX) > ZERO
               MOVE WS-EMS-SALES(WS-EMP-IDX) TO WS-RATE-SALES
               MOVE WS-EMS-RETURNS(WS-EMP-IDX) TO WS-RATE-RETURNS
               PERFORM 0450-COMPUTE-RETURN-RATE
               MOVE WS-RATE TO RNK-RATE
               MOVE WS-EMS-RETURNS(WS-EMP-IDX) TO RNK-RETURNS
               MOVE WS-EMS-EMPLOYEE-ID(WS-EMP-IDX) TO RNK-ID
               MOVE WS-EMS-SALES(WS-EMP-IDX) TO RNK-SALES
               MOVE WS-EMS-RETURN-LINES(WS-EMP-IDX)
                  TO RNK-RETURN-LINES
               MOVE WS-EMS-EXCEPTIONS(WS-EMP-IDX) TO RNK-EXCEPTIONS
               RELEASE RANK-RECORD
           END-IF.
       0520-END.

       0600-PRINT-RANKING.
           MOVE ZERO TO WS-RANK-NUMBER.
           SET RANK-NOT-EOF TO TRUE.
           RETURN RANKWORK
               AT END SET RANK-END-OF-FILE TO TRUE
           END-RETURN.
           PERFORM 0610-PRINT-ONE-RANK
              UNTIL RANK-END-OF-FILE.
       0600-END.

       0610-PRINT-ONE-RANK.
           ADD 1 TO WS-RANK-NUMBER.
           IF WS-RANK-NUMBER NOT > WS-RANK-LIMIT
               IF RANKING-EMPLOYEES
                   MOVE RNK-ID TO EMP-EMPLOYEE-ID
                   READ PETEMPLOYEEMASTER
                       INVALID KEY
                           MOVE "EMPLOYEE NOT ON" TO EMP-LASTNAME
                           MOVE "FILE" TO EMP-FIRSTNAME
                   END-READ
                   MOVE EMP-LASTNAME TO RKD-LASTNAME
                   MOVE EMP-FIRSTNAME TO RKD-FIRSTNAME
               ELSE
                   MOVE RNK-ID TO CUS-CUSTOMER-ID
                   READ PETCUSTOMERMASTER
                       INVALID KEY
                           MOVE "CUSTOMER NOT ON" TO CUS-LASTNAME
                           MOVE "FILE" TO CUS-FIRSTNAME
                   END-READ
                   MOVE CUS-LASTNAME TO RKD-LASTNAME
                   MOVE CUS-FIRSTNAME TO RKD-FIRSTNAME
               END-IF
               MOVE WS-RANK-NUMBER TO RKD-RANK
               MOVE RNK-ID TO RKD-ID
               MOVE RNK-SALES TO RKD-SALES
               MOVE RNK-RETURNS TO RKD-RETURNS
               MOVE RNK-RETURN-LINES TO RKD-RETURN-LINES
               MOVE RNK-EXCEPTIONS TO RKD-EXCEPTIONS
               MOVE RNK-RATE TO RKD-RATE
               WRITE PRINT-LINE FROM RANK-DETAIL-LINE
                  AFTER ADVANCING 1 LINE
           END-IF.
           RETURN RANKWORK
               AT END SET RANK-END-OF-FILE TO TRUE
           END-RETURN.
       0610-END.

       0620-PRINT-TABLE-FULL.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "TABLE FULL - RANKING INCOMPLETE" TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "  REVIEW LINES NOT RANKED" TO CNT-CAPTION.
           MOVE WS-EMP-OVERFLOW TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
       0620-END.

       1300-WRITE-RUN-START.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETRTNLP" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-START-ENTRY TO TRUE.
           MOVE ZEROS TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       1300-END.

       9100-WRITE-RUN-END.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETRTNLP" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-END-ENTRY TO TRUE.
           MOVE WS-RECORDS-READ TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       9100-END.

       0900-STOP-RUN.
           PERFORM 9100-WRITE-RUN-END.
           CLOSE PETCUSTOMERMASTER, PETEMPLOYEEMASTER,
                 PETRETURNAUDITRPT.
           STOP RUN.

          END PROGRAM PETRETURNAUDIT.
