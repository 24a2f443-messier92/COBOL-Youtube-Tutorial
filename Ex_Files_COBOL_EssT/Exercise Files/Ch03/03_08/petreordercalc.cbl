       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETREORDERCALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL PETSALESHISTORY
           ASSIGN TO "PETSALESHISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETSALESSUMMARY
           ASSIGN TO "PETSALESSUMMARY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PETINVENTORY ASSIGN TO "PETINVENTORY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INV-ITEM-CODE
           FILE STATUS IS WS-INV-FILE-STATUS.
       SELECT OPTIONAL PETVENDOR ASSIGN TO "PETVENDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VND-VENDOR-ID
           FILE STATUS IS WS-VEND-FILE-STATUS.
       SELECT PETREORDERREVIEW ASSIGN TO "PETREORDERREVIEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETREORDERAUDIT
           ASSIGN TO "PETREORDERAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PETREORDERMAINT ASSIGN TO "PETREORDERMAINT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SORTWORK ASSIGN TO "SORTWORK".
       SELECT OPTIONAL PETRUNCONTROL ASSIGN TO "PETRUNCONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PETSALESHISTORY.
           COPY "PETHIST.CPY".
       FD PETSALESSUMMARY.
           COPY "PETSUM.CPY".
       FD PETINVENTORY.
           COPY "PETINV.CPY".
       FD PETVENDOR.
           COPY "PETVEND.CPY".
       FD PETREORDERREVIEW.
           01 PRINT-LINE         PIC X(132).
       FD PETREORDERAUDIT.
       01  REORDER-AUDIT-RECORD.
           02  RAU-ITEM-CODE           PIC X(6).
           02  RAU-OLD-REORDER-POINT   PIC 9(5).
           02  RAU-NEW-REORDER-POINT   PIC 9(5).
           02  RAU-OLD-REORDER-QTY     PIC 9(5).
           02  RAU-NEW-REORDER-QTY     PIC 9(5).
           02  RAU-CHANGE-DATE         PIC 9(8).
           02  RAU-SUBMITTED-BY        PIC X(8).
       FD PETREORDERMAINT.
           COPY "PETMNT.CPY".
       SD SORTWORK.
       01  SORT-DEMAND-RECORD.
           02  SRT-ITEM-CODE           PIC X(6).
           02  SRT-STORE-NUMBER        PIC 9(3).
           02  SRT-DAY-NUMBER          PIC 9(7).
           02  SRT-KIND                PIC 9(1).
               88  SRT-DAILY-DETAIL        VALUE 1.
               88  SRT-MONTHLY-SUMMARY     VALUE 2.
           02  SRT-QUANTITY            PIC S9(7).
       FD PETRUNCONTROL.
           COPY "PETRUN.CPY".

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-HISTORY-READ     PIC 9(9) VALUE ZEROS.
           05  WS-SUMMARY-READ     PIC 9(9) VALUE ZEROS.
           05  WS-ITEMS-REVIEWED   PIC 9(7) VALUE ZEROS.
           05  WS-ITEMS-APPLIED    PIC 9(7) VALUE ZEROS.
           05  WS-ITEMS-REFERRED   PIC 9(7) VALUE ZEROS.
           05  WS-ITEMS-UNCHANGED  PIC 9(7) VALUE ZEROS.
           05  WS-ITEMS-NO-DEMAND  PIC 9(7) VALUE ZEROS.
           05  WS-ITEMS-NOT-FOUND  PIC 9(7) VALUE ZEROS.
           05  WS-DAY-NUMBER       PIC 9(7).
           05  WS-RUN-DAY-NUMBER   PIC 9(7).
           05  WS-WINDOW-START     PIC 9(7).
           05  WS-PERIOD-DAYS      PIC 9(4).
           05  WS-LEAD-DAYS        PIC 9(3).
           05  WS-DAY-RATE         PIC S9(7)V99.
           05  WS-STORE-ROP        PIC 9(5).
           05  WS-STORE-ROQ        PIC 9(5).
           05  WS-ROP-PCT          PIC S9(4)V9.
           05  WS-ROQ-PCT          PIC S9(4)V9.
           05  WS-ABS-PCT          PIC 9(4)V9.

       01  WS-RECALC-PARM        PIC X(20) VALUE SPACES.
       01  WS-DEMAND-WEEKS       PIC 99  VALUE 8.
       01  WS-SAFETY-DAYS        PIC 99  VALUE 3.
       01  WS-ORDER-CYCLE-DAYS   PIC 99  VALUE 14.
       01  WS-CHANGE-THRESHOLD   PIC 99  VALUE 25.
       01  WS-DEFAULT-LEAD-DAYS  PIC 999 VALUE 7.

       01  WS-HOLD-ITEM-CODE     PIC X(6).
       01  WS-HOLD-STORE         PIC 9(3).
       01  WS-HOLD-DAY-NUMBER    PIC 9(7).

       01  WS-STORE-DEMAND.
           05  WS-STO-UNITS        PIC S9(7).
           05  WS-STO-DAY-UNITS    PIC S9(7).
           05  WS-STO-PEAK         PIC S9(7)V99.
           05  WS-STO-AVERAGE      PIC S9(5)V99.

       01  WS-ITEM-PROPOSAL.
           05  WS-BEST-STORE       PIC 9(3).
           05  WS-BEST-AVERAGE     PIC S9(5)V99.
           05  WS-BEST-PEAK        PIC S9(7)V99.
           05  WS-BEST-ROP         PIC 9(5).
           05  WS-BEST-ROQ         PIC 9(5).

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SW      PIC X(1).
               88  HIST-END-OF-FILE    VALUE "Y".
               88  HIST-NOT-EOF        VALUE "N".
           05  WS-SUM-EOF-SW       PIC X(1).
               88  SUM-END-OF-FILE     VALUE "Y".
               88  SUM-NOT-EOF         VALUE "N".
           05  WS-SORT-EOF-SW      PIC X(1).
               88  SORT-END-OF-FILE    VALUE "Y".
               88  SORT-NOT-EOF        VALUE "N".
           05  WS-INV-FOUND-SW     PIC X(1).
               88  INV-FOUND           VALUE "Y".
               88  INV-NOT-FOUND       VALUE "N".

       01  WS-INV-FILE-STATUS   PIC XX.
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
              'REORDER POINT RECALCULATION     '.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 HDG-RUN-DATE     PIC X(10).

       01  PARAMETER-LINE.
           05 FILLER           PIC X(14) VALUE 'DEMAND WEEKS: '.
           05 PRM-WEEKS        PIC Z9.
           05 FILLER           PIC X(17) VALUE '   SAFETY DAYS: '.
           05 PRM-SAFETY       PIC Z9.
           05 FILLER           PIC X(22) VALUE '   ORDER CYCLE DAYS: '.
           05 PRM-CYCLE        PIC Z9.
           05 FILLER           PIC X(26) VALUE
              '   AUTO-APPLY UNDER PCT: '.
           05 PRM-THRESHOLD    PIC Z9.
           05 FILLER           PIC X(22) VALUE
              '   DEFAULT LEAD DAYS: '.
           05 PRM-LEAD         PIC ZZ9.

       01  HEADING-LINE1.
           05 FILLER           PIC X(8)  VALUE 'ITEM'.
           05 FILLER           PIC X(22) VALUE 'DESCRIPTION'.
           05 FILLER           PIC X(6)  VALUE 'STORE'.
           05 FILLER           PIC X(9)  VALUE '  AVG/DAY'.
           05 FILLER           PIC X(8)  VALUE '  PEAK'.
           05 FILLER           PIC X(6)  VALUE '  LEAD'.
           05 FILLER           PIC X(8)  VALUE ' CUR ROP'.
           05 FILLER           PIC X(8)  VALUE ' NEW ROP'.
           05 FILLER           PIC X(9)  VALUE '   PCT'.
           05 FILLER           PIC X(8)  VALUE ' CUR ROQ'.
           05 FILLER           PIC X(8)  VALUE ' NEW ROQ'.
           05 FILLER           PIC X(9)  VALUE '   PCT'.
           05 FILLER           PIC X(12) VALUE '  ACTION'.

       01  DETAIL-LINE.
           05 DET-ITEM-CODE    PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-DESCRIPTION  PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-STORE        PIC 9(3).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-AVERAGE      PIC ZZ,ZZ9.99.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 DET-PEAK         PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-LEAD         PIC ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-CUR-ROP      PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-NEW-ROP      PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-ROP-PCT      PIC ZZZ9.9-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-CUR-ROQ      PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-NEW-ROQ      PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-ROQ-PCT      PIC ZZZ9.9-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-ACTION       PIC X(17).

       01  COUNT-LINE.
           05 CNT-CAPTION      PIC X(40).
           05 CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 1100-GET-RUN-DATE.
           PERFORM 1105-GET-RECALC-PARM.
           PERFORM 1300-WRITE-RUN-START.
           OPEN I-O PETINVENTORY.
           OPEN INPUT PETVENDOR.
           OPEN OUTPUT PETREORDERREVIEW.
           OPEN EXTEND PETREORDERAUDIT.
           OPEN OUTPUT PETREORDERMAINT.
           PERFORM 0110-WRITE-HEADING-LINES.
           SORT SORTWORK
               ON ASCENDING KEY SRT-ITEM-CODE, SRT-STORE-NUMBER,
                  SRT-DAY-NUMBER
               INPUT PROCEDURE IS 0200-RELEASE-DEMAND
               OUTPUT PROCEDURE IS 0300-PROPOSE-REORDER.
           PERFORM 0290-PRINT-TOTALS.
           PERFORM 0900-STOP-RUN.
       0100-END.

       1100-GET-RUN-DATE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE WS-MONTH TO HDG-MONTH.
           MOVE WS-DAY   TO HDG-DAY.
           MOVE WS-YEAR  TO HDG-YEAR.
           COMPUTE WS-RUN-DAY-NUMBER =
              (WS-YEAR * 360) + ((WS-MONTH - 1) * 30) + WS-DAY.
       1100-END.

       1105-GET-RECALC-PARM.
           ACCEPT WS-RECALC-PARM FROM COMMAND-LINE.
           IF WS-RECALC-PARM(1:2) NUMERIC
              AND WS-RECALC-PARM(1:2) NOT = "00"
               MOVE WS-RECALC-PARM(1:2) TO WS-DEMAND-WEEKS
           END-IF.
           IF WS-RECALC-PARM(3:2) NUMERIC
               MOVE WS-RECALC-PARM(3:2) TO WS-SAFETY-DAYS
           END-IF.
           IF WS-RECALC-PARM(5:2) NUMERIC
              AND WS-RECALC-PARM(5:2) NOT = "00"
               MOVE WS-RECALC-PARM(5:2) TO WS-ORDER-CYCLE-DAYS
           END-IF.
           IF WS-RECALC-PARM(7:2) NUMERIC
               MOVE WS-RECALC-PARM(7:2) TO WS-CHANGE-THRESHOLD
           END-IF.
           IF WS-RECALC-PARM(9:3) NUMERIC
              AND WS-RECALC-PARM(9:3) NOT = "000"
               MOVE WS-RECALC-PARM(9:3) TO WS-DEFAULT-LEAD-DAYS
           END-IF.
           COMPUTE WS-PERIOD-DAYS = WS-DEMAND-WEEKS * 7.
           COMPUTE WS-WINDOW-START =
              WS-RUN-DAY-NUMBER - WS-PERIOD-DAYS + 1.
       1105-END.

       0110-WRITE-HEADING-LINES.
           MOVE WS-HEADING-DATE TO HDG-RUN-DATE.
           WRITE PRINT-LINE FROM HEADING-LINE AFTER
              ADVANCING PAGE.
           MOVE WS-DEMAND-WEEKS TO PRM-WEEKS.
           MOVE WS-SAFETY-DAYS TO PRM-SAFETY.
           MOVE WS-ORDER-CYCLE-DAYS TO PRM-CYCLE.
           MOVE WS-CHANGE-THRESHOLD TO PRM-THRESHOLD.
           MOVE WS-DEFAULT-LEAD-DAYS TO PRM-LEAD.
           WRITE PRINT-LINE FROM PARAMETER-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM HEADING-LINE1
              AFTER ADVANCING 1 LINE.
       0110-END.

       0200-RELEASE-DEMAND.
           SET HIST-NOT-EOF TO TRUE.
           OPEN INPUT PETSALESHISTORY.
           READ PETSALESHISTORY
               AT END SET HIST-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 0210-RELEASE-ONE-HISTORY
              UNTIL HIST-END-OF-FILE.
           CLOSE PETSALESHISTORY.
           SET SUM-NOT-EOF TO TRUE.
           OPEN INPUT PETSALESSUMMARY.
           READ PETSALESSUMMARY
               AT END SET SUM-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 0220-RELEASE-ONE-SUMMARY
              UNTIL SUM-END-OF-FILE.
           CLOSE PETSALESSUMMARY.
       0200-END.

       0210-RELEASE-ONE-HISTORY.
           ADD 1 TO WS-HISTORY-READ.
           COMPUTE WS-DAY-NUMBER =
              (HST-SALE-YEAR * 360) + ((HST-SALE-MONTH - 1) * 30)
              + HST-SALE-DAY.
           IF WS-DAY-NUMBER NOT < WS-WINDOW-START
              AND WS-DAY-NUMBER NOT > WS-RUN-DAY-NUMBER
               MOVE HST-ITEM-CODE TO SRT-ITEM-CODE
               MOVE HST-STORE-NUMBER TO SRT-STORE-NUMBER
               MOVE WS-DAY-NUMBER TO SRT-DAY-NUMBER
               SET SRT-DAILY-DETAIL TO TRUE
               IF HST-TRANSACTION-TYPE = "R"
                   COMPUTE SRT-QUANTITY = 0 - HST-QUANTITY
               ELSE
                   MOVE HST-QUANTITY TO SRT-QUANTITY
               END-IF
               RELEASE SORT-DEMAND-RECORD
           END-IF.
           READ PETSALESHISTORY
               AT END SET HIST-END-OF-FILE TO TRUE
           END-READ.
       0210-END.

       0220-RELEASE-ONE-SUMMARY.
           ADD 1 TO WS-SUMMARY-READ.
           IF SUM-ITEM-SUMMARY
               COMPUTE WS-DAY-NUMBER =
                  (SUM-SALE-YEAR * 360) + ((SUM-SALE-MONTH - 1) * 30)
                  + 1
               IF WS-DAY-NUMBER NOT < WS-WINDOW-START
                  AND WS-DAY-NUMBER NOT > WS-RUN-DAY-NUMBER
                   MOVE SUM-ITEM-CODE TO SRT-ITEM-CODE
                   MOVE SUM-STORE-NUMBER TO SRT-STORE-NUMBER
                   MOVE WS-DAY-NUMBER TO SRT-DAY-NUMBER
                   SET SRT-MONTHLY-SUMMARY TO TRUE
                   MOVE SUM-QUANTITY TO SRT-QUANTITY
                   RELEASE SORT-DEMAND-RECORD
               END-IF
           END-IF.
           READ PETSALESSUMMARY
               AT END SET SUM-END-OF-FILE TO TRUE
           END-READ.
       0220-END.

       0300-PROPOSE-REORDER.
           SET SORT-NOT-EOF TO TRUE.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           IF SORT-NOT-EOF
               PERFORM 0330-START-ITEM-GROUP
               PERFORM 0320-START-STORE-GROUP
               PERFORM 0310-APPLY-ONE-DEMAND
                  UNTIL SORT-END-OF-FILE
               PERFORM 0340-END-DAY
               PERFORM 0350-END-STORE-GROUP
               PERFORM 0360-END-ITEM-GROUP
           END-IF.
       0300-END.

       0310-APPLY-ONE-DEMAND.
           ADD SRT-QUANTITY TO WS-STO-UNITS.
           IF SRT-MONTHLY-SUMMARY
               COMPUTE WS-DAY-RATE ROUNDED = SRT-QUANTITY / 30
               IF WS-DAY-RATE > WS-STO-PEAK
                   MOVE WS-DAY-RATE TO WS-STO-PEAK
               END-IF
           ELSE
               ADD SRT-QUANTITY TO WS-STO-DAY-UNITS
           END-IF.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           IF SORT-NOT-EOF
               EVALUATE TRUE
                   WHEN SRT-ITEM-CODE NOT = WS-HOLD-ITEM-CODE
                       PERFORM 0340-END-DAY
                       PERFORM 0350-END-STORE-GROUP
                       PERFORM 0360-END-ITEM-GROUP
                       PERFORM 0330-START-ITEM-GROUP
                       PERFORM 0320-START-STORE-GROUP
                   WHEN SRT-STORE-NUMBER NOT = WS-HOLD-STORE
                       PERFORM 0340-END-DAY
                       PERFORM 0350-END-STORE-GROUP
                       PERFORM 0320-START-STORE-GROUP
                   WHEN SRT-DAY-NUMBER NOT = WS-HOLD-DAY-NUMBER
                       PERFORM 0340-END-DAY
                       MOVE SRT-DAY-NUMBER TO WS-HOLD-DAY-NUMBER
               END-EVALUATE
           END-IF.
       0310-END.

       0320-START-STORE-GROUP.
           MOVE SRT-STORE-NUMBER TO WS-HOLD-STORE.
           MOVE SRT-DAY-NUMBER TO WS-HOLD-DAY-NUMBER.
           MOVE ZEROS TO WS-STORE-DEMAND.
       0320-END.

       0330-START-ITEM-GROUP.
           MOVE SRT-ITEM-CODE TO WS-HOLD-ITEM-CODE.
           MOVE ZEROS TO WS-ITEM-PROPOSAL.
           MOVE SRT-ITEM-CODE TO INV-ITEM-CODE.
           SET INV-FOUND TO TRUE.
           READ PETINVENTORY
               INVALID KEY
                   SET INV-NOT-FOUND TO TRUE
           END-READ.
           MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS.
           IF INV-FOUND AND INV-VENDOR-ID NOT = SPACES
               MOVE INV-VENDOR-ID TO VND-VENDOR-ID
               MOVE ZEROS TO VND-LEAD-TIME-DAYS
               READ PETVENDOR
                   INVALID KEY
                       MOVE ZEROS TO VND-LEAD-TIME-DAYS
               END-READ
               IF VND-LEAD-TIME-DAYS NUMERIC
                  AND VND-LEAD-TIME-DAYS > ZERO
                   MOVE VND-LEAD-TIME-DAYS TO WS-LEAD-DAYS
               END-IF
           END-IF.
       0330-END.

       0340-END-DAY.
           IF WS-STO-DAY-UNITS > WS-STO-PEAK
               MOVE WS-STO-DAY-UNITS TO WS-STO-PEAK
           END-IF.
           MOVE ZEROS TO WS-STO-DAY-UNITS.
       0340-END.

       0350-END-STORE-GROUP.
           IF WS-STO-UNITS > ZERO
               COMPUTE WS-STO-AVERAGE ROUNDED =
                  WS-STO-UNITS / WS-PERIOD-DAYS
               COMPUTE WS-STORE-ROP ROUNDED =
                  (WS-STO-AVERAGE * WS-LEAD-DAYS)
                  + (WS-STO-PEAK * WS-SAFETY-DAYS)
                  ON SIZE ERROR
                      MOVE 99999 TO WS-STORE-ROP
               END-COMPUTE
               COMPUTE WS-STORE-ROQ ROUNDED =
                  WS-STO-AVERAGE * WS-ORDER-CYCLE-DAYS
                  ON SIZE ERROR
                      MOVE 99999 TO WS-STORE-ROQ
               END-COMPUTE
               IF WS-STORE-ROP = ZERO
                   MOVE 1 TO WS-STORE-ROP
               END-IF
               IF WS-STORE-ROQ = ZERO
                   MOVE 1 TO WS-STORE-ROQ
               END-IF
               IF WS-STORE-ROP > WS-BEST-ROP
                   MOVE WS-HOLD-STORE TO WS-BEST-STORE
                   MOVE WS-STO-AVERAGE TO WS-BEST-AVERAGE
                   MOVE WS-STO-PEAK TO WS-BEST-PEAK
                   MOVE WS-STORE-ROP TO WS-BEST-ROP
                   MOVE WS-STORE-ROQ TO WS-BEST-ROQ
               END-IF
           END-IF.
       0350-END.

       0360-END-ITEM-GROUP.
           ADD 1 TO WS-ITEMS-REVIEWED.
           MOVE SPACES TO DETAIL-LINE.
           MOVE WS-HOLD-ITEM-CODE TO DET-ITEM-CODE.
           EVALUATE TRUE
               WHEN INV-NOT-FOUND
                   ADD 1 TO WS-ITEMS-NOT-FOUND
                   MOVE "ITEM NOT ON FILE" TO DET-DESCRIPTION
               WHEN WS-BEST-ROP = ZERO
                   ADD 1 TO WS-ITEMS-NO-DEMAND
                   PERFORM 0370-BUILD-PROPOSAL-LINE
                   MOVE "NO NET DEMAND" TO DET-ACTION
               WHEN OTHER
                   PERFORM 0370-BUILD-PROPOSAL-LINE
                   PERFORM 0380-DECIDE-PROPOSAL
           END-EVALUATE.
           WRITE PRINT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0360-END.

       0370-BUILD-PROPOSAL-LINE.
           MOVE INV-DESCRIPTION TO DET-DESCRIPTION.
           MOVE WS-BEST-STORE TO DET-STORE.
           MOVE WS-BEST-AVERAGE TO DET-AVERAGE.
           MOVE WS-BEST-PEAK TO DET-PEAK.
           MOVE WS-LEAD-DAYS TO DET-LEAD.
           MOVE INV-REORDER-POINT TO DET-CUR-ROP.
           MOVE WS-BEST-ROP TO DET-NEW-ROP.
           MOVE INV-REORDER-QTY TO DET-CUR-ROQ.
           MOVE WS-BEST-ROQ TO DET-NEW-ROQ.
           IF INV-REORDER-POINT = ZERO
               MOVE 999.9 TO WS-ROP-PCT
           ELSE
               COMPUTE WS-ROP-PCT ROUNDED =
                  ((WS-BEST-ROP - INV-REORDER-POINT) * 100)
                  / INV-REORDER-POINT
                  ON SIZE ERROR
                      MOVE 999.9 TO WS-ROP-PCT
               END-COMPUTE
           END-IF.
           IF INV-REORDER-QTY = ZERO
               MOVE 999.9 TO WS-ROQ-PCT
           ELSE
               COMPUTE WS-ROQ-PCT ROUNDED =
                  ((WS-BEST-ROQ - INV-REORDER-QTY) * 100)
                  / INV-REORDER-QTY
                  ON SIZE ERROR
                      MOVE 999.9 TO WS-ROQ-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-ROP-PCT TO DET-ROP-PCT.
           MOVE WS-ROQ-PCT TO DET-ROQ-PCT.
       0370-END.

       0380-DECIDE-PROPOSAL.
           IF WS-BEST-ROP = INV-REORDER-POINT
              AND WS-BEST-ROQ = INV-REORDER-QTY
               ADD 1 TO WS-ITEMS-UNCHANGED
               MOVE "NO CHANGE" TO DET-ACTION
           ELSE
               IF WS-ROP-PCT < ZERO
                   COMPUTE WS-ABS-PCT = 0 - WS-ROP-PCT
               ELSE
                   MOVE WS-ROP-PCT TO WS-ABS-PCT
               END-IF
               IF WS-ABS-PCT < WS-CHANGE-THRESHOLD
                   IF WS-ROQ-PCT < ZERO
                       COMPUTE WS-ABS-PCT = 0 - WS-ROQ-PCT
                   ELSE
                       MOVE WS-ROQ-PCT TO WS-ABS-PCT
                   END-IF
               END-IF
               IF WS-ABS-PCT < WS-CHANGE-THRESHOLD
                   PERFORM 0390-APPLY-PROPOSAL
                   ADD 1 TO WS-ITEMS-APPLIED
                   MOVE "APPLIED" TO DET-ACTION
               ELSE
                   PERFORM 0395-WRITE-MAINT-TRANSACTION
                   ADD 1 TO WS-ITEMS-REFERRED
                   MOVE "BUYER APPROVAL" TO DET-ACTION
               END-IF
           END-IF.
       0380-END.

       0390-APPLY-PROPOSAL.
           MOVE INV-ITEM-CODE TO RAU-ITEM-CODE.
           MOVE INV-REORDER-POINT TO RAU-OLD-REORDER-POINT.
           MOVE INV-REORDER-QTY TO RAU-OLD-REORDER-QTY.
           MOVE WS-BEST-ROP TO INV-REORDER-POINT,
              RAU-NEW-REORDER-POINT.
           MOVE WS-BEST-ROQ TO INV-REORDER-QTY, RAU-NEW-REORDER-QTY.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING INVENTORY " INV-ITEM-CODE
           END-REWRITE.
           MOVE WS-DATE TO RAU-CHANGE-DATE.
           MOVE "PETROCAL" TO RAU-SUBMITTED-BY.
           WRITE REORDER-AUDIT-RECORD.
       0390-END.

       0395-WRITE-MAINT-TRANSACTION.
           MOVE SPACES TO MAINT-TRANSACTION.
           SET MNT-CHANGE TO TRUE.
           MOVE INV-ITEM-CODE TO MNT-ITEM-CODE.
           MOVE ZEROS TO MNT-PRICE, MNT-QTY-ON-HAND, MNT-UNIT-COST.
           MOVE WS-BEST-ROP TO MNT-REORDER-POINT.
           MOVE WS-BEST-ROQ TO MNT-REORDER-QTY.
           MOVE "PETROCAL" TO MNT-SUBMITTED-BY.
           WRITE MAINT-TRANSACTION.
       0395-END.

       0290-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "HISTORY RECORDS READ" TO CNT-CAPTION.
           MOVE WS-HISTORY-READ TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "SUMMARY RECORDS READ" TO CNT-CAPTION.
           MOVE WS-SUMMARY-READ TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "ITEMS REVIEWED" TO CNT-CAPTION.
           MOVE WS-ITEMS-REVIEWED TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "  APPLIED AUTOMATICALLY" TO CNT-CAPTION.
           MOVE WS-ITEMS-APPLIED TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "  SENT FOR BUYER APPROVAL" TO CNT-CAPTION.
           MOVE WS-ITEMS-REFERRED TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "  NO CHANGE" TO CNT-CAPTION.
           MOVE WS-ITEMS-UNCHANGED TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "  NO NET DEMAND IN PERIOD" TO CNT-CAPTION.
           MOVE WS-ITEMS-NO-DEMAND TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "  ITEM NOT ON FILE" TO CNT-CAPTION.
           MOVE WS-ITEMS-NOT-FOUND TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
       0290-END.

       1300-WRITE-RUN-START.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETROCAL" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-START-ENTRY TO TRUE.
           MOVE ZEROS TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       1300-END.

       9100-WRITE-RUN-END.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETROCAL" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-END-ENTRY TO TRUE.
           MOVE WS-ITEMS-REVIEWED TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       9100-END.

       0900-STOP-RUN.
           PERFORM 9100-WRITE-RUN-END.
           CLOSE PETINVENTORY, PETVENDOR, PETREORDERREVIEW,
                 PETREORDERAUDIT, PETREORDERMAINT.
           STOP RUN.

          END PROGRAM PETREORDERCALC.
