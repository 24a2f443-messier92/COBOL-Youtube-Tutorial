       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETMARGINREPORT.

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
       SELECT OPTIONAL PETSTOREMASTER
           ASSIGN TO "PETSTOREMASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STR-STORE-NUMBER
           FILE STATUS IS WS-STORE-FILE-STATUS.
       SELECT PETMARGINRPT ASSIGN TO "PETMARGINRPT.DAT"
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
       FD PETSTOREMASTER.
           COPY "PETSTR.CPY".
       FD PETMARGINRPT.
           01 PRINT-LINE         PIC X(132).
       SD SORTWORK.
       01  SORT-MARGIN-RECORD.
           02  SRT-STORE-NUMBER        PIC 9(3).
           02  SRT-ITEM-CODE           PIC X(6).
           02  SRT-SALE-YEAR           PIC 9(4).
           02  SRT-SALE-MONTH          PIC 99.
           02  SRT-DESCRIPTION         PIC X(20).
           02  SRT-QUANTITY            PIC S9(7).
           02  SRT-REVENUE             PIC S9(9)V99.
       FD PETRUNCONTROL.
           COPY "PETRUN.CPY".

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-RECORDS-READ   PIC 9(9) VALUE ZEROS.
           05  WS-LINES-PRINTED  PIC 9(7) VALUE ZEROS.
           05  WS-UNCOSTED-LINES PIC 9(7) VALUE ZEROS.
           05  WS-ITEM-COST      PIC 9(6)V99.

       01  WS-MONTH-BUCKETS.
           05  WS-MON-QTY        PIC S9(7).
           05  WS-MON-REVENUE    PIC S9(9)V99.
           05  WS-MON-COST       PIC S9(9)V99.
           05  WS-MON-MARGIN     PIC S9(9)V99.

       01  WS-STORE-BUCKETS.
           05  WS-STO-REVENUE    PIC S9(9)V99.
           05  WS-STO-COST       PIC S9(9)V99.
           05  WS-STO-MARGIN     PIC S9(9)V99.

       01  WS-GRAND-BUCKETS.
           05  WS-GRD-REVENUE    PIC S9(9)V99 VALUE ZEROS.
           05  WS-GRD-COST       PIC S9(9)V99 VALUE ZEROS.
           05  WS-GRD-MARGIN     PIC S9(9)V99 VALUE ZEROS.

       01  WS-MARGIN-PERCENT     PIC S9(5)V9.
       01  WS-PCT-REVENUE        PIC S9(9)V99.
       01  WS-PCT-MARGIN         PIC S9(9)V99.

       01  WS-HOLD-STORE         PIC 9(3).
       01  WS-HOLD-ITEM-CODE     PIC X(6).
       01  WS-HOLD-DESCRIPTION   PIC X(20).
       01  WS-HOLD-PERIOD.
           05  WS-HOLD-YEAR      PIC 9(4).
           05  WS-HOLD-MONTH     PIC 99.

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SW      PIC X(1).
               88  HIST-END-OF-FILE    VALUE "Y".
               88  HIST-NOT-EOF        VALUE "N".
           05  WS-SUMM-EOF-SW      PIC X(1).
               88  SUMM-END-OF-FILE    VALUE "Y".
               88  SUMM-NOT-EOF        VALUE "N".
           05  WS-SORT-EOF-SW      PIC X(1).
               88  SORT-END-OF-FILE    VALUE "Y".
               88  SORT-NOT-EOF        VALUE "N".
           05  WS-INV-FOUND-SW     PIC X(1).
               88  INV-FOUND           VALUE "Y".
               88  INV-NOT-FOUND       VALUE "N".

       01  WS-INV-FILE-STATUS   PIC XX.
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

       01  HEADING-LINE.
           05 FILLER           PIC X(40) VALUE SPACES.
           05 FILLER           PIC X(30) VALUE
              'GROSS MARGIN BY STORE AND ITEM'.
           05 FILLER           PIC X(12) VALUE SPACES.
           05 HDG-RUN-DATE     PIC X(10).

       01  STORE-HEADING-LINE.
           05 FILLER           PIC X(6)  VALUE 'STORE '.
           05 STO-HDG-NUMBER   PIC 9(3).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 STO-HDG-NAME     PIC X(25).

       01  HEADING-LINE1.
           05 FILLER           PIC X(8)  VALUE 'ITEM'.
           05 FILLER           PIC X(22) VALUE 'DESCRIPTION'.
           05 FILLER           PIC X(9)  VALUE 'MONTH'.
           05 FILLER           PIC X(10) VALUE '     UNITS'.
           05 FILLER           PIC X(17) VALUE '          REVENUE'.
           05 FILLER           PIC X(17) VALUE '   COST OF GOODS'.
           05 FILLER           PIC X(17) VALUE '          MARGIN'.
           05 FILLER           PIC X(9)  VALUE ' MARGIN %'.

       01  DETAIL-LINE.
           05 DET-ITEM-CODE    PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-DESCRIPTION  PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-YEAR         PIC 9(4).
           05 FILLER           PIC X(1)  VALUE "/".
           05 DET-MONTH        PIC 99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-QUANTITY     PIC ZZZ,ZZ9-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-REVENUE      PIC $$,$$$,$$9.99-.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 DET-COST         PIC $$,$$$,$$9.99-.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 DET-MARGIN       PIC $$,$$$,$$9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-PERCENT      PIC ZZZ9.9-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-FLAG         PIC X(12).

       01  TOTAL-LINE.
           05 TOT-CAPTION      PIC X(49).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 TOT-REVENUE      PIC $$,$$$,$$9.99-.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 TOT-COST         PIC $$,$$$,$$9.99-.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 TOT-MARGIN       PIC $$,$$$,$$9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 TOT-PERCENT      PIC ZZZ9.9-.

       01  COUNT-LINE.
           05 FILLER           PIC X(22) VALUE
              'HISTORY RECORDS READ: '.
           05 CNT-READ         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(31) VALUE
              '   LINES WITH NO COST ON FILE: '.
           05 CNT-UNCOSTED     PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 1100-GET-RUN-DATE.
           PERFORM 1300-WRITE-RUN-START.
           OPEN INPUT PETINVENTORY.
           OPEN INPUT PETSTOREMASTER.
           OPEN OUTPUT PETMARGINRPT.
           PERFORM 0110-WRITE-HEADING-LINES.
           SORT SORTWORK
               ON ASCENDING KEY SRT-STORE-NUMBER, SRT-ITEM-CODE,
                  SRT-SALE-YEAR, SRT-SALE-MONTH
               INPUT PROCEDURE IS 0200-RELEASE-HISTORY
               OUTPUT PROCEDURE IS 0300-BREAK-ON-STORE-ITEM.
           PERFORM 0290-PRINT-TOTALS.
           PERFORM 0900-STOP-RUN.
       0100-END.

       1100-GET-RUN-DATE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE WS-MONTH TO HDG-MONTH.
           MOVE WS-DAY   TO HDG-DAY.
           MOVE WS-YEAR  TO HDG-YEAR.
       1100-END.

       0110-WRITE-HEADING-LINES.
           MOVE WS-HEADING-DATE TO HDG-RUN-DATE.
           WRITE PRINT-LINE FROM HEADING-LINE AFTER
              ADVANCING PAGE.
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
           SET SUMM-NOT-EOF TO TRUE.
           OPEN INPUT PETSALESSUMMARY.
           READ PETSALESSUMMARY
               AT END SET SUMM-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 0220-RELEASE-ONE-SUMMARY
              UNTIL SUMM-END-OF-FILE.
           CLOSE PETSALESSUMMARY.
       0200-END.

       0210-RELEASE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           MOVE HST-STORE-NUMBER TO SRT-STORE-NUMBER.
           MOVE HST-ITEM-CODE TO SRT-ITEM-CODE.
           MOVE HST-SALE-YEAR TO SRT-SALE-YEAR.
           MOVE HST-SALE-MONTH TO SRT-SALE-MONTH.
           MOVE HST-DESCRIPTION TO SRT-DESCRIPTION.
           IF HST-TRANSACTION-TYPE = "R"
               COMPUTE SRT-QUANTITY = 0 - HST-QUANTITY
               COMPUTE SRT-REVENUE = 0 - HST-ITEM-TOTAL
           ELSE
               MOVE HST-QUANTITY TO SRT-QUANTITY
               MOVE HST-ITEM-TOTAL TO SRT-REVENUE
           END-IF.
           RELEASE SORT-MARGIN-RECORD.
           READ PETSALESHISTORY
               AT END SET HIST-END-OF-FILE TO TRUE
           END-READ.
       0210-END.

       0220-RELEASE-ONE-SUMMARY.
           IF SUM-ITEM-SUMMARY
               MOVE SUM-STORE-NUMBER TO SRT-STORE-NUMBER
               MOVE SUM-ITEM-CODE TO SRT-ITEM-CODE
               MOVE SUM-SALE-YEAR TO SRT-SALE-YEAR
               MOVE SUM-SALE-MONTH TO SRT-SALE-MONTH
               MOVE SUM-DESCRIPTION TO SRT-DESCRIPTION
               MOVE SUM-QUANTITY TO SRT-QUANTITY
               MOVE SUM-REVENUE TO SRT-REVENUE
               RELEASE SORT-MARGIN-RECORD
           END-IF.
           READ PETSALESSUMMARY
               AT END SET SUMM-END-OF-FILE TO TRUE
           END-READ.
       0220-END.

       0300-BREAK-ON-STORE-ITEM.
           SET SORT-NOT-EOF TO TRUE.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           IF SORT-NOT-EOF
               PERFORM 0330-START-STORE-GROUP
               PERFORM 0340-START-ITEM-GROUP
               PERFORM 0350-START-MONTH-GROUP
               PERFORM 0310-ACCUMULATE-ONE-LINE
                  UNTIL SORT-END-OF-FILE
               PERFORM 0400-PRINT-MONTH-LINE
               PERFORM 0420-PRINT-STORE-TOTAL
           END-IF.
       0300-END.

       0310-ACCUMULATE-ONE-LINE.
           ADD SRT-QUANTITY TO WS-MON-QTY.
           ADD SRT-REVENUE TO WS-MON-REVENUE.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           IF SORT-NOT-EOF
               EVALUATE TRUE
                   WHEN SRT-STORE-NUMBER NOT = WS-HOLD-STORE
                       PERFORM 0400-PRINT-MONTH-LINE
                       PERFORM 0420-PRINT-STORE-TOTAL
                       PERFORM 0330-START-STORE-GROUP
                       PERFORM 0340-START-ITEM-GROUP
                       PERFORM 0350-START-MONTH-GROUP
                   WHEN SRT-ITEM-CODE NOT = WS-HOLD-ITEM-CODE
                       PERFORM 0400-PRINT-MONTH-LINE
                       PERFORM 0340-START-ITEM-GROUP
                       PERFORM 0350-START-MONTH-GROUP
                   WHEN SRT-SALE-YEAR NOT = WS-HOLD-YEAR
                      OR SRT-SALE-MONTH NOT = WS-HOLD-MONTH
                       PERFORM 0400-PRINT-MONTH-LINE
                       PERFORM 0350-START-MONTH-GROUP
               END-EVALUATE
           END-IF.
       0310-END.

       0330-START-STORE-GROUP.
           MOVE SRT-STORE-NUMBER TO WS-HOLD-STORE.
           MOVE ZEROS TO WS-STORE-BUCKETS.
           MOVE SRT-STORE-NUMBER TO STR-STORE-NUMBER.
           READ PETSTOREMASTER
               INVALID KEY
                   MOVE "STORE NOT ON FILE" TO STR-STORE-NAME
           END-READ.
           MOVE WS-HOLD-STORE TO STO-HDG-NUMBER.
           MOVE STR-STORE-NAME TO STO-HDG-NAME.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM STORE-HEADING-LINE
              AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM HEADING-LINE1
              AFTER ADVANCING 1 LINE.
       0330-END.

       0340-START-ITEM-GROUP.
           MOVE SRT-ITEM-CODE TO WS-HOLD-ITEM-CODE.
           MOVE SRT-DESCRIPTION TO WS-HOLD-DESCRIPTION.
           MOVE SRT-ITEM-CODE TO INV-ITEM-CODE.
           SET INV-FOUND TO TRUE.
           READ PETINVENTORY
               INVALID KEY
                   SET INV-NOT-FOUND TO TRUE
           END-READ.
           MOVE ZERO TO WS-ITEM-COST.
           IF INV-FOUND
               MOVE INV-DESCRIPTION TO WS-HOLD-DESCRIPTION
               IF INV-AVERAGE-COST > ZERO
                   MOVE INV-AVERAGE-COST TO WS-ITEM-COST
               ELSE
                   MOVE INV-UNIT-COST TO WS-ITEM-COST
               END-IF
           END-IF.
       0340-END.

       0350-START-MONTH-GROUP.
           MOVE SRT-SALE-YEAR TO WS-HOLD-YEAR.
           MOVE SRT-SALE-MONTH TO WS-HOLD-MONTH.
           MOVE ZEROS TO WS-MONTH-BUCKETS.
       0350-END.

       0400-PRINT-MONTH-LINE.
           COMPUTE WS-MON-COST = WS-MON-QTY * WS-ITEM-COST.
           COMPUTE WS-MON-MARGIN = WS-MON-REVENUE - WS-MON-COST.
           ADD WS-MON-REVENUE TO WS-STO-REVENUE, WS-GRD-REVENUE.
           ADD WS-MON-COST TO WS-STO-COST, WS-GRD-COST.
           ADD WS-MON-MARGIN TO WS-STO-MARGIN, WS-GRD-MARGIN.
           MOVE WS-MON-REVENUE TO WS-PCT-REVENUE.
           MOVE WS-MON-MARGIN TO WS-PCT-MARGIN.
           PERFORM 0410-COMPUTE-MARGIN-PERCENT.
           MOVE WS-HOLD-ITEM-CODE TO DET-ITEM-CODE.
           MOVE WS-HOLD-DESCRIPTION TO DET-DESCRIPTION.
           MOVE WS-HOLD-YEAR TO DET-YEAR.
           MOVE WS-HOLD-MONTH TO DET-MONTH.
           MOVE WS-MON-QTY TO DET-QUANTITY.
           MOVE WS-MON-REVENUE TO DET-REVENUE.
           MOVE WS-MON-COST TO DET-COST.
           MOVE WS-MON-MARGIN TO DET-MARGIN.
           MOVE WS-MARGIN-PERCENT TO DET-PERCENT.
           IF WS-ITEM-COST = ZERO
               MOVE "NO COST" TO DET-FLAG
               ADD 1 TO WS-UNCOSTED-LINES
           ELSE
               MOVE SPACES TO DET-FLAG
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-PRINTED.
       0400-END.

       0410-COMPUTE-MARGIN-PERCENT.
           IF WS-PCT-REVENUE = ZERO
               MOVE ZERO TO WS-MARGIN-PERCENT
           ELSE
               COMPUTE WS-MARGIN-PERCENT ROUNDED =
                  (WS-PCT-MARGIN * 100) / WS-PCT-REVENUE
                  ON SIZE ERROR
                      MOVE ZERO TO WS-MARGIN-PERCENT
               END-COMPUTE
           END-IF.
       0410-END.

       0420-PRINT-STORE-TOTAL.
           MOVE SPACES TO TOT-CAPTION.
           STRING "  TOTAL FOR STORE " DELIMITED BY SIZE
                  WS-HOLD-STORE        DELIMITED BY SIZE
               INTO TOT-CAPTION
           END-STRING.
           MOVE WS-STO-REVENUE TO TOT-REVENUE, WS-PCT-REVENUE.
           MOVE WS-STO-COST TO TOT-COST.
           MOVE WS-STO-MARGIN TO TOT-MARGIN, WS-PCT-MARGIN.
           PERFORM 0410-COMPUTE-MARGIN-PERCENT.
           MOVE WS-MARGIN-PERCENT TO TOT-PERCENT.
           WRITE PRINT-LINE FROM TOTAL-LINE
              AFTER ADVANCING 1 LINE.
       0420-END.

       0290-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "ALL STORES" TO TOT-CAPTION.
           MOVE WS-GRD-REVENUE TO TOT-REVENUE, WS-PCT-REVENUE.
           MOVE WS-GRD-COST TO TOT-COST.
           MOVE WS-GRD-MARGIN TO TOT-MARGIN, WS-PCT-MARGIN.
           PERFORM 0410-COMPUTE-MARGIN-PERCENT.
           MOVE WS-MARGIN-PERCENT TO TOT-PERCENT.
           WRITE PRINT-LINE FROM TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE WS-RECORDS-READ TO CNT-READ.
           MOVE WS-UNCOSTED-LINES TO CNT-UNCOSTED.
           WRITE PRINT-LINE FROM COUNT-LINE
              AFTER ADVANCING 1 LINE.
       0290-END.

       1300-WRITE-RUN-START.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETMARGN" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-START-ENTRY TO TRUE.
           MOVE ZEROS TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       1300-END.

       9100-WRITE-RUN-END.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETMARGN" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-END-ENTRY TO TRUE.
           MOVE WS-RECORDS-READ TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       9100-END.

       0900-STOP-RUN.
           PERFORM 9100-WRITE-RUN-END.
           CLOSE PETINVENTORY, PETSTOREMASTER, PETMARGINRPT.
           STOP RUN.

          END PROGRAM PETMARGINREPORT.
