       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETSTOCKLEDGER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL PETSTOCKLEDGER ASSIGN TO "PETSTOCKLEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETSTOCKOPENING
           ASSIGN TO "PETSTOCKOPENING.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETSTOREINVENTORY
           ASSIGN TO "PETSTOREINVENTORY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SIV-KEY
           FILE STATUS IS WS-SINV-FILE-STATUS.
       SELECT PETINVENTORY ASSIGN TO "PETINVENTORY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INV-ITEM-CODE
           FILE STATUS IS WS-INV-FILE-STATUS.
       SELECT PETSTOCKLEDGERRPT ASSIGN TO "PETSTOCKLEDGERRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SORTWORK ASSIGN TO "SORTWORK".
       SELECT OPTIONAL PETRUNCONTROL ASSIGN TO "PETRUNCONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PETSTOCKLEDGER.
           COPY "PETSTKL.CPY".
       FD PETSTOCKOPENING.
       01  OPENING-RECORD.
           02  OPN-STORE-NUMBER        PIC 9(3).
           02  OPN-ITEM-CODE           PIC X(6).
           02  OPN-QTY-ON-HAND         PIC 9(5).
       FD PETSTOREINVENTORY.
           COPY "PETSINV.CPY".
       FD PETINVENTORY.
           COPY "PETINV.CPY".
       FD PETSTOCKLEDGERRPT.
           01 PRINT-LINE         PIC X(132).
       SD SORTWORK.
       01  SORT-MOVEMENT-RECORD.
           02  SRT-STORE-NUMBER        PIC 9(3).
           02  SRT-ITEM-CODE           PIC X(6).
           02  SRT-KIND                PIC 9(1).
               88  SRT-OPENING             VALUE 1.
               88  SRT-MOVEMENT            VALUE 2.
               88  SRT-ON-FILE             VALUE 3.
           02  SRT-MOVEMENT-DATE       PIC 9(8).
           02  SRT-SEQUENCE            PIC 9(9).
           02  SRT-MOVEMENT-TYPE       PIC X(1).
               88  SRT-SALE                VALUE "S".
               88  SRT-RETURN              VALUE "R".
               88  SRT-RECEIPT             VALUE "P".
               88  SRT-TRANSFER-OUT        VALUE "O".
               88  SRT-TRANSFER-IN         VALUE "I".
               88  SRT-ADJUSTMENT          VALUE "A".
           02  SRT-QUANTITY            PIC S9(7).
           02  SRT-SOURCE-PROGRAM      PIC X(8).
           02  SRT-DOCUMENT-REF        PIC X(11).
       FD PETRUNCONTROL.
           COPY "PETRUN.CPY".

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-LEDGER-READ      PIC 9(9) VALUE ZEROS.
           05  WS-MOVEMENTS-LISTED PIC 9(9) VALUE ZEROS.
           05  WS-GROUPS-LISTED    PIC 9(7) VALUE ZEROS.
           05  WS-ITEMS-COMPARED   PIC 9(7) VALUE ZEROS.
           05  WS-ITEMS-MISMATCHED PIC 9(7) VALUE ZEROS.
           05  WS-NET-DIFFERENCE   PIC S9(9) VALUE ZEROS.
           05  WS-DIFFERENCE       PIC S9(7).

       01  WS-LEDGER-PARM        PIC X(20) VALUE SPACES.
       01  WS-RUN-MODE           PIC X(1) VALUE "H".
           88  HISTORY-REQUESTED     VALUE "H".
           88  REBUILD-REQUESTED     VALUE "R".
       01  WS-SELECT-STORE       PIC 9(3) VALUE ZEROS.
       01  WS-SELECT-ITEM        PIC X(6) VALUE SPACES.
       01  WS-SELECT-FROM-DATE   PIC 9(8) VALUE ZEROS.
       01  WS-OPENING-DATE       PIC 9(8) VALUE ZEROS.

       01  WS-HOLD-STORE         PIC 9(3).
       01  WS-HOLD-ITEM-CODE     PIC X(6).

       01  WS-GROUP-TOTALS.
           05  WS-GRP-SALES        PIC S9(7).
           05  WS-GRP-RETURNS      PIC S9(7).
           05  WS-GRP-RECEIPTS     PIC S9(7).
           05  WS-GRP-TRANSFER-IN  PIC S9(7).
           05  WS-GRP-TRANSFER-OUT PIC S9(7).
           05  WS-GRP-ADJUSTMENTS  PIC S9(7).
           05  WS-GRP-NET          PIC S9(7).
           05  WS-GRP-OPENING      PIC S9(7).
           05  WS-GRP-ON-FILE      PIC S9(7).

       01  WS-SWITCHES.
           05  WS-LEDGER-EOF-SW    PIC X(1).
               88  LEDGER-END-OF-FILE  VALUE "Y".
               88  LEDGER-NOT-EOF      VALUE "N".
           05  WS-OPENING-EOF-SW   PIC X(1).
               88  OPENING-END-OF-FILE VALUE "Y".
               88  OPENING-NOT-EOF     VALUE "N".
           05  WS-SINV-EOF-SW      PIC X(1).
               88  SINV-END-OF-FILE    VALUE "Y".
               88  SINV-NOT-EOF        VALUE "N".
           05  WS-SORT-EOF-SW      PIC X(1).
               88  SORT-END-OF-FILE    VALUE "Y".
               88  SORT-NOT-EOF        VALUE "N".
           05  WS-ON-FILE-SW       PIC X(1).
               88  GROUP-ON-FILE       VALUE "Y".
               88  GROUP-NOT-ON-FILE   VALUE "N".

       01  WS-SINV-FILE-STATUS  PIC XX.
       01  WS-INV-FILE-STATUS   PIC XX.

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
           05 HDG-TITLE        PIC X(32).
           05 FILLER           PIC X(10) VALUE SPACES.
           05 HDG-RUN-DATE     PIC X(10).

       01  SELECTION-LINE.
           05 FILLER           PIC X(7)  VALUE 'STORE: '.
           05 SEL-STORE        PIC X(3).
           05 FILLER           PIC X(9)  VALUE '   ITEM: '.
           05 SEL-ITEM         PIC X(6).
           05 FILLER           PIC X(14) VALUE '   FROM DATE: '.
           05 SEL-FROM-DATE    PIC X(8).

       01  OPENING-DATE-LINE.
           05 FILLER           PIC X(45) VALUE
              'OPENING POSITION PLUS LEDGER MOVEMENTS AFTER '.
           05 OPD-DATE         PIC X(8).

       01  GROUP-HEADING-LINE.
           05 FILLER           PIC X(6)  VALUE 'STORE '.
           05 GRH-STORE        PIC 9(3).
           05 FILLER           PIC X(7)  VALUE '  ITEM '.
           05 GRH-ITEM-CODE    PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 GRH-DESCRIPTION  PIC X(20).

       01  MOVEMENT-HEADING-LINE.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'DATE'.
           05 FILLER           PIC X(14) VALUE 'MOVEMENT'.
           05 FILLER           PIC X(10) VALUE '  QUANTITY'.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'SOURCE'.
           05 FILLER           PIC X(11) VALUE 'DOCUMENT'.

       01  MOVEMENT-DETAIL-LINE.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 MVD-DATE         PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 MVD-TYPE         PIC X(12).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 MVD-QUANTITY     PIC ZZZ,ZZ9-.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 MVD-SOURCE       PIC X(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 MVD-DOCUMENT-REF PIC X(11).

       01  GROUP-TOTAL-LINE.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 FILLER           PIC X(7)  VALUE 'SALES '.
           05 GRT-SALES        PIC ZZZ,ZZ9-.
           05 FILLER           PIC X(9)  VALUE ' RETURNS '.
           05 GRT-RETURNS      PIC ZZZ,ZZ9-.
           05 FILLER           PIC X(10) VALUE ' RECEIPTS '.
           05 GRT-RECEIPTS     PIC ZZZ,ZZ9-.
           05 FILLER           PIC X(8)  VALUE ' XFR IN '.
           05 GRT-TRANSFER-IN  PIC ZZZ,ZZ9-.
           05 FILLER           PIC X(9)  VALUE ' XFR OUT '.
           05 GRT-TRANSFER-OUT PIC ZZZ,ZZ9-.
           05 FILLER           PIC X(8)  VALUE ' ADJUST '.
           05 GRT-ADJUSTMENTS  PIC ZZZ,ZZ9-.
           05 FILLER           PIC X(6)  VALUE ' NET '.
           05 GRT-NET          PIC ZZZ,ZZ9-.

       01  REBUILD-HEADING-LINE.
           05 FILLER           PIC X(7)  VALUE 'STORE'.
           05 FILLER           PIC X(8)  VALUE 'ITEM'.
           05 FILLER           PIC X(22) VALUE 'DESCRIPTION'.
           05 FILLER           PIC X(10) VALUE '   OPENING'.
           05 FILLER           PIC X(11) VALUE '  MOVEMENTS'.
           05 FILLER           PIC X(10) VALUE '   REBUILT'.
           05 FILLER           PIC X(10) VALUE '   ON FILE'.
           05 FILLER           PIC X(11) VALUE ' DIFFERENCE'.

       01  REBUILD-DETAIL-LINE.
           05 RBD-STORE        PIC 9(3).
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 RBD-ITEM-CODE    PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RBD-DESCRIPTION  PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RBD-OPENING      PIC ZZZ,ZZ9-.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RBD-MOVEMENTS    PIC ZZZ,ZZ9-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RBD-REBUILT      PIC ZZZ,ZZ9-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RBD-ON-FILE      PIC ZZZ,ZZ9-.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 RBD-DIFFERENCE   PIC ZZZ,ZZ9-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 RBD-MESSAGE      PIC X(20).

       01  COUNT-LINE.
           05 CNT-CAPTION      PIC X(40).
           05 CNT-VALUE        PIC ZZZ,ZZZ,ZZ9-.

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 1100-GET-RUN-DATE.
           PERFORM 1105-GET-LEDGER-PARM.
           PERFORM 1300-WRITE-RUN-START.
           OPEN INPUT PETINVENTORY.
           OPEN OUTPUT PETSTOCKLEDGERRPT.
           PERFORM 0110-WRITE-HEADING-LINES.
           IF REBUILD-REQUESTED
               SORT SORTWORK
                   ON ASCENDING KEY SRT-STORE-NUMBER, SRT-ITEM-CODE,
                      SRT-KIND
                   INPUT PROCEDURE IS 0500-RELEASE-REBUILD-INPUT
                   OUTPUT PROCEDURE IS 0600-COMPARE-BALANCES
               PERFORM 0690-PRINT-REBUILD-TOTALS
           ELSE
               SORT SORTWORK
                   ON ASCENDING KEY SRT-STORE-NUMBER, SRT-ITEM-CODE,
                      SRT-MOVEMENT-DATE, SRT-SEQUENCE
                   INPUT PROCEDURE IS 0200-RELEASE-MOVEMENTS
                   OUTPUT PROCEDURE IS 0300-REPORT-MOVEMENTS
               PERFORM 0390-PRINT-HISTORY-TOTALS
           END-IF.
           PERFORM 0900-STOP-RUN.
       0100-END.

       1100-GET-RUN-DATE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE WS-MONTH TO HDG-MONTH.
           MOVE WS-DAY   TO HDG-DAY.
           MOVE WS-YEAR  TO HDG-YEAR.
       1100-END.

       1105-GET-LEDGER-PARM.
           ACCEPT WS-LEDGER-PARM FROM COMMAND-LINE.
           IF WS-LEDGER-PARM(1:1) = "R"
               SET REBUILD-REQUESTED TO TRUE
               IF WS-LEDGER-PARM(2:8) NUMERIC
                   MOVE WS-LEDGER-PARM(2:8) TO WS-OPENING-DATE
               END-IF
           ELSE
               SET HISTORY-REQUESTED TO TRUE
               IF WS-LEDGER-PARM(2:3) NUMERIC
                   MOVE WS-LEDGER-PARM(2:3) TO WS-SELECT-STORE
               END-IF
               MOVE WS-LEDGER-PARM(5:6) TO WS-SELECT-ITEM
               IF WS-LEDGER-PARM(11:8) NUMERIC
                   MOVE WS-LEDGER-PARM(11:8) TO WS-SELECT-FROM-DATE
               END-IF
           END-IF.
       1105-END.

       0110-WRITE-HEADING-LINES.
           MOVE WS-HEADING-DATE TO HDG-RUN-DATE.
           IF REBUILD-REQUESTED
               MOVE "STORE INVENTORY REBUILD PROOF  "
                  TO HDG-TITLE
           ELSE
               MOVE "STOCK MOVEMENT HISTORY         "
                  TO HDG-TITLE
           END-IF.
           WRITE PRINT-LINE FROM HEADING-LINE AFTER
              ADVANCING PAGE.
           IF REBUILD-REQUESTED
               IF WS-OPENING-DATE = ZEROS
                   MOVE "(ALL)" TO OPD-DATE
               ELSE
                   MOVE WS-OPENING-DATE TO OPD-DATE
               END-IF
               WRITE PRINT-LINE FROM OPENING-DATE-LINE
                  AFTER ADVANCING 1 LINE
               MOVE SPACES TO PRINT-LINE
               WRITE PRINT-LINE AFTER ADVANCING 1 LINE
               WRITE PRINT-LINE FROM REBUILD-HEADING-LINE
                  AFTER ADVANCING 1 LINE
           ELSE
               IF WS-SELECT-STORE = ZEROS
                   MOVE "ALL" TO SEL-STORE
               ELSE
                   MOVE WS-SELECT-STORE TO SEL-STORE
               END-IF
               IF WS-SELECT-ITEM = SPACES
                   MOVE "ALL" TO SEL-ITEM
               ELSE
                   MOVE WS-SELECT-ITEM TO SEL-ITEM
               END-IF
               IF WS-SELECT-FROM-DATE = ZEROS
                   MOVE "ALL" TO SEL-FROM-DATE
               ELSE
                   MOVE WS-SELECT-FROM-DATE TO SEL-FROM-DATE
               END-IF
               WRITE PRINT-LINE FROM SELECTION-LINE
                  AFTER ADVANCING 1 LINE
           END-IF.
       0110-END.

       0200-RELEASE-MOVEMENTS.
           SET LEDGER-NOT-EOF TO TRUE.
           OPEN INPUT PETSTOCKLEDGER.
           READ PETSTOCKLEDGER
               AT END SET LEDGER-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 0210-RELEASE-ONE-MOVEMENT
              UNTIL LEDGER-END-OF-FILE.
           CLOSE PETSTOCKLEDGER.
       0200-END.

       0210-RELEASE-ONE-MOVEMENT.
           ADD 1 TO WS-LEDGER-READ.
           IF (WS-SELECT-STORE = ZEROS
                 OR STK-STORE-NUMBER = WS-SELECT-STORE)
              AND (WS-SELECT-ITEM = SPACES
                 OR STK-ITEM-CODE = WS-SELECT-ITEM)
              AND STK-MOVEMENT-DATE NOT < WS-SELECT-FROM-DATE
               PERFORM 0220-BUILD-MOVEMENT-SORT
               RELEASE SORT-MOVEMENT-RECORD
           END-IF.
           READ PETSTOCKLEDGER
               AT END SET LEDGER-END-OF-FILE TO TRUE
           END-READ.
       0210-END.

       0220-BUILD-MOVEMENT-SORT.
           MOVE STK-STORE-NUMBER TO SRT-STORE-NUMBER.
           MOVE STK-ITEM-CODE TO SRT-ITEM-CODE.
           SET SRT-MOVEMENT TO TRUE.
           MOVE STK-MOVEMENT-DATE TO SRT-MOVEMENT-DATE.
           MOVE WS-LEDGER-READ TO SRT-SEQUENCE.
           MOVE STK-MOVEMENT-TYPE TO SRT-MOVEMENT-TYPE.
           MOVE STK-QUANTITY TO SRT-QUANTITY.
           MOVE STK-SOURCE-PROGRAM TO SRT-SOURCE-PROGRAM.
           MOVE STK-DOCUMENT-REF TO SRT-DOCUMENT-REF.
       0220-END.

       0300-REPORT-MOVEMENTS.
           SET SORT-NOT-EOF TO TRUE.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           IF SORT-NOT-EOF
               PERFORM 0330-START-MOVEMENT-GROUP
               PERFORM 0310-LIST-ONE-MOVEMENT
                  UNTIL SORT-END-OF-FILE
               PERFORM 0350-PRINT-GROUP-TOTALS
           END-IF.
       0300-END.

       0310-LIST-ONE-MOVEMENT.
           ADD 1 TO WS-MOVEMENTS-LISTED.
           PERFORM 0320-ACCUMULATE-MOVEMENT.
           MOVE SRT-MOVEMENT-DATE TO MVD-DATE.
           EVALUATE TRUE
               WHEN SRT-SALE
                   MOVE "SALE" TO MVD-TYPE
               WHEN SRT-RETURN
                   MOVE "RETURN" TO MVD-TYPE
               WHEN SRT-RECEIPT
                   MOVE "RECEIPT" TO MVD-TYPE
               WHEN SRT-TRANSFER-IN
                   MOVE "TRANSFER IN" TO MVD-TYPE
               WHEN SRT-TRANSFER-OUT
                   MOVE "TRANSFER OUT" TO MVD-TYPE
               WHEN SRT-ADJUSTMENT
                   MOVE "ADJUSTMENT" TO MVD-TYPE
               WHEN OTHER
                   MOVE SRT-MOVEMENT-TYPE TO MVD-TYPE
           END-EVALUATE.
           MOVE SRT-QUANTITY TO MVD-QUANTITY.
           MOVE SRT-SOURCE-PROGRAM TO MVD-SOURCE.
           MOVE SRT-DOCUMENT-REF TO MVD-DOCUMENT-REF.
           WRITE PRINT-LINE FROM MOVEMENT-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           IF SORT-NOT-EOF
               IF SRT-STORE-NUMBER NOT = WS-HOLD-STORE
                  OR SRT-ITEM-CODE NOT = WS-HOLD-ITEM-CODE
                   PERFORM 0350-PRINT-GROUP-TOTALS
                   PERFORM 0330-START-MOVEMENT-GROUP
               END-IF
           END-IF.
       0310-END.

       0320-ACCUMULATE-MOVEMENT.
           EVALUATE TRUE
               WHEN SRT-SALE
                   ADD SRT-QUANTITY TO WS-GRP-SALES
               WHEN SRT-RETURN
                   ADD SRT-QUANTITY TO WS-GRP-RETURNS
               WHEN SRT-RECEIPT
                   ADD SRT-QUANTITY TO WS-GRP-RECEIPTS
               WHEN SRT-TRANSFER-IN
                   ADD SRT-QUANTITY TO WS-GRP-TRANSFER-IN
               WHEN SRT-TRANSFER-OUT
                   ADD SRT-QUANTITY TO WS-GRP-TRANSFER-OUT
               WHEN OTHER
                   ADD SRT-QUANTITY TO WS-GRP-ADJUSTMENTS
           END-EVALUATE.
           ADD SRT-QUANTITY TO WS-GRP-NET.
       0320-END.

       0330-START-MOVEMENT-GROUP.
           MOVE SRT-STORE-NUMBER TO WS-HOLD-STORE.
           MOVE SRT-ITEM-CODE TO WS-HOLD-ITEM-CODE.
           MOVE ZEROS TO WS-GROUP-TOTALS.
           ADD 1 TO WS-GROUPS-LISTED.
           PERFORM 0340-LOOKUP-DESCRIPTION.
           MOVE SRT-STORE-NUMBER TO GRH-STORE.
           MOVE SRT-ITEM-CODE TO GRH-ITEM-CODE.
           MOVE INV-DESCRIPTION TO GRH-DESCRIPTION.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM GROUP-HEADING-LINE
              AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM MOVEMENT-HEADING-LINE
              AFTER ADVANCING 1 LINE.
       0330-END.

       0340-LOOKUP-DESCRIPTION.
           MOVE SRT-ITEM-CODE TO INV-ITEM-CODE.
           READ PETINVENTORY
               INVALID KEY
                   MOVE "ITEM NOT ON FILE" TO INV-DESCRIPTION
           END-READ.
       0340-END.

       0350-PRINT-GROUP-TOTALS.
           MOVE WS-GRP-SALES TO GRT-SALES.
           MOVE WS-GRP-RETURNS TO GRT-RETURNS.
           MOVE WS-GRP-RECEIPTS TO GRT-RECEIPTS.
           MOVE WS-GRP-TRANSFER-IN TO GRT-TRANSFER-IN.
           MOVE WS-GRP-TRANSFER-OUT TO GRT-TRANSFER-OUT.
           MOVE WS-GRP-ADJUSTMENTS TO GRT-ADJUSTMENTS.
           MOVE WS-GRP-NET TO GRT-NET.
           WRITE PRINT-LINE FROM GROUP-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
       0350-END.

       0390-PRINT-HISTORY-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "LEDGER RECORDS READ" TO CNT-CAPTION.
           MOVE WS-LEDGER-READ TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "MOVEMENTS LISTED" TO CNT-CAPTION.
           MOVE WS-MOVEMENTS-LISTED TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "STORE/ITEM GROUPS LISTED" TO CNT-CAPTION.
           MOVE WS-GROUPS-LISTED TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
       0390-END.

       0500-RELEASE-REBUILD-INPUT.
           SET OPENING-NOT-EOF TO TRUE.
           OPEN INPUT PETSTOCKOPENING.
           READ PETSTOCKOPENING
               AT END SET OPENING-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 0510-RELEASE-ONE-OPENING
              UNTIL OPENING-END-OF-FILE.
           CLOSE PETSTOCKOPENING.
           SET LEDGER-NOT-EOF TO TRUE.
           OPEN INPUT PETSTOCKLEDGER.
           READ PETSTOCKLEDGER
               AT END SET LEDGER-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 0520-RELEASE-ONE-LEDGER
              UNTIL LEDGER-END-OF-FILE.
           CLOSE PETSTOCKLEDGER.
           SET SINV-NOT-EOF TO TRUE.
           OPEN INPUT PETSTOREINVENTORY.
           READ PETSTOREINVENTORY NEXT RECORD
               AT END SET SINV-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 0530-RELEASE-ONE-ON-FILE
              UNTIL SINV-END-OF-FILE.
           CLOSE PETSTOREINVENTORY.
       0500-END.

       0510-RELEASE-ONE-OPENING.
           MOVE SPACES TO SORT-MOVEMENT-RECORD.
           MOVE OPN-STORE-NUMBER TO SRT-STORE-NUMBER.
           MOVE OPN-ITEM-CODE TO SRT-ITEM-CODE.
           SET SRT-OPENING TO TRUE.
           MOVE ZEROS TO SRT-MOVEMENT-DATE, SRT-SEQUENCE.
           MOVE OPN-QTY-ON-HAND TO SRT-QUANTITY.
           RELEASE SORT-MOVEMENT-RECORD.
           READ PETSTOCKOPENING
               AT END SET OPENING-END-OF-FILE TO TRUE
           END-READ.
       0510-END.

       0520-RELEASE-ONE-LEDGER.
           ADD 1 TO WS-LEDGER-READ.
           IF STK-STORE-NUMBER NOT = ZEROS
              AND STK-MOVEMENT-DATE > WS-OPENING-DATE
               PERFORM 0220-BUILD-MOVEMENT-SORT
               RELEASE SORT-MOVEMENT-RECORD
           END-IF.
           READ PETSTOCKLEDGER
               AT END SET LEDGER-END-OF-FILE TO TRUE
           END-READ.
       0520-END.

       0530-RELEASE-ONE-ON-FILE.
           MOVE SPACES TO SORT-MOVEMENT-RECORD.
           MOVE SIV-STORE-NUMBER TO SRT-STORE-NUMBER.
           MOVE SIV-ITEM-CODE TO SRT-ITEM-CODE.
           SET SRT-ON-FILE TO TRUE.
           MOVE ZEROS TO SRT-MOVEMENT-DATE, SRT-SEQUENCE.
           MOVE SIV-QTY-ON-HAND TO SRT-QUANTITY.
           RELEASE SORT-MOVEMENT-RECORD.
           READ PETSTOREINVENTORY NEXT RECORD
               AT END SET SINV-END-OF-FILE TO TRUE
           END-READ.
       0530-END.

       0600-COMPARE-BALANCES.
           SET SORT-NOT-EOF TO TRUE.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           IF SORT-NOT-EOF
               PERFORM 0630-START-BALANCE-GROUP
               PERFORM 0610-APPLY-ONE-ENTRY
                  UNTIL SORT-END-OF-FILE
               PERFORM 0650-CHECK-BALANCE-GROUP
           END-IF.
       0600-END.

       0610-APPLY-ONE-ENTRY.
           EVALUATE TRUE
               WHEN SRT-OPENING
                   ADD SRT-QUANTITY TO WS-GRP-OPENING
               WHEN SRT-ON-FILE
                   SET GROUP-ON-FILE TO TRUE
                   ADD SRT-QUANTITY TO WS-GRP-ON-FILE
               WHEN OTHER
                   ADD SRT-QUANTITY TO WS-GRP-NET
           END-EVALUATE.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           IF SORT-NOT-EOF
               IF SRT-STORE-NUMBER NOT = WS-HOLD-STORE
                  OR SRT-ITEM-CODE NOT = WS-HOLD-ITEM-CODE
                   PERFORM 0650-CHECK-BALANCE-GROUP
                   PERFORM 0630-START-BALANCE-GROUP
               END-IF
           END-IF.
       0610-END.

       0630-START-BALANCE-GROUP.
           MOVE SRT-STORE-NUMBER TO WS-HOLD-STORE.
           MOVE SRT-ITEM-CODE TO WS-HOLD-ITEM-CODE.
           MOVE ZEROS TO WS-GROUP-TOTALS.
           SET GROUP-NOT-ON-FILE TO TRUE.
       0630-END.

       0650-CHECK-BALANCE-GROUP.
           ADD 1 TO WS-ITEMS-COMPARED.
           COMPUTE WS-DIFFERENCE =
              (WS-GRP-OPENING + WS-GRP-NET) - WS-GRP-ON-FILE.
           IF WS-DIFFERENCE NOT = ZERO
               ADD 1 TO WS-ITEMS-MISMATCHED
               ADD WS-DIFFERENCE TO WS-NET-DIFFERENCE
               MOVE WS-HOLD-ITEM-CODE TO INV-ITEM-CODE
               READ PETINVENTORY
                   INVALID KEY
                       MOVE "ITEM NOT ON FILE" TO INV-DESCRIPTION
               END-READ
               MOVE WS-HOLD-STORE TO RBD-STORE
               MOVE WS-HOLD-ITEM-CODE TO RBD-ITEM-CODE
               MOVE INV-DESCRIPTION TO RBD-DESCRIPTION
               MOVE WS-GRP-OPENING TO RBD-OPENING
               MOVE WS-GRP-NET TO RBD-MOVEMENTS
               COMPUTE RBD-REBUILT = WS-GRP-OPENING + WS-GRP-NET
               MOVE WS-GRP-ON-FILE TO RBD-ON-FILE
               MOVE WS-DIFFERENCE TO RBD-DIFFERENCE
               IF GROUP-NOT-ON-FILE
                   MOVE "NO STORE STOCK ROW" TO RBD-MESSAGE
               ELSE
                   MOVE SPACES TO RBD-MESSAGE
               END-IF
               WRITE PRINT-LINE FROM REBUILD-DETAIL-LINE
                  AFTER ADVANCING 1 LINE
           END-IF.
       0650-END.

       0690-PRINT-REBUILD-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "LEDGER RECORDS READ" TO CNT-CAPTION.
           MOVE WS-LEDGER-READ TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "STORE/ITEM BALANCES COMPARED" TO CNT-CAPTION.
           MOVE WS-ITEMS-COMPARED TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "BALANCES THAT DISAGREE" TO CNT-CAPTION.
           MOVE WS-ITEMS-MISMATCHED TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "NET UNITS REBUILT LESS ON FILE" TO CNT-CAPTION.
           MOVE WS-NET-DIFFERENCE TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
       0690-END.

       1300-WRITE-RUN-START.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETSTKLG" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-START-ENTRY TO TRUE.
           MOVE ZEROS TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       1300-END.

       9100-WRITE-RUN-END.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETSTKLG" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-END-ENTRY TO TRUE.
           MOVE WS-LEDGER-READ TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       9100-END.

       0900-STOP-RUN.
           PERFORM 9100-WRITE-RUN-END.
           CLOSE PETINVENTORY, PETSTOCKLEDGERRPT.
           STOP RUN.

          END PROGRAM PETSTOCKLEDGER.
