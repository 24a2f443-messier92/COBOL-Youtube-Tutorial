       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETINVCOUNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PETCOUNTTRANS ASSIGN TO "PETCOUNTTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PETINVENTORY ASSIGN TO "PETINVENTORY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INV-ITEM-CODE
           FILE STATUS IS WS-INV-FILE-STATUS.
       SELECT OPTIONAL PETSTOREINVENTORY
           ASSIGN TO "PETSTOREINVENTORY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIV-KEY
           FILE STATUS IS WS-SINV-FILE-STATUS.
       SELECT OPTIONAL PETSTOREMASTER
           ASSIGN TO "PETSTOREMASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STR-STORE-NUMBER
           FILE STATUS IS WS-STORE-FILE-STATUS.
       SELECT PETCOUNTRECOUNT ASSIGN TO "PETCOUNTRECOUNT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PETCOUNTRPT ASSIGN TO "PETCOUNTRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SORTWORK ASSIGN TO "SORTWORK".
       SELECT OPTIONAL PETRUNCONTROL ASSIGN TO "PETRUNCONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETSTOCKLEDGER ASSIGN TO "PETSTOCKLEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PETCOUNTTRANS.
       01  COUNT-TRANSACTION.
           02  CNT-STORE-NUMBER        PIC 9(3).
           02  CNT-ITEM-CODE           PIC X(6).
           02  CNT-COUNTED-QTY         PIC 9(5).
           02  CNT-COUNTER-ID          PIC X(8).
           02  CNT-RECOUNT-FLAG        PIC X(1).
       FD PETINVENTORY.
           COPY "PETINV.CPY".
       FD PETSTOREINVENTORY.
           COPY "PETSINV.CPY".
       FD PETSTOREMASTER.
           COPY "PETSTR.CPY".
       FD PETCOUNTRECOUNT.
       01  RECOUNT-RECORD.
           02  RCT-STORE-NUMBER        PIC 9(3).
           02  RCT-ITEM-CODE           PIC X(6).
           02  RCT-COUNTED-QTY         PIC 9(5).
           02  RCT-COUNTER-ID          PIC X(8).
           02  RCT-RECOUNT-FLAG        PIC X(1).
       FD PETCOUNTRPT.
           01 PRINT-LINE         PIC X(132).
       SD SORTWORK.
       01  SORT-COUNT-RECORD.
           02  SRT-STORE-NUMBER        PIC 9(3).
           02  SRT-ITEM-CODE           PIC X(6).
           02  SRT-COUNTED-QTY         PIC 9(5).
           02  SRT-COUNTER-ID          PIC X(8).
           02  SRT-RECOUNT-FLAG        PIC X(1).
               88  SRT-MANAGER-RECOUNT     VALUE "Y".
       FD PETRUNCONTROL.
           COPY "PETRUN.CPY".
       FD PETSTOCKLEDGER.
           COPY "PETSTKL.CPY".

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-COUNTS-READ     PIC 9(5) VALUE ZEROS.
           05  WS-COUNTS-POSTED   PIC 9(5) VALUE ZEROS.
           05  WS-COUNTS-HELD     PIC 9(5) VALUE ZEROS.
           05  WS-COUNTS-REJECTED PIC 9(5) VALUE ZEROS.
           05  WS-STORES-COUNTED  PIC 9(5) VALUE ZEROS.
           05  WS-BOOK-QTY        PIC 9(5).
           05  WS-VARIANCE-UNITS  PIC S9(6).
           05  WS-ABS-UNITS       PIC 9(6).
           05  WS-VARIANCE-DOLLARS PIC S9(9)V99.
           05  WS-ABS-DOLLARS     PIC 9(9)V99.
           05  WS-NEW-CHAIN-QTY   PIC S9(7).

       01  WS-STORE-TOTALS.
           05  WS-STO-COUNTED     PIC 9(5).
           05  WS-STO-POSTED      PIC 9(5).
           05  WS-STO-HELD        PIC 9(5).
           05  WS-STO-REJECTED    PIC 9(5).
           05  WS-STO-UNITS       PIC S9(7).
           05  WS-STO-DOLLARS     PIC S9(9)V99.

       01  WS-GRAND-TOTALS.
           05  WS-GRD-UNITS       PIC S9(7) VALUE ZEROS.
           05  WS-GRD-DOLLARS     PIC S9(9)V99 VALUE ZEROS.
           05  WS-GRD-HELD-UNITS  PIC S9(7) VALUE ZEROS.
           05  WS-GRD-HELD-DOLLARS PIC S9(9)V99 VALUE ZEROS.

       01  WS-HOLD-STORE         PIC 9(3).
       01  WS-HOLD-ITEM-CODE     PIC X(6).

       01  WS-TOLERANCE-PARM     PIC X(20) VALUE SPACES.
       01  WS-UNIT-TOLERANCE     PIC 9(5)  VALUE 10.
       01  WS-DOLLAR-TOLERANCE   PIC 9(7)  VALUE 100.

       01  WS-SWITCHES.
           05  WS-INV-FOUND-SW     PIC X(1).
               88  INV-FOUND           VALUE "Y".
               88  INV-NOT-FOUND       VALUE "N".
           05  WS-SINV-FOUND-SW    PIC X(1).
               88  SINV-FOUND          VALUE "Y".
               88  SINV-NOT-FOUND      VALUE "N".
           05  WS-VALID-TRANS-SW   PIC X(1).
               88  VALID-TRANS         VALUE "Y".
               88  INVALID-TRANS       VALUE "N".
           05  WS-SORT-EOF-SW      PIC X(1).
               88  SORT-END-OF-FILE    VALUE "Y".
               88  SORT-NOT-EOF        VALUE "N".

       01  WS-INV-FILE-STATUS   PIC XX.
       01  WS-SINV-FILE-STATUS  PIC XX.
       01  WS-STORE-FILE-STATUS PIC XX.

       01  WS-REJECT-REASON     PIC X(40).

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
              'PHYSICAL COUNT VARIANCE REPORT'.
           05 FILLER           PIC X(12) VALUE SPACES.
           05 HDG-RUN-DATE     PIC X(10).

       01  TOLERANCE-LINE.
           05 FILLER           PIC X(26) VALUE
              'HOLD FOR RECOUNT OVER:    '.
           05 TOL-UNITS        PIC ZZ,ZZ9.
           05 FILLER           PIC X(10) VALUE ' UNITS OR '.
           05 TOL-DOLLARS      PIC $$,$$$,$$9.

       01  STORE-HEADING-LINE.
           05 FILLER           PIC X(6)  VALUE 'STORE '.
           05 STO-HDG-NUMBER   PIC 9(3).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 STO-HDG-NAME     PIC X(25).

       01  HEADING-LINE1.
           05 FILLER           PIC X(8)  VALUE 'ITEM'.
           05 FILLER           PIC X(22) VALUE 'DESCRIPTION'.
           05 FILLER           PIC X(9)  VALUE 'COUNTER'.
           05 FILLER           PIC X(8)  VALUE '    BOOK'.
           05 FILLER           PIC X(9)  VALUE '  COUNTED'.
           05 FILLER           PIC X(9)  VALUE ' VARIANCE'.
           05 FILLER           PIC X(13) VALUE '   UNIT PRICE'.
           05 FILLER           PIC X(16) VALUE '  VARIANCE $'.
           05 FILLER           PIC X(20) VALUE '  DISPOSITION'.

       01  DETAIL-LINE.
           05 DET-ITEM-CODE    PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-DESCRIPTION  PIC X(20).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-COUNTER-ID   PIC X(8).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 DET-BOOK-QTY     PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-COUNTED-QTY  PIC ZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-VAR-UNITS    PIC ZZ,ZZ9-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-PRICE        PIC $$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-VAR-DOLLARS  PIC $$,$$$,$$9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-DISPOSITION  PIC X(40).

       01  STORE-TOTAL-LINE.
           05 FILLER           PIC X(12) VALUE '  STORE TOT '.
           05 STO-TOT-NUMBER   PIC 9(3).
           05 FILLER           PIC X(10) VALUE ' COUNTED: '.
           05 STO-TOT-COUNTED  PIC ZZ,ZZ9.
           05 FILLER           PIC X(9)  VALUE ' POSTED: '.
           05 STO-TOT-POSTED   PIC ZZ,ZZ9.
           05 FILLER           PIC X(7)  VALUE ' HELD: '.
           05 STO-TOT-HELD     PIC ZZ,ZZ9.
           05 FILLER           PIC X(11) VALUE ' REJECTED: '.
           05 STO-TOT-REJECTED PIC ZZ,ZZ9.
           05 FILLER           PIC X(16) VALUE '  NET POSTED:   '.
           05 STO-TOT-UNITS    PIC Z,ZZZ,ZZ9-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 STO-TOT-DOLLARS  PIC $$,$$$,$$9.99-.

       01  TOTAL-LINE.
           05 FILLER           PIC X(16) VALUE
              'COUNTS READ:    '.
           05 TOT-READ         PIC ZZ,ZZ9.
           05 FILLER           PIC X(10) VALUE '   POSTED:'.
           05 TOT-POSTED       PIC ZZ,ZZ9.
           05 FILLER           PIC X(8)  VALUE '   HELD:'.
           05 TOT-HELD         PIC ZZ,ZZ9.
           05 FILLER           PIC X(12) VALUE '   REJECTED:'.
           05 TOT-REJECTED     PIC ZZ,ZZ9.
           05 FILLER           PIC X(18) VALUE '   STORES COUNTED:'.
           05 TOT-STORES       PIC ZZ,ZZ9.

       01  TOTAL-AMOUNT-LINE.
           05 TOT-CAPTION      PIC X(32).
           05 TOT-UNITS        PIC Z,ZZZ,ZZ9-.
           05 FILLER           PIC X(7)  VALUE ' UNITS '.
           05 TOT-DOLLARS      PIC $$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 1100-GET-RUN-DATE.
           PERFORM 1105-GET-TOLERANCE-PARM.
           PERFORM 1300-WRITE-RUN-START.
           OPEN I-O PETINVENTORY.
           PERFORM 1150-OPEN-STORE-INVENTORY.
           OPEN INPUT PETSTOREMASTER.
           OPEN OUTPUT PETCOUNTRECOUNT.
           OPEN OUTPUT PETCOUNTRPT.
           OPEN EXTEND PETSTOCKLEDGER.
           PERFORM 0110-WRITE-HEADING-LINES.
           SORT SORTWORK
               ON ASCENDING KEY SRT-STORE-NUMBER, SRT-ITEM-CODE
               USING PETCOUNTTRANS
               OUTPUT PROCEDURE IS 0300-REPORT-BY-STORE.
           PERFORM 0290-PRINT-TOTALS.
           PERFORM 0900-STOP-RUN.
       0100-END.

       1100-GET-RUN-DATE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE WS-MONTH TO HDG-MONTH.
           MOVE WS-DAY   TO HDG-DAY.
           MOVE WS-YEAR  TO HDG-YEAR.
       1100-END.

       1105-GET-TOLERANCE-PARM.
           ACCEPT WS-TOLERANCE-PARM FROM COMMAND-LINE.
           IF WS-TOLERANCE-PARM(1:5) NUMERIC
               MOVE WS-TOLERANCE-PARM(1:5) TO WS-UNIT-TOLERANCE
           END-IF.
           IF WS-TOLERANCE-PARM(6:7) NUMERIC
               MOVE WS-TOLERANCE-PARM(6:7) TO WS-DOLLAR-TOLERANCE
           END-IF.
       1105-END.

       1150-OPEN-STORE-INVENTORY.
           OPEN I-O PETSTOREINVENTORY.
           IF WS-SINV-FILE-STATUS = "35"
               OPEN OUTPUT PETSTOREINVENTORY
               CLOSE PETSTOREINVENTORY
               OPEN I-O PETSTOREINVENTORY
           END-IF.
       1150-END.

       0110-WRITE-HEADING-LINES.
           MOVE WS-HEADING-DATE TO HDG-RUN-DATE.
           WRITE PRINT-LINE FROM HEADING-LINE AFTER
              ADVANCING PAGE.
           MOVE WS-UNIT-TOLERANCE TO TOL-UNITS.
           MOVE WS-DOLLAR-TOLERANCE TO TOL-DOLLARS.
           WRITE PRINT-LINE FROM TOLERANCE-LINE
              AFTER ADVANCING 1 LINE.
       0110-END.

       0300-REPORT-BY-STORE.
           SET SORT-NOT-EOF TO TRUE.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           IF SORT-NOT-EOF
               PERFORM 0330-START-STORE-GROUP
               PERFORM 0310-PROCESS-ONE-COUNT
                  UNTIL SORT-END-OF-FILE
               PERFORM 0350-PRINT-STORE-TOTALS
           END-IF.
       0300-END.

       0310-PROCESS-ONE-COUNT.
           ADD 1 TO WS-COUNTS-READ.
           ADD 1 TO WS-STO-COUNTED.
           PERFORM 0210-LOOKUP-INVENTORY.
           PERFORM 0215-LOOKUP-STORE-BALANCE.
           PERFORM 0220-VALIDATE-COUNT.
           IF VALID-TRANS
               PERFORM 0230-COMPUTE-VARIANCE
               IF (WS-ABS-UNITS > WS-UNIT-TOLERANCE
                  OR WS-ABS-DOLLARS > WS-DOLLAR-TOLERANCE)
                  AND NOT SRT-MANAGER-RECOUNT
                   PERFORM 0360-HOLD-FOR-RECOUNT
               ELSE
                   PERFORM 0370-POST-COUNT
               END-IF
           ELSE
               PERFORM 0250-PRINT-REJECT-LINE
           END-IF.
           MOVE SRT-ITEM-CODE TO WS-HOLD-ITEM-CODE.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           IF SORT-NOT-EOF
              AND SRT-STORE-NUMBER NOT = WS-HOLD-STORE
               PERFORM 0350-PRINT-STORE-TOTALS
               PERFORM 0330-START-STORE-GROUP
           END-IF.
       0310-END.

       0210-LOOKUP-INVENTORY.
           MOVE SRT-ITEM-CODE TO INV-ITEM-CODE.
           SET INV-FOUND TO TRUE.
           READ PETINVENTORY
               INVALID KEY
                   SET INV-NOT-FOUND TO TRUE
                   MOVE SPACES TO INV-DESCRIPTION
                   MOVE ZERO TO INV-PRICE
           END-READ.
       0210-END.

       0215-LOOKUP-STORE-BALANCE.
           MOVE SRT-STORE-NUMBER TO SIV-STORE-NUMBER.
           MOVE SRT-ITEM-CODE TO SIV-ITEM-CODE.
           SET SINV-FOUND TO TRUE.
           READ PETSTOREINVENTORY
               INVALID KEY
                   SET SINV-NOT-FOUND TO TRUE
                   MOVE ZERO TO SIV-QTY-ON-HAND
           END-READ.
           MOVE SIV-QTY-ON-HAND TO WS-BOOK-QTY.
       0215-END.

       0220-VALIDATE-COUNT.
           SET VALID-TRANS TO TRUE.
           EVALUATE TRUE
               WHEN SRT-STORE-NUMBER NOT NUMERIC
                  OR SRT-STORE-NUMBER = ZEROS
                   SET INVALID-TRANS TO TRUE
                   MOVE "INVALID STORE NUMBER" TO WS-REJECT-REASON
               WHEN SRT-ITEM-CODE = SPACES
                   SET INVALID-TRANS TO TRUE
                   MOVE "MISSING ITEM CODE" TO WS-REJECT-REASON
               WHEN INV-NOT-FOUND
                   SET INVALID-TRANS TO TRUE
                   MOVE "ITEM CODE NOT FOUND IN INVENTORY"
                      TO WS-REJECT-REASON
               WHEN SRT-COUNTED-QTY NOT NUMERIC
                   SET INVALID-TRANS TO TRUE
                   MOVE "INVALID COUNTED QUANTITY"
                      TO WS-REJECT-REASON
               WHEN SRT-COUNTER-ID = SPACES
                   SET INVALID-TRANS TO TRUE
                   MOVE "MISSING COUNTER ID" TO WS-REJECT-REASON
               WHEN SRT-ITEM-CODE = WS-HOLD-ITEM-CODE
                   SET INVALID-TRANS TO TRUE
                   MOVE "DUPLICATE COUNT FOR STORE AND ITEM"
                      TO WS-REJECT-REASON
           END-EVALUATE.
       0220-END.

       0230-COMPUTE-VARIANCE.
           COMPUTE WS-VARIANCE-UNITS =
              SRT-COUNTED-QTY - WS-BOOK-QTY.
           COMPUTE WS-VARIANCE-DOLLARS =
              WS-VARIANCE-UNITS * INV-PRICE.
           IF WS-VARIANCE-UNITS < ZERO
               COMPUTE WS-ABS-UNITS = 0 - WS-VARIANCE-UNITS
               COMPUTE WS-ABS-DOLLARS = 0 - WS-VARIANCE-DOLLARS
           ELSE
               MOVE WS-VARIANCE-UNITS TO WS-ABS-UNITS
               MOVE WS-VARIANCE-DOLLARS TO WS-ABS-DOLLARS
           END-IF.
       0230-END.

       0240-BUILD-DETAIL-LINE.
           MOVE SRT-ITEM-CODE TO DET-ITEM-CODE.
           MOVE INV-DESCRIPTION TO DET-DESCRIPTION.
           MOVE SRT-COUNTER-ID TO DET-COUNTER-ID.
           MOVE WS-BOOK-QTY TO DET-BOOK-QTY.
           MOVE SRT-COUNTED-QTY TO DET-COUNTED-QTY.
           MOVE WS-VARIANCE-UNITS TO DET-VAR-UNITS.
           MOVE INV-PRICE TO DET-PRICE.
           MOVE WS-VARIANCE-DOLLARS TO DET-VAR-DOLLARS.
       0240-END.

       0250-PRINT-REJECT-LINE.
           ADD 1 TO WS-COUNTS-REJECTED.
           ADD 1 TO WS-STO-REJECTED.
           MOVE ZEROS TO WS-VARIANCE-UNITS, WS-VARIANCE-DOLLARS.
           PERFORM 0240-BUILD-DETAIL-LINE.
           IF SRT-COUNTED-QTY NOT NUMERIC
               MOVE ZERO TO DET-COUNTED-QTY
           END-IF.
           MOVE WS-REJECT-REASON TO DET-DISPOSITION.
           WRITE PRINT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0250-END.

       0330-START-STORE-GROUP.
           MOVE SRT-STORE-NUMBER TO WS-HOLD-STORE.
           MOVE SPACES TO WS-HOLD-ITEM-CODE.
           MOVE ZEROS TO WS-STO-COUNTED, WS-STO-POSTED, WS-STO-HELD,
              WS-STO-REJECTED, WS-STO-UNITS, WS-STO-DOLLARS.
           ADD 1 TO WS-STORES-COUNTED.
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

       0350-PRINT-STORE-TOTALS.
           MOVE WS-HOLD-STORE TO STO-TOT-NUMBER.
           MOVE WS-STO-COUNTED TO STO-TOT-COUNTED.
           MOVE WS-STO-POSTED TO STO-TOT-POSTED.
           MOVE WS-STO-HELD TO STO-TOT-HELD.
           MOVE WS-STO-REJECTED TO STO-TOT-REJECTED.
           MOVE WS-STO-UNITS TO STO-TOT-UNITS.
           MOVE WS-STO-DOLLARS TO STO-TOT-DOLLARS.
           WRITE PRINT-LINE FROM STORE-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
       0350-END.

       0360-HOLD-FOR-RECOUNT.
           ADD 1 TO WS-COUNTS-HELD.
           ADD 1 TO WS-STO-HELD.
           ADD WS-VARIANCE-UNITS TO WS-GRD-HELD-UNITS.
           ADD WS-VARIANCE-DOLLARS TO WS-GRD-HELD-DOLLARS.
           MOVE SRT-STORE-NUMBER TO RCT-STORE-NUMBER.
           MOVE SRT-ITEM-CODE TO RCT-ITEM-CODE.
           MOVE SRT-COUNTED-QTY TO RCT-COUNTED-QTY.
           MOVE SRT-COUNTER-ID TO RCT-COUNTER-ID.
           MOVE SPACES TO RCT-RECOUNT-FLAG.
           WRITE RECOUNT-RECORD.
           PERFORM 0240-BUILD-DETAIL-LINE.
           MOVE "HELD FOR MANAGER RECOUNT" TO DET-DISPOSITION.
           WRITE PRINT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0360-END.

       0370-POST-COUNT.
           ADD 1 TO WS-COUNTS-POSTED.
           ADD 1 TO WS-STO-POSTED.
           ADD WS-VARIANCE-UNITS TO WS-STO-UNITS, WS-GRD-UNITS.
           ADD WS-VARIANCE-DOLLARS TO WS-STO-DOLLARS, WS-GRD-DOLLARS.
           PERFORM 0240-BUILD-DETAIL-LINE.
           IF SRT-MANAGER-RECOUNT
               MOVE "POSTED - MANAGER RECOUNT" TO DET-DISPOSITION
           ELSE
               MOVE "POSTED" TO DET-DISPOSITION
           END-IF.
           IF WS-VARIANCE-UNITS NOT = ZERO OR SINV-NOT-FOUND
               PERFORM 0380-POST-STORE-BALANCE
               PERFORM 0390-POST-CHAIN-BALANCE
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0370-END.

       0380-POST-STORE-BALANCE.
           MOVE SRT-STORE-NUMBER TO SIV-STORE-NUMBER.
           MOVE SRT-ITEM-CODE TO SIV-ITEM-CODE.
           MOVE SRT-COUNTED-QTY TO SIV-QTY-ON-HAND.
           IF SINV-NOT-FOUND
               WRITE STORE-INVENTORY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING STORE INVENTORY "
                          SRT-ITEM-CODE
               END-WRITE
           ELSE
               REWRITE STORE-INVENTORY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING STORE INVENTORY "
                          SRT-ITEM-CODE
               END-REWRITE
           END-IF.
           IF WS-VARIANCE-UNITS NOT = ZERO
               PERFORM 0385-WRITE-STOCK-LEDGER
           END-IF.
       0380-END.

       0385-WRITE-STOCK-LEDGER.
           MOVE WS-DATE TO STK-MOVEMENT-DATE.
           MOVE SRT-STORE-NUMBER TO STK-STORE-NUMBER.
           MOVE SRT-ITEM-CODE TO STK-ITEM-CODE.
           SET STK-ADJUSTMENT TO TRUE.
           MOVE WS-VARIANCE-UNITS TO STK-QUANTITY.
           MOVE "PETCOUNT" TO STK-SOURCE-PROGRAM.
           MOVE SRT-COUNTER-ID TO STK-DOCUMENT-REF.
           WRITE STOCK-LEDGER-RECORD.
       0385-END.

       0390-POST-CHAIN-BALANCE.
           COMPUTE WS-NEW-CHAIN-QTY =
              INV-QTY-ON-HAND + WS-VARIANCE-UNITS.
           IF WS-NEW-CHAIN-QTY < ZERO
               MOVE ZERO TO WS-NEW-CHAIN-QTY
           END-IF.
           MOVE WS-NEW-CHAIN-QTY TO INV-QTY-ON-HAND.
           REWRITE INVENTORY-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING INVENTORY "
                      SRT-ITEM-CODE
           END-REWRITE.
       0390-END.

       0290-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-COUNTS-READ TO TOT-READ.
           MOVE WS-COUNTS-POSTED TO TOT-POSTED.
           MOVE WS-COUNTS-HELD TO TOT-HELD.
           MOVE WS-COUNTS-REJECTED TO TOT-REJECTED.
           MOVE WS-STORES-COUNTED TO TOT-STORES.
           WRITE PRINT-LINE FROM TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "NET VARIANCE POSTED:" TO TOT-CAPTION.
           MOVE WS-GRD-UNITS TO TOT-UNITS.
           MOVE WS-GRD-DOLLARS TO TOT-DOLLARS.
           WRITE PRINT-LINE FROM TOTAL-AMOUNT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE "NET VARIANCE HELD FOR RECOUNT:" TO TOT-CAPTION.
           MOVE WS-GRD-HELD-UNITS TO TOT-UNITS.
           MOVE WS-GRD-HELD-DOLLARS TO TOT-DOLLARS.
           WRITE PRINT-LINE FROM TOTAL-AMOUNT-LINE
              AFTER ADVANCING 1 LINE.
       0290-END.

       1300-WRITE-RUN-START.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETCOUNT" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-START-ENTRY TO TRUE.
           MOVE ZEROS TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       1300-END.

       9100-WRITE-RUN-END.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETCOUNT" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-END-ENTRY TO TRUE.
           MOVE WS-COUNTS-READ TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       9100-END.

       0900-STOP-RUN.
           PERFORM 9100-WRITE-RUN-END.
           CLOSE PETINVENTORY, PETSTOREINVENTORY, PETSTOREMASTER,
                 PETCOUNTRECOUNT, PETCOUNTRPT, PETSTOCKLEDGER.
           STOP RUN.

          END PROGRAM PETINVCOUNT.
