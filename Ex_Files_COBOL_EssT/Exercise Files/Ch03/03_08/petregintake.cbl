       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETREGINTAKE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL PETREGISTERFILE
           ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PETSTORESALES ASSIGN TO "PETSTORESALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETSTOREMASTER
           ASSIGN TO "PETSTOREMASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STR-STORE-NUMBER
           FILE STATUS IS WS-STORE-FILE-STATUS.
       SELECT OPTIONAL PETREGCONTROL
           ASSIGN TO "PETREGCONTROL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS RGC-STORE-NUMBER
           FILE STATUS IS WS-RGC-FILE-STATUS.
       SELECT PETINTAKERPT ASSIGN TO "PETINTAKERPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETRUNCONTROL ASSIGN TO "PETRUNCONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PETREGISTERFILE.
           COPY "PETSALE.CPY".
           COPY "PETREGF.CPY".
       01  REGISTER-INPUT-IMAGE.
           05  RGI-RECORD-TYPE      PIC X(1).
               88  RGI-HEADER           VALUE "H".
               88  RGI-TRAILER          VALUE "T".
           05  FILLER               PIC X(829).
       FD PETSTORESALES.
           01 SALES-OUTPUT-IMAGE PIC X(830).
       FD PETSTOREMASTER.
           COPY "PETSTR.CPY".
       FD PETREGCONTROL.
           COPY "PETREGC.CPY".
       FD PETINTAKERPT.
           01 PRINT-LINE         PIC X(132).
       FD PETRUNCONTROL.
           COPY "PETRUN.CPY".

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-STORES-EXPECTED  PIC 9(5) VALUE ZEROS.
           05  WS-STORES-IN        PIC 9(5) VALUE ZEROS.
           05  WS-STORES-MISSING   PIC 9(5) VALUE ZEROS.
           05  WS-STORES-HELD      PIC 9(5) VALUE ZEROS.
           05  WS-BASKETS-MERGED   PIC 9(9) VALUE ZEROS.
           05  WS-LINES-MERGED     PIC 9(9) VALUE ZEROS.
           05  WS-FILE-BASKETS     PIC 9(7).
           05  WS-FILE-LINES       PIC 9(7).
           05  WS-FILE-HASH        PIC 9(11)V99.
           05  WS-LINE-AMOUNT      PIC 9(11)V99.
           05  WS-FILE-SEQUENCE    PIC 9(5).
           05  WS-EXPECTED-SEQUENCE PIC 9(6).
           05  WS-ITEM-IDX         PIC 99.

       01  WS-INTAKE-PARM        PIC X(20) VALUE SPACES.
       01  WS-BUSINESS-DATE      PIC 9(8).
       01  WS-REGISTER-FILENAME  PIC X(30).
       01  WS-HOLD-REASON        PIC X(40).
       01  WS-SEQUENCE-EDIT      PIC 9(5).

       01  WS-SWITCHES.
           05  WS-STORE-EOF-SW     PIC X(1).
               88  STORE-END-OF-FILE   VALUE "Y".
               88  STORE-NOT-EOF       VALUE "N".
           05  WS-REG-EOF-SW       PIC X(1).
               88  REG-END-OF-FILE     VALUE "Y".
               88  REG-NOT-EOF         VALUE "N".
           05  WS-FILE-STATUS-SW   PIC X(1).
               88  FILE-ACCEPTED       VALUE "A".
               88  FILE-MISSING        VALUE "M".
               88  FILE-HELD           VALUE "H".
           05  WS-TRAILER-SW       PIC X(1).
               88  TRAILER-SEEN        VALUE "Y".
               88  TRAILER-NOT-SEEN    VALUE "N".
           05  WS-RGC-FOUND-SW     PIC X(1).
               88  RGC-FOUND           VALUE "Y".
               88  RGC-NOT-FOUND       VALUE "N".
           05  WS-RERUN-SW         PIC X(1).
               88  INTAKE-RERUN        VALUE "Y".
               88  INTAKE-FIRST-TIME   VALUE "N".

       01  WS-STORE-FILE-STATUS PIC XX.
       01  WS-RGC-FILE-STATUS   PIC XX.

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
              'REGISTER FILE INTAKE REPORT   '.
           05 FILLER           PIC X(12) VALUE SPACES.
           05 HDG-RUN-DATE     PIC X(10).

       01  BUSINESS-DATE-LINE.
           05 FILLER           PIC X(15) VALUE 'BUSINESS DATE: '.
           05 BDL-DATE         PIC 9(8).

       01  HEADING-LINE1.
           05 FILLER           PIC X(7)  VALUE 'STORE'.
           05 FILLER           PIC X(27) VALUE 'NAME'.
           05 FILLER           PIC X(9)  VALUE 'STATUS'.
           05 FILLER           PIC X(9)  VALUE 'FILE SEQ'.
           05 FILLER           PIC X(10) VALUE '  BASKETS'.
           05 FILLER           PIC X(11) VALUE ' ITEM LINES'.
           05 FILLER           PIC X(19) VALUE '         HASH TOTAL'.
           05 FILLER           PIC X(8)  VALUE '  REASON'.

       01  DETAIL-LINE.
           05 DET-STORE        PIC 9(3).
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 DET-STORE-NAME   PIC X(25).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-STATUS       PIC X(7).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-FILE-SEQ     PIC ZZZZ9.
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 DET-BASKETS      PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-LINES        PIC Z,ZZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-HASH         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-REASON       PIC X(40).

       01  COUNT-LINE.
           05 CNT-CAPTION      PIC X(40).
           05 CNT-VALUE        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 1100-GET-RUN-DATE.
           PERFORM 1105-GET-INTAKE-PARM.
           PERFORM 1300-WRITE-RUN-START.
           OPEN INPUT PETSTOREMASTER.
           PERFORM 1150-OPEN-REGISTER-CONTROL.
           OPEN OUTPUT PETSTORESALES.
           OPEN OUTPUT PETINTAKERPT.
           PERFORM 0110-WRITE-HEADING-LINES.
           SET STORE-NOT-EOF TO TRUE.
           READ PETSTOREMASTER NEXT RECORD
               AT END SET STORE-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 0200-INTAKE-ONE-STORE UNTIL STORE-END-OF-FILE.
           PERFORM 0290-PRINT-TOTALS.
           IF WS-STORES-MISSING > ZERO OR WS-STORES-HELD > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0900-STOP-RUN.
       0100-END.

       1100-GET-RUN-DATE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE WS-MONTH TO HDG-MONTH.
           MOVE WS-DAY   TO HDG-DAY.
           MOVE WS-YEAR  TO HDG-YEAR.
       1100-END.

       1105-GET-INTAKE-PARM.
           ACCEPT WS-INTAKE-PARM FROM COMMAND-LINE.
           MOVE WS-DATE TO WS-BUSINESS-DATE.
           IF WS-INTAKE-PARM(1:8) NUMERIC
              AND WS-INTAKE-PARM(1:8) NOT = "00000000"
               MOVE WS-INTAKE-PARM(1:8) TO WS-BUSINESS-DATE
           END-IF.
       1105-END.

       1150-OPEN-REGISTER-CONTROL.
           OPEN I-O PETREGCONTROL.
           IF WS-RGC-FILE-STATUS = "35"
               OPEN OUTPUT PETREGCONTROL
               CLOSE PETREGCONTROL
               OPEN I-O PETREGCONTROL
           END-IF.
       1150-END.

       0110-WRITE-HEADING-LINES.
           MOVE WS-HEADING-DATE TO HDG-RUN-DATE.
           WRITE PRINT-LINE FROM HEADING-LINE AFTER
              ADVANCING PAGE.
           MOVE WS-BUSINESS-DATE TO BDL-DATE.
           WRITE PRINT-LINE FROM BUSINESS-DATE-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM HEADING-LINE1
              AFTER ADVANCING 1 LINE.
       0110-END.

       0200-INTAKE-ONE-STORE.
           ADD 1 TO WS-STORES-EXPECTED.
           MOVE SPACES TO WS-REGISTER-FILENAME.
           STRING "PETREG"          DELIMITED BY SIZE
                  STR-STORE-NUMBER  DELIMITED BY SIZE
                  ".DAT"            DELIMITED BY SIZE
               INTO WS-REGISTER-FILENAME
           END-STRING.
           PERFORM 0210-CHECK-REGISTER-FILE.
           EVALUATE TRUE
               WHEN FILE-MISSING
                   ADD 1 TO WS-STORES-MISSING
                   MOVE "MISSING" TO DET-STATUS
               WHEN FILE-HELD
                   ADD 1 TO WS-STORES-HELD
                   MOVE "HELD" TO DET-STATUS
               WHEN OTHER
                   PERFORM 0250-MERGE-REGISTER-FILE
                   PERFORM 0260-UPDATE-REGISTER-CONTROL
                   ADD 1 TO WS-STORES-IN
                   MOVE "IN" TO DET-STATUS
                   IF INTAKE-RERUN
                       MOVE "SAME FILE TAKEN AGAIN FOR THIS DATE"
                          TO WS-HOLD-REASON
                   END-IF
           END-EVALUATE.
           PERFORM 0270-PRINT-STORE-LINE.
           READ PETSTOREMASTER NEXT RECORD
               AT END SET STORE-END-OF-FILE TO TRUE
           END-READ.
       0200-END.

       0210-CHECK-REGISTER-FILE.
           SET FILE-ACCEPTED TO TRUE.
           SET TRAILER-NOT-SEEN TO TRUE.
           SET INTAKE-FIRST-TIME TO TRUE.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE ZEROS TO WS-FILE-BASKETS, WS-FILE-LINES,
              WS-FILE-HASH, WS-FILE-SEQUENCE.
           SET REG-NOT-EOF TO TRUE.
           OPEN INPUT PETREGISTERFILE.
           READ PETREGISTERFILE
               AT END SET REG-END-OF-FILE TO TRUE
           END-READ.
           IF REG-END-OF-FILE
               SET FILE-MISSING TO TRUE
               MOVE "NO REGISTER FILE RECEIVED" TO WS-HOLD-REASON
           ELSE
               IF RGI-HEADER
                   PERFORM 0220-CHECK-HEADER
               ELSE
                   SET FILE-HELD TO TRUE
                   MOVE "NO HEADER RECORD" TO WS-HOLD-REASON
               END-IF
           END-IF.
           IF FILE-ACCEPTED
               READ PETREGISTERFILE
                   AT END SET REG-END-OF-FILE TO TRUE
               END-READ
               PERFORM 0230-CHECK-ONE-RECORD
                  UNTIL REG-END-OF-FILE OR FILE-HELD
           END-IF.
           IF FILE-ACCEPTED AND TRAILER-NOT-SEEN
               SET FILE-HELD TO TRUE
               MOVE "NO TRAILER RECORD - FILE TRUNCATED"
                  TO WS-HOLD-REASON
           END-IF.
           CLOSE PETREGISTERFILE.
       0210-END.

       0220-CHECK-HEADER.
           MOVE RGH-FILE-SEQUENCE TO WS-FILE-SEQUENCE.
           EVALUATE TRUE
               WHEN RGH-STORE-NUMBER NOT = STR-STORE-NUMBER
                   SET FILE-HELD TO TRUE
                   MOVE "HEADER STORE NUMBER DOES NOT MATCH"
                      TO WS-HOLD-REASON
               WHEN RGH-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                   SET FILE-HELD TO TRUE
                   MOVE "HEADER BUSINESS DATE DOES NOT MATCH"
                      TO WS-HOLD-REASON
               WHEN RGH-FILE-SEQUENCE NOT NUMERIC
                  OR RGH-FILE-SEQUENCE = ZEROS
                   SET FILE-HELD TO TRUE
                   MOVE "INVALID FILE SEQUENCE NUMBER"
                      TO WS-HOLD-REASON
               WHEN OTHER
                   PERFORM 0225-CHECK-FILE-SEQUENCE
           END-EVALUATE.
       0220-END.

       0225-CHECK-FILE-SEQUENCE.
           MOVE STR-STORE-NUMBER TO RGC-STORE-NUMBER.
           SET RGC-FOUND TO TRUE.
           READ PETREGCONTROL
               INVALID KEY
                   SET RGC-NOT-FOUND TO TRUE
           END-READ.
           IF RGC-FOUND
               COMPUTE WS-EXPECTED-SEQUENCE =
                  RGC-LAST-FILE-SEQUENCE + 1
               EVALUATE TRUE
                   WHEN RGH-FILE-SEQUENCE = RGC-LAST-FILE-SEQUENCE
                      AND RGC-LAST-BUSINESS-DATE = WS-BUSINESS-DATE
                       SET INTAKE-RERUN TO TRUE
                   WHEN RGH-FILE-SEQUENCE NOT > RGC-LAST-FILE-SEQUENCE
                       SET FILE-HELD TO TRUE
                       MOVE RGC-LAST-FILE-SEQUENCE TO WS-SEQUENCE-EDIT
                       STRING "DUPLICATE FILE - LAST TAKEN WAS "
                                 DELIMITED BY SIZE
                              WS-SEQUENCE-EDIT DELIMITED BY SIZE
                           INTO WS-HOLD-REASON
                       END-STRING
                   WHEN RGH-FILE-SEQUENCE NOT = WS-EXPECTED-SEQUENCE
                       SET FILE-HELD TO TRUE
                       MOVE WS-EXPECTED-SEQUENCE TO WS-SEQUENCE-EDIT
                       STRING "OUT OF SEQUENCE - EXPECTED "
                                 DELIMITED BY SIZE
                              WS-SEQUENCE-EDIT DELIMITED BY SIZE
                           INTO WS-HOLD-REASON
                       END-STRING
               END-EVALUATE
           END-IF.
       0225-END.

       0230-CHECK-ONE-RECORD.
           EVALUATE TRUE
               WHEN TRAILER-SEEN
                   SET FILE-HELD TO TRUE
                   MOVE "RECORDS FOUND AFTER TRAILER"
                      TO WS-HOLD-REASON
               WHEN RGI-HEADER
                   SET FILE-HELD TO TRUE
                   MOVE "SECOND HEADER RECORD IN FILE"
                      TO WS-HOLD-REASON
               WHEN RGI-TRAILER
                   SET TRAILER-SEEN TO TRUE
                   PERFORM 0240-CHECK-TRAILER
               WHEN ITEM-COUNT NOT NUMERIC
                  OR ITEM-COUNT = ZERO
                  OR ITEM-COUNT > 20
                   SET FILE-HELD TO TRUE
                   MOVE "BASKET WITH INVALID ITEM COUNT"
                      TO WS-HOLD-REASON
               WHEN OTHER
                   ADD 1 TO WS-FILE-BASKETS
                   PERFORM 0235-ADD-ONE-ITEM-LINE
                      VARYING WS-ITEM-IDX FROM 1 BY 1
                      UNTIL WS-ITEM-IDX > ITEM-COUNT
                         OR FILE-HELD
           END-EVALUATE.
           READ PETREGISTERFILE
               AT END SET REG-END-OF-FILE TO TRUE
           END-READ.
       0230-END.

       0235-ADD-ONE-ITEM-LINE.
           IF PRICE(WS-ITEM-IDX) NOT NUMERIC
              OR QUANTITY(WS-ITEM-IDX) NOT NUMERIC
               SET FILE-HELD TO TRUE
               MOVE "BASKET WITH NON-NUMERIC AMOUNT"
                  TO WS-HOLD-REASON
           ELSE
               ADD 1 TO WS-FILE-LINES
               COMPUTE WS-LINE-AMOUNT =
                  PRICE(WS-ITEM-IDX) * QUANTITY(WS-ITEM-IDX)
               ADD WS-LINE-AMOUNT TO WS-FILE-HASH
           END-IF.
       0235-END.

       0240-CHECK-TRAILER.
           EVALUATE TRUE
               WHEN RGT-BASKET-COUNT NOT NUMERIC
                  OR RGT-BASKET-COUNT NOT = WS-FILE-BASKETS
                   SET FILE-HELD TO TRUE
                   MOVE "BASKET COUNT DISAGREES WITH TRAILER"
                      TO WS-HOLD-REASON
               WHEN RGT-ITEM-LINE-COUNT NOT NUMERIC
                  OR RGT-ITEM-LINE-COUNT NOT = WS-FILE-LINES
                   SET FILE-HELD TO TRUE
                   MOVE "ITEM LINE COUNT DISAGREES WITH TRAILER"
                      TO WS-HOLD-REASON
               WHEN RGT-HASH-TOTAL NOT NUMERIC
                  OR RGT-HASH-TOTAL NOT = WS-FILE-HASH
                   SET FILE-HELD TO TRUE
                   MOVE "HASH TOTAL DISAGREES WITH TRAILER"
                      TO WS-HOLD-REASON
           END-EVALUATE.
       0240-END.

       0250-MERGE-REGISTER-FILE.
           SET REG-NOT-EOF TO TRUE.
           OPEN INPUT PETREGISTERFILE.
           READ PETREGISTERFILE
               AT END SET REG-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 0255-MERGE-ONE-RECORD UNTIL REG-END-OF-FILE.
           CLOSE PETREGISTERFILE.
           ADD WS-FILE-BASKETS TO WS-BASKETS-MERGED.
           ADD WS-FILE-LINES TO WS-LINES-MERGED.
       0250-END.

       0255-MERGE-ONE-RECORD.
           IF NOT RGI-HEADER AND NOT RGI-TRAILER
               WRITE SALES-OUTPUT-IMAGE FROM REGISTER-INPUT-IMAGE
           END-IF.
           READ PETREGISTERFILE
               AT END SET REG-END-OF-FILE TO TRUE
           END-READ.
       0255-END.

       0260-UPDATE-REGISTER-CONTROL.
           MOVE STR-STORE-NUMBER TO RGC-STORE-NUMBER.
           MOVE WS-FILE-SEQUENCE TO RGC-LAST-FILE-SEQUENCE.
           MOVE WS-BUSINESS-DATE TO RGC-LAST-BUSINESS-DATE.
           MOVE WS-DATE TO RGC-LAST-INTAKE-DATE.
           MOVE WS-FILE-BASKETS TO RGC-LAST-BASKET-COUNT.
           MOVE WS-FILE-LINES TO RGC-LAST-ITEM-LINES.
           IF RGC-FOUND
               REWRITE REGISTER-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "ERROR REWRITING REGISTER CONTROL "
                          RGC-STORE-NUMBER
               END-REWRITE
           ELSE
               WRITE REGISTER-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "ERROR WRITING REGISTER CONTROL "
                          RGC-STORE-NUMBER
               END-WRITE
           END-IF.
       0260-END.

       0270-PRINT-STORE-LINE.
           MOVE STR-STORE-NUMBER TO DET-STORE.
           MOVE STR-STORE-NAME TO DET-STORE-NAME.
           MOVE WS-FILE-SEQUENCE TO DET-FILE-SEQ.
           MOVE WS-FILE-BASKETS TO DET-BASKETS.
           MOVE WS-FILE-LINES TO DET-LINES.
           MOVE WS-FILE-HASH TO DET-HASH.
           MOVE WS-HOLD-REASON TO DET-REASON.
           WRITE PRINT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0270-END.

       0290-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "STORES EXPECTED" TO CNT-CAPTION.
           MOVE WS-STORES-EXPECTED TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "STORES IN" TO CNT-CAPTION.
           MOVE WS-STORES-IN TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "STORES MISSING" TO CNT-CAPTION.
           MOVE WS-STORES-MISSING TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "STORES HELD" TO CNT-CAPTION.
           MOVE WS-STORES-HELD TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "BASKETS MERGED INTO PETSTORESALES" TO CNT-CAPTION.
           MOVE WS-BASKETS-MERGED TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE "ITEM LINES MERGED" TO CNT-CAPTION.
           MOVE WS-LINES-MERGED TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
       0290-END.

       1300-WRITE-RUN-START.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETINTAK" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-START-ENTRY TO TRUE.
           MOVE ZEROS TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       1300-END.

       9100-WRITE-RUN-END.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETINTAK" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-END-ENTRY TO TRUE.
           MOVE WS-BASKETS-MERGED TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       9100-END.

       0900-STOP-RUN.
           PERFORM 9100-WRITE-RUN-END.
           CLOSE PETSTORESALES, PETSTOREMASTER, PETREGCONTROL,
                 PETINTAKERPT.
           STOP RUN.

          END PROGRAM PETREGINTAKE.
