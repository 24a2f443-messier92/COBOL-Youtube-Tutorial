       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETCREDITLIAB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL PETSTORECREDIT
           ASSIGN TO "PETSTORECREDIT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SCR-CUSTOMER-ID
           FILE STATUS IS WS-SCRD-FILE-STATUS.
       SELECT OPTIONAL PETCUSTOMERMASTER
           ASSIGN TO "PETCUSTOMERMASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUS-CUSTOMER-ID
           FILE STATUS IS WS-CUST-FILE-STATUS.
       SELECT OPTIONAL PETSTOREMASTER
           ASSIGN TO "PETSTOREMASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STR-STORE-NUMBER
           FILE STATUS IS WS-STORE-FILE-STATUS.
       SELECT PETCREDITLIABRPT ASSIGN TO "PETCREDITLIABRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SORTWORK ASSIGN TO "SORTWORK".
       SELECT OPTIONAL PETRUNCONTROL ASSIGN TO "PETRUNCONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PETSTORECREDIT.
           COPY "PETSCRD.CPY".
       FD PETCUSTOMERMASTER.
           COPY "PETCUST.CPY".
       FD PETSTOREMASTER.
           COPY "PETSTR.CPY".
       FD PETCREDITLIABRPT.
           01 PRINT-LINE         PIC X(132).
       SD SORTWORK.
       01  SORT-CREDIT-RECORD.
           02  SRT-STORE-NUMBER        PIC 9(3).
           02  SRT-CUSTOMER-ID         PIC 9(7).
           02  SRT-BALANCE             PIC S9(7)V99.
           02  SRT-TOTAL-ISSUED        PIC S9(9)V99.
           02  SRT-TOTAL-REDEEMED      PIC S9(9)V99.
           02  SRT-LAST-ACTIVITY-DATE  PIC 9(8).
       FD PETRUNCONTROL.
           COPY "PETRUN.CPY".

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZEROS.
           05  WS-STO-CUSTOMERS     PIC 9(7).
           05  WS-STO-LIABILITY     PIC S9(9)V99.
           05  WS-STO-DORMANT-CNT   PIC 9(7).
           05  WS-STO-DORMANT-AMT   PIC S9(9)V99.
           05  WS-GRD-CUSTOMERS     PIC 9(7) VALUE ZEROS.
           05  WS-GRD-LIABILITY     PIC S9(9)V99 VALUE ZEROS.
           05  WS-GRD-DORMANT-CNT   PIC 9(7) VALUE ZEROS.
           05  WS-GRD-DORMANT-AMT   PIC S9(9)V99 VALUE ZEROS.

       01  WS-DORMANT-YEARS      PIC 99 VALUE 3.
       01  WS-DORMANT-PARM       PIC X(20) VALUE SPACES.
       01  WS-CUTOFF-DATE        PIC 9(8) VALUE ZEROS.

       01  WS-HOLD-STORE         PIC 9(3).

       01  WS-SWITCHES.
           05  WS-SCRD-EOF-SW      PIC X(1).
               88  SCRD-END-OF-FILE    VALUE "Y".
               88  SCRD-NOT-EOF        VALUE "N".
           05  WS-SORT-EOF-SW      PIC X(1).
               88  SORT-END-OF-FILE    VALUE "Y".
               88  SORT-NOT-EOF        VALUE "N".

       01  WS-SCRD-FILE-STATUS  PIC XX.
       01  WS-CUST-FILE-STATUS  PIC XX.
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
           05 FILLER           PIC X(34) VALUE
              'STORE-CREDIT OUTSTANDING LIABILITY'.
           05 FILLER           PIC X(8)  VALUE SPACES.
           05 HDG-RUN-DATE     PIC X(10).

       01  DORMANT-RULE-LINE.
           05 FILLER           PIC X(40) VALUE
              'BALANCES WITH NO ACTIVITY SINCE BEFORE '.
           05 DRM-CUTOFF-DATE  PIC 9(8).
           05 FILLER           PIC X(35) VALUE
              ' ARE FLAGGED FOR ESCHEATMENT REVIEW'.

       01  STORE-HEADING-LINE.
           05 FILLER           PIC X(6)  VALUE 'STORE '.
           05 STO-HDG-NUMBER   PIC 9(3).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 STO-HDG-NAME     PIC X(25).

       01  HEADING-LINE1.
           05 FILLER           PIC X(10) VALUE 'CUSTOMER'.
           05 FILLER           PIC X(32) VALUE 'CUSTOMER NAME'.
           05 FILLER           PIC X(16) VALUE '        ISSUED'.
           05 FILLER           PIC X(16) VALUE '      REDEEMED'.
           05 FILLER           PIC X(16) VALUE '       BALANCE'.
           05 FILLER           PIC X(12) VALUE 'LAST ACTIVE'.
           05 FILLER           PIC X(16) VALUE 'REVIEW'.

       01  DETAIL-LINE.
           05 DET-CUSTOMER-ID  PIC 9(7).
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 DET-LASTNAME     PIC X(15).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 DET-FIRSTNAME    PIC X(15).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 DET-ISSUED       PIC $$,$$$,$$9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-REDEEMED     PIC $$,$$$,$$9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-BALANCE      PIC $$,$$$,$$9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-LAST-ACTIVE  PIC 9(8).
           05 FILLER           PIC X(4)  VALUE SPACES.
           05 DET-FLAG         PIC X(16).

       01  TOTAL-LINE.
           05 TOT-CAPTION      PIC X(30).
           05 FILLER           PIC X(11) VALUE 'CUSTOMERS: '.
           05 TOT-CUSTOMERS    PIC ZZZ,ZZ9.
           05 FILLER           PIC X(13) VALUE '  LIABILITY: '.
           05 TOT-LIABILITY    PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(11) VALUE '  DORMANT: '.
           05 TOT-DORMANT-CNT  PIC ZZZ,ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 TOT-DORMANT-AMT  PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 1100-GET-RUN-DATE.
           PERFORM 1105-GET-DORMANT-PARM.
           PERFORM 1300-WRITE-RUN-START.
           OPEN INPUT PETCUSTOMERMASTER.
           OPEN INPUT PETSTOREMASTER.
           OPEN OUTPUT PETCREDITLIABRPT.
           PERFORM 0110-WRITE-HEADING-LINES.
           SORT SORTWORK
               ON ASCENDING KEY SRT-STORE-NUMBER, SRT-CUSTOMER-ID
               INPUT PROCEDURE IS 0200-RELEASE-BALANCES
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

       1105-GET-DORMANT-PARM.
           ACCEPT WS-DORMANT-PARM FROM COMMAND-LINE.
           IF WS-DORMANT-PARM(1:2) NUMERIC
              AND WS-DORMANT-PARM(1:2) NOT = "00"
               MOVE WS-DORMANT-PARM(1:2) TO WS-DORMANT-YEARS
           END-IF.
           MOVE WS-DATE TO WS-CUTOFF-DATE.
           COMPUTE WS-CUTOFF-DATE =
              WS-CUTOFF-DATE - (WS-DORMANT-YEARS * 10000).
       1105-END.

       0110-WRITE-HEADING-LINES.
           MOVE WS-HEADING-DATE TO HDG-RUN-DATE.
           WRITE PRINT-LINE FROM HEADING-LINE AFTER
              ADVANCING PAGE.
           MOVE WS-CUTOFF-DATE TO DRM-CUTOFF-DATE.
           WRITE PRINT-LINE FROM DORMANT-RULE-LINE
              AFTER ADVANCING 1 LINE.
       0110-END.

       0200-RELEASE-BALANCES.
           SET SCRD-NOT-EOF TO TRUE.
           OPEN INPUT PETSTORECREDIT.
           READ PETSTORECREDIT
               AT END SET SCRD-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 0210-RELEASE-ONE-BALANCE
              UNTIL SCRD-END-OF-FILE.
           CLOSE PETSTORECREDIT.
       0200-END.

       0210-RELEASE-ONE-BALANCE.
           ADD 1 TO WS-RECORDS-READ.
           IF SCR-BALANCE NOT = ZERO
               MOVE SCR-STORE-NUMBER TO SRT-STORE-NUMBER
               MOVE SCR-CUSTOMER-ID TO SRT-CUSTOMER-ID
               MOVE SCR-BALANCE TO SRT-BALANCE
               MOVE SCR-TOTAL-ISSUED TO SRT-TOTAL-ISSUED
               MOVE SCR-TOTAL-REDEEMED TO SRT-TOTAL-REDEEMED
               MOVE SCR-LAST-ACTIVITY-DATE TO SRT-LAST-ACTIVITY-DATE
               RELEASE SORT-CREDIT-RECORD
           END-IF.
           READ PETSTORECREDIT
               AT END SET SCRD-END-OF-FILE TO TRUE
           END-READ.
       0210-END.

       0300-REPORT-BY-STORE.
           SET SORT-NOT-EOF TO TRUE.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           IF SORT-NOT-EOF
               PERFORM 0330-START-STORE-GROUP
               PERFORM 0310-PRINT-ONE-BALANCE
                  UNTIL SORT-END-OF-FILE
               PERFORM 0350-PRINT-STORE-TOTAL
           END-IF.
       0300-END.

       0310-PRINT-ONE-BALANCE.
           MOVE SRT-CUSTOMER-ID TO CUS-CUSTOMER-ID.
           READ PETCUSTOMERMASTER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON FILE" TO CUS-CUSTOMER-NAME
           END-READ.
           MOVE SRT-CUSTOMER-ID TO DET-CUSTOMER-ID.
           MOVE CUS-LASTNAME TO DET-LASTNAME.
           MOVE CUS-FIRSTNAME TO DET-FIRSTNAME.
           MOVE SRT-TOTAL-ISSUED TO DET-ISSUED.
           MOVE SRT-TOTAL-REDEEMED TO DET-REDEEMED.
           MOVE SRT-BALANCE TO DET-BALANCE.
           MOVE SRT-LAST-ACTIVITY-DATE TO DET-LAST-ACTIVE.
           MOVE SPACES TO DET-FLAG.
           ADD 1 TO WS-STO-CUSTOMERS.
           ADD SRT-BALANCE TO WS-STO-LIABILITY.
           IF SRT-BALANCE > ZERO
              AND SRT-LAST-ACTIVITY-DATE < WS-CUTOFF-DATE
               MOVE "ESCHEAT REVIEW" TO DET-FLAG
               ADD 1 TO WS-STO-DORMANT-CNT
               ADD SRT-BALANCE TO WS-STO-DORMANT-AMT
           END-IF.
           IF SRT-BALANCE < ZERO
               MOVE "NEGATIVE BALANCE" TO DET-FLAG
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           IF SORT-NOT-EOF
              AND SRT-STORE-NUMBER NOT = WS-HOLD-STORE
               PERFORM 0350-PRINT-STORE-TOTAL
               PERFORM 0330-START-STORE-GROUP
           END-IF.
       0310-END.

       0330-START-STORE-GROUP.
           MOVE SRT-STORE-NUMBER TO WS-HOLD-STORE.
           MOVE ZEROS TO WS-STO-CUSTOMERS, WS-STO-LIABILITY,
              WS-STO-DORMANT-CNT, WS-STO-DORMANT-AMT.
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

       0350-PRINT-STORE-TOTAL.
           MOVE SPACES TO TOT-CAPTION.
           STRING "  TOTAL FOR STORE " DELIMITED BY SIZE
                  WS-HOLD-STORE        DELIMITED BY SIZE
               INTO TOT-CAPTION
           END-STRING.
           MOVE WS-STO-CUSTOMERS TO TOT-CUSTOMERS.
           MOVE WS-STO-LIABILITY TO TOT-LIABILITY.
           MOVE WS-STO-DORMANT-CNT TO TOT-DORMANT-CNT.
           MOVE WS-STO-DORMANT-AMT TO TOT-DORMANT-AMT.
           WRITE PRINT-LINE FROM TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           ADD WS-STO-CUSTOMERS TO WS-GRD-CUSTOMERS.
           ADD WS-STO-LIABILITY TO WS-GRD-LIABILITY.
           ADD WS-STO-DORMANT-CNT TO WS-GRD-DORMANT-CNT.
           ADD WS-STO-DORMANT-AMT TO WS-GRD-DORMANT-AMT.
       0350-END.

       0290-PRINT-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "ALL STORES" TO TOT-CAPTION.
           MOVE WS-GRD-CUSTOMERS TO TOT-CUSTOMERS.
           MOVE WS-GRD-LIABILITY TO TOT-LIABILITY.
           MOVE WS-GRD-DORMANT-CNT TO TOT-DORMANT-CNT.
           MOVE WS-GRD-DORMANT-AMT TO TOT-DORMANT-AMT.
           WRITE PRINT-LINE FROM TOTAL-LINE
              AFTER ADVANCING 1 LINE.
       0290-END.

       1300-WRITE-RUN-START.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETSCLIA" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-START-ENTRY TO TRUE.
           MOVE ZEROS TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       1300-END.

       9100-WRITE-RUN-END.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETSCLIA" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-END-ENTRY TO TRUE.
           MOVE WS-RECORDS-READ TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       9100-END.

       0900-STOP-RUN.
           PERFORM 9100-WRITE-RUN-END.
           CLOSE PETCUSTOMERMASTER, PETSTOREMASTER, PETCREDITLIABRPT.
           STOP RUN.

          END PROGRAM PETCREDITLIAB.
