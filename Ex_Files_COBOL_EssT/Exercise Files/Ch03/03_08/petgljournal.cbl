       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETGLJOURNAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL PETSALESEXTRACT ASSIGN TO "PETSALESEXTRACT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETGLMAP ASSIGN TO "PETGLMAP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETDAILYCONTROL ASSIGN TO "PETDAILYCONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETSTOREMASTER
           ASSIGN TO "PETSTOREMASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STR-STORE-NUMBER
           FILE STATUS IS WS-STORE-FILE-STATUS.
       SELECT PETGLWORK ASSIGN TO "PETGLWORK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PETGLJOURNAL ASSIGN TO "PETGLJOURNAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PETGLRPT ASSIGN TO "PETGLRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PETGLEXCEPT ASSIGN TO "PETGLEXCEPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT SORTWORK ASSIGN TO "SORTWORK".
       SELECT OPTIONAL PETRUNCONTROL ASSIGN TO "PETRUNCONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PETSALESEXTRACT.
       01  EXTRACT-RECORD.
           02  EXT-CUSTOMER-ID         PIC X(7).
           02  FILLER                  PIC X(1).
           02  EXT-ITEM-CODE           PIC X(6).
           02  FILLER                  PIC X(1).
           02  EXT-PRICE               PIC X(9).
           02  FILLER                  PIC X(1).
           02  EXT-QUANTITY            PIC X(5).
           02  FILLER                  PIC X(1).
           02  EXT-TOTAL-DOLLARS       PIC 9(6).
           02  FILLER                  PIC X(1).
           02  EXT-TOTAL-CENTS         PIC 99.
           02  FILLER                  PIC X(1).
           02  EXT-TRANSACTION-TYPE    PIC X(1).
           02  FILLER                  PIC X(1).
           02  EXT-TAX-DOLLARS         PIC 9(6).
           02  FILLER                  PIC X(1).
           02  EXT-TAX-CENTS           PIC 99.
           02  FILLER                  PIC X(1).
           02  EXT-STORE-NUMBER        PIC X(3).
           02  FILLER                  PIC X(1).
           02  EXT-TENDER-TYPE         PIC X(1).
           02  FILLER                  PIC X(1).
           02  EXT-TAX-CATEGORY        PIC X(1).
       FD PETGLMAP.
           COPY "PETGLMAP.CPY".
       FD PETDAILYCONTROL.
           COPY "PETCTL.CPY".
       FD PETSTOREMASTER.
           COPY "PETSTR.CPY".
       FD PETGLWORK.
       01  GL-WORK-RECORD              PIC X(76).
       FD PETGLJOURNAL.
           COPY "PETGLJ.CPY".
       FD PETGLRPT.
           01 PRINT-LINE         PIC X(132).
       FD PETGLEXCEPT.
           01 EXCEPTION-LINE     PIC X(132).
       SD SORTWORK.
       01  SORT-POSTING-RECORD.
           02  SRT-STORE-NUMBER        PIC 9(3).
           02  SRT-ACCOUNT             PIC X(10).
           02  SRT-DESCRIPTION         PIC X(25).
           02  SRT-DEBIT               PIC 9(7)V99.
           02  SRT-CREDIT              PIC 9(7)V99.
       FD PETRUNCONTROL.
           COPY "PETRUN.CPY".

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-EXTRACT-READ   PIC 9(9) VALUE ZEROS.
           05  WS-EXTRACT-BAD    PIC 9(7) VALUE ZEROS.
           05  WS-ENTRIES-WRITTEN PIC 9(7) VALUE ZEROS.
           05  WS-EXCEPTION-COUNT PIC 9(7) VALUE ZEROS.
           05  WS-LINE-AMOUNT    PIC 9(7)V99.
           05  WS-LINE-TAX       PIC 9(7)V99.
           05  WS-LINE-DUE       PIC 9(7)V99.
           05  WS-ACCOUNT-NET    PIC S9(9)V99.
           05  WS-ACCT-DEBITS    PIC 9(9)V99.
           05  WS-ACCT-CREDITS   PIC 9(9)V99.
           05  WS-STORE-DEBITS   PIC 9(9)V99.
           05  WS-STORE-CREDITS  PIC 9(9)V99.
           05  WS-TOTAL-DEBITS   PIC 9(9)V99 VALUE ZEROS.
           05  WS-TOTAL-CREDITS  PIC 9(9)V99 VALUE ZEROS.
           05  WS-JRN-NET-SALES  PIC S9(9)V99 VALUE ZEROS.
           05  WS-JRN-RETURNS    PIC 9(9)V99 VALUE ZEROS.
           05  WS-JRN-NET-TAX    PIC S9(9)V99 VALUE ZEROS.
           05  WS-PROOF-CONTROL  PIC S9(9)V99.
           05  WS-PROOF-JOURNAL  PIC S9(9)V99.
           05  WS-MAP-IDX        PIC 999.
           05  WS-MISS-IDX       PIC 99.

       01  WS-JOURNAL-DATE       PIC 9(8) VALUE ZEROS.
       01  WS-EXTRACT-STORE      PIC 9(3).
       01  WS-EXTRACT-TENDER     PIC X(1).
       01  WS-WANT-TYPE          PIC X(1).
       01  WS-WANT-CODE          PIC X(1).
       01  WS-FOUND-ACCOUNT      PIC X(10).
       01  WS-FOUND-DESCRIPTION  PIC X(25).

       01  WS-HOLD-STORE         PIC 9(3).
       01  WS-HOLD-ACCOUNT       PIC X(10).
       01  WS-HOLD-DESCRIPTION   PIC X(25).

       01  WS-ACCOUNT-MAP-TABLE.
           05  WS-MAP-COUNT      PIC 999 VALUE ZEROS.
           05  WS-MAP-ENTRY OCCURS 100 TIMES.
               10  WS-MAP-TYPE         PIC X(1).
               10  WS-MAP-CODE         PIC X(1).
               10  WS-MAP-ACCOUNT      PIC X(10).
               10  WS-MAP-DESCRIPTION  PIC X(25).

       01  WS-MISSING-MAP-TABLE.
           05  WS-MISS-COUNT     PIC 99 VALUE ZEROS.
           05  WS-MISS-ENTRY OCCURS 50 TIMES.
               10  WS-MISS-TYPE        PIC X(1).
               10  WS-MISS-CODE        PIC X(1).
               10  WS-MISS-STORE       PIC 9(3).
               10  WS-MISS-OCCURS      PIC 9(7).

       01  WS-SWITCHES.
           05  WS-EXTRACT-EOF-SW   PIC X(1).
               88  EXTRACT-EOF         VALUE "Y".
               88  EXTRACT-NOT-EOF     VALUE "N".
           05  WS-MAP-EOF-SW       PIC X(1).
               88  MAP-EOF             VALUE "Y".
               88  MAP-NOT-EOF         VALUE "N".
           05  WS-WORK-EOF-SW      PIC X(1).
               88  WORK-EOF            VALUE "Y".
               88  WORK-NOT-EOF        VALUE "N".
           05  WS-SORT-EOF-SW      PIC X(1).
               88  SORT-END-OF-FILE    VALUE "Y".
               88  SORT-NOT-EOF        VALUE "N".
           05  WS-RUNLOG-EOF-SW    PIC X(1).
               88  RUNLOG-END-OF-FILE  VALUE "Y".
               88  RUNLOG-NOT-EOF      VALUE "N".
           05  WS-MAP-FOUND-SW     PIC X(1).
               88  MAP-FOUND           VALUE "Y".
               88  MAP-NOT-FOUND       VALUE "N".
           05  WS-CONTROL-FOUND-SW PIC X(1).
               88  CONTROL-FOUND       VALUE "Y".
               88  CONTROL-NOT-FOUND   VALUE "N".
           05  WS-BALANCE-ENDED-SW PIC X(1).
               88  BALANCE-RUN-ENDED     VALUE "Y".
               88  BALANCE-RUN-NOT-ENDED VALUE "N".
           05  WS-JOURNAL-SW       PIC X(1) VALUE "Y".
               88  JOURNAL-CLEAN       VALUE "Y".
               88  JOURNAL-HELD        VALUE "N".

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
              'DAILY SALES GL JOURNAL PROOF  '.
           05 FILLER           PIC X(12) VALUE SPACES.
           05 HDG-RUN-DATE     PIC X(10).

       01  EXCEPTION-HEADING-LINE.
           05 FILLER           PIC X(40) VALUE SPACES.
           05 FILLER           PIC X(30) VALUE
              'GL JOURNAL EXCEPTION REPORT   '.
           05 FILLER           PIC X(12) VALUE SPACES.
           05 EXC-RUN-DATE     PIC X(10).

       01  JOURNAL-DATE-LINE.
           05 FILLER           PIC X(14) VALUE 'JOURNAL DATE: '.
           05 JDL-DATE         PIC 9(8).

       01  STORE-HEADING-LINE.
           05 FILLER           PIC X(6)  VALUE 'STORE '.
           05 STO-HDG-NUMBER   PIC 9(3).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 STO-HDG-NAME     PIC X(25).

       01  HEADING-LINE1.
           05 FILLER           PIC X(13) VALUE 'ACCOUNT'.
           05 FILLER           PIC X(27) VALUE 'DESCRIPTION'.
           05 FILLER           PIC X(17) VALUE '           DEBIT'.
           05 FILLER           PIC X(17) VALUE '          CREDIT'.

       01  DETAIL-LINE.
           05 DET-ACCOUNT      PIC X(10).
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 DET-DESCRIPTION  PIC X(25).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-DEBIT        PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 DET-CREDIT       PIC $$$,$$$,$$9.99.

       01  PROOF-LINE.
           05 PRF-CAPTION      PIC X(40).
           05 PRF-DEBITS       PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 PRF-CREDITS      PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 PRF-STATUS       PIC X(14).

       01  MISSING-MAP-LINE.
           05 FILLER           PIC X(27) VALUE
              'NO GL MAPPING FOR TYPE '.
           05 MML-TYPE         PIC X(1).
           05 FILLER           PIC X(7)  VALUE ' CODE "'.
           05 MML-CODE         PIC X(1).
           05 FILLER           PIC X(9)  VALUE '" STORE '.
           05 MML-STORE        PIC 9(3).
           05 FILLER           PIC X(14) VALUE '  OCCURRENCES '.
           05 MML-OCCURS       PIC ZZZ,ZZ9.

       01  DUPLICATE-MAP-LINE.
           05 FILLER           PIC X(30) VALUE
              'DUPLICATE GL MAPPING FOR TYPE '.
           05 DML-TYPE         PIC X(1).
           05 FILLER           PIC X(7)  VALUE ' CODE "'.
           05 DML-CODE         PIC X(1).
           05 FILLER           PIC X(19) VALUE '" - FIRST ONE USED '.

       01  UNBALANCED-LINE.
           05 FILLER           PIC X(6)  VALUE 'STORE '.
           05 UBL-STORE        PIC 9(3).
           05 FILLER           PIC X(26) VALUE
              ' OUT OF BALANCE - DEBITS '.
           05 UBL-DEBITS       PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X(10) VALUE ' CREDITS '.
           05 UBL-CREDITS      PIC $$$,$$$,$$9.99.

       01  BAD-EXTRACT-LINE.
           05 FILLER           PIC X(32) VALUE
              'UNREADABLE EXTRACT LINE SKIPPED '.
           05 BXL-CUSTOMER-ID  PIC X(7).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 BXL-ITEM-CODE    PIC X(6).

       01  CONTROL-PROOF-LINE.
           05 CPL-CAPTION      PIC X(40).
           05 CPL-CONTROL      PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 CPL-JOURNAL      PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 CPL-STATUS       PIC X(14).

       01  CONTROL-MISMATCH-LINE.
           05 CML-CAPTION      PIC X(40).
           05 FILLER           PIC X(9)  VALUE ' CONTROL '.
           05 CML-CONTROL      PIC $$$,$$$,$$9.99-.
           05 FILLER           PIC X(9)  VALUE ' JOURNAL '.
           05 CML-JOURNAL      PIC $$$,$$$,$$9.99-.

       01  EXC-MESSAGE-LINE     PIC X(80).

       01  EXC-COUNT-LINE.
           05 FILLER           PIC X(20) VALUE 'EXCEPTIONS FOUND:   '.
           05 ECL-COUNT        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 1100-GET-RUN-DATE.
           PERFORM 1150-READ-DAILY-CONTROL.
           PERFORM 1300-WRITE-RUN-START.
           OPEN OUTPUT PETGLRPT.
           OPEN OUTPUT PETGLEXCEPT.
           OPEN INPUT PETSTOREMASTER.
           PERFORM 0110-WRITE-HEADING-LINES.
           IF CONTROL-NOT-FOUND
               MOVE "NO DAILY CONTROL RECORD - SALES RUN DID NOT END"
                  TO EXC-MESSAGE-LINE
               PERFORM 0800-WRITE-EXCEPTION-MESSAGE
           ELSE
               PERFORM 1200-CHECK-BALANCE-RUN-ENDED
               IF BALANCE-RUN-NOT-ENDED
                   MOVE "BALANCING RUN HAS NOT ENDED FOR JOURNAL DATE"
                      TO EXC-MESSAGE-LINE
                   PERFORM 0800-WRITE-EXCEPTION-MESSAGE
               ELSE
                   PERFORM 1400-LOAD-ACCOUNT-MAP
                   OPEN OUTPUT PETGLWORK
                   SORT SORTWORK
                       ON ASCENDING KEY SRT-STORE-NUMBER, SRT-ACCOUNT
                       INPUT PROCEDURE IS 0200-RELEASE-POSTINGS
                       OUTPUT PROCEDURE IS 0300-SUMMARIZE-BY-STORE
                   CLOSE PETGLWORK
                   PERFORM 0290-PRINT-JOURNAL-TOTALS
                   PERFORM 0600-PROVE-CONTROL-TOTALS
                   PERFORM 0280-PRINT-MISSING-MAPS
               END-IF
           END-IF.
           PERFORM 0700-RELEASE-JOURNAL.
           PERFORM 0900-STOP-RUN.
       0100-END.

       1100-GET-RUN-DATE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE WS-MONTH TO HDG-MONTH.
           MOVE WS-DAY   TO HDG-DAY.
           MOVE WS-YEAR  TO HDG-YEAR.
       1100-END.

       1150-READ-DAILY-CONTROL.
           SET CONTROL-NOT-FOUND TO TRUE.
           MOVE WS-DATE TO WS-JOURNAL-DATE.
           OPEN INPUT PETDAILYCONTROL.
           READ PETDAILYCONTROL
               AT END
                   CONTINUE
               NOT AT END
                   SET CONTROL-FOUND TO TRUE
                   MOVE CTL-RUN-DATE TO WS-JOURNAL-DATE
           END-READ.
           CLOSE PETDAILYCONTROL.
       1150-END.

       1200-CHECK-BALANCE-RUN-ENDED.
           SET BALANCE-RUN-NOT-ENDED TO TRUE.
           SET RUNLOG-NOT-EOF TO TRUE.
           OPEN INPUT PETRUNCONTROL.
           READ PETRUNCONTROL
               AT END SET RUNLOG-END-OF-FILE TO TRUE
           END-READ.
           PERFORM 1210-CHECK-ONE-RUN-ENTRY
              UNTIL RUNLOG-END-OF-FILE.
           CLOSE PETRUNCONTROL.
       1200-END.

       1210-CHECK-ONE-RUN-ENTRY.
           IF RUN-JOB-NAME = "PETBAL"
              AND RUN-END-ENTRY
              AND RUN-DATE = WS-JOURNAL-DATE
               SET BALANCE-RUN-ENDED TO TRUE
           END-IF.
           READ PETRUNCONTROL
               AT END SET RUNLOG-END-OF-FILE TO TRUE
           END-READ.
       1210-END.

       1400-LOAD-ACCOUNT-MAP.
           SET MAP-NOT-EOF TO TRUE.
           OPEN INPUT PETGLMAP.
           READ PETGLMAP
               AT END SET MAP-EOF TO TRUE
           END-READ.
           PERFORM 1410-LOAD-ONE-MAPPING
              UNTIL MAP-EOF.
           CLOSE PETGLMAP.
           IF WS-MAP-COUNT = ZERO
               MOVE "GL ACCOUNT MAPPING FILE IS EMPTY OR MISSING"
                  TO EXC-MESSAGE-LINE
               PERFORM 0800-WRITE-EXCEPTION-MESSAGE
           END-IF.
       1400-END.

       1410-LOAD-ONE-MAPPING.
           MOVE GLM-MAP-TYPE TO WS-WANT-TYPE.
           MOVE GLM-MAP-CODE TO WS-WANT-CODE.
           PERFORM 0220-FIND-ACCOUNT.
           IF MAP-FOUND
               MOVE GLM-MAP-TYPE TO DML-TYPE
               MOVE GLM-MAP-CODE TO DML-CODE
               WRITE EXCEPTION-LINE FROM DUPLICATE-MAP-LINE
                  AFTER ADVANCING 1 LINE
           ELSE
               IF WS-MAP-COUNT < 100
                   ADD 1 TO WS-MAP-COUNT
                   MOVE GLM-MAP-TYPE TO WS-MAP-TYPE(WS-MAP-COUNT)
                   MOVE GLM-MAP-CODE TO WS-MAP-CODE(WS-MAP-COUNT)
                   MOVE GLM-ACCOUNT TO WS-MAP-ACCOUNT(WS-MAP-COUNT)
                   MOVE GLM-DESCRIPTION
                      TO WS-MAP-DESCRIPTION(WS-MAP-COUNT)
               ELSE
                   MOVE "GL ACCOUNT MAPPING TABLE FULL AT 100 ENTRIES"
                      TO EXC-MESSAGE-LINE
                   PERFORM 0800-WRITE-EXCEPTION-MESSAGE
               END-IF
           END-IF.
           READ PETGLMAP
               AT END SET MAP-EOF TO TRUE
           END-READ.
       1410-END.

       0110-WRITE-HEADING-LINES.
           MOVE WS-HEADING-DATE TO HDG-RUN-DATE, EXC-RUN-DATE.
           MOVE WS-JOURNAL-DATE TO JDL-DATE.
           WRITE PRINT-LINE FROM HEADING-LINE AFTER
              ADVANCING PAGE.
           WRITE PRINT-LINE FROM JOURNAL-DATE-LINE
              AFTER ADVANCING 1 LINE.
           WRITE EXCEPTION-LINE FROM EXCEPTION-HEADING-LINE AFTER
              ADVANCING PAGE.
           WRITE EXCEPTION-LINE FROM JOURNAL-DATE-LINE
              AFTER ADVANCING 1 LINE.
       0110-END.

       0200-RELEASE-POSTINGS.
           SET EXTRACT-NOT-EOF TO TRUE.
           OPEN INPUT PETSALESEXTRACT.
           READ PETSALESEXTRACT
               AT END SET EXTRACT-EOF TO TRUE
           END-READ.
           PERFORM 0210-RELEASE-ONE-EXTRACT-LINE
              UNTIL EXTRACT-EOF.
           CLOSE PETSALESEXTRACT.
       0200-END.

       0210-RELEASE-ONE-EXTRACT-LINE.
           ADD 1 TO WS-EXTRACT-READ.
           IF EXT-TOTAL-DOLLARS NOT NUMERIC
              OR EXT-TOTAL-CENTS NOT NUMERIC
              OR EXT-TAX-DOLLARS NOT NUMERIC
              OR EXT-TAX-CENTS NOT NUMERIC
              OR EXT-STORE-NUMBER NOT NUMERIC
               ADD 1 TO WS-EXTRACT-BAD
               MOVE EXT-CUSTOMER-ID TO BXL-CUSTOMER-ID
               MOVE EXT-ITEM-CODE TO BXL-ITEM-CODE
               WRITE EXCEPTION-LINE FROM BAD-EXTRACT-LINE
                  AFTER ADVANCING 1 LINE
               ADD 1 TO WS-EXCEPTION-COUNT
               SET JOURNAL-HELD TO TRUE
           ELSE
               COMPUTE WS-LINE-AMOUNT =
                  EXT-TOTAL-DOLLARS + EXT-TOTAL-CENTS / 100
               COMPUTE WS-LINE-TAX =
                  EXT-TAX-DOLLARS + EXT-TAX-CENTS / 100
               COMPUTE WS-LINE-DUE = WS-LINE-AMOUNT + WS-LINE-TAX
               MOVE EXT-STORE-NUMBER TO WS-EXTRACT-STORE
               MOVE EXT-TENDER-TYPE TO WS-EXTRACT-TENDER
               IF WS-EXTRACT-TENDER = SPACE
                   MOVE "C" TO WS-EXTRACT-TENDER
               END-IF
               IF EXT-TRANSACTION-TYPE = "R"
                   PERFORM 0240-RELEASE-RETURN-POSTINGS
               ELSE
                   PERFORM 0230-RELEASE-SALE-POSTINGS
               END-IF
           END-IF.
           READ PETSALESEXTRACT
               AT END SET EXTRACT-EOF TO TRUE
           END-READ.
       0210-END.

       0220-FIND-ACCOUNT.
           SET MAP-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-MAP-IDX.
           PERFORM 0221-TEST-ONE-MAPPING
              UNTIL WS-MAP-IDX > WS-MAP-COUNT
                 OR MAP-FOUND.
       0220-END.

       0221-TEST-ONE-MAPPING.
           IF WS-MAP-TYPE(WS-MAP-IDX) = WS-WANT-TYPE
              AND WS-MAP-CODE(WS-MAP-IDX) = WS-WANT-CODE
               SET MAP-FOUND TO TRUE
               MOVE WS-MAP-ACCOUNT(WS-MAP-IDX) TO WS-FOUND-ACCOUNT
               MOVE WS-MAP-DESCRIPTION(WS-MAP-IDX)
                  TO WS-FOUND-DESCRIPTION
           ELSE
               ADD 1 TO WS-MAP-IDX
           END-IF.
       0221-END.

       0225-MAP-POSTING.
           PERFORM 0220-FIND-ACCOUNT.
           IF MAP-NOT-FOUND
               PERFORM 0226-RECORD-MISSING-MAP
               MOVE "*UNMAPPED*" TO WS-FOUND-ACCOUNT
               MOVE "NO GL MAPPING ON FILE" TO WS-FOUND-DESCRIPTION
           END-IF.
           MOVE WS-EXTRACT-STORE TO SRT-STORE-NUMBER.
           MOVE WS-FOUND-ACCOUNT TO SRT-ACCOUNT.
           MOVE WS-FOUND-DESCRIPTION TO SRT-DESCRIPTION.
       0225-END.

       0226-RECORD-MISSING-MAP.
           SET JOURNAL-HELD TO TRUE.
           MOVE 1 TO WS-MISS-IDX.
           PERFORM 0227-TEST-ONE-MISSING
              UNTIL WS-MISS-IDX > WS-MISS-COUNT.
           IF WS-MISS-IDX = WS-MISS-COUNT + 1
               IF WS-MISS-COUNT < 50
                   ADD 1 TO WS-MISS-COUNT
                   MOVE WS-WANT-TYPE TO WS-MISS-TYPE(WS-MISS-COUNT)
                   MOVE WS-WANT-CODE TO WS-MISS-CODE(WS-MISS-COUNT)
                   MOVE WS-EXTRACT-STORE
                      TO WS-MISS-STORE(WS-MISS-COUNT)
                   MOVE 1 TO WS-MISS-OCCURS(WS-MISS-COUNT)
               END-IF
           END-IF.
       0226-END.

       0227-TEST-ONE-MISSING.
           IF WS-MISS-TYPE(WS-MISS-IDX) = WS-WANT-TYPE
              AND WS-MISS-CODE(WS-MISS-IDX) = WS-WANT-CODE
              AND WS-MISS-STORE(WS-MISS-IDX) = WS-EXTRACT-STORE
               ADD 1 TO WS-MISS-OCCURS(WS-MISS-IDX)
               MOVE 99 TO WS-MISS-IDX
           ELSE
               ADD 1 TO WS-MISS-IDX
           END-IF.
       0227-END.

       0230-RELEASE-SALE-POSTINGS.
           MOVE "S" TO WS-WANT-TYPE.
           MOVE EXT-TAX-CATEGORY TO WS-WANT-CODE.
           PERFORM 0225-MAP-POSTING.
           MOVE ZERO TO SRT-DEBIT.
           MOVE WS-LINE-AMOUNT TO SRT-CREDIT.
           RELEASE SORT-POSTING-RECORD.
           ADD WS-LINE-AMOUNT TO WS-JRN-NET-SALES.
           IF WS-LINE-TAX > ZERO
               MOVE "X" TO WS-WANT-TYPE
               MOVE SPACE TO WS-WANT-CODE
               PERFORM 0225-MAP-POSTING
               MOVE ZERO TO SRT-DEBIT
               MOVE WS-LINE-TAX TO SRT-CREDIT
               RELEASE SORT-POSTING-RECORD
               ADD WS-LINE-TAX TO WS-JRN-NET-TAX
           END-IF.
           MOVE "T" TO WS-WANT-TYPE.
           MOVE WS-EXTRACT-TENDER TO WS-WANT-CODE.
           PERFORM 0225-MAP-POSTING.
           MOVE WS-LINE-DUE TO SRT-DEBIT.
           MOVE ZERO TO SRT-CREDIT.
           RELEASE SORT-POSTING-RECORD.
       0230-END.

       0240-RELEASE-RETURN-POSTINGS.
           MOVE "R" TO WS-WANT-TYPE.
           MOVE EXT-TAX-CATEGORY TO WS-WANT-CODE.
           PERFORM 0225-MAP-POSTING.
           MOVE WS-LINE-AMOUNT TO SRT-DEBIT.
           MOVE ZERO TO SRT-CREDIT.
           RELEASE SORT-POSTING-RECORD.
           SUBTRACT WS-LINE-AMOUNT FROM WS-JRN-NET-SALES.
           ADD WS-LINE-AMOUNT TO WS-JRN-RETURNS.
           IF WS-LINE-TAX > ZERO
               MOVE "X" TO WS-WANT-TYPE
               MOVE SPACE TO WS-WANT-CODE
               PERFORM 0225-MAP-POSTING
               MOVE WS-LINE-TAX TO SRT-DEBIT
               MOVE ZERO TO SRT-CREDIT
               RELEASE SORT-POSTING-RECORD
               SUBTRACT WS-LINE-TAX FROM WS-JRN-NET-TAX
           END-IF.
           MOVE "T" TO WS-WANT-TYPE.
           MOVE WS-EXTRACT-TENDER TO WS-WANT-CODE.
           PERFORM 0225-MAP-POSTING.
           MOVE ZERO TO SRT-DEBIT.
           MOVE WS-LINE-DUE TO SRT-CREDIT.
           RELEASE SORT-POSTING-RECORD.
       0240-END.

       0300-SUMMARIZE-BY-STORE.
           SET SORT-NOT-EOF TO TRUE.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           IF SORT-NOT-EOF
               PERFORM 0330-START-STORE-GROUP
               PERFORM 0340-START-ACCOUNT-GROUP
               PERFORM 0310-ACCUMULATE-ONE-POSTING
                  UNTIL SORT-END-OF-FILE
               PERFORM 0400-WRITE-ACCOUNT-ENTRY
               PERFORM 0420-PROVE-STORE
           END-IF.
       0300-END.

       0310-ACCUMULATE-ONE-POSTING.
           ADD SRT-DEBIT TO WS-ACCT-DEBITS.
           ADD SRT-CREDIT TO WS-ACCT-CREDITS.
           RETURN SORTWORK
               AT END SET SORT-END-OF-FILE TO TRUE
           END-RETURN.
           IF SORT-NOT-EOF
               EVALUATE TRUE
                   WHEN SRT-STORE-NUMBER NOT = WS-HOLD-STORE
                       PERFORM 0400-WRITE-ACCOUNT-ENTRY
                       PERFORM 0420-PROVE-STORE
                       PERFORM 0330-START-STORE-GROUP
                       PERFORM 0340-START-ACCOUNT-GROUP
                   WHEN SRT-ACCOUNT NOT = WS-HOLD-ACCOUNT
                       PERFORM 0400-WRITE-ACCOUNT-ENTRY
                       PERFORM 0340-START-ACCOUNT-GROUP
               END-EVALUATE
           END-IF.
       0310-END.

       0330-START-STORE-GROUP.
           MOVE SRT-STORE-NUMBER TO WS-HOLD-STORE.
           MOVE ZEROS TO WS-STORE-DEBITS, WS-STORE-CREDITS.
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

       0340-START-ACCOUNT-GROUP.
           MOVE SRT-ACCOUNT TO WS-HOLD-ACCOUNT.
           MOVE SRT-DESCRIPTION TO WS-HOLD-DESCRIPTION.
           MOVE ZEROS TO WS-ACCT-DEBITS, WS-ACCT-CREDITS.
       0340-END.

       0400-WRITE-ACCOUNT-ENTRY.
           COMPUTE WS-ACCOUNT-NET = WS-ACCT-DEBITS - WS-ACCT-CREDITS.
           MOVE WS-JOURNAL-DATE TO GLJ-JOURNAL-DATE.
           MOVE WS-HOLD-STORE TO GLJ-STORE-NUMBER.
           MOVE WS-HOLD-ACCOUNT TO GLJ-ACCOUNT.
           MOVE WS-HOLD-DESCRIPTION TO GLJ-DESCRIPTION.
           MOVE "PETSALES" TO GLJ-SOURCE.
           MOVE ZEROS TO GLJ-DEBIT-AMOUNT, GLJ-CREDIT-AMOUNT.
           IF WS-ACCOUNT-NET < ZERO
               COMPUTE GLJ-CREDIT-AMOUNT = 0 - WS-ACCOUNT-NET
           ELSE
               MOVE WS-ACCOUNT-NET TO GLJ-DEBIT-AMOUNT
           END-IF.
           ADD GLJ-DEBIT-AMOUNT TO WS-STORE-DEBITS.
           ADD GLJ-CREDIT-AMOUNT TO WS-STORE-CREDITS.
           IF WS-ACCOUNT-NET NOT = ZERO
               WRITE GL-WORK-RECORD FROM GL-JOURNAL-RECORD
               ADD 1 TO WS-ENTRIES-WRITTEN
               MOVE GLJ-ACCOUNT TO DET-ACCOUNT
               MOVE GLJ-DESCRIPTION TO DET-DESCRIPTION
               MOVE GLJ-DEBIT-AMOUNT TO DET-DEBIT
               MOVE GLJ-CREDIT-AMOUNT TO DET-CREDIT
               WRITE PRINT-LINE FROM DETAIL-LINE
                  AFTER ADVANCING 1 LINE
           END-IF.
       0400-END.

       0420-PROVE-STORE.
           MOVE SPACES TO PRF-CAPTION.
           STRING "  PROOF FOR STORE " DELIMITED BY SIZE
                  WS-HOLD-STORE        DELIMITED BY SIZE
               INTO PRF-CAPTION
           END-STRING.
           MOVE WS-STORE-DEBITS TO PRF-DEBITS.
           MOVE WS-STORE-CREDITS TO PRF-CREDITS.
           ADD WS-STORE-DEBITS TO WS-TOTAL-DEBITS.
           ADD WS-STORE-CREDITS TO WS-TOTAL-CREDITS.
           IF WS-STORE-DEBITS = WS-STORE-CREDITS
               MOVE "IN BALANCE" TO PRF-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO PRF-STATUS
               SET JOURNAL-HELD TO TRUE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-HOLD-STORE TO UBL-STORE
               MOVE WS-STORE-DEBITS TO UBL-DEBITS
               MOVE WS-STORE-CREDITS TO UBL-CREDITS
               WRITE EXCEPTION-LINE FROM UNBALANCED-LINE
                  AFTER ADVANCING 1 LINE
           END-IF.
           WRITE PRINT-LINE FROM PROOF-LINE
              AFTER ADVANCING 1 LINE.
       0420-END.

       0290-PRINT-JOURNAL-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "ALL STORES" TO PRF-CAPTION.
           MOVE WS-TOTAL-DEBITS TO PRF-DEBITS.
           MOVE WS-TOTAL-CREDITS TO PRF-CREDITS.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE "IN BALANCE" TO PRF-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO PRF-STATUS
           END-IF.
           WRITE PRINT-LINE FROM PROOF-LINE
              AFTER ADVANCING 1 LINE.
       0290-END.

       0280-PRINT-MISSING-MAPS.
           PERFORM 0285-PRINT-ONE-MISSING-MAP
              VARYING WS-MISS-IDX FROM 1 BY 1
              UNTIL WS-MISS-IDX > WS-MISS-COUNT.
       0280-END.

       0285-PRINT-ONE-MISSING-MAP.
           MOVE WS-MISS-TYPE(WS-MISS-IDX) TO MML-TYPE.
           MOVE WS-MISS-CODE(WS-MISS-IDX) TO MML-CODE.
           MOVE WS-MISS-STORE(WS-MISS-IDX) TO MML-STORE.
           MOVE WS-MISS-OCCURS(WS-MISS-IDX) TO MML-OCCURS.
           WRITE EXCEPTION-LINE FROM MISSING-MAP-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
       0285-END.

       0600-PROVE-CONTROL-TOTALS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE "NET SALES: DAILY CONTROL VS JOURNAL" TO CPL-CAPTION.
           MOVE CTL-TOTAL-SALE TO WS-PROOF-CONTROL.
           MOVE WS-JRN-NET-SALES TO WS-PROOF-JOURNAL.
           PERFORM 0610-JUDGE-CONTROL-LINE.
           MOVE "RETURNS: DAILY CONTROL VS JOURNAL" TO CPL-CAPTION.
           MOVE CTL-TOTAL-RETURNS TO WS-PROOF-CONTROL.
           MOVE WS-JRN-RETURNS TO WS-PROOF-JOURNAL.
           PERFORM 0610-JUDGE-CONTROL-LINE.
           MOVE "TAX PAYABLE: DAILY CONTROL VS JOURNAL" TO CPL-CAPTION.
           MOVE CTL-TOTAL-TAX TO WS-PROOF-CONTROL.
           MOVE WS-JRN-NET-TAX TO WS-PROOF-JOURNAL.
           PERFORM 0610-JUDGE-CONTROL-LINE.
       0600-END.

       0610-JUDGE-CONTROL-LINE.
           MOVE WS-PROOF-CONTROL TO CPL-CONTROL.
           MOVE WS-PROOF-JOURNAL TO CPL-JOURNAL.
           IF WS-PROOF-CONTROL = WS-PROOF-JOURNAL
               MOVE "IN BALANCE" TO CPL-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO CPL-STATUS
               SET JOURNAL-HELD TO TRUE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE CPL-CAPTION TO CML-CAPTION
               MOVE WS-PROOF-CONTROL TO CML-CONTROL
               MOVE WS-PROOF-JOURNAL TO CML-JOURNAL
               WRITE EXCEPTION-LINE FROM CONTROL-MISMATCH-LINE
                  AFTER ADVANCING 1 LINE
           END-IF.
           WRITE PRINT-LINE FROM CONTROL-PROOF-LINE
              AFTER ADVANCING 1 LINE.
       0610-END.

       0700-RELEASE-JOURNAL.
           MOVE SPACES TO EXCEPTION-LINE.
           WRITE EXCEPTION-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-EXCEPTION-COUNT TO ECL-COUNT.
           WRITE EXCEPTION-LINE FROM EXC-COUNT-LINE
              AFTER ADVANCING 1 LINE.
           OPEN OUTPUT PETGLJOURNAL.
           IF JOURNAL-CLEAN
               SET WORK-NOT-EOF TO TRUE
               OPEN INPUT PETGLWORK
               READ PETGLWORK
                   AT END SET WORK-EOF TO TRUE
               END-READ
               PERFORM 0710-COPY-ONE-ENTRY
                  UNTIL WORK-EOF
               CLOSE PETGLWORK
               MOVE "NO EXCEPTIONS - GL JOURNAL RELEASED"
                  TO EXCEPTION-LINE
           ELSE
               MOVE "GL JOURNAL HELD - NO ENTRIES RELEASED"
                  TO EXCEPTION-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE EXCEPTION-LINE AFTER ADVANCING 1 LINE.
           CLOSE PETGLJOURNAL.
       0700-END.

       0710-COPY-ONE-ENTRY.
           WRITE GL-JOURNAL-RECORD FROM GL-WORK-RECORD.
           READ PETGLWORK
               AT END SET WORK-EOF TO TRUE
           END-READ.
       0710-END.

       0800-WRITE-EXCEPTION-MESSAGE.
           WRITE EXCEPTION-LINE FROM EXC-MESSAGE-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           SET JOURNAL-HELD TO TRUE.
       0800-END.

       1300-WRITE-RUN-START.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETGLJRN" TO RUN-JOB-NAME.
           MOVE WS-JOURNAL-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-START-ENTRY TO TRUE.
           MOVE ZEROS TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       1300-END.

       9100-WRITE-RUN-END.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETGLJRN" TO RUN-JOB-NAME.
           MOVE WS-JOURNAL-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-END-ENTRY TO TRUE.
           MOVE WS-EXTRACT-READ TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       9100-END.

       0900-STOP-RUN.
           PERFORM 9100-WRITE-RUN-END.
           CLOSE PETGLRPT, PETGLEXCEPT, PETSTOREMASTER.
           STOP RUN.

          END PROGRAM PETGLJOURNAL.
