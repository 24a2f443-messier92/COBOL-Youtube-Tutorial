       IDENTIFICATION DIVISION.
       PROGRAM-ID. PETVENDMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PETVENDMAINTTRANS ASSIGN TO "PETVENDMAINTTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PETVENDOR ASSIGN TO "PETVENDOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VND-VENDOR-ID
           FILE STATUS IS WS-VEND-FILE-STATUS.
       SELECT PETVENDMAINTRPT ASSIGN TO "PETVENDMAINTRPT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PETRUNCONTROL ASSIGN TO "PETRUNCONTROL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PETVENDMAINTTRANS.
       01  VEND-MAINT-TRANSACTION.
           88  ENDOFVENDMAINTFILE      VALUE HIGH-VALUES.
           02  VMT-ACTION-CODE         PIC X(1).
               88  VMT-ADD                 VALUE "A".
               88  VMT-CHANGE              VALUE "C".
               88  VMT-DELETE              VALUE "D".
           02  VMT-VENDOR-ID           PIC X(6).
           02  VMT-VENDOR-NAME         PIC X(25).
           02  VMT-ADDRESS             PIC X(25).
           02  VMT-CITY                PIC X(15).
           02  VMT-STATE               PIC X(2).
           02  VMT-ZIP                 PIC X(9).
           02  VMT-LEAD-TIME-DAYS      PIC 9(3).
           02  VMT-TERMS               PIC X(10).
           02  VMT-SUBMITTED-BY        PIC X(8).
       FD PETVENDOR.
           COPY "PETVEND.CPY".
       FD PETVENDMAINTRPT.
           01 REGISTER-LINE      PIC X(132).
       FD PETRUNCONTROL.
           COPY "PETRUN.CPY".

       WORKING-STORAGE SECTION.

       01  WS-FIELDS.
           05  WS-TRANS-READ     PIC 9(5) VALUE ZEROS.
           05  WS-TRANS-APPLIED  PIC 9(5) VALUE ZEROS.
           05  WS-TRANS-REJECTED PIC 9(5) VALUE ZEROS.

       01  WS-SWITCHES.
           05  WS-VEND-FOUND-SW    PIC X(1).
               88  VEND-FOUND          VALUE "Y".
               88  VEND-NOT-FOUND      VALUE "N".
           05  WS-VALID-TRANS-SW   PIC X(1).
               88  VALID-TRANS         VALUE "Y".
               88  INVALID-TRANS       VALUE "N".

       01  WS-VEND-FILE-STATUS  PIC XX.

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
              'VENDOR MAINTENANCE REGISTER   '.
           05 FILLER           PIC X(12) VALUE SPACES.
           05 HDG-RUN-DATE     PIC X(10).

       01  REGISTER-DETAIL-LINE.
           05 REG-ACTION       PIC X(1).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 REG-VENDOR-ID    PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 REG-TAG          PIC X(8).
           05 REG-VENDOR-NAME  PIC X(25).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 REG-CITY         PIC X(15).
           05 FILLER           PIC X(1)  VALUE SPACES.
           05 REG-STATE        PIC X(2).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 REG-LEAD-TIME    PIC ZZ9.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 REG-TERMS        PIC X(10).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 REG-MESSAGE      PIC X(40).

       01  REGISTER-TOTAL-LINE.
           05 FILLER           PIC X(22) VALUE
              'TRANSACTIONS READ:    '.
           05 REG-TOT-READ     PIC ZZ,ZZ9.
           05 FILLER           PIC X(12) VALUE '    APPLIED:'.
           05 REG-TOT-APPLIED  PIC ZZ,ZZ9.
           05 FILLER           PIC X(13) VALUE '    REJECTED:'.
           05 REG-TOT-REJECTED PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0100-START.
           PERFORM 1100-GET-RUN-DATE.
           PERFORM 1300-WRITE-RUN-START.
           OPEN INPUT PETVENDMAINTTRANS.
           PERFORM 1150-OPEN-VENDOR-MASTER.
           OPEN OUTPUT PETVENDMAINTRPT.
           PERFORM 0110-WRITE-HEADING-LINES.
           READ PETVENDMAINTTRANS
               AT END SET ENDOFVENDMAINTFILE TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-TRANSACTION UNTIL ENDOFVENDMAINTFILE.
           PERFORM 0290-PRINT-TOTALS.
           PERFORM 0900-STOP-RUN.
       0100-END.

       1100-GET-RUN-DATE.
           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE WS-MONTH TO HDG-MONTH.
           MOVE WS-DAY   TO HDG-DAY.
           MOVE WS-YEAR  TO HDG-YEAR.
       1100-END.

       1150-OPEN-VENDOR-MASTER.
           OPEN I-O PETVENDOR.
           IF WS-VEND-FILE-STATUS = "35"
               OPEN OUTPUT PETVENDOR
               CLOSE PETVENDOR
               OPEN I-O PETVENDOR
           END-IF.
       1150-END.

       0110-WRITE-HEADING-LINES.
           MOVE WS-HEADING-DATE TO HDG-RUN-DATE.
           WRITE REGISTER-LINE FROM HEADING-LINE AFTER
              ADVANCING PAGE.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE AFTER ADVANCING 1 LINE.
       0110-END.

       0200-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-READ.
           PERFORM 0210-LOOKUP-VENDOR.
           PERFORM 0220-VALIDATE-TRANSACTION.
           IF VALID-TRANS
               PERFORM 0230-PRINT-BEFORE-IMAGE
               PERFORM 0300-APPLY-TRANSACTION
               PERFORM 0240-PRINT-AFTER-IMAGE
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               PERFORM 0250-PRINT-REJECT-LINE
               ADD 1 TO WS-TRANS-REJECTED
           END-IF.
           READ PETVENDMAINTTRANS
               AT END SET ENDOFVENDMAINTFILE TO TRUE
           END-READ.
       0200-END.

       0210-LOOKUP-VENDOR.
           MOVE VMT-VENDOR-ID TO VND-VENDOR-ID.
           SET VEND-FOUND TO TRUE.
           READ PETVENDOR
               INVALID KEY
                   SET VEND-NOT-FOUND TO TRUE
           END-READ.
       0210-END.

       0220-VALIDATE-TRANSACTION.
           SET VALID-TRANS TO TRUE.
           EVALUATE TRUE
               WHEN VMT-VENDOR-ID = SPACES
                   SET INVALID-TRANS TO TRUE
                   MOVE "MISSING VENDOR ID" TO WS-REJECT-REASON
               WHEN VMT-ADD
                   PERFORM 0221-VALIDATE-ADD
               WHEN VMT-CHANGE
                   PERFORM 0222-VALIDATE-CHANGE
               WHEN VMT-DELETE
                   PERFORM 0223-VALIDATE-DELETE
               WHEN OTHER
                   SET INVALID-TRANS TO TRUE
                   MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
           END-EVALUATE.
       0220-END.

       0221-VALIDATE-ADD.
           IF VEND-FOUND
               SET INVALID-TRANS TO TRUE
               MOVE "DUPLICATE ADD - VENDOR EXISTS"
                  TO WS-REJECT-REASON
           ELSE
               IF VMT-VENDOR-NAME = SPACES
                   SET INVALID-TRANS TO TRUE
                   MOVE "ADD MISSING VENDOR NAME" TO WS-REJECT-REASON
               ELSE
                   IF VMT-LEAD-TIME-DAYS NOT NUMERIC
                       SET INVALID-TRANS TO TRUE
                       MOVE "ADD MISSING LEAD TIME DAYS"
                          TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       0221-END.

       0222-VALIDATE-CHANGE.
           IF VEND-NOT-FOUND
               SET INVALID-TRANS TO TRUE
               MOVE "CHANGE TO MISSING VENDOR" TO WS-REJECT-REASON
           END-IF.
       0222-END.

       0223-VALIDATE-DELETE.
           IF VEND-NOT-FOUND
               SET INVALID-TRANS TO TRUE
               MOVE "DELETE OF MISSING VENDOR" TO WS-REJECT-REASON
           END-IF.
       0223-END.

       0230-PRINT-BEFORE-IMAGE.
           MOVE SPACES TO REGISTER-DETAIL-LINE.
           MOVE VMT-ACTION-CODE TO REG-ACTION.
           MOVE VMT-VENDOR-ID TO REG-VENDOR-ID.
           MOVE "BEFORE: " TO REG-TAG.
           IF VEND-FOUND
               MOVE VND-VENDOR-NAME TO REG-VENDOR-NAME
               MOVE VND-CITY TO REG-CITY
               MOVE VND-STATE TO REG-STATE
               MOVE VND-LEAD-TIME-DAYS TO REG-LEAD-TIME
               MOVE VND-TERMS TO REG-TERMS
           ELSE
               MOVE "(NEW VENDOR)" TO REG-VENDOR-NAME
               MOVE ZERO TO REG-LEAD-TIME
           END-IF.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0230-END.

       0240-PRINT-AFTER-IMAGE.
           MOVE SPACES TO REGISTER-DETAIL-LINE.
           MOVE VMT-ACTION-CODE TO REG-ACTION.
           MOVE VMT-VENDOR-ID TO REG-VENDOR-ID.
           MOVE "AFTER:  " TO REG-TAG.
           IF VMT-DELETE
               MOVE "(DELETED)" TO REG-VENDOR-NAME
               MOVE ZERO TO REG-LEAD-TIME
           ELSE
               MOVE VND-VENDOR-NAME TO REG-VENDOR-NAME
               MOVE VND-CITY TO REG-CITY
               MOVE VND-STATE TO REG-STATE
               MOVE VND-LEAD-TIME-DAYS TO REG-LEAD-TIME
               MOVE VND-TERMS TO REG-TERMS
           END-IF.
           MOVE "APPLIED" TO REG-MESSAGE.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0240-END.

       0250-PRINT-REJECT-LINE.
           MOVE SPACES TO REGISTER-DETAIL-LINE.
           MOVE VMT-ACTION-CODE TO REG-ACTION.
           MOVE VMT-VENDOR-ID TO REG-VENDOR-ID.
           MOVE "REJECT: " TO REG-TAG.
           MOVE VMT-VENDOR-NAME TO REG-VENDOR-NAME.
           MOVE ZERO TO REG-LEAD-TIME.
           MOVE WS-REJECT-REASON TO REG-MESSAGE.
           WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
       0250-END.

       0300-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN VMT-ADD
                   PERFORM 0310-APPLY-ADD
               WHEN VMT-CHANGE
                   PERFORM 0320-APPLY-CHANGE
               WHEN VMT-DELETE
                   PERFORM 0330-APPLY-DELETE
           END-EVALUATE.
       0300-END.

       0310-APPLY-ADD.
           MOVE VMT-VENDOR-ID TO VND-VENDOR-ID.
           MOVE VMT-VENDOR-NAME TO VND-VENDOR-NAME.
           MOVE VMT-ADDRESS TO VND-ADDRESS.
           MOVE VMT-CITY TO VND-CITY.
           MOVE VMT-STATE TO VND-STATE.
           MOVE VMT-ZIP TO VND-ZIP.
           MOVE VMT-LEAD-TIME-DAYS TO VND-LEAD-TIME-DAYS.
           MOVE VMT-TERMS TO VND-TERMS.
           WRITE VENDOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING VENDOR " VMT-VENDOR-ID
           END-WRITE.
       0310-END.

       0320-APPLY-CHANGE.
           IF VMT-VENDOR-NAME NOT = SPACES
               MOVE VMT-VENDOR-NAME TO VND-VENDOR-NAME
           END-IF.
           IF VMT-ADDRESS NOT = SPACES
               MOVE VMT-ADDRESS TO VND-ADDRESS
           END-IF.
           IF VMT-CITY NOT = SPACES
               MOVE VMT-CITY TO VND-CITY
           END-IF.
           IF VMT-STATE NOT = SPACES
               MOVE VMT-STATE TO VND-STATE
           END-IF.
           IF VMT-ZIP NOT = SPACES
               MOVE VMT-ZIP TO VND-ZIP
           END-IF.
           IF VMT-LEAD-TIME-DAYS NUMERIC
              AND VMT-LEAD-TIME-DAYS > ZERO
               MOVE VMT-LEAD-TIME-DAYS TO VND-LEAD-TIME-DAYS
           END-IF.
           IF VMT-TERMS NOT = SPACES
               MOVE VMT-TERMS TO VND-TERMS
           END-IF.
           REWRITE VENDOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING VENDOR " VMT-VENDOR-ID
           END-REWRITE.
       0320-END.

       0330-APPLY-DELETE.
           DELETE PETVENDOR
               INVALID KEY
                   DISPLAY "ERROR DELETING VENDOR " VMT-VENDOR-ID
           END-DELETE.
       0330-END.

       0290-PRINT-TOTALS.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-TRANS-READ TO REG-TOT-READ.
           MOVE WS-TRANS-APPLIED TO REG-TOT-APPLIED.
           MOVE WS-TRANS-REJECTED TO REG-TOT-REJECTED.
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
       0290-END.

       1300-WRITE-RUN-START.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETVENDM" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-START-ENTRY TO TRUE.
           MOVE ZEROS TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       1300-END.

       9100-WRITE-RUN-END.
           OPEN EXTEND PETRUNCONTROL.
           MOVE "PETVENDM" TO RUN-JOB-NAME.
           MOVE WS-DATE TO RUN-DATE.
           ACCEPT RUN-TIME FROM TIME.
           SET RUN-END-ENTRY TO TRUE.
           MOVE WS-TRANS-READ TO RUN-RECORD-COUNT.
           WRITE RUN-CONTROL-RECORD.
           CLOSE PETRUNCONTROL.
       9100-END.

       0900-STOP-RUN.
           PERFORM 9100-WRITE-RUN-END.
           CLOSE PETVENDMAINTTRANS, PETVENDOR, PETVENDMAINTRPT.
           STOP RUN.

          END PROGRAM PETVENDMAINT.
