      * RECORD LAYOUT FOR PETGLMAP.DAT (GENERAL-LEDGER ACCOUNT
      * MAPPING). ONE LINE PER POSTING RULE, MAINTAINED BY
      * ACCOUNTING. GLM-MAP-TYPE SAYS WHAT GLM-MAP-CODE MEANS:
      *   T  TENDER TYPE (C CASH, D CARD, K CHECK, S STORE CREDIT)
      *   S  SALES REVENUE FOR AN INV-TAX-CATEGORY
      *   R  SALES RETURNS FOR AN INV-TAX-CATEGORY
      *   X  SALES TAX PAYABLE (GLM-MAP-CODE LEFT BLANK)
      * THE GL JOURNAL RUN HOLDS THE WHOLE JOURNAL WHEN A POSTING
      * HAS NO MATCHING RULE.
       01  GL-MAP-RECORD.
           02  GLM-MAP-TYPE            PIC X(1).
               88  GLM-TENDER-MAP          VALUE "T".
               88  GLM-SALES-MAP           VALUE "S".
               88  GLM-RETURNS-MAP         VALUE "R".
               88  GLM-TAX-PAYABLE-MAP     VALUE "X".
           02  GLM-MAP-CODE            PIC X(1).
           02  GLM-ACCOUNT             PIC X(10).
           02  GLM-DESCRIPTION         PIC X(25).
