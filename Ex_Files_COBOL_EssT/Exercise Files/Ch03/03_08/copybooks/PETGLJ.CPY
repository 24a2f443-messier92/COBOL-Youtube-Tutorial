      * RECORD LAYOUT FOR PETGLJOURNAL.DAT (DAILY SALES GL
      * JOURNAL). ONE SUMMARIZED ENTRY PER STORE PER GL ACCOUNT,
      * EITHER A DEBIT OR A CREDIT. THE FILE IS ONLY RELEASED WHEN
      * EVERY STORE'S DEBITS EQUAL ITS CREDITS.
       01  GL-JOURNAL-RECORD.
           02  GLJ-JOURNAL-DATE        PIC 9(8).
           02  GLJ-STORE-NUMBER        PIC 9(3).
           02  GLJ-ACCOUNT             PIC X(10).
           02  GLJ-DEBIT-AMOUNT        PIC 9(9)V99.
           02  GLJ-CREDIT-AMOUNT       PIC 9(9)V99.
           02  GLJ-DESCRIPTION         PIC X(25).
           02  GLJ-SOURCE              PIC X(8).
