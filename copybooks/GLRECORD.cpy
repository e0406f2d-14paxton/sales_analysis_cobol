      ***************************************************************
      * GLRECORD - GENERAL LEDGER JOURNAL INTERFACE RECORD LAYOUT
      *  - WRITTEN BY GLACCRL FOR THE GENERAL LEDGER.  ONE "D"
      *  - RECORD PER ACCOUNT, SIDE AND DISTRICT COST CENTER, THEN
      *  - A "T" TRAILER WITH THE RECORD COUNT AND THE DEBIT AND
      *  - CREDIT TOTALS, WHICH ARE ALWAYS EQUAL - THE FILE IS NOT
      *  - WRITTEN AT ALL WHEN THE JOURNAL DOES NOT BALANCE.
      *  - GL-ENTRY-TYPE: AC = COMMISSION ACCRUAL, CB = CLAWBACK
      *  - ACCRUAL, RV = ACCRUAL REVERSED ON PAYMENT, RC = CLAWBACK
      *  - ACCRUAL REVERSED ON RECOVERY, VA = DIFFERENCE BETWEEN
      *  - WHAT WAS ACCRUED AND WHAT THE BUREAU PAID.
      ***************************************************************
       01  GL-JOURNAL-REC.
           05  GL-REC-TYPE          PIC X(1).
               88  GL-DETAIL            VALUE "D".
               88  GL-TRAILER           VALUE "T".
           05  GL-JOURNAL-DATE      PIC 9(8).
           05  GL-PERIOD            PIC 9(6).
           05  GL-COST-CENTER       PIC 9(4).
           05  GL-ACCOUNT           PIC X(6).
           05  GL-DR-CR             PIC X(1).
               88  GL-DEBIT             VALUE "D".
               88  GL-CREDIT            VALUE "C".
           05  GL-AMOUNT            PIC 9(9)V99.
           05  GL-ENTRY-TYPE        PIC X(2).
           05  GL-DESCRIPTION       PIC X(30).
           05                       PIC X(11).
       01  GL-JOURNAL-TRAILER-REC REDEFINES GL-JOURNAL-REC.
           05  GT-REC-TYPE          PIC X(1).
           05  GT-JOURNAL-DATE      PIC 9(8).
           05  GT-RECORD-COUNT      PIC 9(7).
           05  GT-TOTAL-DEBITS      PIC 9(11)V99.
           05  GT-TOTAL-CREDITS     PIC 9(11)V99.
           05                       PIC X(38).
