      ***************************************************************
      * GARECORD - GL COMMISSION ACCRUAL RECORD LAYOUT
      *  - THE GLACCR FILE IS READ AND REWRITTEN BY GLACCRL EVERY
      *  - RUN.  AN "A" RECORD IS ONE PAYRINTF PAYMENT, FINAL PAY
      *  - OR CLAWBACK THAT HAS BEEN ACCRUED TO THE GENERAL LEDGER
      *  - AND NOT YET CONFIRMED PAID BY THE PAYROLL BUREAU: EITHER
      *  - STILL AWAITING ITS ACKNOWLEDGMENT OR REJECTED.  THE
      *  - RECORD IS DROPPED WHEN THE BUREAU ACCEPTS IT AND THE
      *  - ACCRUAL IS REVERSED.  A "B" RECORD IS KEPT FOR EVERY
      *  - PAYRINTF FILE ALREADY ACCRUED, IDENTIFIED BY ITS PERIOD
      *  - AND TRAILER, SO THE SAME FILE IS NEVER BOOKED TWICE.
      ***************************************************************
       01  GL-ACCRUAL-REC.
           05  GA-REC-TYPE          PIC X(1).
               88  GA-OPEN-ITEM         VALUE "A".
               88  GA-BATCH             VALUE "B".
           05  GA-DIST-NO           PIC 9(4).
           05  GA-BRANCH-NO         PIC 9(2).
           05  GA-SALES-NO          PIC 9(2).
           05  GA-PERIOD            PIC 9(6).
           05  GA-PAY-TYPE          PIC X(1).
           05  GA-AMOUNT            PIC 9(7)V99.
           05  GA-ACCRUE-DATE       PIC 9(8).
           05  GA-STATUS            PIC X(1).
               88  GA-AWAITING-ACK      VALUE "O".
               88  GA-REJECTED          VALUE "R".
           05  GA-REASON-CODE       PIC X(3).
           05                       PIC X(3).
       01  GL-ACCRUAL-BATCH-REC REDEFINES GL-ACCRUAL-REC.
           05  GB-REC-TYPE          PIC X(1).
           05  GB-PERIOD            PIC 9(6).
           05  GB-DETAIL-COUNT      PIC 9(7).
           05  GB-TOTAL-COMM        PIC 9(9)V99.
           05  GB-ACCRUE-DATE       PIC 9(8).
           05                       PIC X(7).
