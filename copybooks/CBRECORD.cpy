      ***************************************************************
      * CBRECORD - CLAWBACK BALANCE RECORD LAYOUT
      *  - THE CLAWBAL FILE HOLDS, PER SALESPERSON, THE COMMISSION
      *  - CLAWBACK STILL TO BE RECOVERED BECAUSE THE MONTH'S PAY
      *  - WAS NOT ENOUGH TO COVER IT.  COMMCALC READS IT AND
      *  - REWRITES IT EVERY RUN.  CB-PERIOD IS THE PAY PERIOD OF
      *  - THE RUN THAT LAST WROTE THE RECORD AND CB-PRIOR-BALANCE
      *  - THE BALANCE THAT RUN STARTED FROM, SO A RERUN OF THE
      *  - SAME PERIOD STARTS FROM THE SAME FIGURE INSTEAD OF
      *  - CHARGING THE MONTH TWICE.
      ***************************************************************
       01  CLAWBACK-BALANCE-REC.
           05  CB-DIST-NO           PIC 9(4).
           05  CB-BRANCH-NO         PIC 9(2).
           05  CB-SALES-NO          PIC 9(2).
           05  CB-PERIOD            PIC 9(6).
           05  CB-PRIOR-BALANCE     PIC 9(7)V99.
           05  CB-BALANCE           PIC 9(7)V99.
