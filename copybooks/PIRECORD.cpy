      *  - BOTH PROGRAMS AGREE ON THE PAYRINTF FILE LAYOUT SENT TO
      *  - THE PAYROLL BUREAU.  ONE "D" DETAIL PER SALESPERSON AND
      *  - ONE "T" TRAILER CARRYING THE DETAIL COUNT AND TOTAL
      *  - COMMISSION.  A "C" CLAWBACK ADJUSTMENT FOLLOWS THE "D"
      *  - DETAIL OF A SALESPERSON WHO IS REPAYING COMMISSION ON
      *  - RETURNED SALES: PI-COMM-AMT IS THE AMOUNT TO TAKE BACK
      *  - (A DEDUCTION, NEVER MORE THAN THE "D" COMMISSION),
      *  - PI-SALES-AMT THE RETURNED DOLLARS AND PI-COMM-RATE THE
      *  - RATE ORIGINALLY PAID ON THEM.  THE TRAILER COUNTS BOTH
      *  - DETAIL TYPES AND PT-TOTAL-COMM IS THE NET COMMISSION
      *  - PAYABLE, "D" LESS "C".  SLSOFFB WRITES THE SAME LAYOUT
      *  - FOR A TERMINATED SALESPERSON'S FINAL SETTLEMENT: AN "F"
      *  - FINAL-PAY DETAIL (PAID AND TOTALED LIKE A "D") FOLLOWED
      *  - BY ANY "C" RECOVERING AN OUTSTANDING CLAWBACK.  AN "A"
      *  - PRIOR-PERIOD ADJUSTMENT FOLLOWS THE "D" DETAIL OF A
      *  - SALESPERSON OWED MORE COMMISSION FOR AN EARLIER MONTH
      *  - BECAUSE OF A SALE POSTED LATE TO IT: PI-COMM-AMT IS THE
      *  - EXTRA COMMISSION (PAID IN THE "D" DETAIL'S PERIOD AND
      *  - TOTALED LIKE A "D"), PI-SALES-AMT THE LATE SALES AND
      *  - PI-COMM-RATE THE EARLIER MONTH'S RATE (ZERO WHEN MONTHS
      *  - AT DIFFERENT RATES ARE COMBINED).  A LATE CREDIT IS
      *  - RECOVERED THROUGH THE "C" CLAWBACK INSTEAD.
      ***************************************************************
       01  PAYROLL-INTF-REC.
           05  PI-REC-TYPE          PIC X(1).
               88  PI-DETAIL            VALUE "D".
               88  PI-CLAWBACK          VALUE "C".
               88  PI-FINAL-PAY         VALUE "F".
               88  PI-LATE-ADJUSTMENT   VALUE "A".
               88  PI-TRAILER           VALUE "T".
           05  PI-DIST-NO           PIC 9(4).
           05  PI-BRANCH-NO         PIC 9(2).
           05  PI-SALES-NO          PIC 9(2).
