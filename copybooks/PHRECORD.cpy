      ***************************************************************
      * PHRECORD - PAID-COMMISSION HISTORY RECORD LAYOUT
      *  - SHARED BY PAYRECON (WRITER) AND COMMCALC (READER) SO
      *  - BOTH PROGRAMS AGREE ON THE PAIDHIST FILE LAYOUT.  THE
      *  - FILE IS PERMANENT AND ALWAYS OPENED EXTEND.  ONE RECORD
      *  - IS APPENDED FOR EVERY PAYRINTF DETAIL OR CLAWBACK THE
      *  - PAYROLL BUREAU ACCEPTED, WITH THE DOLLARS THE BUREAU
      *  - ACCEPTED, SO THE FILE HOLDS WHAT WAS ACTUALLY PAID AND
      *  - AT WHAT RATE.  A TERMINATED SALESPERSON'S FINAL PAY IS
      *  - RECORDED AS "F", AND A PRIOR-PERIOD ADJUSTMENT FOR A
      *  - LATE-POSTED SALE AS "A".
      ***************************************************************
       01  PAID-HISTORY-REC.
           05  PH-REC-TYPE          PIC X(1).
               88  PH-COMMISSION-PAID   VALUE "D".
               88  PH-CLAWBACK-TAKEN    VALUE "C".
               88  PH-FINAL-PAY         VALUE "F".
               88  PH-LATE-ADJUSTMENT   VALUE "A".
           05  PH-DIST-NO           PIC 9(4).
           05  PH-BRANCH-NO         PIC 9(2).
           05  PH-SALES-NO          PIC 9(2).
           05  PH-PERIOD            PIC 9(6).
           05  PH-SALES-AMT         PIC 9(7)V99.
           05  PH-COMM-RATE         PIC 9V999.
           05  PH-COMM-AMT          PIC 9(7)V99.
           05  PH-ACCEPT-DATE       PIC 9(8).
