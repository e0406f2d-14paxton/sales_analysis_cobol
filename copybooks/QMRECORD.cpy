      ***************************************************************
      * QMRECORD - QUOTAMST EFFECTIVE-DATED QUOTA MASTER LAYOUT
      *  - SHARED BY QTAMAINT (MAINTENANCE), QUOTALD AND EVERY BATCH
      *  - PROGRAM THAT MEASURES SALES AGAINST QUOTA, SO ALL OF THEM
      *  - AGREE ON THE QUOTAMST KSDS RECORD LAYOUT.
      *  - KEY = DISTRICT/BRANCH/EFFECTIVE YEAR AND MONTH.  AN ENTRY
      *  - IS THE BRANCH'S MONTHLY QUOTA FROM ITS EFFECTIVE MONTH
      *  - UNTIL THE NEXT LATER ENTRY FOR THE SAME BRANCH, SO THE
      *  - QUOTA FOR ANY MONTH IS THE ENTRY WITH THE HIGHEST
      *  - EFFECTIVE MONTH NOT AFTER IT.
      ***************************************************************
       01  QUOTA-MASTER-REC.
           05  QM-KEY.
               10  QM-DIST-NO          PIC 9(4).
               10  QM-BRANCH-NO        PIC 9(2).
               10  QM-EFF-PERIOD       PIC 9(6).
               10  QM-EFF-PERIOD-R REDEFINES QM-EFF-PERIOD.
                   15  QM-EFF-YEAR     PIC 9(4).
                   15  QM-EFF-MONTH    PIC 99.
           05  QM-AMOUNT               PIC 9(4)V99.
           05  QM-MAINT-DATE           PIC 9(8).
