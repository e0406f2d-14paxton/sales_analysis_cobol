      *  - PROGRAMS AGREE ON THE SALES DATA FILE LAYOUT.
      *  - SD-RECORD-TYPE DISTINGUISHES AN ORDINARY SALE RECORD
      *  - FROM A RETURN/CREDIT RECORD.
      *  - SD-TRANS-DATE IS THE DATE THE SALE WAS RUNG AT THE STORE,
      *  - CARRIED FROM THE POS FEED (SLSMERGE SUPPLIES THE FEED'S
      *  - BUSINESS DATE WHEN A STORE SENDS NONE) SO CBL01 CAN POST
      *  - A LATE-ARRIVING SALE TO THE MONTH IT ACTUALLY HAPPENED.
      ***************************************************************
       01  SALES-DATA.
           05  SD-DIST-NO          PIC X(4).
           05                      PIC X(4).
           05  SD-BRANCH-NO        PIC X(2).
           05  sd-sales-no         pic x(2).
           05  SD-TRANS-DATE       PIC 9(8).
           05  SD-TRANS-DATE-R REDEFINES SD-TRANS-DATE.
               10  SD-TRANS-YEAR   PIC 9(4).
               10  SD-TRANS-MONTH  PIC 9(2).
               10  SD-TRANS-DAY    PIC 9(2).
           05                      pic x(19).
           05  SD-STORE-NAME       PIC X(15).
           05                      PIC X(12).
           05  SD-SALES-AMOUNT     PIC 9(5)V99.
