      ***************************************************************
      * LCRECORD - LATE-SALE COMMISSION RECORD LAYOUT
      *  - SHARED BY CBL01 (WRITER) AND COMMCALC (READER) SO BOTH
      *  - PROGRAMS AGREE ON THE LATECOMM FILE LAYOUT.  ONE RECORD
      *  - FOR EVERY SALE OR RETURN/CREDIT CBL01 POSTED TO AN
      *  - EARLIER MONTH.  SUCH A RECORD IS KEPT OUT OF BLWQTAO AND
      *  - METQTAO, SO THIS FILE IS HOW ITS COMMISSION REACHES
      *  - COMMCALC: LC-SALE-PERIOD IS THE MONTH THE SALE BELONGS
      *  - TO, AND COMMCALC PAYS OR CLAWS BACK THE COMMISSION AT
      *  - THAT MONTH'S RATE.  LC-SALES-AMOUNT IS A MAGNITUDE; A
      *  - CREDIT RECORD SUBTRACTS IT, AS ON BLWQTAO.
      ***************************************************************
       01  LATE-COMMISSION-REC.
           05  LC-DISTRICT-NUM      PIC 9(4).
           05  LC-BRANCH-NUM        PIC 9(2).
           05  LC-SALES-NO          PIC 9(2).
           05  LC-STORE-NAME        PIC X(15).
           05  LC-SALES-AMOUNT      PIC 9(5)V99.
           05  LC-RECORD-TYPE       PIC X(1).
               88  LC-SALE-RECORD       VALUES "S", " ".
               88  LC-CREDIT-RECORD     VALUE "C".
           05  LC-SALE-DATE         PIC 9(8).
           05  LC-SALE-DATE-R REDEFINES LC-SALE-DATE.
               10  LC-SALE-PERIOD   PIC 9(6).
               10  LC-SALE-DAY      PIC 9(2).
           05                       PIC X(21).
