      ***************************************************************
      * FCRECORD - POS FEED HEADER/TRAILER CONTROL RECORD LAYOUT
      *  - EACH REGIONAL POS FEED (POSFEED1-4) OPENS WITH ONE HEADER
      *  - RECORD AND CLOSES WITH ONE TRAILER RECORD IN THIS LAYOUT,
      *  - THE SALE AND CREDIT DETAIL RECORDS (SDRECORD LAYOUT)
      *  - BETWEEN THEM.  FC-RECORD-TYPE SITS IN THE SAME POSITION
      *  - AS SD-RECORD-TYPE, SO ONE BYTE TELLS A CONTROL RECORD
      *  - FROM A DETAIL RECORD.
      *  - BOTH CARRY THE REGION'S BUSINESS DATE; THE TRAILER ALSO
      *  - CARRIES THE DETAIL RECORD COUNT AND THE HASH TOTALS OF
      *  - SD-SALES-AMOUNT, SALES AND CREDITS KEPT SEPARATE.
      *  - READ BY SLSMERGE, WHICH PROVES EACH FEED AGAINST ITS OWN
      *  - TRAILER AND DROPS THE CONTROL RECORDS BEFORE SALSDATI.
      ***************************************************************
       01  FEED-CONTROL-REC.
           05  FC-FEED-ID          PIC X(4).
           05  FC-RECORD-TYPE      PIC X(1).
               88  FC-HEADER-RECORD    VALUE "H".
               88  FC-TRAILER-RECORD   VALUE "T".
           05  FC-BUSINESS-DATE    PIC 9(8).
           05  FC-RECORD-COUNT     PIC 9(7).
           05  FC-SALES-HASH       PIC 9(11)V99.
           05  FC-CREDIT-HASH      PIC 9(11)V99.
           05                      PIC X(28).
