      *  - LAYOUT.  THE FILE IS KEYED DISTRICT/BRANCH/SALESPERSON
      *  - AND CARRIES THE NAME PRINTED BESIDE THE SALESPERSON
      *  - NUMBER ON EVERY REPORT, THE HIRE DATE, AND THE
      *  - ACTIVE/TERMINATED STATUS.  A TERMINATED SALESPERSON IS
      *  - MARKED OFFBOARDED BY SLSOFFB ONCE THEIR FINAL PAY IS SENT
      *  - AND THEIR BALANCES ARE ARCHIVED AND PURGED; NEITHER KIND
      *  - OF INACTIVE SALESPERSON MAY BE POSTED TO.
      ***************************************************************
       01  SALES-PERSON-REC.
           05  SP-KEY.
           05  SP-STATUS               PIC X(1).
               88  SP-ACTIVE               VALUE "A".
               88  SP-TERMINATED           VALUE "T".
               88  SP-OFFBOARDED           VALUE "O".
               88  SP-INACTIVE             VALUES "T", "O".
