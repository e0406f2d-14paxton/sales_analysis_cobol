      * TO THAT ATTAINMENT BAND.  THE PROGRAM PRINTS A COMMISSION
      * REGISTER WITH BRANCH/DISTRICT TOTALS AND WRITES THE FIXED
      * FORMAT PAYROLL INTERFACE FILE FOR THE PAYROLL BUREAU.
      * A RETURN/CREDIT AGAINST A SALESPERSON WHO HAS ALREADY BEEN
      * PAID COMMISSION (PER THE PAIDHIST PAID-COMMISSION HISTORY
      * PAYRECON KEEPS) IS NOT NETTED AGAINST THIS MONTH'S SALES;
      * INSTEAD THE COMMISSION PAID ON THE RETURNED DOLLARS, AT THE
      * RATE PAID THEN, IS CLAWED BACK WITH A "C" ADJUSTMENT IN
      * PAYRINTF.  NO MORE IS TAKEN THAN THE MONTH'S COMMISSION; THE
      * REST CARRIES TO NEXT MONTH ON CLAWBAL.  THE CLAWBACK
      * REGISTER LISTS EVERY SALESPERSON OWING A CLAWBACK.
      * A SALESPERSON SLSOFFB HAS ALREADY OFFBOARDED WAS PAID THE
      * MONTH'S COMMISSION AS FINAL PAY, SO THEIR SALES PRINT ON THE
      * REGISTER WITH NO COMMISSION AND NOTHING GOES TO PAYROLL.
      * A SALE CBL01 POSTED LATE TO AN EARLIER MONTH ARRIVES ON
      * LATECOMM TAGGED WITH ITS SALE DATE.  ITS COMMISSION IS
      * PRICED AT THE RATE PAIDHIST SAYS WAS PAID FOR THAT MONTH,
      * OR, FOR A MONTH NOT YET PAID, AT THE BAND ITS OWN SALES
      * REACH AGAINST THE QUOTA IN EFFECT THAT MONTH, AND IS PAID
      * AS AN "A" PRIOR-PERIOD ADJUSTMENT; A LATE CREDIT IS CLAWED
      * BACK WITH THE MONTH'S OTHER RETURNS.  A RERUN OF A MONTH
      * CLAWBAL HAS ALREADY BEEN CARRIED PAST TAKES NO CLAWBACK AND
      * LEAVES CLAWBAL AS IT WAS.
      **************************************************************
       ENVIRONMENT DIVISION.

           SELECT MET-QUOTA-REPORT
           ASSIGN TO METQTAo.

           SELECT QUOTA-MASTER
           ASSIGN TO QUOTAMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS QM-KEY
           FILE STATUS IS WS-QM-STATUS.

           SELECT COMM-RATE-FILE
           ASSIGN TO COMMRATE.
           RECORD KEY IS SP-KEY
           FILE STATUS IS WS-SP-STATUS.

           SELECT ORG-MASTER
           ASSIGN TO ORGMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OM-KEY
           FILE STATUS IS WS-OM-STATUS.

           SELECT COMMISSION-REGISTER
           ASSIGN TO COMMRPT.

           SELECT CYCLE-CONTROL
           ASSIGN TO CYCLCTL.

           SELECT PAID-HISTORY
           ASSIGN TO PAIDHIST
           FILE STATUS IS WS-PH-STATUS.

           SELECT CLAWBACK-BALANCE
           ASSIGN TO CLAWBAL
           FILE STATUS IS WS-CB-STATUS.

           SELECT CLAWBACK-REGISTER
           ASSIGN TO CLAWRPT.

           SELECT COMM-CARD
           ASSIGN TO COMMCARD
           FILE STATUS IS WS-MC-STATUS.

           SELECT LATE-COMMISSION-FILE
           ASSIGN TO LATECOMM
           FILE STATUS IS WS-LC-STATUS.

       DATA DIVISION.
       FILE SECTION.


           COPY MQRECORD.

       FD  QUOTA-MASTER
           RECORD CONTAINS 26 CHARACTERS.

           COPY QMRECORD.

       FD  COMM-RATE-FILE
           RECORD CONTAINS 14 CHARACTERS.

           COPY SPRECORD.

       FD  ORG-MASTER
           RECORD CONTAINS 80 CHARACTERS.

           COPY OMRECORD.

       FD  COMMISSION-REGISTER
             RECORD CONTAINS 132 CHARACTERS.


           COPY CYRECORD.

       FD  PAID-HISTORY
             RECORD CONTAINS 45 CHARACTERS.

           COPY PHRECORD.

       FD  CLAWBACK-BALANCE
             RECORD CONTAINS 32 CHARACTERS.

           COPY CBRECORD.

       FD  CLAWBACK-REGISTER
             RECORD CONTAINS 132 CHARACTERS.

       01  CLAW-PRINT-REC   PIC X(132).

       FD  COMM-CARD
           RECORD CONTAINS 6 CHARACTERS.

       01  COMM-CARD-REC.
           05  MC-MEASURE-YEAR     PIC 9(4).
           05  MC-MEASURE-MONTH    PIC 9(2).

       FD  LATE-COMMISSION-FILE
           RECORD CONTAINS 60 CHARACTERS.

           COPY LCRECORD.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
                 88  MQ-NO-MORE          VALUE "Y".
             05 WS-QT-EOF         PIC X  VALUE "N".
                 88  QT-NO-MORE          VALUE "Y".
             05 WS-QM-STATUS      PIC X(2).
                 88  QM-FILE-OK          VALUE "00".
             05 WS-QUOTA-PERIOD   PIC 9(6) VALUE ZERO.
             05 WS-QUOTA-EFF-FOUND PIC 9(6) VALUE ZERO.
             05 WS-MC-STATUS      PIC X(2).
                 88  MC-FILE-OK          VALUE "00".
             05 WS-MC-OPENED      PIC X  VALUE "N".
             05 WS-CR-EOF         PIC X  VALUE "N".
                 88  CR-NO-MORE          VALUE "Y".
             05 WS-SP-STATUS      PIC X(2).
                 88  SP-FOUND            VALUE "00".
                 88  SP-NOT-FOUND        VALUE "23".
             05 WS-OM-STATUS      PIC X(2).
                 88  OM-FOUND            VALUE "00".
             05 WS-OM-OPENED      PIC X  VALUE "N".
             05 WS-QUOTA          PIC 9(4)V99.
             05 WS-DEFAULT-QUOTA  PIC 9(4)V99 VALUE 4500.
             05 WS-PERSON-FOUND   PIC X  VALUE "N".
             05 WS-FINAL-SALES    PIC S9(9)V99 VALUE ZERO.
             05 WS-BQ-RECS-READ   PIC 9(7) VALUE ZERO.
             05 WS-MQ-RECS-READ   PIC 9(7) VALUE ZERO.
             05 WS-PH-STATUS      PIC X(2).
                 88  PH-FILE-OK          VALUE "00".
             05 WS-PH-EOF         PIC X  VALUE "N".
                 88  PH-NO-MORE          VALUE "Y".
             05 WS-CB-STATUS      PIC X(2).
                 88  CB-FILE-OK          VALUE "00".
             05 WS-CB-EOF         PIC X  VALUE "N".
                 88  CB-NO-MORE          VALUE "Y".
             05 WS-CURRENT-PERIOD PIC 9(6) VALUE ZERO.
             05 WS-PAID-FOUND     PIC X  VALUE "N".
                 88  PAID-RATE-FOUND     VALUE "Y".
             05 WS-BALANCE-FOUND  PIC X  VALUE "N".
                 88  BALANCE-ENTRY-FOUND VALUE "Y".
             05 WS-CLAW-DUE       PIC 9(7)V99 VALUE ZERO.
             05 WS-CLAW-CARRY-IN  PIC 9(7)V99 VALUE ZERO.
             05 WS-CLAW-TOTAL-DUE PIC 9(7)V99 VALUE ZERO.
             05 WS-CLAW-RECOVERED PIC 9(7)V99 VALUE ZERO.
             05 WS-CLAW-CARRY-OUT PIC 9(7)V99 VALUE ZERO.
             05 WS-CLAW-COUNT     PIC 9(7) VALUE ZERO.
             05 WS-CLAW-PERSONS   PIC 9(5) VALUE ZERO.
             05 WS-FINAL-CLAW-DUE PIC 9(9)V99 VALUE ZERO.
             05 WS-FINAL-CLAW-IN  PIC 9(9)V99 VALUE ZERO.
             05 WS-FINAL-CLAW-RECOVERED PIC 9(9)V99 VALUE ZERO.
             05 WS-FINAL-CLAW-CARRIED   PIC 9(9)V99 VALUE ZERO.
             05 WS-NET-COMM       PIC 9(9)V99 VALUE ZERO.
             05 WS-LC-STATUS      PIC X(2).
                 88  LC-FILE-OK          VALUE "00".
             05 WS-LC-EOF         PIC X  VALUE "N".
                 88  LC-NO-MORE          VALUE "Y".
             05 WS-LC-RECS-READ   PIC 9(7) VALUE ZERO.
             05 WS-LATE-FOUND     PIC X  VALUE "N".
                 88  LATE-ENTRY-FOUND    VALUE "Y".
             05 WS-LATE-NET       PIC S9(7)V99 VALUE ZERO.
             05 WS-LATE-CLAW-SALES PIC 9(7)V99 VALUE ZERO.
             05 WS-LATE-CLAW      PIC 9(7)V99 VALUE ZERO.
             05 WS-FINAL-LATE-ADJ PIC 9(9)V99 VALUE ZERO.
             05 WS-LOOK-DIST      PIC 9(4) VALUE ZERO.
             05 WS-LOOK-BRANCH    PIC 9(2) VALUE ZERO.
             05 WS-LOOK-PERIOD    PIC 9(6) VALUE ZERO.
             05 WS-CLAW-LIMIT     PIC 9(7)V99 VALUE ZERO.
             05 WS-CLAW-RETURNED  PIC 9(7)V99 VALUE ZERO.
             05 WS-CLAW-PAID-RATE PIC 9V999 VALUE ZERO.
             05 WS-CLAW-PAID-PERIOD PIC 9(6) VALUE ZERO.
             05 WS-CB-LATEST-PERIOD PIC 9(6) VALUE ZERO.
             05 WS-CLAW-FROZEN    PIC X  VALUE "N".
                 88  CLAW-RERUN-FROZEN   VALUE "Y".

       01  QUOTA-TABLE.
             05  QT-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  QT-ENTRIES OCCURS 1 TO 2000 TIMES
                     DEPENDING ON QT-ENTRY-COUNT
                     INDEXED BY QT-IDX.
                 10  QT-TBL-DIST-NO    PIC 9(4).
                 10  QT-TBL-BRANCH-NO  PIC 9(2).
                 10  QT-TBL-EFF-PERIOD PIC 9(6).
                 10  QT-TBL-AMOUNT     PIC 9(4)V99.

       01  COMM-RATE-TABLE.
                 10  CM-SALES-NAME     PIC X(20).
                 10  CM-SALES-TOTAL    PIC S9(7)V99.
                 10  CM-QUOTA-AMT      PIC 9(4)V99.
                 10  CM-CLAW-SALES     PIC 9(7)V99.
                 10  CM-CLAW-RATE      PIC 9V999.
                 10  CM-CLAW-PERIOD    PIC 9(6).
                 10  CM-OFFBOARDED     PIC X(1).
                 10  CM-LATE-ONLY      PIC X(1).
                 10  CM-LATE-SALES     PIC S9(7)V99.
                 10  CM-LATE-ADJ       PIC S9(7)V99.
                 10  CM-LATE-RATE      PIC 9V999.
                 10  CM-LATE-PERIOD    PIC 9(6).
                 10  CM-LATE-MONTHS    PIC 9(2).

      * LATECOMM NETTED BY SALESPERSON AND THE MONTH THE SALES
      * BELONG TO, WITH THE RATE AND ADJUSTMENT EACH MONTH PRICES
      * AT.  LS-BASIS: P = RATE PAID THAT MONTH, Q = BAND REACHED
      * AGAINST THAT MONTH'S QUOTA, N = NOTHING DUE, X = NOT AN
      * EARLIER MONTH THAN THE ONE BEING PAID, O = OFFBOARDED.
       01  LATE-SALE-TABLE.
             05  LS-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  LS-ENTRIES OCCURS 1 TO 2000 TIMES
                     DEPENDING ON LS-ENTRY-COUNT
                     INDEXED BY LS-IDX.
                 10  LS-DIST-NO        PIC 9(4).
                 10  LS-BRANCH-NO      PIC 9(2).
                 10  LS-SALES-NO       PIC 9(2).
                 10  LS-PERIOD         PIC 9(6).
                 10  LS-NET-SALES      PIC S9(7)V99.
                 10  LS-PAID-FOUND     PIC X(1).
                 10  LS-PAID-RATE      PIC 9V999.
                 10  LS-QUOTA          PIC 9(4)V99.
                 10  LS-ATTAIN-PCT     PIC 9(3)V99.
                 10  LS-RATE           PIC 9V999.
                 10  LS-ADJ-AMT        PIC S9(7)V99.
                 10  LS-BASIS          PIC X(1).

      * THE LATEST RATE EACH SALESPERSON WAS PAID, FROM PAIDHIST,
      * FOR ANY PERIOD BEFORE THIS ONE
       01  PAID-RATE-TABLE.
             05  PR-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  PR-ENTRIES OCCURS 1 TO 2000 TIMES
                     DEPENDING ON PR-ENTRY-COUNT
                     INDEXED BY PR-IDX.
                 10  PR-DIST-NO        PIC 9(4).
                 10  PR-BRANCH-NO      PIC 9(2).
                 10  PR-SALES-NO       PIC 9(2).
                 10  PR-PERIOD         PIC 9(6).
                 10  PR-RATE           PIC 9V999.

      * CLAWBAL AS LOADED AND AS IT WILL BE REWRITTEN.  CB-TBL-
      * CARRY-IN IS THE BALANCE THIS PERIOD STARTED FROM.
       01  CLAWBACK-TABLE.
             05  CB-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  CB-ENTRIES OCCURS 1 TO 2000 TIMES
                     DEPENDING ON CB-ENTRY-COUNT
                     INDEXED BY CB-IDX.
                 10  CB-TBL-DIST-NO    PIC 9(4).
                 10  CB-TBL-BRANCH-NO  PIC 9(2).
                 10  CB-TBL-SALES-NO   PIC 9(2).
                 10  CB-TBL-CARRY-IN   PIC 9(7)V99.
                 10  CB-TBL-BALANCE    PIC 9(7)V99.
                 10  CB-TBL-USED       PIC X(1).

       01  PRINT-FIELDS.
             05  PAGE-COUNT       PIC 9(3)  VALUE ZERO.
            05                    PIC X(36)  VALUE SPACES.
            05                    PIC X(19)
              VALUE 'COMMISSION REGISTER'.
            05                    PIC X(5)   VALUE ' FOR '.
            05  HL2-PERIOD-YEAR   PIC 9(4).
            05                    PIC X(1)   VALUE '/'.
            05  HL2-PERIOD-MONTH  PIC 99.
            05                    PIC X(28)  VALUE SPACES.
            05                    pic x(6) value 'PAGE  '.
            05  HL2-PAGE-NUMBER   PIC ZZ9.

            05                    PIC X(4) VALUE SPACES.
            05  RL-COMM-AMT       PIC ZZZ,ZZ9.99.

       01 LATE-ADJ-LINE.
            05                    PIC X(13) VALUE SPACES.
            05                    PIC X(15) VALUE 'LATE SALES FOR '.
            05  LAL-PERIOD-YEAR   PIC 9(4).
            05                    PIC X(1) VALUE '/'.
            05  LAL-PERIOD-MONTH  PIC 99.
            05                    PIC X(6) VALUE SPACES.
            05  LAL-BASIS         PIC X(20).
            05                    PIC X(2) VALUE SPACES.
            05  LAL-SALES         PIC ZZZ,ZZ9.99-.
            05                    PIC X(4) VALUE SPACES.
            05  LAL-QUOTA         PIC Z,ZZ9.99.
            05                    PIC X(7) VALUE SPACES.
            05  LAL-ATTAIN-PCT    PIC ZZ9.99 BLANK WHEN ZERO.
            05  LAL-PCT-SIGN      PIC X(1).
            05                    PIC X(5) VALUE SPACES.
            05  LAL-RATE          PIC 9.999.
            05                    PIC X(4) VALUE SPACES.
            05  LAL-ADJ-AMT       PIC ZZZ,ZZ9.99-.

       01 BRANCH-TOTALS-LINE.
            05                     PIC X(9) VALUE SPACES.
            05                     PIC X(7) VALUE "BRANCH ".
            05 BTL-BRANCH-NUM      PIC ZZ.
            05                     PIC X(1) VALUE SPACES.
            05 BTL-BRANCH-NAME     PIC X(20).
            05                     PIC X(8) VALUE " TOTAL  ".
            05 BTL-BRANCH-SALES    PIC ZZZ,ZZZ,ZZ9.99-.
            05                     PIC X(15) VALUE SPACES.
            05                     PIC x(5) VALUE "  * *".

       01 DISTRICT-TOTALS-LINE.
              05                     PIC X(7) VALUE SPACES.
              05                     PIC X(9) VALUE "DISTRICT ".
              05 DTL-DISTRICT-NUM    PIC ZZZZ.
              05                     PIC X(1) VALUE SPACES.
              05 DTL-DISTRICT-NAME   PIC X(20).
              05                     PIC X(7) VALUE " TOTAL ".
              05 DTL-DIST-SALES      PIC $$$,$$$,$$9.99-.
              05                     PIC X(15) VALUE SPACES.
              05                   PIC X(14) VALUE SPACES.
              05 FTL-COMM          PIC $$$$,$$$,$$9.99.

       01 LATE-ADJ-TOTAL-LINE.
              05                   PIC X(45) VALUE SPACES.
              05                   PIC X(30)
                              VALUE "PLUS PRIOR-PERIOD ADJUSTMENTS".
              05 LTL-LATE-ADJ      PIC $$$$,$$$,$$9.99.

       01 CLAWBACK-TOTAL-LINE.
              05                   PIC X(45) VALUE SPACES.
              05                   PIC X(30)
                              VALUE "LESS CLAWBACK RECOVERED".
              05 CTL-CLAWBACK      PIC $$$$,$$$,$$9.99.

       01 NET-COMM-LINE.
              05                   PIC X(45) VALUE SPACES.
              05                   PIC X(30)
                              VALUE "NET COMMISSION PAYABLE".
              05 NCL-NET-COMM      PIC $$$$,$$$,$$9.99.

       01  TOTALS-LINE-2.
            05                     PIC X(38) VALUE SPACES.
            05                     PIC X(45)
              VALUE "SALESPEOPLE:  ".
            05 TL2-PERSON-COUNT    PIC Z,ZZ9.

       01  CLAW-PRINT-FIELDS.
             05  CLAW-PAGE-COUNT  PIC 9(3)  VALUE ZERO.
             05  CLAW-LINE-COUNT  PIC 9(2)  VALUE 99.

       01  CLAW-HEADING-LINE-1.
             05                   PIC X(40) VALUE SPACES.
             05   PIC X(40)  VALUE
                  'C O M M I S S I O N   C L A W B A C K'.

       01  CLAW-HEADING-LINE-2.
            05                    PIC X(11)   VALUE SPACES.
            05  CHL2-YEAR         PIC 9(4).
            05                    PIC X(1)   VALUE '/'.
            05  CHL2-MONTH        PIC 99.
            05                    PIC X(1)   VALUE '/'.
            05  CHL2-DAY          PIC 99.
            05                    PIC X(38)  VALUE SPACES.
            05                    PIC X(17)
              VALUE 'CLAWBACK REGISTER'.
            05                    PIC X(40)  VALUE SPACES.
            05                    pic x(6) value 'PAGE  '.
            05  CHL2-PAGE-NUMBER  PIC ZZ9.

       01  CLAW-HEADING-LINE-3.
           05                    PIC X(5)    VALUE SPACES.
           05                    PIC X(12)   VALUE 'SALESPERSON'.
           05                    PIC X(22)   VALUE 'NAME'.
           05                    PIC X(12)   VALUE '  RETURNED'.
           05                    PIC X(8)    VALUE 'PAID PD'.
           05                    PIC X(7)    VALUE ' RATE'.
           05                    PIC X(12)   VALUE '  CLAWBACK'.
           05                    PIC X(12)   VALUE 'CARRIED IN'.
           05                    PIC X(12)   VALUE 'COMMISSION'.
           05                    PIC X(12)   VALUE ' RECOVERED'.
           05                    PIC X(10)   VALUE ' CARRY FWD'.

       01  CLAW-LINE.
            05                    PIC X(5)  VALUE SPACES.
            05  CL-DIST-NO        PIC 9(4).
            05                    PIC X(1)  VALUE '-'.
            05  CL-BRANCH-NO      PIC 9(2).
            05                    PIC X(1)  VALUE '-'.
            05  CL-SALES-NO       PIC 9(2).
            05                    PIC X(2)  VALUE SPACES.
            05  CL-SALES-NAME     PIC X(20).
            05                    PIC X(2)  VALUE SPACES.
            05  CL-RETURNED-AMT   PIC ZZZ,ZZ9.99.
            05                    PIC X(2)  VALUE SPACES.
            05  CL-PAID-PERIOD    PIC ZZZZZ9.
            05                    PIC X(2)  VALUE SPACES.
            05  CL-RATE           PIC 9.999.
            05                    PIC X(2)  VALUE SPACES.
            05  CL-CLAW-DUE       PIC ZZZ,ZZ9.99.
            05                    PIC X(2)  VALUE SPACES.
            05  CL-CARRY-IN       PIC ZZZ,ZZ9.99.
            05                    PIC X(2)  VALUE SPACES.
            05  CL-COMM-AMT       PIC ZZZ,ZZ9.99.
            05                    PIC X(2)  VALUE SPACES.
            05  CL-RECOVERED      PIC ZZZ,ZZ9.99.
            05                    PIC X(2)  VALUE SPACES.
            05  CL-CARRY-OUT      PIC ZZZ,ZZ9.99.

       01  CLAW-TOTALS-LINE.
            05                     PIC X(5)  VALUE SPACES.
            05                     PIC X(13) VALUE 'SALESPEOPLE: '.
            05 CTL2-PERSON-COUNT   PIC ZZ,ZZ9.
            05                     PIC X(3)  VALUE SPACES.
            05                     PIC X(14) VALUE 'CLAWBACK DUE: '.
            05 CTL2-CLAW-DUE       PIC $$$,$$$,$$9.99.
            05                     PIC X(3)  VALUE SPACES.
            05                     PIC X(12) VALUE 'CARRIED IN: '.
            05 CTL2-CARRY-IN       PIC $$$,$$$,$$9.99.
            05                     PIC X(3)  VALUE SPACES.
            05                     PIC X(11) VALUE 'RECOVERED: '.
            05 CTL2-RECOVERED      PIC $$$,$$$,$$9.99.

       01  CLAW-TOTALS-LINE-2.
            05                     PIC X(5)  VALUE SPACES.
            05                     PIC X(28)
              VALUE 'CARRIED FORWARD TO NEXT PAY:'.
            05 CTL3-CARRIED        PIC $$$,$$$,$$9.99.

       01  CLAW-FROZEN-LINE.
            05                     PIC X(5)  VALUE SPACES.
            05                     PIC X(9)  VALUE 'RERUN OF '.
            05 CFL-RUN-YEAR        PIC 9(4).
            05                     PIC X(1)  VALUE '/'.
            05 CFL-RUN-MONTH       PIC 99.
            05                     PIC X(30)
              VALUE ' - CLAWBAL ALREADY CARRIED TO '.
            05 CFL-CB-YEAR         PIC 9(4).
            05                     PIC X(1)  VALUE '/'.
            05 CFL-CB-MONTH        PIC 99.
            05                     PIC X(50)
              VALUE ' - NO CLAWBACK TAKEN, CLAWBAL LEFT AS IT WAS'.

       01  CLAW-TOTALS-LINE-3.
            05                     PIC X(38) VALUE SPACES.
            05                     PIC X(45)
              VALUE "* * * * *    END    OF    REPORT    * * * * *".

       PROCEDURE DIVISION.
      ***************************************************************

      ***************************************************************
      * 100-HSK.
      *  - FILES ARE OPENED AND THE QUOTA AND COMMISSION-RATE
      *  - TABLES ARE LOADED.  THE MONTH BEING PAID IS THE CURRENT
      *  - MONTH UNLESS THE OPTIONAL CONTROL CARD NAMES AN EARLIER
      *  - ONE TO RERUN; QUOTAS, PAID HISTORY, CLAWBACK BALANCES AND
      *  - THE PAYROLL PERIOD ARE ALL TAKEN FOR THAT MONTH.  LATE
      *  - SALES ARE LOADED BEFORE PAID HISTORY SO EACH LATE MONTH
      *  - CAN PICK UP THE RATE PAID FOR IT.
      ***************************************************************
       100-HSK.

           OPEN INPUT BELOW-QUOTA-REPORT
                      MET-QUOTA-REPORT
                      COMM-RATE-FILE
                      SALES-PERSON-MASTER
           OUTPUT COMMISSION-REGISTER
                  PAYROLL-INTERFACE
                  CLAWBACK-REGISTER.

           IF NOT SP-FOUND
               DISPLAY "COMMCALC: SALES-PERSON-MASTER OPEN FAILED, "
               STOP RUN
           END-IF.

           OPEN INPUT ORG-MASTER.

           IF OM-FOUND
               MOVE "Y" TO WS-OM-OPENED
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

           COMPUTE WS-CURRENT-PERIOD = CD-YEAR * 100 + CD-MONTH.

           PERFORM 104-READ-COMM-CARD.

           MOVE WS-CURRENT-PERIOD TO WS-QUOTA-PERIOD.

           PERFORM 105-LOAD-QUOTA-TABLE.

           PERFORM 106-LOAD-COMM-RATE-TABLE.

           MOVE CD-YEAR   TO HL2-YEAR.
           MOVE CD-MONTH  TO HL2-MONTH.
           MOVE CD-DAY    TO HL2-DAY.

           MOVE CD-YEAR   TO CHL2-YEAR.
           MOVE CD-MONTH  TO CHL2-MONTH.
           MOVE CD-DAY    TO CHL2-DAY.

           MOVE WS-CURRENT-PERIOD(1:4) TO HL2-PERIOD-YEAR.
           MOVE WS-CURRENT-PERIOD(5:2) TO HL2-PERIOD-MONTH.

           PERFORM 102-LOAD-LATE-SALES.

           PERFORM 108-LOAD-PAID-RATES.

           PERFORM 103-PRICE-LATE-SALES.

           PERFORM 109-LOAD-CLAWBACK-BALANCES.

      ***************************************************************
      * 102-LOAD-LATE-SALES.
      *  - LATECOMM IS READ AND NETTED INTO THE LATE-SALE TABLE BY
      *  - SALESPERSON AND SALE MONTH, A CREDIT SUBTRACTING.  NO
      *  - LATECOMM MEANS NOTHING POSTED LATE.
      ***************************************************************
       102-LOAD-LATE-SALES.

           OPEN INPUT LATE-COMMISSION-FILE.

           IF LC-FILE-OK
               PERFORM UNTIL LC-NO-MORE
                   READ LATE-COMMISSION-FILE
                       AT END
                         SET LC-NO-MORE TO TRUE
                       NOT AT END
                         ADD 1 TO WS-LC-RECS-READ
                         PERFORM 102A-ADD-LATE-SALE
                   END-READ
               END-PERFORM
               CLOSE LATE-COMMISSION-FILE
           END-IF.

      ***************************************************************
      * 102A-ADD-LATE-SALE.
      *  - THE LATE-SALE ENTRY FOR THE SALESPERSON AND SALE MONTH IS
      *  - FOUND OR ADDED AND THE AMOUNT NETTED INTO IT.  A NEW ENTRY
      *  - ALSO MAKES SURE THE SALESPERSON HAS AN ACCUMULATION ENTRY
      *  - SO THE ADJUSTMENT PRINTS EVEN WITH NO SALES THIS MONTH.
      ***************************************************************
       102A-ADD-LATE-SALE.

           IF LC-CREDIT-RECORD
               COMPUTE WS-LATE-NET = ZERO - LC-SALES-AMOUNT
           ELSE
               MOVE LC-SALES-AMOUNT TO WS-LATE-NET
           END-IF.

           MOVE "N" TO WS-LATE-FOUND.

           PERFORM VARYING LS-IDX FROM 1 BY 1
                   UNTIL LS-IDX > LS-ENTRY-COUNT
               IF LC-DISTRICT-NUM = LS-DIST-NO(LS-IDX)
                  AND LC-BRANCH-NUM = LS-BRANCH-NO(LS-IDX)
                  AND LC-SALES-NO = LS-SALES-NO(LS-IDX)
                  AND LC-SALE-PERIOD = LS-PERIOD(LS-IDX)
                   SET LATE-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT LATE-ENTRY-FOUND
               IF LS-ENTRY-COUNT >= 2000
                   DISPLAY "COMMCALC: LATE SALE TABLE FULL - RUN "
                           "TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO LS-ENTRY-COUNT
               SET LS-IDX TO LS-ENTRY-COUNT
               MOVE LC-DISTRICT-NUM TO LS-DIST-NO(LS-IDX)
               MOVE LC-BRANCH-NUM   TO LS-BRANCH-NO(LS-IDX)
               MOVE LC-SALES-NO     TO LS-SALES-NO(LS-IDX)
               MOVE LC-SALE-PERIOD  TO LS-PERIOD(LS-IDX)
               MOVE ZERO            TO LS-NET-SALES(LS-IDX)
                                       LS-PAID-RATE(LS-IDX)
                                       LS-QUOTA(LS-IDX)
                                       LS-ATTAIN-PCT(LS-IDX)
                                       LS-RATE(LS-IDX)
                                       LS-ADJ-AMT(LS-IDX)
               MOVE "N"             TO LS-PAID-FOUND(LS-IDX)
               MOVE SPACE           TO LS-BASIS(LS-IDX)
               PERFORM 119-FIND-PERSON-ENTRY-LC
           END-IF.

           ADD WS-LATE-NET TO LS-NET-SALES(LS-IDX).

      ***************************************************************
      * 103-PRICE-LATE-SALES.
      *  - EVERY LATE-SALE MONTH IS PRICED AND ROLLED INTO ITS
      *  - SALESPERSON'S ACCUMULATION ENTRY
      ***************************************************************
       103-PRICE-LATE-SALES.

           PERFORM VARYING LS-IDX FROM 1 BY 1
                   UNTIL LS-IDX > LS-ENTRY-COUNT
               PERFORM 103A-PRICE-LATE-MONTH
           END-PERFORM.

      ***************************************************************
      * 103A-PRICE-LATE-MONTH.
      *  - A MONTH THE SALESPERSON WAS PAID FOR IS ADJUSTED AT THE
      *  - RATE PAID THEN; THE MONTH'S BAND IS NOT REWORKED.  A MONTH
      *  - NOT PAID IS PRICED AT THE BAND ITS LATE SALES REACH
      *  - AGAINST THE QUOTA IN EFFECT THAT MONTH.  AN OFFBOARDED
      *  - SALESPERSON (FINAL PAY ALREADY SENT), A MONTH NOT BEFORE
      *  - THE ONE BEING PAID, OR A NET CREDIT FOR A MONTH NOT PAID
      *  - IS LISTED WITH NOTHING DUE.
      ***************************************************************
       103A-PRICE-LATE-MONTH.

           PERFORM 103B-FIND-LATE-PERSON.

           MOVE LS-DIST-NO(LS-IDX)   TO WS-LOOK-DIST.
           MOVE LS-BRANCH-NO(LS-IDX) TO WS-LOOK-BRANCH.
           MOVE LS-PERIOD(LS-IDX)    TO WS-LOOK-PERIOD.
           PERFORM 107A-LOOKUP-QUOTA-FOR-PERIOD.
           MOVE WS-QUOTA TO LS-QUOTA(LS-IDX).

           EVALUATE TRUE
               WHEN CM-OFFBOARDED(CM-IDX) = "Y"
                   MOVE "O" TO LS-BASIS(LS-IDX)
               WHEN LS-PERIOD(LS-IDX) NOT < WS-CURRENT-PERIOD
                   MOVE "X" TO LS-BASIS(LS-IDX)
               WHEN LS-PAID-FOUND(LS-IDX) = "Y"
                   MOVE "P" TO LS-BASIS(LS-IDX)
                   MOVE LS-PAID-RATE(LS-IDX) TO LS-RATE(LS-IDX)
               WHEN LS-NET-SALES(LS-IDX) > ZERO
                   MOVE "Q" TO LS-BASIS(LS-IDX)
                   IF LS-QUOTA(LS-IDX) > ZERO
                       COMPUTE WS-ATTAIN-PCT ROUNDED =
                           (LS-NET-SALES(LS-IDX) / LS-QUOTA(LS-IDX))
                               * 100
                           ON SIZE ERROR
                               MOVE 999.99 TO WS-ATTAIN-PCT
                       END-COMPUTE
                   ELSE
                       MOVE ZERO TO WS-ATTAIN-PCT
                   END-IF
                   PERFORM 135A-FIND-RATE-BAND
                   MOVE WS-ATTAIN-PCT TO LS-ATTAIN-PCT(LS-IDX)
                   MOVE WS-COMM-RATE  TO LS-RATE(LS-IDX)
               WHEN OTHER
                   MOVE "N" TO LS-BASIS(LS-IDX)
           END-EVALUATE.

           IF LS-BASIS(LS-IDX) = "P" OR "Q"
               COMPUTE LS-ADJ-AMT(LS-IDX) ROUNDED =
                   LS-NET-SALES(LS-IDX) * LS-RATE(LS-IDX)
               ADD LS-NET-SALES(LS-IDX) TO CM-LATE-SALES(CM-IDX)
               ADD LS-ADJ-AMT(LS-IDX)   TO CM-LATE-ADJ(CM-IDX)
               IF CM-LATE-MONTHS(CM-IDX) = ZERO
                   MOVE LS-RATE(LS-IDX)   TO CM-LATE-RATE(CM-IDX)
               ELSE
                   IF LS-RATE(LS-IDX) NOT = CM-LATE-RATE(CM-IDX)
                       MOVE ZERO TO CM-LATE-RATE(CM-IDX)
                   END-IF
               END-IF
               IF LS-PERIOD(LS-IDX) > CM-LATE-PERIOD(CM-IDX)
                   MOVE LS-PERIOD(LS-IDX) TO CM-LATE-PERIOD(CM-IDX)
               END-IF
               ADD 1 TO CM-LATE-MONTHS(CM-IDX)
           END-IF.

      ***************************************************************
      * 103B-FIND-LATE-PERSON.
      *  - FINDS THE ACCUMULATION ENTRY 102A MADE SURE OF FOR THE
      *  - LATE-SALE ENTRY'S SALESPERSON, LEAVING CM-IDX SET
      ***************************************************************
       103B-FIND-LATE-PERSON.

           PERFORM VARYING CM-IDX FROM 1 BY 1
                   UNTIL CM-IDX > CM-ENTRY-COUNT
               IF LS-DIST-NO(LS-IDX) = CM-DIST-NO(CM-IDX)
                  AND LS-BRANCH-NO(LS-IDX) = CM-BRANCH-NO(CM-IDX)
                  AND LS-SALES-NO(LS-IDX) = CM-SALES-NO(CM-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ***************************************************************
      * 108-LOAD-PAID-RATES.
      *  - PAIDHIST IS READ FOR THE LATEST COMMISSION EACH
      *  - SALESPERSON WAS PAID, AND AT WHAT RATE, FOR A PERIOD
      *  - BEFORE THIS ONE.  A SALESPERSON WITH AN ENTRY HERE HAS
      *  - BEEN PAID ON SALES A RETURN THIS MONTH MAY BE REVERSING.
      *  - NO PAIDHIST YET MEANS NOBODY HAS BEEN PAID.
      ***************************************************************
       108-LOAD-PAID-RATES.

           OPEN INPUT PAID-HISTORY.

           IF PH-FILE-OK
               PERFORM UNTIL PH-NO-MORE
                   READ PAID-HISTORY
                       AT END
                         SET PH-NO-MORE TO TRUE
                       NOT AT END
                         IF PH-COMMISSION-PAID
                            AND PH-PERIOD < WS-CURRENT-PERIOD
                            AND PH-COMM-AMT > ZERO
                             PERFORM 108A-KEEP-PAID-RATE
                             PERFORM 108B-MATCH-LATE-MONTH
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE PAID-HISTORY
           END-IF.

      ***************************************************************
      * 108A-KEEP-PAID-RATE.
      *  - THE PAID-RATE ENTRY FOR THE SALESPERSON IS ADDED, OR
      *  - REPLACED WHEN THIS PAYMENT IS FOR A LATER PERIOD
      ***************************************************************
       108A-KEEP-PAID-RATE.

           MOVE "N" TO WS-PAID-FOUND.

           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > PR-ENTRY-COUNT
               IF PH-DIST-NO = PR-DIST-NO(PR-IDX)
                  AND PH-BRANCH-NO = PR-BRANCH-NO(PR-IDX)
                  AND PH-SALES-NO = PR-SALES-NO(PR-IDX)
                   SET PAID-RATE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT PAID-RATE-FOUND
               IF PR-ENTRY-COUNT >= 2000
                   DISPLAY "COMMCALC: PAID RATE TABLE FULL - RUN "
                           "TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PR-ENTRY-COUNT
               SET PR-IDX TO PR-ENTRY-COUNT
               MOVE PH-DIST-NO   TO PR-DIST-NO(PR-IDX)
               MOVE PH-BRANCH-NO TO PR-BRANCH-NO(PR-IDX)
               MOVE PH-SALES-NO  TO PR-SALES-NO(PR-IDX)
               MOVE ZERO         TO PR-PERIOD(PR-IDX)
           END-IF.

           IF PH-PERIOD >= PR-PERIOD(PR-IDX)
               MOVE PH-PERIOD    TO PR-PERIOD(PR-IDX)
               MOVE PH-COMM-RATE TO PR-RATE(PR-IDX)
           END-IF.

      ***************************************************************
      * 108B-MATCH-LATE-MONTH.
      *  - A LATE-SALE ENTRY FOR THE SALESPERSON AND MONTH THIS
      *  - PAYMENT WAS FOR TAKES THE RATE PAID
      ***************************************************************
       108B-MATCH-LATE-MONTH.

           PERFORM VARYING LS-IDX FROM 1 BY 1
                   UNTIL LS-IDX > LS-ENTRY-COUNT
               IF PH-DIST-NO = LS-DIST-NO(LS-IDX)
                  AND PH-BRANCH-NO = LS-BRANCH-NO(LS-IDX)
                  AND PH-SALES-NO = LS-SALES-NO(LS-IDX)
                  AND PH-PERIOD = LS-PERIOD(LS-IDX)
                   MOVE "Y"          TO LS-PAID-FOUND(LS-IDX)
                   MOVE PH-COMM-RATE TO LS-PAID-RATE(LS-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ***************************************************************
      * 109-LOAD-CLAWBACK-BALANCES.
      *  - CLAWBAL IS READ INTO THE CLAWBACK TABLE.  A RECORD LAST
      *  - WRITTEN FOR THIS SAME PERIOD IS FROM AN EARLIER RUN OF
      *  - THIS MONTH, SO THE PERIOD STARTS AGAIN FROM THE BALANCE
      *  - THAT RUN STARTED FROM.  NO CLAWBAL YET MEANS NOTHING IS
      *  - OWED.  A RECORD FOR A LATER PERIOD MEANS THE CONTROL CARD
      *  - IS RERUNNING A MONTH CLAWBAL HAS ALREADY BEEN CARRIED
      *  - PAST; ITS BALANCES ARE NOT THAT MONTH'S, SO THE RERUN
      *  - TAKES NO CLAWBACK AND CLAWBAL IS LEFT AS IT IS.
      ***************************************************************
       109-LOAD-CLAWBACK-BALANCES.

           OPEN INPUT CLAWBACK-BALANCE.

           IF CB-FILE-OK
               PERFORM UNTIL CB-NO-MORE
                   READ CLAWBACK-BALANCE
                       AT END
                         SET CB-NO-MORE TO TRUE
                       NOT AT END
                         PERFORM 109A-LOAD-BALANCE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CLAWBACK-BALANCE
           END-IF.

           IF WS-CB-LATEST-PERIOD > WS-CURRENT-PERIOD
               SET CLAW-RERUN-FROZEN TO TRUE
               MOVE ZERO TO CB-ENTRY-COUNT
               DISPLAY "COMMCALC: CLAWBAL ALREADY CARRIED TO "
                       WS-CB-LATEST-PERIOD " - RERUN OF "
                       WS-CURRENT-PERIOD " TAKES NO CLAWBACK"
           END-IF.

       109A-LOAD-BALANCE-ENTRY.

           IF CB-PERIOD > WS-CB-LATEST-PERIOD
               MOVE CB-PERIOD TO WS-CB-LATEST-PERIOD
           END-IF.

           IF CB-ENTRY-COUNT >= 2000
               DISPLAY "COMMCALC: CLAWBACK TABLE FULL - RUN "
                       "TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO CB-ENTRY-COUNT.
           SET CB-IDX TO CB-ENTRY-COUNT.

           MOVE CB-DIST-NO   TO CB-TBL-DIST-NO(CB-IDX).
           MOVE CB-BRANCH-NO TO CB-TBL-BRANCH-NO(CB-IDX).
           MOVE CB-SALES-NO  TO CB-TBL-SALES-NO(CB-IDX).

           IF CB-PERIOD = WS-CURRENT-PERIOD
               MOVE CB-PRIOR-BALANCE TO CB-TBL-CARRY-IN(CB-IDX)
           ELSE
               MOVE CB-BALANCE       TO CB-TBL-CARRY-IN(CB-IDX)
           END-IF.

           MOVE CB-TBL-CARRY-IN(CB-IDX) TO CB-TBL-BALANCE(CB-IDX).
           MOVE "N" TO CB-TBL-USED(CB-IDX).

      ***************************************************************
      * 104-READ-COMM-CARD.
      *  - AN OPTIONAL CONTROL CARD MAY NAME AN EARLIER YEAR/MONTH
      *  - TO RERUN.  A MISSING CARD, OR A MONTH THAT IS NOT VALID
      *  - OR IS NOT BEFORE THE CURRENT ONE, LEAVES THE CURRENT
      *  - MONTH IN PLACE.
      ***************************************************************
       104-READ-COMM-CARD.

           OPEN INPUT COMM-CARD.

           IF MC-FILE-OK
               MOVE "Y" TO WS-MC-OPENED
               READ COMM-CARD
                   AT END
                     CONTINUE
                   NOT AT END
                     IF MC-MEASURE-YEAR IS NUMERIC
                        AND MC-MEASURE-MONTH IS NUMERIC
                        AND MC-MEASURE-MONTH > ZERO
                        AND MC-MEASURE-MONTH <= 12
                        AND MC-MEASURE-YEAR * 100 + MC-MEASURE-MONTH
                            < WS-CURRENT-PERIOD
                         COMPUTE WS-CURRENT-PERIOD =
                             MC-MEASURE-YEAR * 100 + MC-MEASURE-MONTH
                     END-IF
               END-READ
           END-IF.

           IF WS-MC-OPENED = "Y"
               CLOSE COMM-CARD
           END-IF.

      ***************************************************************
      * 105-LOAD-QUOTA-TABLE.
      *  - EVERY EFFECTIVE-DATED QUOTA MASTER ENTRY IS READ INTO WORKING
      *  - STORAGE ONE TIME.  BELOW-QUOTA RECORDS DO NOT CARRY A
      *  - QUOTA AMOUNT OF THEIR OWN, SO THEIR QUOTA IS LOOKED UP
      *  - HERE THE SAME WAY CBL01 LOOKS IT UP.
      ***************************************************************
       105-LOAD-QUOTA-TABLE.

           OPEN INPUT QUOTA-MASTER.

           IF NOT QM-FILE-OK
               DISPLAY "COMMCALC: QUOTA-MASTER OPEN FAILED, STATUS="
                       WS-QM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ QUOTA-MASTER
               AT END
                 SET QT-NO-MORE TO TRUE
           END-READ.

           PERFORM UNTIL QT-NO-MORE
               IF QT-ENTRY-COUNT >= 2000
                   DISPLAY "COMMCALC: QUOTA TABLE FULL - RUN TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QT-ENTRY-COUNT
               MOVE QM-DIST-NO    TO QT-TBL-DIST-NO(QT-ENTRY-COUNT)
               MOVE QM-BRANCH-NO  TO QT-TBL-BRANCH-NO(QT-ENTRY-COUNT)
               MOVE QM-EFF-PERIOD TO QT-TBL-EFF-PERIOD(QT-ENTRY-COUNT)
               MOVE QM-AMOUNT     TO QT-TBL-AMOUNT(QT-ENTRY-COUNT)
               READ QUOTA-MASTER
                   AT END
                     SET QT-NO-MORE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE QUOTA-MASTER.

      ***************************************************************
      * 106-LOAD-COMM-RATE-TABLE.
      *  - ACCUMULATION ENTRY.  A RETURN/CREDIT RECORD IS SUBTRACTED
      *  - INSTEAD, SO COMMISSIONS PAY ON NET SALES.  THE QUOTA
      *  - COMES FROM THE QUOTA TABLE BECAUSE THE BELOW-QUOTA
      *  - RECORD DOES NOT CARRY ONE.  A CREDIT AGAINST A
      *  - SALESPERSON ALREADY PAID COMMISSION IS SET ASIDE FOR
      *  - CLAWBACK AT THE RATE PAID THEN INSTEAD OF BEING NETTED.
      ***************************************************************
       110-ACCUM-BELOW-QUOTA.

           PERFORM 107-LOOKUP-QUOTA-BELOW.

           PERFORM 112-FIND-PERSON-ENTRY-BQ.
           MOVE "N" TO CM-LATE-ONLY(CM-IDX).

           IF BQ-CREDIT-RECORD
               PERFORM 115-FIND-PAID-RATE
           END-IF.

           IF BQ-CREDIT-RECORD
               IF PAID-RATE-FOUND
                   ADD BQ-SALES-AMOUNT TO CM-CLAW-SALES(CM-IDX)
                   MOVE PR-RATE(PR-IDX)   TO CM-CLAW-RATE(CM-IDX)
                   MOVE PR-PERIOD(PR-IDX) TO CM-CLAW-PERIOD(CM-IDX)
               ELSE
                   SUBTRACT BQ-SALES-AMOUNT
                       FROM CM-SALES-TOTAL(CM-IDX)
               END-IF
           ELSE
               ADD BQ-SALES-AMOUNT
                   TO CM-SALES-TOTAL(CM-IDX)

           MOVE MQ-QUOTA-AMT TO WS-QUOTA.
           PERFORM 113-FIND-PERSON-ENTRY-MQ.
           MOVE "N" TO CM-LATE-ONLY(CM-IDX).

           ADD MQ-SALES-AMOUNT
               TO CM-SALES-TOTAL(CM-IDX).
      ***************************************************************
      * 107-LOOKUP-QUOTA-BELOW.
      *  - THE QUOTA TABLE IS SEARCHED FOR THE BELOW-QUOTA RECORD'S
      *  - DISTRICT/BRANCH, TAKING THE ENTRY IN EFFECT FOR THE MONTH
      *  - BEING PAID.  WHEN NO ENTRY IS IN EFFECT THE STANDARD
      *  - DEFAULT QUOTA IS USED, AS IN CBL01.
      ***************************************************************
       107-LOOKUP-QUOTA-BELOW.

           MOVE WS-DEFAULT-QUOTA TO WS-QUOTA.
           MOVE ZERO TO WS-QUOTA-EFF-FOUND.

           PERFORM VARYING QT-IDX FROM 1 BY 1
                   UNTIL QT-IDX > QT-ENTRY-COUNT
               IF BQ-DISTRICT-NUM = QT-TBL-DIST-NO(QT-IDX)
                  AND BQ-BRANCH-NUM = QT-TBL-BRANCH-NO(QT-IDX)
                  AND QT-TBL-EFF-PERIOD(QT-IDX) NOT > WS-QUOTA-PERIOD
                  AND QT-TBL-EFF-PERIOD(QT-IDX) > WS-QUOTA-EFF-FOUND
                   MOVE QT-TBL-AMOUNT(QT-IDX) TO WS-QUOTA
                   MOVE QT-TBL-EFF-PERIOD(QT-IDX) TO WS-QUOTA-EFF-FOUND
               END-IF
           END-PERFORM.

      ***************************************************************
      * 107A-LOOKUP-QUOTA-FOR-PERIOD.
      *  - THE QUOTA TABLE IS SEARCHED FOR WS-LOOK-DIST/BRANCH,
      *  - TAKING THE ENTRY IN EFFECT FOR WS-LOOK-PERIOD, SO A LATE
      *  - SALE IS PRICED AGAINST ITS OWN MONTH'S QUOTA.  WHEN NO
      *  - ENTRY IS IN EFFECT THE STANDARD DEFAULT QUOTA IS USED.
      ***************************************************************
       107A-LOOKUP-QUOTA-FOR-PERIOD.

           MOVE WS-DEFAULT-QUOTA TO WS-QUOTA.
           MOVE ZERO TO WS-QUOTA-EFF-FOUND.

           PERFORM VARYING QT-IDX FROM 1 BY 1
                   UNTIL QT-IDX > QT-ENTRY-COUNT
               IF WS-LOOK-DIST = QT-TBL-DIST-NO(QT-IDX)
                  AND WS-LOOK-BRANCH = QT-TBL-BRANCH-NO(QT-IDX)
                  AND QT-TBL-EFF-PERIOD(QT-IDX) NOT > WS-LOOK-PERIOD
                  AND QT-TBL-EFF-PERIOD(QT-IDX) > WS-QUOTA-EFF-FOUND
                   MOVE QT-TBL-AMOUNT(QT-IDX) TO WS-QUOTA
                   MOVE QT-TBL-EFF-PERIOD(QT-IDX) TO WS-QUOTA-EFF-FOUND
               END-IF
           END-PERFORM.

               MOVE BQ-SALES-NO     TO SP-SALES-NO
               PERFORM 117-LOOKUP-SALES-NAME
               MOVE SP-NAME         TO CM-SALES-NAME(CM-IDX)
               MOVE "N"             TO CM-OFFBOARDED(CM-IDX)
               IF SP-OFFBOARDED
                   MOVE "Y"         TO CM-OFFBOARDED(CM-IDX)
               END-IF
               MOVE ZERO            TO CM-SALES-TOTAL(CM-IDX)
               MOVE WS-QUOTA        TO CM-QUOTA-AMT(CM-IDX)
               MOVE ZERO            TO CM-CLAW-SALES(CM-IDX)
                                       CM-CLAW-RATE(CM-IDX)
                                       CM-CLAW-PERIOD(CM-IDX)
               PERFORM 119A-CLEAR-LATE-FIELDS
           END-IF.

      ***************************************************************
               MOVE MQ-SALES-NO     TO SP-SALES-NO
               PERFORM 117-LOOKUP-SALES-NAME
               MOVE SP-NAME         TO CM-SALES-NAME(CM-IDX)
               MOVE "N"             TO CM-OFFBOARDED(CM-IDX)
               IF SP-OFFBOARDED
                   MOVE "Y"         TO CM-OFFBOARDED(CM-IDX)
               END-IF
               MOVE ZERO            TO CM-SALES-TOTAL(CM-IDX)
               MOVE WS-QUOTA        TO CM-QUOTA-AMT(CM-IDX)
               MOVE ZERO            TO CM-CLAW-SALES(CM-IDX)
                                       CM-CLAW-RATE(CM-IDX)
                                       CM-CLAW-PERIOD(CM-IDX)
               PERFORM 119A-CLEAR-LATE-FIELDS
           END-IF.

      ***************************************************************
      * 119-FIND-PERSON-ENTRY-LC.
      *  - FINDS (OR CREATES) THE ACCUMULATION ENTRY FOR THE LATE
      *  - SALE'S SALESPERSON, LEAVING CM-IDX SET.  AN ENTRY CREATED
      *  - HERE IS FLAGGED LATE-ONLY UNTIL A BELOW/MET QUOTA RECORD
      *  - FOR THE SALESPERSON TURNS UP, AND TAKES THE QUOTA IN
      *  - EFFECT FOR THE MONTH BEING PAID.
      ***************************************************************
       119-FIND-PERSON-ENTRY-LC.

           MOVE "N" TO WS-PERSON-FOUND.

           PERFORM VARYING CM-IDX FROM 1 BY 1
                   UNTIL CM-IDX > CM-ENTRY-COUNT
               IF LC-DISTRICT-NUM = CM-DIST-NO(CM-IDX)
                  AND LC-BRANCH-NUM = CM-BRANCH-NO(CM-IDX)
                  AND LC-SALES-NO = CM-SALES-NO(CM-IDX)
                   SET PERSON-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT PERSON-ENTRY-FOUND
               MOVE LC-DISTRICT-NUM TO WS-LOOK-DIST
               MOVE LC-BRANCH-NUM   TO WS-LOOK-BRANCH
               MOVE WS-QUOTA-PERIOD TO WS-LOOK-PERIOD
               PERFORM 107A-LOOKUP-QUOTA-FOR-PERIOD
               ADD 1 TO CM-ENTRY-COUNT
               SET CM-IDX TO CM-ENTRY-COUNT
               MOVE LC-DISTRICT-NUM TO CM-DIST-NO(CM-IDX)
               MOVE LC-BRANCH-NUM   TO CM-BRANCH-NO(CM-IDX)
               MOVE LC-SALES-NO     TO CM-SALES-NO(CM-IDX)
               MOVE LC-DISTRICT-NUM TO SP-DIST-NO
               MOVE LC-BRANCH-NUM   TO SP-BRANCH-NO
               MOVE LC-SALES-NO     TO SP-SALES-NO
               PERFORM 117-LOOKUP-SALES-NAME
               MOVE SP-NAME         TO CM-SALES-NAME(CM-IDX)
               MOVE "N"             TO CM-OFFBOARDED(CM-IDX)
               IF SP-OFFBOARDED
                   MOVE "Y"         TO CM-OFFBOARDED(CM-IDX)
               END-IF
               MOVE ZERO            TO CM-SALES-TOTAL(CM-IDX)
               MOVE WS-QUOTA        TO CM-QUOTA-AMT(CM-IDX)
               MOVE ZERO            TO CM-CLAW-SALES(CM-IDX)
                                       CM-CLAW-RATE(CM-IDX)
                                       CM-CLAW-PERIOD(CM-IDX)
               PERFORM 119A-CLEAR-LATE-FIELDS
               MOVE "Y"             TO CM-LATE-ONLY(CM-IDX)
           END-IF.

      ***************************************************************
      * 119A-CLEAR-LATE-FIELDS.
      *  - A NEW ACCUMULATION ENTRY STARTS WITH NO LATE SALES
      ***************************************************************
       119A-CLEAR-LATE-FIELDS.

           MOVE "N"  TO CM-LATE-ONLY(CM-IDX).
           MOVE ZERO TO CM-LATE-SALES(CM-IDX)
                        CM-LATE-ADJ(CM-IDX)
                        CM-LATE-RATE(CM-IDX)
                        CM-LATE-PERIOD(CM-IDX)
                        CM-LATE-MONTHS(CM-IDX).

      ***************************************************************
      * 115-FIND-PAID-RATE.
      *  - THE PAID-RATE TABLE IS SEARCHED FOR THE CREDIT RECORD'S
      *  - SALESPERSON, LEAVING PR-IDX SET WHEN FOUND
      ***************************************************************
       115-FIND-PAID-RATE.

           MOVE "N" TO WS-PAID-FOUND.

           PERFORM VARYING PR-IDX FROM 1 BY 1
                   UNTIL PR-IDX > PR-ENTRY-COUNT
               IF BQ-DISTRICT-NUM = PR-DIST-NO(PR-IDX)
                  AND BQ-BRANCH-NUM = PR-BRANCH-NO(PR-IDX)
                  AND BQ-SALES-NO = PR-SALES-NO(PR-IDX)
                   SET PAID-RATE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ***************************************************************
      * 117-LOOKUP-SALES-NAME.
      *  - THE VSAM SALESPERSON MASTER IS READ FOR THE KEY ALREADY
           READ SALES-PERSON-MASTER
               INVALID KEY
                   MOVE SPACES TO SP-NAME
                   MOVE SPACES TO SP-STATUS
           END-READ.

      ***************************************************************
      *  - WALKS THE SORTED TABLE IN KEY ORDER, COMPUTING EACH
      *  - SALESPERSON'S ATTAINMENT AND COMMISSION, PRINTING THE
      *  - REGISTER WITH BRANCH/DISTRICT BREAKS, AND WRITING ONE
      *  - PAYROLL INTERFACE DETAIL PER SALESPERSON.  A SALESPERSON
      *  - WITH ONLY LATE SALES GETS NO "D" DETAIL, JUST THE "A"
      *  - ADJUSTMENT (OR THE CLAWBACK) THEIR LATE SALES CALL FOR.
      ***************************************************************
       130-PRINT-REGISTER.


               PERFORM 136-PRINT-REGISTER-LINE

               PERFORM 131-PRINT-LATE-LINES

               IF CM-OFFBOARDED(CM-IDX) NOT = "Y"
                   IF CM-LATE-ONLY(CM-IDX) NOT = "Y"
                       PERFORM 137-WRITE-PAYROLL-DETAIL
                   END-IF
                   IF CM-LATE-ADJ(CM-IDX) > ZERO
                       PERFORM 137A-WRITE-LATE-ADJUSTMENT
                   END-IF
                   PERFORM 139-APPLY-CLAWBACK
               END-IF

               ADD WS-COMM-AMT TO WS-BRANCH-COMM
               ADD CM-SALES-TOTAL(CM-IDX) TO WS-BRANCH-SALES
      *  - SEARCHED FOR THE BAND THAT PERCENTAGE FALLS IN.  A
      *  - PERCENTAGE ABOVE EVERY BAND TAKES THE HIGHEST BAND RATE.
      *  - A SALESPERSON WHOSE CREDITS LEAVE THEM AT OR BELOW ZERO
      *  - NET SALES EARNS NO COMMISSION, AND NEITHER DOES AN
      *  - OFFBOARDED SALESPERSON, WHOSE FINAL PAY HAS BEEN SENT.
      ***************************************************************
       135-COMPUTE-COMMISSION.

           IF CM-SALES-TOTAL(CM-IDX) <= ZERO
              OR CM-OFFBOARDED(CM-IDX) = "Y"
               MOVE ZERO TO WS-ATTAIN-PCT
               MOVE ZERO TO WS-COMM-RATE
               MOVE ZERO TO WS-COMM-AMT
               MOVE ZERO TO WS-ATTAIN-PCT
           END-IF.

           PERFORM 135A-FIND-RATE-BAND.

           COMPUTE WS-COMM-AMT ROUNDED =
               CM-SALES-TOTAL(CM-IDX) * WS-COMM-RATE.

       135-COMPUTE-COMMISSION-EXIT.
           EXIT.

      ***************************************************************
      * 135A-FIND-RATE-BAND.
      *  - THE COMMISSION-RATE TABLE IS SEARCHED FOR THE BAND
      *  - WS-ATTAIN-PCT FALLS IN, LEAVING THE RATE IN WS-COMM-RATE.
      *  - A PERCENTAGE ABOVE EVERY BAND TAKES THE HIGHEST BAND RATE.
      ***************************************************************
       135A-FIND-RATE-BAND.

           MOVE CR-TBL-RATE(CR-ENTRY-COUNT) TO WS-COMM-RATE.

           PERFORM VARYING CR-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.

      ***************************************************************
      * 131-PRINT-LATE-LINES.
      *  - ONE LINE UNDER THE SALESPERSON'S REGISTER LINE FOR EACH
      *  - EARLIER MONTH THEY HAVE LATE SALES FOR: THE NET LATE
      *  - SALES, THE QUOTA AND RATE THEY WERE PRICED AT, AND THE
      *  - ADJUSTMENT (NEGATIVE FOR A CREDIT TO BE CLAWED BACK)
      ***************************************************************
       131-PRINT-LATE-LINES.

           PERFORM VARYING LS-IDX FROM 1 BY 1
                   UNTIL LS-IDX > LS-ENTRY-COUNT
               IF LS-DIST-NO(LS-IDX) = CM-DIST-NO(CM-IDX)
                  AND LS-BRANCH-NO(LS-IDX) = CM-BRANCH-NO(CM-IDX)
                  AND LS-SALES-NO(LS-IDX) = CM-SALES-NO(CM-IDX)
                   PERFORM 131A-PRINT-LATE-LINE
               END-IF
           END-PERFORM.

       131A-PRINT-LATE-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 200-PRINT-HEADING-LINES
           END-IF.

           MOVE LS-PERIOD(LS-IDX)(1:4) TO LAL-PERIOD-YEAR.
           MOVE LS-PERIOD(LS-IDX)(5:2) TO LAL-PERIOD-MONTH.

           EVALUATE LS-BASIS(LS-IDX)
               WHEN "P"
                   MOVE "AT RATE PAID"         TO LAL-BASIS
               WHEN "Q"
                   MOVE "AT MONTH'S QUOTA"     TO LAL-BASIS
               WHEN "O"
                   MOVE "SALESPERSON OFFBOARD" TO LAL-BASIS
               WHEN "X"
                   MOVE "NOT AN EARLIER MONTH" TO LAL-BASIS
               WHEN OTHER
                   MOVE "NOTHING PAID TO TAKE" TO LAL-BASIS
           END-EVALUATE.

           MOVE LS-NET-SALES(LS-IDX)  TO LAL-SALES.
           MOVE LS-QUOTA(LS-IDX)      TO LAL-QUOTA.
           MOVE LS-ATTAIN-PCT(LS-IDX) TO LAL-ATTAIN-PCT.
           IF LS-ATTAIN-PCT(LS-IDX) > ZERO
               MOVE "%"   TO LAL-PCT-SIGN
           ELSE
               MOVE SPACE TO LAL-PCT-SIGN
           END-IF.
           MOVE LS-RATE(LS-IDX)       TO LAL-RATE.
           MOVE LS-ADJ-AMT(LS-IDX)    TO LAL-ADJ-AMT.

           MOVE LATE-ADJ-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-COUNT.

      ***************************************************************
      * 136-PRINT-REGISTER-LINE.
           MOVE CM-DIST-NO(CM-IDX)     TO PI-DIST-NO.
           MOVE CM-BRANCH-NO(CM-IDX)   TO PI-BRANCH-NO.
           MOVE CM-SALES-NO(CM-IDX)    TO PI-SALES-NO.
           MOVE WS-CURRENT-PERIOD      TO PI-PERIOD.
           IF CM-SALES-TOTAL(CM-IDX) > ZERO
               MOVE CM-SALES-TOTAL(CM-IDX) TO PI-SALES-AMT
           ELSE
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-COMM-AMT TO WS-FINAL-COMM.

      ***************************************************************
      * 137A-WRITE-LATE-ADJUSTMENT.
      *  - ONE "A" PRIOR-PERIOD ADJUSTMENT FOR THE PAYROLL BUREAU
      *  - PAYING THE COMMISSION ON THE SALESPERSON'S LATE SALES.
      *  - IT IS PAID IN THIS PERIOD; THE RATE IS ZERO WHEN MONTHS
      *  - PRICED AT DIFFERENT RATES ARE COMBINED.
      ***************************************************************
       137A-WRITE-LATE-ADJUSTMENT.

           MOVE SPACES TO PAYROLL-INTF-REC.
           MOVE "A"                    TO PI-REC-TYPE.
           MOVE CM-DIST-NO(CM-IDX)     TO PI-DIST-NO.
           MOVE CM-BRANCH-NO(CM-IDX)   TO PI-BRANCH-NO.
           MOVE CM-SALES-NO(CM-IDX)    TO PI-SALES-NO.
           MOVE WS-CURRENT-PERIOD      TO PI-PERIOD.
           IF CM-LATE-SALES(CM-IDX) > ZERO
               MOVE CM-LATE-SALES(CM-IDX) TO PI-SALES-AMT
           ELSE
               MOVE ZERO TO PI-SALES-AMT
           END-IF.
           MOVE CM-LATE-RATE(CM-IDX)   TO PI-COMM-RATE.
           MOVE CM-LATE-ADJ(CM-IDX)    TO PI-COMM-AMT.

           WRITE PAYROLL-INTF-REC.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD CM-LATE-ADJ(CM-IDX) TO WS-FINAL-LATE-ADJ.

      ***************************************************************
      * 139-APPLY-CLAWBACK.
      *  - THE CLAWBACK OWED IS THIS MONTH'S RETURNED DOLLARS AT THE
      *  - RATE PAID ON THEM PLUS ANY BALANCE CARRIED IN ON CLAWBAL.
      *  - NO MORE IS TAKEN THAN THE COMMISSION JUST PAID, SO PAY
      *  - NEVER GOES BELOW ZERO (A PRIOR-PERIOD ADJUSTMENT PAID
      *  - THIS RUN COUNTS AS COMMISSION PAID); WHAT CANNOT BE TAKEN
      *  - CARRIES TO NEXT MONTH.  THE AMOUNT TAKEN IS SENT AS A "C"
      *  - CLAWBACK ADJUSTMENT RIGHT AFTER THE SALESPERSON'S "D"
      *  - DETAIL.  A LATE CREDIT THAT LEFT THE SALESPERSON'S
      *  - PRIOR-PERIOD ADJUSTMENT NEGATIVE IS OWED THE SAME WAY.
      *  - ON A RERUN OF A MONTH CLAWBAL HAS ALREADY BEEN CARRIED
      *  - PAST, THE CLAWBACK OWED IS LISTED BUT NOTHING IS TAKEN
      *  - OR CARRIED.
      ***************************************************************
       139-APPLY-CLAWBACK.

           PERFORM 139A-FIND-CLAWBACK-BALANCE.

           COMPUTE WS-CLAW-DUE ROUNDED =
               CM-CLAW-SALES(CM-IDX) * CM-CLAW-RATE(CM-IDX).

           MOVE CM-CLAW-SALES(CM-IDX)  TO WS-CLAW-RETURNED.
           MOVE CM-CLAW-RATE(CM-IDX)   TO WS-CLAW-PAID-RATE.
           MOVE CM-CLAW-PERIOD(CM-IDX) TO WS-CLAW-PAID-PERIOD.

           MOVE WS-COMM-AMT TO WS-CLAW-LIMIT.

           IF CM-LATE-ADJ(CM-IDX) < ZERO
               PERFORM 139D-ADD-LATE-CREDIT
           ELSE
               ADD CM-LATE-ADJ(CM-IDX) TO WS-CLAW-LIMIT
           END-IF.

           IF WS-CLAW-DUE > ZERO OR WS-CLAW-CARRY-IN > ZERO
               COMPUTE WS-CLAW-TOTAL-DUE =
                   WS-CLAW-DUE + WS-CLAW-CARRY-IN
               IF CLAW-RERUN-FROZEN
                   MOVE ZERO              TO WS-CLAW-RECOVERED
                                             WS-CLAW-CARRY-OUT
               ELSE
                   IF WS-CLAW-TOTAL-DUE > WS-CLAW-LIMIT
                       MOVE WS-CLAW-LIMIT     TO WS-CLAW-RECOVERED
                   ELSE
                       MOVE WS-CLAW-TOTAL-DUE TO WS-CLAW-RECOVERED
                   END-IF
                   COMPUTE WS-CLAW-CARRY-OUT =
                       WS-CLAW-TOTAL-DUE - WS-CLAW-RECOVERED

                   IF NOT BALANCE-ENTRY-FOUND
                       PERFORM 139C-ADD-CLAWBACK-BALANCE
                   END-IF
                   MOVE WS-CLAW-CARRY-OUT TO CB-TBL-BALANCE(CB-IDX)
                   MOVE "Y"               TO CB-TBL-USED(CB-IDX)
               END-IF

               IF WS-CLAW-RECOVERED > ZERO
                   PERFORM 139B-WRITE-CLAWBACK-DETAIL
               END-IF

               ADD 1 TO WS-CLAW-PERSONS
               ADD WS-CLAW-DUE       TO WS-FINAL-CLAW-DUE
               ADD WS-CLAW-CARRY-IN  TO WS-FINAL-CLAW-IN
               ADD WS-CLAW-RECOVERED TO WS-FINAL-CLAW-RECOVERED

               MOVE CM-DIST-NO(CM-IDX)     TO CL-DIST-NO
               MOVE CM-BRANCH-NO(CM-IDX)   TO CL-BRANCH-NO
               MOVE CM-SALES-NO(CM-IDX)    TO CL-SALES-NO
               MOVE CM-SALES-NAME(CM-IDX)  TO CL-SALES-NAME
               MOVE WS-CLAW-RETURNED       TO CL-RETURNED-AMT
               MOVE WS-CLAW-PAID-PERIOD    TO CL-PAID-PERIOD
               MOVE WS-CLAW-PAID-RATE      TO CL-RATE
               MOVE WS-CLAW-DUE            TO CL-CLAW-DUE
               MOVE WS-CLAW-CARRY-IN       TO CL-CARRY-IN
               MOVE WS-CLAW-LIMIT          TO CL-COMM-AMT
               MOVE WS-CLAW-RECOVERED      TO CL-RECOVERED
               MOVE WS-CLAW-CARRY-OUT      TO CL-CARRY-OUT
               PERFORM 141-PRINT-CLAW-LINE
           END-IF.

      ***************************************************************
      * 139D-ADD-LATE-CREDIT.
      *  - THE COMMISSION A LATE CREDIT TAKES BACK IS ADDED TO THE
      *  - CLAWBACK DUE, AND ITS DOLLARS TO THE RETURNED DOLLARS.
      *  - THE RATE SHOWN IS ZERO WHEN IT DIFFERS FROM THE RATE ON
      *  - THIS MONTH'S RETURNS.
      ***************************************************************
       139D-ADD-LATE-CREDIT.

           COMPUTE WS-LATE-CLAW = ZERO - CM-LATE-ADJ(CM-IDX).

           IF CM-LATE-SALES(CM-IDX) < ZERO
               COMPUTE WS-LATE-CLAW-SALES =
                   ZERO - CM-LATE-SALES(CM-IDX)
           ELSE
               MOVE ZERO TO WS-LATE-CLAW-SALES
           END-IF.

           IF CM-CLAW-SALES(CM-IDX) = ZERO
               MOVE CM-LATE-RATE(CM-IDX)   TO WS-CLAW-PAID-RATE
               MOVE CM-LATE-PERIOD(CM-IDX) TO WS-CLAW-PAID-PERIOD
           ELSE
               IF CM-LATE-RATE(CM-IDX) NOT = CM-CLAW-RATE(CM-IDX)
                   MOVE ZERO TO WS-CLAW-PAID-RATE
               END-IF
               IF CM-LATE-PERIOD(CM-IDX) > WS-CLAW-PAID-PERIOD
                   MOVE CM-LATE-PERIOD(CM-IDX) TO WS-CLAW-PAID-PERIOD
               END-IF
           END-IF.

           ADD WS-LATE-CLAW       TO WS-CLAW-DUE.
           ADD WS-LATE-CLAW-SALES TO WS-CLAW-RETURNED.

      ***************************************************************
      * 139A-FIND-CLAWBACK-BALANCE.
      *  - FINDS THE SALESPERSON'S CLAWBACK TABLE ENTRY, LEAVING
      *  - CB-IDX SET AND THE BALANCE CARRIED IN FROM EARLIER MONTHS
      *  - IN WS-CLAW-CARRY-IN
      ***************************************************************
       139A-FIND-CLAWBACK-BALANCE.

           MOVE "N" TO WS-BALANCE-FOUND.

           PERFORM VARYING CB-IDX FROM 1 BY 1
                   UNTIL CB-IDX > CB-ENTRY-COUNT
               IF CM-DIST-NO(CM-IDX) = CB-TBL-DIST-NO(CB-IDX)
                  AND CM-BRANCH-NO(CM-IDX) = CB-TBL-BRANCH-NO(CB-IDX)
                  AND CM-SALES-NO(CM-IDX) = CB-TBL-SALES-NO(CB-IDX)
                   SET BALANCE-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF BALANCE-ENTRY-FOUND
               MOVE CB-TBL-CARRY-IN(CB-IDX) TO WS-CLAW-CARRY-IN
           ELSE
               MOVE ZERO TO WS-CLAW-CARRY-IN
           END-IF.

      ***************************************************************
      * 139C-ADD-CLAWBACK-BALANCE.
      *  - A SALESPERSON WHO CAME IN OWING NOTHING GETS A NEW
      *  - CLAWBACK TABLE ENTRY, LEAVING CB-IDX SET
      ***************************************************************
       139C-ADD-CLAWBACK-BALANCE.

           IF CB-ENTRY-COUNT >= 2000
               DISPLAY "COMMCALC: CLAWBACK TABLE FULL - RUN "
                       "TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO CB-ENTRY-COUNT.
           SET CB-IDX TO CB-ENTRY-COUNT.
           MOVE CM-DIST-NO(CM-IDX)   TO CB-TBL-DIST-NO(CB-IDX).
           MOVE CM-BRANCH-NO(CM-IDX) TO CB-TBL-BRANCH-NO(CB-IDX).
           MOVE CM-SALES-NO(CM-IDX)  TO CB-TBL-SALES-NO(CB-IDX).
           MOVE ZERO TO CB-TBL-CARRY-IN(CB-IDX)
                        CB-TBL-BALANCE(CB-IDX).
           MOVE "N"  TO CB-TBL-USED(CB-IDX).

      ***************************************************************
      * 139B-WRITE-CLAWBACK-DETAIL.
      *  - ONE "C" CLAWBACK ADJUSTMENT FOR THE PAYROLL BUREAU: THE
      *  - AMOUNT TAKEN BACK, THE RETURNED DOLLARS, AND THE RATE
      *  - ORIGINALLY PAID ON THEM
      ***************************************************************
       139B-WRITE-CLAWBACK-DETAIL.

           MOVE SPACES TO PAYROLL-INTF-REC.
           MOVE "C"                    TO PI-REC-TYPE.
           MOVE CM-DIST-NO(CM-IDX)     TO PI-DIST-NO.
           MOVE CM-BRANCH-NO(CM-IDX)   TO PI-BRANCH-NO.
           MOVE CM-SALES-NO(CM-IDX)    TO PI-SALES-NO.
           MOVE WS-CURRENT-PERIOD      TO PI-PERIOD.
           MOVE WS-CLAW-RETURNED       TO PI-SALES-AMT.
           MOVE WS-CLAW-PAID-RATE      TO PI-COMM-RATE.
           MOVE WS-CLAW-RECOVERED      TO PI-COMM-AMT.

           WRITE PAYROLL-INTF-REC.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD 1 TO WS-CLAW-COUNT.

      ***************************************************************
      * 141-PRINT-CLAW-LINE.
      *  - ONE CLAWBACK REGISTER LINE.  THE CALLER HAS ALREADY
      *  - MOVED THE FIELDS.
      ***************************************************************
       141-PRINT-CLAW-LINE.

           IF CLAW-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 210-PRINT-CLAW-HEADING-LINES
           END-IF.

           MOVE CLAW-LINE TO CLAW-PRINT-REC.
           WRITE CLAW-PRINT-REC AFTER ADVANCING 1 LINES.
           ADD 1 TO CLAW-LINE-COUNT.

      ***************************************************************
      * 145-FINISH-CLAWBACK-REGISTER.
      *  - A SALESPERSON STILL OWING A BALANCE WHO EARNED NOTHING
      *  - THIS MONTH IS LISTED WITH NOTHING RECOVERED, THEN THE
      *  - CLAWBACK TOTALS ARE PRINTED.  A RERUN THAT TOOK NO
      *  - CLAWBACK SAYS SO UNDER THE TOTALS.
      ***************************************************************
       145-FINISH-CLAWBACK-REGISTER.

           PERFORM VARYING CB-IDX FROM 1 BY 1
                   UNTIL CB-IDX > CB-ENTRY-COUNT
               IF CB-TBL-USED(CB-IDX) = "N"
                  AND CB-TBL-BALANCE(CB-IDX) > ZERO
                   ADD 1 TO WS-CLAW-PERSONS
                   ADD CB-TBL-CARRY-IN(CB-IDX) TO WS-FINAL-CLAW-IN
                   MOVE CB-TBL-DIST-NO(CB-IDX)   TO CL-DIST-NO
                                                    SP-DIST-NO
                   MOVE CB-TBL-BRANCH-NO(CB-IDX) TO CL-BRANCH-NO
                                                    SP-BRANCH-NO
                   MOVE CB-TBL-SALES-NO(CB-IDX)  TO CL-SALES-NO
                                                    SP-SALES-NO
                   PERFORM 117-LOOKUP-SALES-NAME
                   MOVE SP-NAME TO CL-SALES-NAME
                   MOVE ZERO TO CL-RETURNED-AMT CL-PAID-PERIOD
                                CL-RATE CL-CLAW-DUE CL-COMM-AMT
                                CL-RECOVERED
                   MOVE CB-TBL-CARRY-IN(CB-IDX) TO CL-CARRY-IN
                   MOVE CB-TBL-BALANCE(CB-IDX)  TO CL-CARRY-OUT
                   PERFORM 141-PRINT-CLAW-LINE
               END-IF
               ADD CB-TBL-BALANCE(CB-IDX) TO WS-FINAL-CLAW-CARRIED
           END-PERFORM.

           IF CLAW-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 210-PRINT-CLAW-HEADING-LINES
           END-IF.

           MOVE WS-CLAW-PERSONS         TO CTL2-PERSON-COUNT.
           MOVE WS-FINAL-CLAW-DUE       TO CTL2-CLAW-DUE.
           MOVE WS-FINAL-CLAW-IN        TO CTL2-CARRY-IN.
           MOVE WS-FINAL-CLAW-RECOVERED TO CTL2-RECOVERED.
           MOVE CLAW-TOTALS-LINE TO CLAW-PRINT-REC.
           WRITE CLAW-PRINT-REC AFTER ADVANCING 3 LINES.

           MOVE WS-FINAL-CLAW-CARRIED   TO CTL3-CARRIED.
           MOVE CLAW-TOTALS-LINE-2 TO CLAW-PRINT-REC.
           WRITE CLAW-PRINT-REC AFTER ADVANCING 1 LINES.

           IF CLAW-RERUN-FROZEN
               MOVE WS-CURRENT-PERIOD(1:4)   TO CFL-RUN-YEAR
               MOVE WS-CURRENT-PERIOD(5:2)   TO CFL-RUN-MONTH
               MOVE WS-CB-LATEST-PERIOD(1:4) TO CFL-CB-YEAR
               MOVE WS-CB-LATEST-PERIOD(5:2) TO CFL-CB-MONTH
               MOVE CLAW-FROZEN-LINE TO CLAW-PRINT-REC
               WRITE CLAW-PRINT-REC AFTER ADVANCING 2 LINES
           END-IF.

           MOVE CLAW-TOTALS-LINE-3 TO CLAW-PRINT-REC.
           WRITE CLAW-PRINT-REC AFTER ADVANCING 2 LINES.

      ***************************************************************
      * 146-WRITE-CLAWBACK-BALANCES.
      *  - CLAWBAL IS REWRITTEN FROM THE CLAWBACK TABLE, STAMPED
      *  - WITH THIS PERIOD AND THE BALANCE THE PERIOD STARTED FROM.
      *  - A SALESPERSON WHO NEITHER CAME IN OWING NOR GOES OUT
      *  - OWING IS DROPPED.
      ***************************************************************
       146-WRITE-CLAWBACK-BALANCES.

           OPEN OUTPUT CLAWBACK-BALANCE.

           PERFORM VARYING CB-IDX FROM 1 BY 1
                   UNTIL CB-IDX > CB-ENTRY-COUNT
               IF CB-TBL-CARRY-IN(CB-IDX) > ZERO
                  OR CB-TBL-BALANCE(CB-IDX) > ZERO
                   MOVE CB-TBL-DIST-NO(CB-IDX)   TO CB-DIST-NO
                   MOVE CB-TBL-BRANCH-NO(CB-IDX) TO CB-BRANCH-NO
                   MOVE CB-TBL-SALES-NO(CB-IDX)  TO CB-SALES-NO
                   MOVE WS-CURRENT-PERIOD        TO CB-PERIOD
                   MOVE CB-TBL-CARRY-IN(CB-IDX)  TO CB-PRIOR-BALANCE
                   MOVE CB-TBL-BALANCE(CB-IDX)   TO CB-BALANCE
                   WRITE CLAWBACK-BALANCE-REC
               END-IF
           END-PERFORM.

           CLOSE CLAWBACK-BALANCE.

      ***************************************************************
      * 118-LOOKUP-ORG-NAME.
      *  - THE ORGANIZATION MASTER IS READ FOR THE DISTRICT OR
      *  - BRANCH KEY ALREADY MOVED TO OM-KEY BY THE CALLER SO ITS
      *  - NAME PRINTS BESIDE THE NUMBER ON THE TOTAL LINES.  A
      *  - DISTRICT OR BRANCH WITH NO MASTER RECORD, OR A RUN WITH NO
      *  - ORGANIZATION MASTER, PRINTS WITH THE NAME BLANK.
      ***************************************************************
       118-LOOKUP-ORG-NAME.

           IF WS-OM-OPENED = "Y"
               READ ORG-MASTER
                   INVALID KEY
                       MOVE SPACES TO OM-NAME
               END-READ
           ELSE
               MOVE SPACES TO OM-NAME
           END-IF.

      ***************************************************************
      * 150-BRANCH-BREAK.
      *  - THE COMPLETED BRANCH'S SALES AND COMMISSION TOTALS ARE
       150-BRANCH-BREAK.

           MOVE WS-LAST-BRANCH  TO BTL-BRANCH-NUM.

           MOVE "B"             TO OM-REC-TYPE.
           MOVE WS-LAST-DIST    TO OM-DIST-NO.
           MOVE WS-LAST-BRANCH  TO OM-BRANCH-NO.
           PERFORM 118-LOOKUP-ORG-NAME.
           MOVE OM-NAME         TO BTL-BRANCH-NAME.
           MOVE WS-BRANCH-SALES TO BTL-BRANCH-SALES.
           MOVE WS-BRANCH-COMM  TO BTL-BRANCH-COMM.

       160-DIST-BREAK.

           MOVE WS-LAST-DIST  TO DTL-DISTRICT-NUM.

           MOVE "D"           TO OM-REC-TYPE.
           MOVE WS-LAST-DIST  TO OM-DIST-NO.
           MOVE ZERO          TO OM-BRANCH-NO.
           PERFORM 118-LOOKUP-ORG-NAME.
           MOVE OM-NAME       TO DTL-DISTRICT-NAME.
           MOVE WS-DIST-SALES TO DTL-DIST-SALES.
           MOVE WS-DIST-COMM  TO DTL-DIST-COMM.


            MOVE ZERO TO LINE-COUNT.

      ***************************************************************
      * 210-PRINT-CLAW-HEADING-LINES.
      *  - PRINT THE CLAWBACK REGISTER HEADING LINES
      ***************************************************************
       210-PRINT-CLAW-HEADING-LINES.

            ADD 1 TO CLAW-PAGE-COUNT.
            MOVE CLAW-PAGE-COUNT TO CHL2-PAGE-NUMBER.
            MOVE CLAW-HEADING-LINE-1 TO CLAW-PRINT-REC.
            WRITE CLAW-PRINT-REC AFTER ADVANCING PAGE.
            MOVE CLAW-HEADING-LINE-2 TO CLAW-PRINT-REC.
            WRITE CLAW-PRINT-REC AFTER ADVANCING 2 LINES.
            MOVE CLAW-HEADING-LINE-3 TO CLAW-PRINT-REC.
            WRITE CLAW-PRINT-REC AFTER ADVANCING 2 LINES.

            MOVE ZERO TO CLAW-LINE-COUNT.

      ***************************************************************
      * 120-EOJ.
      *  - THE FINAL TOTAL LINE, THE PAYROLL TRAILER RECORD, AND
      *  - THE END-OF-REPORT TRAILER ARE WRITTEN AND FILES CLOSED.
      *  - THE TRAILER CARRIES THE NET COMMISSION PAYABLE: THE
      *  - MONTH'S COMMISSION PLUS PRIOR-PERIOD ADJUSTMENTS, LESS
      *  - CLAWBACKS.  THE CLAWBACK REGISTER IS FINISHED AND
      *  - CLAWBAL REWRITTEN, EXCEPT ON A RERUN THAT TOOK NO
      *  - CLAWBACK, WHICH LEAVES CLAWBAL ALONE AND ENDS WITH
      *  - RETURN CODE 4 SO THE RERUN IS NOT MISTAKEN FOR A CLEAN
      *  - ONE.
      ***************************************************************
       120-EOJ.

           MOVE FINAL-TOTAL-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.

           COMPUTE WS-NET-COMM =
               WS-FINAL-COMM + WS-FINAL-LATE-ADJ
                   - WS-FINAL-CLAW-RECOVERED.

           MOVE WS-FINAL-LATE-ADJ TO LTL-LATE-ADJ.
           MOVE LATE-ADJ-TOTAL-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.

           MOVE WS-FINAL-CLAW-RECOVERED TO CTL-CLAWBACK.
           MOVE CLAWBACK-TOTAL-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.

           MOVE WS-NET-COMM TO NCL-NET-COMM.
           MOVE NET-COMM-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.

           MOVE CM-ENTRY-COUNT TO TL2-PERSON-COUNT.
           MOVE TOTALS-LINE-2 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PAYROLL-INTF-REC.
           MOVE "T"             TO PT-REC-TYPE.
           MOVE WS-DETAIL-COUNT TO PT-DETAIL-COUNT.
           MOVE WS-NET-COMM     TO PT-TOTAL-COMM.
           WRITE PAYROLL-INTF-REC.

           PERFORM 138-WRITE-CYCLE-CONTROL.

           IF CLAW-PAGE-COUNT = ZERO
               PERFORM 210-PRINT-CLAW-HEADING-LINES
           END-IF.

           PERFORM 145-FINISH-CLAWBACK-REGISTER.

           IF CLAW-RERUN-FROZEN
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 146-WRITE-CLAWBACK-BALANCES
           END-IF.

           CLOSE BELOW-QUOTA-REPORT
                 MET-QUOTA-REPORT
                 SALES-PERSON-MASTER
                 COMMISSION-REGISTER
                 PAYROLL-INTERFACE
                 CLAWBACK-REGISTER.

           IF WS-OM-OPENED = "Y"
               CLOSE ORG-MASTER
           END-IF.

      ***************************************************************
      * 138-WRITE-CYCLE-CONTROL.
      *  - ARE APPENDED TO THE SHARED CYCLE-CONTROL FILE SO CYCLEBAL
      *  - CAN PROVE THEY TIE TO WHAT CBL01 WROTE - A SHORT BLWQTAO
      *  - (A BAD GENERATION PICKED UP) PAYS COMMISSIONS ON THE
      *  - WRONG MONTH AND NOTHING ELSE FLAGS IT.  A RUN THAT PAID
      *  - THE CALENDAR MONTH (NOT A CONTROL-CARD RERUN OF AN
      *  - EARLIER ONE) ALSO APPENDS ITS PAYRINTF DETAIL COUNT, SO
      *  - SLSOFFB CAN TELL THIS MONTH'S COMMISSION HAS BEEN SENT
      *  - BEFORE PAYRECON HAS POSTED IT TO PAIDHIST.
      ***************************************************************
       138-WRITE-CYCLE-CONTROL.

           MOVE WS-MQ-RECS-READ TO CY-REC-COUNT.
           WRITE CYCLE-CONTROL-REC.

           IF WS-CURRENT-PERIOD = CD-YEAR * 100 + CD-MONTH
               COMPUTE CY-RUN-DATE =
                   CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY
               COMPUTE CY-RUN-TIME =
                   CD-HOURS * 100 + CD-MINUTES
               MOVE "COMMCALC" TO CY-PROGRAM-NAME
               MOVE "PAYRINTF" TO CY-FILE-NAME
               MOVE "O"        TO CY-IO-TYPE
               MOVE WS-DETAIL-COUNT TO CY-REC-COUNT
               WRITE CYCLE-CONTROL-REC
           END-IF.

           CLOSE CYCLE-CONTROL.
