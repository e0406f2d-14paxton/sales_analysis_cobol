       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACCRL.
       AUTHOR. BRANDON PAXTON.
       DATE-COMPILED.
      **************************************************************
      * PURPOSE:  THIS PROGRAM BUILDS THE GENERAL LEDGER JOURNAL
      * FOR SALES COMMISSION, SO FINANCE NO LONGER BOOKS IT BY HAND
      * FROM THE COMMCALC REGISTER.  EVERY PAYRINTF PAYMENT ("D"),
      * FINAL PAY ("F"), PRIOR-PERIOD ADJUSTMENT FOR A LATE SALE
      * ("A") AND CLAWBACK ("C") IS ACCRUED BY DISTRICT
      * COST CENTER - DEBIT COMMISSION EXPENSE, CREDIT ACCRUED
      * COMMISSIONS (THE OTHER WAY ROUND FOR A CLAWBACK) - AND
      * KEPT ON THE GLACCR OPEN-ACCRUAL FILE.  WHEN THE PAYROLL
      * BUREAU'S PAYRACK ACKNOWLEDGMENT CONFIRMS A PAYMENT THE
      * ACCRUAL IS REVERSED AGAINST CASH FOR THE DOLLARS THE BUREAU
      * PAID, ANY DIFFERENCE GOING BACK TO EXPENSE, AND THE ITEM IS
      * CLOSED.  A REJECTED PAYMENT STAYS ACCRUED AND IS LISTED,
      * WITH EVERY PAYMENT STILL AWAITING ITS ACKNOWLEDGMENT, ON THE
      * GLAGING AGING LISTING.  THE PROGRAM MAY RUN AT MONTH-END
      * BEFORE THE BUREAU ANSWERS AND AGAIN AFTER: A PAYRINTF FILE
      * ALREADY ACCRUED IS NEVER BOOKED TWICE, AND A PAYMENT RESENT
      * AFTER A REJECTION IS NOT ACCRUED AGAIN.  THE GLPROOF JOURNAL
      * PROOF SHOWS DEBITS AGAINST CREDITS AND THE ACCRUAL AGAINST
      * THE PAYRINTF TRAILER (PT-TOTAL-COMM).  WHEN EITHER DOES NOT
      * AGREE THE GL FILE IS NOT WRITTEN, GLACCR IS LEFT AS IT WAS,
      * AND THE RUN ENDS WITH RC 8.  RC 4 WHEN AN ACKNOWLEDGMENT
      * MATCHED NO OPEN ACCRUAL; RC 16 ON A FILE OR TABLE FAILURE.
      **************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAYROLL-INTERFACE
           ASSIGN TO PAYRINTF
           FILE STATUS IS WS-PI-STATUS.

           SELECT BUREAU-ACK
           ASSIGN TO PAYRACK
           FILE STATUS IS WS-AK-STATUS.

           SELECT GL-ACCRUAL-FILE
           ASSIGN TO GLACCR
           FILE STATUS IS WS-GA-STATUS.

           SELECT SALES-PERSON-MASTER
           ASSIGN TO SLSPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SP-KEY
           FILE STATUS IS WS-SP-STATUS.

           SELECT GL-JOURNAL-FILE
           ASSIGN TO GLJRNL.

           SELECT PROOF-REPORT
           ASSIGN TO GLPROOF.

           SELECT AGING-REPORT
           ASSIGN TO GLAGING.

       DATA DIVISION.
       FILE SECTION.

       FD  PAYROLL-INTERFACE
             RECORD CONTAINS 37 CHARACTERS.

           COPY PIRECORD.

       FD  BUREAU-ACK
           RECORD CONTAINS 28 CHARACTERS.

       01  BUREAU-ACK-REC.
           05  AK-REC-TYPE          PIC X(1).
               88  AK-DETAIL            VALUE "D".
               88  AK-CLAWBACK          VALUE "C".
               88  AK-FINAL-PAY         VALUE "F".
               88  AK-LATE-ADJUSTMENT   VALUE "A".
               88  AK-TRAILER           VALUE "T".
           05  AK-DIST-NO           PIC 9(4).
           05  AK-BRANCH-NO         PIC 9(2).
           05  AK-SALES-NO          PIC 9(2).
           05  AK-PERIOD            PIC 9(6).
           05  AK-COMM-AMT          PIC 9(7)V99.
           05  AK-STATUS            PIC X(1).
               88  AK-ACCEPTED          VALUE "A".
               88  AK-REJECTED          VALUE "R".
           05  AK-REASON-CODE       PIC X(3).

       FD  GL-ACCRUAL-FILE
             RECORD CONTAINS 40 CHARACTERS.

           COPY GARECORD.

       FD  SALES-PERSON-MASTER
           RECORD CONTAINS 37 CHARACTERS.

           COPY SPRECORD.

       FD  GL-JOURNAL-FILE
             RECORD CONTAINS 80 CHARACTERS.

           COPY GLRECORD.

       FD  PROOF-REPORT
             RECORD CONTAINS 132 CHARACTERS.

       01  PRINT-REC        PIC X(132).

       FD  AGING-REPORT
             RECORD CONTAINS 132 CHARACTERS.

       01  AGE-PRINT-REC    PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
             05 WS-PI-STATUS      PIC X(2).
                 88  PI-FILE-OK          VALUE "00".
             05 WS-AK-STATUS      PIC X(2).
                 88  AK-FILE-OK          VALUE "00".
             05 WS-GA-STATUS      PIC X(2).
                 88  GA-FILE-OK          VALUE "00".
             05 WS-SP-STATUS      PIC X(2).
                 88  SP-FOUND            VALUE "00".
                 88  SP-NOT-FOUND        VALUE "23".
             05 WS-PI-EOF         PIC X  VALUE "N".
                 88  PI-NO-MORE          VALUE "Y".
             05 WS-AK-EOF         PIC X  VALUE "N".
                 88  AK-NO-MORE          VALUE "Y".
             05 WS-GA-EOF         PIC X  VALUE "N".
                 88  GA-NO-MORE          VALUE "Y".
             05 WS-PI-PRESENT     PIC X  VALUE "N".
             05 WS-TRAILER-FOUND  PIC X  VALUE "N".
                 88  PAYRINTF-TRAILER-FOUND VALUE "Y".
             05 WS-BATCH-ALREADY  PIC X  VALUE "N".
                 88  BATCH-ALREADY-ACCRUED  VALUE "Y".
             05 WS-ACCRUAL-FOUND  PIC X  VALUE "N".
                 88  ACCRUAL-ENTRY-FOUND    VALUE "Y".
             05 WS-DISTRICT-FOUND PIC X  VALUE "N".
                 88  DISTRICT-ENTRY-FOUND   VALUE "Y".
             05 WS-JOURNAL-BALANCED PIC X VALUE "Y".
                 88  JOURNAL-IN-BALANCE     VALUE "Y".
             05 WS-MATCH-KEY.
                 10 WS-MATCH-DIST-NO   PIC 9(4).
                 10 WS-MATCH-BRANCH-NO PIC 9(2).
                 10 WS-MATCH-SALES-NO  PIC 9(2).
                 10 WS-MATCH-PERIOD    PIC 9(6).
                 10 WS-MATCH-PAY-TYPE  PIC X(1).
             05 WS-CURRENT-PERIOD PIC 9(6) VALUE ZERO.
             05 WS-RUN-DATE       PIC 9(8) VALUE ZERO.
             05 WS-BATCH-PERIOD   PIC 9(6) VALUE ZERO.
             05 WS-BATCH-ACCRUE-DATE PIC 9(8) VALUE ZERO.
             05 WS-TRAILER-COUNT  PIC 9(7) VALUE ZERO.
             05 WS-TRAILER-TOTAL  PIC 9(9)V99 VALUE ZERO.
             05 WS-ACCRUED-COUNT  PIC 9(7) VALUE ZERO.
             05 WS-RESENT-COUNT   PIC 9(7) VALUE ZERO.
             05 WS-RESENT-NET     PIC S9(9)V99 VALUE ZERO.
             05 WS-REVERSED-COUNT PIC 9(7) VALUE ZERO.
             05 WS-REJECTED-COUNT PIC 9(7) VALUE ZERO.
             05 WS-ACCRUAL-EXPECTED  PIC S9(9)V99 VALUE ZERO.
             05 WS-ACCRUAL-JOURNALED PIC S9(9)V99 VALUE ZERO.
             05 WS-TOTAL-DEBITS   PIC 9(11)V99 VALUE ZERO.
             05 WS-TOTAL-CREDITS  PIC 9(11)V99 VALUE ZERO.
             05 WS-VARIANCE       PIC S9(9)V99 VALUE ZERO.
             05 WS-SIGNED-AMT     PIC S9(9)V99 VALUE ZERO.
             05 WS-AGE-MONTHS     PIC S9(5) VALUE ZERO.
             05 WS-GL-RECORD-COUNT PIC 9(7) VALUE ZERO.
             05 WS-JL-PERIOD      PIC 9(6).
             05 WS-JL-ACCOUNT     PIC X(6).
             05 WS-JL-DR-CR       PIC X(1).
             05 WS-JL-AMOUNT      PIC 9(9)V99.
             05 WS-JL-ENTRY-TYPE  PIC X(2).
             05 WS-JL-DESCRIPTION PIC X(30).

      * GENERAL LEDGER ACCOUNTS THE COMMISSION JOURNAL POSTS TO.
      * THE COST CENTER IS ALWAYS THE SALESPERSON'S DISTRICT.
       01  GL-ACCOUNTS.
             05 WS-EXPENSE-ACCOUNT PIC X(6) VALUE "615000".
             05 WS-ACCRUED-ACCOUNT PIC X(6) VALUE "215000".
             05 WS-CASH-ACCOUNT    PIC X(6) VALUE "101000".

       01  PAYMENT-TABLE.
             05  PD-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  PD-ENTRIES OCCURS 1 TO 2000 TIMES
                     DEPENDING ON PD-ENTRY-COUNT
                     INDEXED BY PD-IDX.
                 10  PD-DIST-NO        PIC 9(4).
                 10  PD-BRANCH-NO      PIC 9(2).
                 10  PD-SALES-NO       PIC 9(2).
                 10  PD-PERIOD         PIC 9(6).
                 10  PD-REC-TYPE       PIC X(1).
                 10  PD-COMM-AMT       PIC 9(7)V99.

      * GLACCR AS LOADED PLUS THIS RUN'S ACCRUALS.  AI-STATUS "O"
      * AWAITING ACKNOWLEDGMENT, "R" REJECTED, "X" REVERSED THIS
      * RUN AND LEFT OUT WHEN GLACCR IS REWRITTEN.
       01  ACCRUAL-TABLE.
             05  AI-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  AI-ENTRIES OCCURS 1 TO 5000 TIMES
                     DEPENDING ON AI-ENTRY-COUNT
                     INDEXED BY AI-IDX.
                 10  AI-DIST-NO        PIC 9(4).
                 10  AI-BRANCH-NO      PIC 9(2).
                 10  AI-SALES-NO       PIC 9(2).
                 10  AI-PERIOD         PIC 9(6).
                 10  AI-PERIOD-R REDEFINES AI-PERIOD.
                     15  AI-PERIOD-YEAR    PIC 9(4).
                     15  AI-PERIOD-MONTH   PIC 99.
                 10  AI-PAY-TYPE       PIC X(1).
                 10  AI-AMOUNT         PIC 9(7)V99.
                 10  AI-ACCRUE-DATE    PIC 9(8).
                 10  AI-STATUS         PIC X(1).
                 10  AI-REASON-CODE    PIC X(3).

       01  BATCH-TABLE.
             05  BT-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  BT-ENTRIES OCCURS 1 TO 2000 TIMES
                     DEPENDING ON BT-ENTRY-COUNT
                     INDEXED BY BT-IDX.
                 10  BT-PERIOD         PIC 9(6).
                 10  BT-DETAIL-COUNT   PIC 9(7).
                 10  BT-TOTAL-COMM     PIC 9(9)V99.
                 10  BT-ACCRUE-DATE    PIC 9(8).

       01  DISTRICT-TABLE.
             05  DT-ENTRY-COUNT    PIC 9(3)  VALUE ZERO.
             05  DT-ENTRIES OCCURS 1 TO 500 TIMES
                     DEPENDING ON DT-ENTRY-COUNT
                     INDEXED BY DT-IDX.
                 10  DT-DIST-NO        PIC 9(4).
                 10  DT-PAY-ACCRUED    PIC 9(9)V99.
                 10  DT-CLAW-ACCRUED   PIC 9(9)V99.
                 10  DT-PAY-REVERSED   PIC 9(9)V99.
                 10  DT-PAY-CASH       PIC 9(9)V99.
                 10  DT-CLAW-REVERSED  PIC 9(9)V99.
                 10  DT-CLAW-CASH      PIC 9(9)V99.
                 10  DT-DEBITS         PIC 9(9)V99.
                 10  DT-CREDITS        PIC 9(9)V99.

       01  JOURNAL-TABLE.
             05  JL-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  JL-ENTRIES OCCURS 1 TO 5000 TIMES
                     DEPENDING ON JL-ENTRY-COUNT
                     INDEXED BY JL-IDX.
                 10  JL-PERIOD         PIC 9(6).
                 10  JL-COST-CENTER    PIC 9(4).
                 10  JL-ACCOUNT        PIC X(6).
                 10  JL-DR-CR          PIC X(1).
                 10  JL-AMOUNT         PIC 9(9)V99.
                 10  JL-ENTRY-TYPE     PIC X(2).
                 10  JL-DESCRIPTION    PIC X(30).

       01  EXCEPTION-TABLE.
             05  EX-ENTRY-COUNT    PIC 9(3)  VALUE ZERO.
             05  EX-ENTRIES OCCURS 1 TO 500 TIMES
                     DEPENDING ON EX-ENTRY-COUNT
                     INDEXED BY EX-IDX.
                 10  EX-DIST-NO        PIC 9(4).
                 10  EX-BRANCH-NO      PIC 9(2).
                 10  EX-SALES-NO       PIC 9(2).
                 10  EX-PERIOD         PIC 9(6).
                 10  EX-PAY-TYPE       PIC X(1).
                 10  EX-AMOUNT         PIC 9(7)V99.
                 10  EX-ACK-STATUS     PIC X(1).
                 10  EX-REASON-CODE    PIC X(3).

       01  AGE-BUCKET-VALUES.
             05  PIC X(20) VALUE 'CURRENT MONTH'.
             05  PIC X(20) VALUE '1 MONTH'.
             05  PIC X(20) VALUE '2 MONTHS'.
             05  PIC X(20) VALUE '3 MONTHS AND OLDER'.
       01  AGE-BUCKET-TABLE REDEFINES AGE-BUCKET-VALUES.
             05  AB-ENTRIES OCCURS 4 TIMES
                     INDEXED BY AB-IDX.
                 10  AB-DESCRIPTION    PIC X(20).

       01  AGE-BUCKET-TOTALS.
             05  AB-TOTAL-ENTRIES OCCURS 4 TIMES.
                 10  AB-COUNT          PIC 9(7).
                 10  AB-AMOUNT         PIC S9(9)V99.

       01  AGE-TOTAL-FIELDS.
             05  AGE-OPEN-COUNT       PIC 9(7) VALUE ZERO.
             05  AGE-OPEN-AMOUNT      PIC S9(9)V99 VALUE ZERO.
             05  AGE-REJECT-COUNT     PIC 9(7) VALUE ZERO.
             05  AGE-REJECT-AMOUNT    PIC S9(9)V99 VALUE ZERO.

       01  PRINT-FIELDS.
             05  PAGE-COUNT       PIC 9(3)  VALUE ZERO.
             05  LINES-ON-PAGE    PIC 9(2)  VALUE 50.
             05  LINE-COUNT       PIC 9(2)  VALUE 99.

       01  AGE-PRINT-FIELDS.
             05  AGE-PAGE-COUNT   PIC 9(3)  VALUE ZERO.
             05  AGE-LINE-COUNT   PIC 9(2)  VALUE 99.

       01  CURRENT-DATE-AND-TIME.
             05  CD-YEAR          PIC 9999.
             05  CD-MONTH         PIC 99.
             05  CD-DAY           PIC 99.
             05                   PIC X(12).

       01  HEADING-LINE-1.
             05                   PIC X(40) VALUE SPACES.
             05   PIC X(44)  VALUE
                  'GL COMMISSION ACCRUAL JOURNAL PROOF'.

       01  HEADING-LINE-2.
            05                    PIC X(11)   VALUE SPACES.
            05  HL2-YEAR          PIC 9(4).
            05                    PIC X(1)   VALUE '/'.
            05  HL2-MONTH         PIC 99.
            05                    PIC X(1)   VALUE '/'.
            05  HL2-DAY           PIC 99.
            05                    PIC X(95)  VALUE SPACES.
            05                    PIC X(6) VALUE 'PAGE  '.
            05  HL2-PAGE-NUMBER   PIC ZZ9.

       01  HEADING-LINE-3.
           05                    PIC X(3)    VALUE SPACES.
           05                    PIC X(7)    VALUE 'DIST'.
           05                    PIC X(14)   VALUE '   PAY ACCRUED'.
           05                    PIC X(14)   VALUE '  CLAW ACCRUED'.
           05                    PIC X(14)   VALUE '  PAY REVERSED'.
           05                    PIC X(14)   VALUE '     CASH PAID'.
           05                    PIC X(14)   VALUE ' CLAW REVERSED'.
           05                    PIC X(14)   VALUE 'CASH RECOVERED'.
           05                    PIC X(14)   VALUE '        DEBITS'.
           05                    PIC X(14)   VALUE '       CREDITS'.

       01  DISTRICT-LINE.
            05                    PIC X(3)  VALUE SPACES.
            05  DL-DIST-NO        PIC X(4).
            05                    PIC X(3)  VALUE SPACES.
            05                    PIC X(1)  VALUE SPACES.
            05  DL-PAY-ACCRUED    PIC ZZ,ZZZ,ZZ9.99.
            05                    PIC X(1)  VALUE SPACES.
            05  DL-CLAW-ACCRUED   PIC ZZ,ZZZ,ZZ9.99.
            05                    PIC X(1)  VALUE SPACES.
            05  DL-PAY-REVERSED   PIC ZZ,ZZZ,ZZ9.99.
            05                    PIC X(1)  VALUE SPACES.
            05  DL-PAY-CASH       PIC ZZ,ZZZ,ZZ9.99.
            05                    PIC X(1)  VALUE SPACES.
            05  DL-CLAW-REVERSED  PIC ZZ,ZZZ,ZZ9.99.
            05                    PIC X(1)  VALUE SPACES.
            05  DL-CLAW-CASH      PIC ZZ,ZZZ,ZZ9.99.
            05                    PIC X(1)  VALUE SPACES.
            05  DL-DEBITS         PIC ZZ,ZZZ,ZZ9.99.
            05                    PIC X(1)  VALUE SPACES.
            05  DL-CREDITS        PIC ZZ,ZZZ,ZZ9.99.

       01  EXCEPTION-HEADING.
            05                    PIC X(3)  VALUE SPACES.
            05                    PIC X(50)
              VALUE 'ACKNOWLEDGMENTS MATCHING NO OPEN ACCRUAL'.

       01  EXCEPTION-LINE.
            05                    PIC X(3)  VALUE SPACES.
            05  XL-DIST-NO        PIC 9(4).
            05                    PIC X(1)  VALUE '-'.
            05  XL-BRANCH-NO      PIC 9(2).
            05                    PIC X(1)  VALUE '-'.
            05  XL-SALES-NO       PIC 9(2).
            05                    PIC X(3)  VALUE SPACES.
            05  XL-PERIOD         PIC 9(6).
            05                    PIC X(3)  VALUE SPACES.
            05  XL-PAY-TYPE       PIC X(1).
            05                    PIC X(3)  VALUE SPACES.
            05  XL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
            05                    PIC X(3)  VALUE SPACES.
            05  XL-CONDITION      PIC X(30).
            05                    PIC X(3)  VALUE SPACES.
            05  XL-REASON-CODE    PIC X(3).

       01  PROOF-LINE-1.
            05                     PIC X(3)  VALUE SPACES.
            05                     PIC X(15)
              VALUE 'TOTAL DEBITS:  '.
            05 PF1-DEBITS          PIC $$$,$$$,$$$,$$9.99.
            05                     PIC X(5)  VALUE SPACES.
            05                     PIC X(16)
              VALUE 'TOTAL CREDITS:  '.
            05 PF1-CREDITS         PIC $$$,$$$,$$$,$$9.99.
            05                     PIC X(5)  VALUE SPACES.
            05 PF1-MSG             PIC X(20).

       01  PROOF-LINE-2.
            05                     PIC X(3)  VALUE SPACES.
            05                     PIC X(25)
              VALUE 'PAYRINTF TRAILER TOTAL:  '.
            05 PF2-TRAILER-TOTAL   PIC $$$,$$$,$$9.99.
            05                     PIC X(5)  VALUE SPACES.
            05                     PIC X(15)
              VALUE 'TRAILER COUNT: '.
            05 PF2-TRAILER-COUNT   PIC ZZZ,ZZ9.
            05                     PIC X(5)  VALUE SPACES.
            05                     PIC X(14)
              VALUE 'DETAILS READ: '.
            05 PF2-DETAIL-COUNT    PIC ZZZ,ZZ9.

       01  PROOF-LINE-3.
            05                     PIC X(3)  VALUE SPACES.
            05                     PIC X(31)
              VALUE 'LESS ALREADY ACCRUED, RESENT:  '.
            05 PF3-RESENT-NET      PIC ZZZ,ZZZ,ZZ9.99-.
            05                     PIC X(5)  VALUE SPACES.
            05                     PIC X(7)  VALUE 'ITEMS: '.
            05 PF3-RESENT-COUNT    PIC ZZZ,ZZ9.

       01  PROOF-LINE-4.
            05                     PIC X(3)  VALUE SPACES.
            05                     PIC X(19)
              VALUE 'ACCRUAL EXPECTED:  '.
            05 PF4-EXPECTED        PIC ZZZ,ZZZ,ZZ9.99-.
            05                     PIC X(5)  VALUE SPACES.
            05                     PIC X(20)
              VALUE 'ACCRUAL JOURNALED:  '.
            05 PF4-JOURNALED       PIC ZZZ,ZZZ,ZZ9.99-.
            05                     PIC X(5)  VALUE SPACES.
            05 PF4-MSG             PIC X(40).

       01  PROOF-LINE-5.
            05                     PIC X(3)  VALUE SPACES.
            05                     PIC X(17)
              VALUE 'ACKS - REVERSED: '.
            05 PF5-REVERSED-COUNT  PIC ZZZ,ZZ9.
            05                     PIC X(5)  VALUE SPACES.
            05                     PIC X(10) VALUE 'REJECTED: '.
            05 PF5-REJECTED-COUNT  PIC ZZZ,ZZ9.
            05                     PIC X(5)  VALUE SPACES.
            05                     PIC X(22)
              VALUE 'NO OPEN ACCRUAL: '.
            05 PF5-EXCEPTION-COUNT PIC ZZZ,ZZ9.

       01  PROOF-LINE-6.
            05                     PIC X(3)  VALUE SPACES.
            05                     PIC X(17)
              VALUE 'GL JOURNAL FILE: '.
            05 PF6-MSG             PIC X(40).
            05                     PIC X(9)  VALUE 'RECORDS: '.
            05 PF6-RECORD-COUNT    PIC ZZZ,ZZ9.

       01  TOTALS-LINE-5.
            05                     PIC X(38) VALUE SPACES.
            05                     PIC X(45)
              VALUE "* * * * *    END    OF    REPORT    * * * * *".

       01  AGE-HEADING-LINE-1.
             05                   PIC X(40) VALUE SPACES.
             05   PIC X(40)  VALUE
                  'GL COMMISSION ACCRUAL AGING LISTING'.

       01  AGE-HEADING-LINE-2.
            05                    PIC X(11)   VALUE SPACES.
            05  AHL2-YEAR         PIC 9(4).
            05                    PIC X(1)   VALUE '/'.
            05  AHL2-MONTH        PIC 99.
            05                    PIC X(1)   VALUE '/'.
            05  AHL2-DAY          PIC 99.
            05                    PIC X(95)  VALUE SPACES.
            05                    PIC X(6) VALUE 'PAGE  '.
            05  AHL2-PAGE-NUMBER  PIC ZZ9.

       01  AGE-HEADING-LINE-3.
           05                    PIC X(3)    VALUE SPACES.
           05                    PIC X(13)   VALUE 'SALESPERSON'.
           05                    PIC X(22)   VALUE 'NAME'.
           05                    PIC X(9)    VALUE 'PERIOD'.
           05                    PIC X(12)   VALUE 'TYPE'.
           05                    PIC X(15)   VALUE '       AMOUNT'.
           05                    PIC X(11)   VALUE 'ACCRUED'.
           05                    PIC X(6)    VALUE 'AGE'.
           05                    PIC X(30)   VALUE 'STATUS'.

       01  AGE-LINE.
            05                    PIC X(3)  VALUE SPACES.
            05  AL-DIST-NO        PIC 9(4).
            05                    PIC X(1)  VALUE '-'.
            05  AL-BRANCH-NO      PIC 9(2).
            05                    PIC X(1)  VALUE '-'.
            05  AL-SALES-NO       PIC 9(2).
            05                    PIC X(3)  VALUE SPACES.
            05  AL-NAME           PIC X(20).
            05                    PIC X(2)  VALUE SPACES.
            05  AL-PERIOD         PIC 9(6).
            05                    PIC X(3)  VALUE SPACES.
            05  AL-PAY-TYPE       PIC X(10).
            05                    PIC X(2)  VALUE SPACES.
            05  AL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99-.
            05                    PIC X(1)  VALUE SPACES.
            05  AL-ACCRUE-DATE    PIC 9(8).
            05                    PIC X(3)  VALUE SPACES.
            05  AL-AGE-MONTHS     PIC ZZ9.
            05                    PIC X(3)  VALUE SPACES.
            05  AL-STATUS         PIC X(30).

       01  AGE-TOTAL-LINE.
            05                    PIC X(3)  VALUE SPACES.
            05  AT-DESCRIPTION    PIC X(20).
            05                    PIC X(7)  VALUE 'ITEMS: '.
            05  AT-COUNT          PIC ZZZ,ZZ9.
            05                    PIC X(5)  VALUE SPACES.
            05                    PIC X(8)  VALUE 'AMOUNT: '.
            05  AT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      ***************************************************************

      * 000-MAIN.
      *  - PERFORM 100-HSK
      *  - LOAD THE OPEN ACCRUALS, THEN ACCRUE THE PAYRINTF FILE
      *    UNLESS IT IS ALREADY ON THE BOOKS
      *  - REVERSE OR HOLD EVERY ACCRUAL THE BUREAU ANSWERED
      *  - BUILD AND PROVE THE JOURNAL; WRITE THE GL FILE AND THE
      *    NEW OPEN-ACCRUAL FILE ONLY WHEN IT PROVES
      *  - PRINT THE AGING LISTING
      *  - PERFORM 120-EOJ
      ***************************************************************
       000-MAIN.

              PERFORM 100-HSK.

              PERFORM 105-LOAD-ACCRUALS.

              PERFORM 110-LOAD-PAYRINTF.

              PERFORM 115-ACCRUE-BATCH.

              PERFORM 130-APPLY-ACKS.

              PERFORM 140-BUILD-JOURNAL.

              PERFORM 150-PROVE-JOURNAL.

              IF JOURNAL-IN-BALANCE
                  PERFORM 170-WRITE-GL-JOURNAL
                  PERFORM 175-WRITE-ACCRUALS
              END-IF.

              PERFORM 160-PRINT-PROOF.

              PERFORM 180-PRINT-AGING.

              PERFORM 120-EOJ.

              STOP RUN.

      ***************************************************************
      * 100-HSK.
      *  - FILES ARE OPENED TO BEGIN PROCESSING.  THE GL FILE IS
      *  - NOT OPENED UNTIL THE JOURNAL HAS PROVED.
      ***************************************************************
       100-HSK.

           OPEN INPUT SALES-PERSON-MASTER
           OUTPUT PROOF-REPORT
                  AGING-REPORT.

           IF NOT SP-FOUND
               DISPLAY "GLACCRL: SALES-PERSON-MASTER OPEN FAILED, "
                       "STATUS=" WS-SP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

           MOVE CD-YEAR   TO HL2-YEAR  AHL2-YEAR.
           MOVE CD-MONTH  TO HL2-MONTH AHL2-MONTH.
           MOVE CD-DAY    TO HL2-DAY   AHL2-DAY.

           COMPUTE WS-CURRENT-PERIOD = CD-YEAR * 100 + CD-MONTH.
           COMPUTE WS-RUN-DATE =
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.

           MOVE WS-CURRENT-PERIOD TO WS-BATCH-PERIOD.

           PERFORM VARYING AB-IDX FROM 1 BY 1 UNTIL AB-IDX > 4
               MOVE ZERO TO AB-COUNT(AB-IDX)
                            AB-AMOUNT(AB-IDX)
           END-PERFORM.

      ***************************************************************
      * 105-LOAD-ACCRUALS.
      *  - GLACCR IS READ INTO THE ACCRUAL AND BATCH TABLES WHOLE,
      *  - SO IT CAN BE WRITTEN BACK WITH THIS RUN'S CHANGES.  NO
      *  - GLACCR YET MEANS NOTHING IS ACCRUED.
      ***************************************************************
       105-LOAD-ACCRUALS.

           OPEN INPUT GL-ACCRUAL-FILE.

           IF GA-FILE-OK
               PERFORM UNTIL GA-NO-MORE
                   READ GL-ACCRUAL-FILE
                       AT END
                         SET GA-NO-MORE TO TRUE
                       NOT AT END
                         IF GA-BATCH
                             PERFORM 106-LOAD-BATCH-ENTRY
                         ELSE
                             PERFORM 107-LOAD-ACCRUAL-ENTRY
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-ACCRUAL-FILE
           END-IF.

       106-LOAD-BATCH-ENTRY.

           IF BT-ENTRY-COUNT >= 2000
               DISPLAY "GLACCRL: BATCH TABLE FULL - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO BT-ENTRY-COUNT.
           MOVE GB-PERIOD       TO BT-PERIOD(BT-ENTRY-COUNT).
           MOVE GB-DETAIL-COUNT TO BT-DETAIL-COUNT(BT-ENTRY-COUNT).
           MOVE GB-TOTAL-COMM   TO BT-TOTAL-COMM(BT-ENTRY-COUNT).
           MOVE GB-ACCRUE-DATE  TO BT-ACCRUE-DATE(BT-ENTRY-COUNT).

       107-LOAD-ACCRUAL-ENTRY.

           IF AI-ENTRY-COUNT >= 5000
               DISPLAY "GLACCRL: ACCRUAL TABLE FULL - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO AI-ENTRY-COUNT.
           SET AI-IDX TO AI-ENTRY-COUNT.

           MOVE GA-DIST-NO      TO AI-DIST-NO(AI-IDX).
           MOVE GA-BRANCH-NO    TO AI-BRANCH-NO(AI-IDX).
           MOVE GA-SALES-NO     TO AI-SALES-NO(AI-IDX).
           MOVE GA-PERIOD       TO AI-PERIOD(AI-IDX).
           MOVE GA-PAY-TYPE     TO AI-PAY-TYPE(AI-IDX).
           MOVE GA-AMOUNT       TO AI-AMOUNT(AI-IDX).
           MOVE GA-ACCRUE-DATE  TO AI-ACCRUE-DATE(AI-IDX).
           MOVE GA-STATUS       TO AI-STATUS(AI-IDX).
           MOVE GA-REASON-CODE  TO AI-REASON-CODE(AI-IDX).

      ***************************************************************
      * 110-LOAD-PAYRINTF.
      *  - EVERY PAYRINTF DETAIL, FINAL PAY AND CLAWBACK IS LOADED
      *  - AND THE TRAILER KEPT.  THE FILE IS ACCRUED ONLY IF NO
      *  - EARLIER RUN BOOKED THE SAME PERIOD, COUNT AND TOTAL.  NO
      *  - PAYRINTF MEANS THIS RUN ONLY APPLIES ACKNOWLEDGMENTS.
      ***************************************************************
       110-LOAD-PAYRINTF.

           OPEN INPUT PAYROLL-INTERFACE.

           IF PI-FILE-OK
               MOVE "Y" TO WS-PI-PRESENT
               PERFORM UNTIL PI-NO-MORE
                   READ PAYROLL-INTERFACE
                       AT END
                         SET PI-NO-MORE TO TRUE
                       NOT AT END
                         IF PI-DETAIL OR PI-CLAWBACK OR PI-FINAL-PAY
                             OR PI-LATE-ADJUSTMENT
                             PERFORM 111-LOAD-PAYMENT
                         END-IF
                         IF PI-TRAILER
                             SET PAYRINTF-TRAILER-FOUND TO TRUE
                             MOVE PT-DETAIL-COUNT TO WS-TRAILER-COUNT
                             MOVE PT-TOTAL-COMM   TO WS-TRAILER-TOTAL
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-INTERFACE
           END-IF.

           IF PAYRINTF-TRAILER-FOUND
               PERFORM VARYING BT-IDX FROM 1 BY 1
                       UNTIL BT-IDX > BT-ENTRY-COUNT
                   IF BT-PERIOD(BT-IDX) = WS-BATCH-PERIOD
                      AND BT-DETAIL-COUNT(BT-IDX) = WS-TRAILER-COUNT
                      AND BT-TOTAL-COMM(BT-IDX) = WS-TRAILER-TOTAL
                       SET BATCH-ALREADY-ACCRUED TO TRUE
                       MOVE BT-ACCRUE-DATE(BT-IDX)
                           TO WS-BATCH-ACCRUE-DATE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       111-LOAD-PAYMENT.

           IF PD-ENTRY-COUNT >= 2000
               DISPLAY "GLACCRL: PAYMENT TABLE FULL - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PD-ENTRY-COUNT = ZERO
               MOVE PI-PERIOD TO WS-BATCH-PERIOD
           END-IF.

           ADD 1 TO PD-ENTRY-COUNT.
           SET PD-IDX TO PD-ENTRY-COUNT.

           MOVE PI-DIST-NO   TO PD-DIST-NO(PD-IDX).
           MOVE PI-BRANCH-NO TO PD-BRANCH-NO(PD-IDX).
           MOVE PI-SALES-NO  TO PD-SALES-NO(PD-IDX).
           MOVE PI-PERIOD    TO PD-PERIOD(PD-IDX).
           MOVE PI-REC-TYPE  TO PD-REC-TYPE(PD-IDX).
           MOVE PI-COMM-AMT  TO PD-COMM-AMT(PD-IDX).

      ***************************************************************
      * 115-ACCRUE-BATCH.
      *  - A NEW PAYRINTF FILE IS ACCRUED ITEM BY ITEM AND
      *  - REMEMBERED ON GLACCR BY ITS PERIOD AND TRAILER.  A FILE
      *  - WITH NO TRAILER IS NOT ACCRUED; THE PROOF FAILS IT.
      ***************************************************************
       115-ACCRUE-BATCH.

           IF PAYRINTF-TRAILER-FOUND
              AND NOT BATCH-ALREADY-ACCRUED
               PERFORM 116-ACCRUE-PAYMENT
                   VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > PD-ENTRY-COUNT
               IF BT-ENTRY-COUNT >= 2000
                   DISPLAY "GLACCRL: BATCH TABLE FULL - RUN "
                           "TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO BT-ENTRY-COUNT
               MOVE WS-BATCH-PERIOD  TO BT-PERIOD(BT-ENTRY-COUNT)
               MOVE WS-TRAILER-COUNT TO BT-DETAIL-COUNT(BT-ENTRY-COUNT)
               MOVE WS-TRAILER-TOTAL TO BT-TOTAL-COMM(BT-ENTRY-COUNT)
               MOVE WS-RUN-DATE      TO BT-ACCRUE-DATE(BT-ENTRY-COUNT)
           END-IF.

      ***************************************************************
      * 116-ACCRUE-PAYMENT.
      *  - ONE PAYMENT IS ACCRUED FOR ITS DISTRICT AND ADDED TO THE
      *  - OPEN ACCRUALS, AWAITING ITS ACKNOWLEDGMENT.  A PAYMENT
      *  - ALREADY OPEN - ONE RESENT AFTER THE BUREAU REJECTED IT -
      *  - IS ALREADY ON THE BOOKS AND GOES BACK TO AWAITING.
      ***************************************************************
       116-ACCRUE-PAYMENT.

           MOVE PD-DIST-NO(PD-IDX)   TO WS-MATCH-DIST-NO.
           MOVE PD-BRANCH-NO(PD-IDX) TO WS-MATCH-BRANCH-NO.
           MOVE PD-SALES-NO(PD-IDX)  TO WS-MATCH-SALES-NO.
           MOVE PD-PERIOD(PD-IDX)    TO WS-MATCH-PERIOD.
           MOVE PD-REC-TYPE(PD-IDX)  TO WS-MATCH-PAY-TYPE.
           PERFORM 190-FIND-ACCRUAL.

           IF ACCRUAL-ENTRY-FOUND
               MOVE "O"    TO AI-STATUS(AI-IDX)
               MOVE SPACES TO AI-REASON-CODE(AI-IDX)
               ADD 1 TO WS-RESENT-COUNT
               IF PD-REC-TYPE(PD-IDX) = "C"
                   SUBTRACT AI-AMOUNT(AI-IDX) FROM WS-RESENT-NET
               ELSE
                   ADD AI-AMOUNT(AI-IDX) TO WS-RESENT-NET
               END-IF
           ELSE
               IF AI-ENTRY-COUNT >= 5000
                   DISPLAY "GLACCRL: ACCRUAL TABLE FULL - RUN "
                           "TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO AI-ENTRY-COUNT
               SET AI-IDX TO AI-ENTRY-COUNT
               MOVE PD-DIST-NO(PD-IDX)   TO AI-DIST-NO(AI-IDX)
               MOVE PD-BRANCH-NO(PD-IDX) TO AI-BRANCH-NO(AI-IDX)
               MOVE PD-SALES-NO(PD-IDX)  TO AI-SALES-NO(AI-IDX)
               MOVE PD-PERIOD(PD-IDX)    TO AI-PERIOD(AI-IDX)
               MOVE PD-REC-TYPE(PD-IDX)  TO AI-PAY-TYPE(AI-IDX)
               MOVE PD-COMM-AMT(PD-IDX)  TO AI-AMOUNT(AI-IDX)
               MOVE WS-RUN-DATE          TO AI-ACCRUE-DATE(AI-IDX)
               MOVE "O"                  TO AI-STATUS(AI-IDX)
               MOVE SPACES               TO AI-REASON-CODE(AI-IDX)
               ADD 1 TO WS-ACCRUED-COUNT
               PERFORM 195-FIND-DISTRICT
               IF PD-REC-TYPE(PD-IDX) = "C"
                   ADD PD-COMM-AMT(PD-IDX) TO DT-CLAW-ACCRUED(DT-IDX)
               ELSE
                   ADD PD-COMM-AMT(PD-IDX) TO DT-PAY-ACCRUED(DT-IDX)
               END-IF
           END-IF.

      ***************************************************************
      * 130-APPLY-ACKS.
      *  - EVERY BUREAU ACKNOWLEDGMENT IS APPLIED TO ITS OPEN
      *  - ACCRUAL.  NO PAYRACK YET MEANS THE BUREAU HAS NOT
      *  - ANSWERED AND EVERYTHING STAYS ACCRUED.
      ***************************************************************
       130-APPLY-ACKS.

           OPEN INPUT BUREAU-ACK.

           IF AK-FILE-OK
               PERFORM UNTIL AK-NO-MORE
                   READ BUREAU-ACK
                       AT END
                         SET AK-NO-MORE TO TRUE
                       NOT AT END
                         IF AK-DETAIL OR AK-CLAWBACK OR AK-FINAL-PAY
                             OR AK-LATE-ADJUSTMENT
                             PERFORM 131-APPLY-ONE-ACK
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE BUREAU-ACK
           END-IF.

      ***************************************************************
      * 131-APPLY-ONE-ACK.
      *  - AN ACCEPTED PAYMENT REVERSES ITS ACCRUAL AGAINST THE CASH
      *  - THE BUREAU PAID AND CLOSES THE ITEM.  ANYTHING ELSE IS
      *  - TREATED AS REJECTED, AS PAYRECON DOES: THE ITEM STAYS
      *  - ACCRUED WITH THE BUREAU'S REASON CODE.  AN ACK WITH NO
      *  - OPEN ACCRUAL IS AN EXCEPTION AND IS NOT JOURNALED.
      ***************************************************************
       131-APPLY-ONE-ACK.

           MOVE AK-DIST-NO   TO WS-MATCH-DIST-NO.
           MOVE AK-BRANCH-NO TO WS-MATCH-BRANCH-NO.
           MOVE AK-SALES-NO  TO WS-MATCH-SALES-NO.
           MOVE AK-PERIOD    TO WS-MATCH-PERIOD.
           MOVE AK-REC-TYPE  TO WS-MATCH-PAY-TYPE.
           PERFORM 190-FIND-ACCRUAL.

           IF NOT ACCRUAL-ENTRY-FOUND
               PERFORM 135-ADD-EXCEPTION
           ELSE
               IF AK-ACCEPTED
                   PERFORM 195-FIND-DISTRICT
                   IF AI-PAY-TYPE(AI-IDX) = "C"
                       ADD AI-AMOUNT(AI-IDX)
                           TO DT-CLAW-REVERSED(DT-IDX)
                       ADD AK-COMM-AMT TO DT-CLAW-CASH(DT-IDX)
                   ELSE
                       ADD AI-AMOUNT(AI-IDX)
                           TO DT-PAY-REVERSED(DT-IDX)
                       ADD AK-COMM-AMT TO DT-PAY-CASH(DT-IDX)
                   END-IF
                   MOVE "X" TO AI-STATUS(AI-IDX)
                   ADD 1 TO WS-REVERSED-COUNT
               ELSE
                   MOVE "R" TO AI-STATUS(AI-IDX)
                   MOVE AK-REASON-CODE TO AI-REASON-CODE(AI-IDX)
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.

       135-ADD-EXCEPTION.

           IF EX-ENTRY-COUNT >= 500
               DISPLAY "GLACCRL: EXCEPTION TABLE FULL - RUN "
                       "TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO EX-ENTRY-COUNT.
           MOVE AK-DIST-NO     TO EX-DIST-NO(EX-ENTRY-COUNT).
           MOVE AK-BRANCH-NO   TO EX-BRANCH-NO(EX-ENTRY-COUNT).
           MOVE AK-SALES-NO    TO EX-SALES-NO(EX-ENTRY-COUNT).
           MOVE AK-PERIOD      TO EX-PERIOD(EX-ENTRY-COUNT).
           MOVE AK-REC-TYPE    TO EX-PAY-TYPE(EX-ENTRY-COUNT).
           MOVE AK-COMM-AMT    TO EX-AMOUNT(EX-ENTRY-COUNT).
           MOVE AK-STATUS      TO EX-ACK-STATUS(EX-ENTRY-COUNT).
           MOVE AK-REASON-CODE TO EX-REASON-CODE(EX-ENTRY-COUNT).

      ***************************************************************
      * 140-BUILD-JOURNAL.
      *  - THE JOURNAL LINES ARE BUILT DISTRICT BY DISTRICT FROM THE
      *  - DISTRICT TOTALS, WITH THE DEBIT AND CREDIT TOTALS AND THE
      *  - NET ACCRUAL THE PROOF NEEDS.  ACCRUALS ARE DATED IN THE
      *  - PAYRINTF PERIOD, REVERSALS IN THE RUN PERIOD.
      ***************************************************************
       140-BUILD-JOURNAL.

           PERFORM 141-BUILD-DISTRICT-LINES
               VARYING DT-IDX FROM 1 BY 1
               UNTIL DT-IDX > DT-ENTRY-COUNT.

       141-BUILD-DISTRICT-LINES.

           MOVE WS-BATCH-PERIOD TO WS-JL-PERIOD.

           MOVE "AC" TO WS-JL-ENTRY-TYPE.
           MOVE "COMMISSION ACCRUAL" TO WS-JL-DESCRIPTION.
           MOVE DT-PAY-ACCRUED(DT-IDX) TO WS-JL-AMOUNT.
           MOVE WS-EXPENSE-ACCOUNT TO WS-JL-ACCOUNT.
           MOVE "D" TO WS-JL-DR-CR.
           PERFORM 145-ADD-JOURNAL-LINE.
           MOVE WS-ACCRUED-ACCOUNT TO WS-JL-ACCOUNT.
           MOVE "C" TO WS-JL-DR-CR.
           PERFORM 145-ADD-JOURNAL-LINE.

           MOVE "CB" TO WS-JL-ENTRY-TYPE.
           MOVE "CLAWBACK ACCRUAL" TO WS-JL-DESCRIPTION.
           MOVE DT-CLAW-ACCRUED(DT-IDX) TO WS-JL-AMOUNT.
           MOVE WS-ACCRUED-ACCOUNT TO WS-JL-ACCOUNT.
           MOVE "D" TO WS-JL-DR-CR.
           PERFORM 145-ADD-JOURNAL-LINE.
           MOVE WS-EXPENSE-ACCOUNT TO WS-JL-ACCOUNT.
           MOVE "C" TO WS-JL-DR-CR.
           PERFORM 145-ADD-JOURNAL-LINE.

           MOVE WS-CURRENT-PERIOD TO WS-JL-PERIOD.

           MOVE "RV" TO WS-JL-ENTRY-TYPE.
           MOVE "ACCRUAL REVERSED - PAID" TO WS-JL-DESCRIPTION.
           MOVE DT-PAY-REVERSED(DT-IDX) TO WS-JL-AMOUNT.
           MOVE WS-ACCRUED-ACCOUNT TO WS-JL-ACCOUNT.
           MOVE "D" TO WS-JL-DR-CR.
           PERFORM 145-ADD-JOURNAL-LINE.
           MOVE "COMMISSION PAID" TO WS-JL-DESCRIPTION.
           MOVE DT-PAY-CASH(DT-IDX) TO WS-JL-AMOUNT.
           MOVE WS-CASH-ACCOUNT TO WS-JL-ACCOUNT.
           MOVE "C" TO WS-JL-DR-CR.
           PERFORM 145-ADD-JOURNAL-LINE.

           MOVE "VA" TO WS-JL-ENTRY-TYPE.
           MOVE "PAYMENT VARIANCE" TO WS-JL-DESCRIPTION.
           MOVE WS-EXPENSE-ACCOUNT TO WS-JL-ACCOUNT.
           COMPUTE WS-VARIANCE =
               DT-PAY-CASH(DT-IDX) - DT-PAY-REVERSED(DT-IDX).
           IF WS-VARIANCE > ZERO
               MOVE WS-VARIANCE TO WS-JL-AMOUNT
               MOVE "D" TO WS-JL-DR-CR
               PERFORM 145-ADD-JOURNAL-LINE
           END-IF.
           IF WS-VARIANCE < ZERO
               COMPUTE WS-JL-AMOUNT = ZERO - WS-VARIANCE
               MOVE "C" TO WS-JL-DR-CR
               PERFORM 145-ADD-JOURNAL-LINE
           END-IF.

           MOVE "RC" TO WS-JL-ENTRY-TYPE.
           MOVE "CLAWBACK ACCRUAL REVERSED" TO WS-JL-DESCRIPTION.
           MOVE DT-CLAW-REVERSED(DT-IDX) TO WS-JL-AMOUNT.
           MOVE WS-ACCRUED-ACCOUNT TO WS-JL-ACCOUNT.
           MOVE "C" TO WS-JL-DR-CR.
           PERFORM 145-ADD-JOURNAL-LINE.
           MOVE "CLAWBACK RECOVERED" TO WS-JL-DESCRIPTION.
           MOVE DT-CLAW-CASH(DT-IDX) TO WS-JL-AMOUNT.
           MOVE WS-CASH-ACCOUNT TO WS-JL-ACCOUNT.
           MOVE "D" TO WS-JL-DR-CR.
           PERFORM 145-ADD-JOURNAL-LINE.

           MOVE "VA" TO WS-JL-ENTRY-TYPE.
           MOVE "CLAWBACK VARIANCE" TO WS-JL-DESCRIPTION.
           MOVE WS-EXPENSE-ACCOUNT TO WS-JL-ACCOUNT.
           COMPUTE WS-VARIANCE =
               DT-CLAW-CASH(DT-IDX) - DT-CLAW-REVERSED(DT-IDX).
           IF WS-VARIANCE > ZERO
               MOVE WS-VARIANCE TO WS-JL-AMOUNT
               MOVE "C" TO WS-JL-DR-CR
               PERFORM 145-ADD-JOURNAL-LINE
           END-IF.
           IF WS-VARIANCE < ZERO
               COMPUTE WS-JL-AMOUNT = ZERO - WS-VARIANCE
               MOVE "D" TO WS-JL-DR-CR
               PERFORM 145-ADD-JOURNAL-LINE
           END-IF.

      ***************************************************************
      * 145-ADD-JOURNAL-LINE.
      *  - ONE JOURNAL LINE FOR THE DISTRICT AT DT-IDX FROM THE
      *  - WS-JL- FIELDS THE CALLER SET.  A ZERO AMOUNT IS NOT
      *  - JOURNALED.  THE ACCRUED-COMMISSIONS SIDE OF AN ACCRUAL IS
      *  - ALSO ADDED TO THE NET ACCRUAL JOURNALED.
      ***************************************************************
       145-ADD-JOURNAL-LINE.

           IF WS-JL-AMOUNT > ZERO
               IF JL-ENTRY-COUNT >= 5000
                   DISPLAY "GLACCRL: JOURNAL TABLE FULL - RUN "
                           "TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO JL-ENTRY-COUNT
               SET JL-IDX TO JL-ENTRY-COUNT
               MOVE WS-JL-PERIOD       TO JL-PERIOD(JL-IDX)
               MOVE DT-DIST-NO(DT-IDX) TO JL-COST-CENTER(JL-IDX)
               MOVE WS-JL-ACCOUNT      TO JL-ACCOUNT(JL-IDX)
               MOVE WS-JL-DR-CR        TO JL-DR-CR(JL-IDX)
               MOVE WS-JL-AMOUNT       TO JL-AMOUNT(JL-IDX)
               MOVE WS-JL-ENTRY-TYPE   TO JL-ENTRY-TYPE(JL-IDX)
               MOVE WS-JL-DESCRIPTION  TO JL-DESCRIPTION(JL-IDX)
               IF WS-JL-DR-CR = "D"
                   ADD WS-JL-AMOUNT TO WS-TOTAL-DEBITS
                                       DT-DEBITS(DT-IDX)
               ELSE
                   ADD WS-JL-AMOUNT TO WS-TOTAL-CREDITS
                                       DT-CREDITS(DT-IDX)
               END-IF
               IF WS-JL-ACCOUNT = WS-ACCRUED-ACCOUNT
                  AND (WS-JL-ENTRY-TYPE = "AC"
                       OR WS-JL-ENTRY-TYPE = "CB")
                   IF WS-JL-DR-CR = "C"
                       ADD WS-JL-AMOUNT TO WS-ACCRUAL-JOURNALED
                   ELSE
                       SUBTRACT WS-JL-AMOUNT FROM WS-ACCRUAL-JOURNALED
                   END-IF
               END-IF
           END-IF.

      ***************************************************************
      * 150-PROVE-JOURNAL.
      *  - THE JOURNAL PROVES WHEN DEBITS EQUAL CREDITS AND, FOR A
      *  - PAYRINTF FILE, THE DETAIL COUNT EQUALS THE TRAILER COUNT
      *  - AND THE ACCRUAL JOURNALED EQUALS PT-TOTAL-COMM LESS WHAT
      *  - WAS ALREADY ACCRUED FOR PAYMENTS RESENT.  A PAYRINTF WITH
      *  - NO TRAILER NEVER PROVES.
      ***************************************************************
       150-PROVE-JOURNAL.

           MOVE "Y" TO WS-JOURNAL-BALANCED.

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               MOVE "N" TO WS-JOURNAL-BALANCED
               MOVE "OUT OF BALANCE" TO PF1-MSG
           ELSE
               MOVE "IN BALANCE" TO PF1-MSG
           END-IF.

           EVALUATE TRUE
               WHEN WS-PI-PRESENT = "N"
                   MOVE "NO PAYRINTF THIS RUN" TO PF4-MSG
               WHEN NOT PAYRINTF-TRAILER-FOUND
                   MOVE "N" TO WS-JOURNAL-BALANCED
                   MOVE "PAYRINTF HAS NO TRAILER - NOT ACCRUED"
                       TO PF4-MSG
               WHEN PD-ENTRY-COUNT NOT = WS-TRAILER-COUNT
                   MOVE "N" TO WS-JOURNAL-BALANCED
                   MOVE "DETAILS DO NOT AGREE TO TRAILER COUNT"
                       TO PF4-MSG
               WHEN BATCH-ALREADY-ACCRUED
                   MOVE "PAYRINTF ALREADY ACCRUED - NOT REBOOKED"
                       TO PF4-MSG
               WHEN OTHER
                   COMPUTE WS-ACCRUAL-EXPECTED =
                       WS-TRAILER-TOTAL - WS-RESENT-NET
                   IF WS-ACCRUAL-EXPECTED = WS-ACCRUAL-JOURNALED
                       MOVE "ACCRUAL AGREES TO PT-TOTAL-COMM"
                           TO PF4-MSG
                   ELSE
                       MOVE "N" TO WS-JOURNAL-BALANCED
                       MOVE "ACCRUAL DOES NOT AGREE TO PT-TOTAL-COMM"
                           TO PF4-MSG
                   END-IF
           END-EVALUATE.

      ***************************************************************
      * 160-PRINT-PROOF.
      *  - ONE LINE PER DISTRICT COST CENTER AND THE TOTALS, THE
      *  - ACKNOWLEDGMENTS THAT MATCHED NO OPEN ACCRUAL, THEN THE
      *  - PROOF ITSELF
      ***************************************************************
       160-PRINT-PROOF.

           PERFORM 200-PRINT-HEADING-LINES.

           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > DT-ENTRY-COUNT
               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 200-PRINT-HEADING-LINES
               END-IF
               MOVE DT-DIST-NO(DT-IDX)       TO DL-DIST-NO
               MOVE DT-PAY-ACCRUED(DT-IDX)   TO DL-PAY-ACCRUED
               MOVE DT-CLAW-ACCRUED(DT-IDX)  TO DL-CLAW-ACCRUED
               MOVE DT-PAY-REVERSED(DT-IDX)  TO DL-PAY-REVERSED
               MOVE DT-PAY-CASH(DT-IDX)      TO DL-PAY-CASH
               MOVE DT-CLAW-REVERSED(DT-IDX) TO DL-CLAW-REVERSED
               MOVE DT-CLAW-CASH(DT-IDX)     TO DL-CLAW-CASH
               MOVE DT-DEBITS(DT-IDX)        TO DL-DEBITS
               MOVE DT-CREDITS(DT-IDX)       TO DL-CREDITS
               MOVE DISTRICT-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1 LINES
               ADD 1 TO LINE-COUNT
           END-PERFORM.

           IF EX-ENTRY-COUNT > ZERO
               IF LINE-COUNT >= LINES-ON-PAGE - 3
                   PERFORM 200-PRINT-HEADING-LINES
               END-IF
               MOVE EXCEPTION-HEADING TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 3 LINES
               ADD 3 TO LINE-COUNT
               PERFORM 161-PRINT-EXCEPTION-LINE
                   VARYING EX-IDX FROM 1 BY 1
                   UNTIL EX-IDX > EX-ENTRY-COUNT
           END-IF.

           IF LINE-COUNT >= LINES-ON-PAGE - 14
               PERFORM 200-PRINT-HEADING-LINES
           END-IF.

           MOVE WS-TOTAL-DEBITS  TO PF1-DEBITS.
           MOVE WS-TOTAL-CREDITS TO PF1-CREDITS.
           MOVE PROOF-LINE-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.

           MOVE WS-TRAILER-TOTAL TO PF2-TRAILER-TOTAL.
           MOVE WS-TRAILER-COUNT TO PF2-TRAILER-COUNT.
           MOVE PD-ENTRY-COUNT   TO PF2-DETAIL-COUNT.
           MOVE PROOF-LINE-2 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           MOVE WS-RESENT-NET   TO PF3-RESENT-NET.
           MOVE WS-RESENT-COUNT TO PF3-RESENT-COUNT.
           MOVE PROOF-LINE-3 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.

           MOVE WS-ACCRUAL-EXPECTED  TO PF4-EXPECTED.
           MOVE WS-ACCRUAL-JOURNALED TO PF4-JOURNALED.
           MOVE PROOF-LINE-4 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.

           MOVE WS-REVERSED-COUNT TO PF5-REVERSED-COUNT.
           MOVE WS-REJECTED-COUNT TO PF5-REJECTED-COUNT.
           MOVE EX-ENTRY-COUNT    TO PF5-EXCEPTION-COUNT.
           MOVE PROOF-LINE-5 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           IF JOURNAL-IN-BALANCE
               MOVE "WRITTEN" TO PF6-MSG
           ELSE
               MOVE "NOT WRITTEN - JOURNAL DOES NOT PROVE"
                   TO PF6-MSG
           END-IF.
           MOVE WS-GL-RECORD-COUNT TO PF6-RECORD-COUNT.
           MOVE PROOF-LINE-6 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           MOVE TOTALS-LINE-5 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

       161-PRINT-EXCEPTION-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 200-PRINT-HEADING-LINES
           END-IF.

           MOVE EX-DIST-NO(EX-IDX)     TO XL-DIST-NO.
           MOVE EX-BRANCH-NO(EX-IDX)   TO XL-BRANCH-NO.
           MOVE EX-SALES-NO(EX-IDX)    TO XL-SALES-NO.
           MOVE EX-PERIOD(EX-IDX)      TO XL-PERIOD.
           MOVE EX-PAY-TYPE(EX-IDX)    TO XL-PAY-TYPE.
           MOVE EX-AMOUNT(EX-IDX)      TO XL-AMOUNT.
           MOVE EX-REASON-CODE(EX-IDX) TO XL-REASON-CODE.
           IF EX-ACK-STATUS(EX-IDX) = "A"
               MOVE "ACCEPTED - NO OPEN ACCRUAL" TO XL-CONDITION
           ELSE
               MOVE "REJECTED - NO OPEN ACCRUAL" TO XL-CONDITION
           END-IF.

           MOVE EXCEPTION-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-COUNT.

      ***************************************************************
      * 170-WRITE-GL-JOURNAL.
      *  - THE PROVED JOURNAL IS WRITTEN TO THE GL FILE WITH ITS
      *  - TRAILER
      ***************************************************************
       170-WRITE-GL-JOURNAL.

           OPEN OUTPUT GL-JOURNAL-FILE.

           PERFORM VARYING JL-IDX FROM 1 BY 1
                   UNTIL JL-IDX > JL-ENTRY-COUNT
               MOVE SPACES TO GL-JOURNAL-REC
               MOVE "D"                    TO GL-REC-TYPE
               MOVE WS-RUN-DATE            TO GL-JOURNAL-DATE
               MOVE JL-PERIOD(JL-IDX)      TO GL-PERIOD
               MOVE JL-COST-CENTER(JL-IDX) TO GL-COST-CENTER
               MOVE JL-ACCOUNT(JL-IDX)     TO GL-ACCOUNT
               MOVE JL-DR-CR(JL-IDX)       TO GL-DR-CR
               MOVE JL-AMOUNT(JL-IDX)      TO GL-AMOUNT
               MOVE JL-ENTRY-TYPE(JL-IDX)  TO GL-ENTRY-TYPE
               MOVE JL-DESCRIPTION(JL-IDX) TO GL-DESCRIPTION
               WRITE GL-JOURNAL-REC
               ADD 1 TO WS-GL-RECORD-COUNT
           END-PERFORM.

           MOVE SPACES TO GL-JOURNAL-REC.
           MOVE "T"                TO GT-REC-TYPE.
           MOVE WS-RUN-DATE        TO GT-JOURNAL-DATE.
           MOVE WS-GL-RECORD-COUNT TO GT-RECORD-COUNT.
           MOVE WS-TOTAL-DEBITS    TO GT-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS   TO GT-TOTAL-CREDITS.
           WRITE GL-JOURNAL-REC.

           CLOSE GL-JOURNAL-FILE.

      ***************************************************************
      * 175-WRITE-ACCRUALS.
      *  - GLACCR IS REWRITTEN: EVERY PAYRINTF FILE ACCRUED, THEN
      *  - EVERY ACCRUAL STILL OPEN.  REVERSED ITEMS ARE LEFT OUT.
      ***************************************************************
       175-WRITE-ACCRUALS.

           OPEN OUTPUT GL-ACCRUAL-FILE.

           PERFORM VARYING BT-IDX FROM 1 BY 1
                   UNTIL BT-IDX > BT-ENTRY-COUNT
               MOVE SPACES TO GL-ACCRUAL-REC
               MOVE "B"                     TO GB-REC-TYPE
               MOVE BT-PERIOD(BT-IDX)       TO GB-PERIOD
               MOVE BT-DETAIL-COUNT(BT-IDX) TO GB-DETAIL-COUNT
               MOVE BT-TOTAL-COMM(BT-IDX)   TO GB-TOTAL-COMM
               MOVE BT-ACCRUE-DATE(BT-IDX)  TO GB-ACCRUE-DATE
               WRITE GL-ACCRUAL-REC
           END-PERFORM.

           PERFORM VARYING AI-IDX FROM 1 BY 1
                   UNTIL AI-IDX > AI-ENTRY-COUNT
               IF AI-STATUS(AI-IDX) NOT = "X"
                   MOVE SPACES TO GL-ACCRUAL-REC
                   MOVE "A"                    TO GA-REC-TYPE
                   MOVE AI-DIST-NO(AI-IDX)     TO GA-DIST-NO
                   MOVE AI-BRANCH-NO(AI-IDX)   TO GA-BRANCH-NO
                   MOVE AI-SALES-NO(AI-IDX)    TO GA-SALES-NO
                   MOVE AI-PERIOD(AI-IDX)      TO GA-PERIOD
                   MOVE AI-PAY-TYPE(AI-IDX)    TO GA-PAY-TYPE
                   MOVE AI-AMOUNT(AI-IDX)      TO GA-AMOUNT
                   MOVE AI-ACCRUE-DATE(AI-IDX) TO GA-ACCRUE-DATE
                   MOVE AI-STATUS(AI-IDX)      TO GA-STATUS
                   MOVE AI-REASON-CODE(AI-IDX) TO GA-REASON-CODE
                   WRITE GL-ACCRUAL-REC
               END-IF
           END-PERFORM.

           CLOSE GL-ACCRUAL-FILE.

      ***************************************************************
      * 180-PRINT-AGING.
      *  - EVERY ACCRUAL STILL OPEN - AWAITING THE BUREAU OR
      *  - REJECTED - IS LISTED WITH ITS AGE IN MONTHS FROM ITS PAY
      *  - PERIOD, THEN TOTALED BY AGE.  CLAWBACKS PRINT NEGATIVE.
      ***************************************************************
       180-PRINT-AGING.

           PERFORM 210-PRINT-AGE-HEADING-LINES.

           PERFORM VARYING AI-IDX FROM 1 BY 1
                   UNTIL AI-IDX > AI-ENTRY-COUNT
               IF AI-STATUS(AI-IDX) NOT = "X"
                   PERFORM 181-PRINT-AGE-LINE
               END-IF
           END-PERFORM.

           IF AGE-LINE-COUNT >= LINES-ON-PAGE - 10
               PERFORM 210-PRINT-AGE-HEADING-LINES
           END-IF.

           PERFORM VARYING AB-IDX FROM 1 BY 1 UNTIL AB-IDX > 4
               MOVE AB-DESCRIPTION(AB-IDX) TO AT-DESCRIPTION
               MOVE AB-COUNT(AB-IDX)       TO AT-COUNT
               MOVE AB-AMOUNT(AB-IDX)      TO AT-AMOUNT
               MOVE AGE-TOTAL-LINE TO AGE-PRINT-REC
               IF AB-IDX = 1
                   WRITE AGE-PRINT-REC AFTER ADVANCING 3 LINES
               ELSE
                   WRITE AGE-PRINT-REC AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM.

           MOVE "OF WHICH REJECTED"  TO AT-DESCRIPTION.
           MOVE AGE-REJECT-COUNT     TO AT-COUNT.
           MOVE AGE-REJECT-AMOUNT    TO AT-AMOUNT.
           MOVE AGE-TOTAL-LINE TO AGE-PRINT-REC.
           WRITE AGE-PRINT-REC AFTER ADVANCING 2 LINES.

           MOVE "TOTAL OPEN ACCRUALS" TO AT-DESCRIPTION.
           MOVE AGE-OPEN-COUNT       TO AT-COUNT.
           MOVE AGE-OPEN-AMOUNT      TO AT-AMOUNT.
           MOVE AGE-TOTAL-LINE TO AGE-PRINT-REC.
           WRITE AGE-PRINT-REC AFTER ADVANCING 1 LINES.

           MOVE TOTALS-LINE-5 TO AGE-PRINT-REC.
           WRITE AGE-PRINT-REC AFTER ADVANCING 2 LINES.

      ***************************************************************
      * 181-PRINT-AGE-LINE.
      *  - ONE OPEN ACCRUAL, ADDED TO ITS AGE BUCKET
      ***************************************************************
       181-PRINT-AGE-LINE.

           IF AGE-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 210-PRINT-AGE-HEADING-LINES
           END-IF.

           COMPUTE WS-AGE-MONTHS =
               (CD-YEAR * 12 + CD-MONTH)
             - (AI-PERIOD-YEAR(AI-IDX) * 12 + AI-PERIOD-MONTH(AI-IDX)).
           IF WS-AGE-MONTHS < ZERO
               MOVE ZERO TO WS-AGE-MONTHS
           END-IF.

           IF AI-PAY-TYPE(AI-IDX) = "C"
               COMPUTE WS-SIGNED-AMT = ZERO - AI-AMOUNT(AI-IDX)
           ELSE
               MOVE AI-AMOUNT(AI-IDX) TO WS-SIGNED-AMT
           END-IF.

           IF WS-AGE-MONTHS > 3
               SET AB-IDX TO 4
           ELSE
               SET AB-IDX TO WS-AGE-MONTHS
               SET AB-IDX UP BY 1
           END-IF.
           ADD 1 TO AB-COUNT(AB-IDX).
           ADD WS-SIGNED-AMT TO AB-AMOUNT(AB-IDX).
           ADD 1 TO AGE-OPEN-COUNT.
           ADD WS-SIGNED-AMT TO AGE-OPEN-AMOUNT.

           MOVE AI-DIST-NO(AI-IDX)     TO AL-DIST-NO SP-DIST-NO.
           MOVE AI-BRANCH-NO(AI-IDX)   TO AL-BRANCH-NO SP-BRANCH-NO.
           MOVE AI-SALES-NO(AI-IDX)    TO AL-SALES-NO SP-SALES-NO.
           PERFORM 185-LOOKUP-SALES-NAME.
           MOVE SP-NAME                TO AL-NAME.
           MOVE AI-PERIOD(AI-IDX)      TO AL-PERIOD.
           EVALUATE AI-PAY-TYPE(AI-IDX)
               WHEN "C"
                   MOVE "CLAWBACK"   TO AL-PAY-TYPE
               WHEN "F"
                   MOVE "FINAL PAY"  TO AL-PAY-TYPE
               WHEN "A"
                   MOVE "LATE ADJ"   TO AL-PAY-TYPE
               WHEN OTHER
                   MOVE "COMMISSION" TO AL-PAY-TYPE
           END-EVALUATE.
           MOVE WS-SIGNED-AMT          TO AL-AMOUNT.
           MOVE AI-ACCRUE-DATE(AI-IDX) TO AL-ACCRUE-DATE.
           MOVE WS-AGE-MONTHS          TO AL-AGE-MONTHS.

           IF AI-STATUS(AI-IDX) = "R"
               MOVE SPACES TO AL-STATUS
               STRING "REJECTED - REASON " DELIMITED BY SIZE
                      AI-REASON-CODE(AI-IDX) DELIMITED BY SIZE
                   INTO AL-STATUS
               END-STRING
               ADD 1 TO AGE-REJECT-COUNT
               ADD WS-SIGNED-AMT TO AGE-REJECT-AMOUNT
           ELSE
               MOVE "AWAITING ACKNOWLEDGMENT" TO AL-STATUS
           END-IF.

           MOVE AGE-LINE TO AGE-PRINT-REC.
           WRITE AGE-PRINT-REC AFTER ADVANCING 1 LINES.
           ADD 1 TO AGE-LINE-COUNT.

      ***************************************************************
      * 185-LOOKUP-SALES-NAME.
      *  - THE VSAM SALESPERSON MASTER IS READ FOR THE KEY ALREADY
      *  - MOVED TO SP-KEY BY THE CALLER.  A SALESPERSON WITH NO
      *  - MASTER RECORD PRINTS WITH THE NAME BLANK.
      ***************************************************************
       185-LOOKUP-SALES-NAME.

           READ SALES-PERSON-MASTER
               INVALID KEY
                   MOVE SPACES TO SP-NAME
           END-READ.

      ***************************************************************
      * 190-FIND-ACCRUAL.
      *  - THE OPEN ACCRUAL FOR WS-MATCH-KEY IS LOOKED UP.  AI-IDX
      *  - IS LEFT ON IT WHEN FOUND.  REVERSED ITEMS ARE CLOSED.
      ***************************************************************
       190-FIND-ACCRUAL.

           MOVE "N" TO WS-ACCRUAL-FOUND.

           PERFORM VARYING AI-IDX FROM 1 BY 1
                   UNTIL AI-IDX > AI-ENTRY-COUNT
               IF AI-DIST-NO(AI-IDX) = WS-MATCH-DIST-NO
                  AND AI-BRANCH-NO(AI-IDX) = WS-MATCH-BRANCH-NO
                  AND AI-SALES-NO(AI-IDX) = WS-MATCH-SALES-NO
                  AND AI-PERIOD(AI-IDX) = WS-MATCH-PERIOD
                  AND AI-PAY-TYPE(AI-IDX) = WS-MATCH-PAY-TYPE
                  AND AI-STATUS(AI-IDX) NOT = "X"
                   SET ACCRUAL-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ***************************************************************
      * 195-FIND-DISTRICT.
      *  - THE DISTRICT TOTALS FOR WS-MATCH-DIST-NO ARE LOOKED UP,
      *  - OR STARTED AT ZERO.  DT-IDX IS LEFT ON THEM.
      ***************************************************************
       195-FIND-DISTRICT.

           MOVE "N" TO WS-DISTRICT-FOUND.

           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > DT-ENTRY-COUNT
               IF DT-DIST-NO(DT-IDX) = WS-MATCH-DIST-NO
                   SET DISTRICT-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT DISTRICT-ENTRY-FOUND
               IF DT-ENTRY-COUNT >= 500
                   DISPLAY "GLACCRL: DISTRICT TABLE FULL - RUN "
                           "TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO DT-ENTRY-COUNT
               SET DT-IDX TO DT-ENTRY-COUNT
               MOVE WS-MATCH-DIST-NO TO DT-DIST-NO(DT-IDX)
               MOVE ZERO TO DT-PAY-ACCRUED(DT-IDX)
                            DT-CLAW-ACCRUED(DT-IDX)
                            DT-PAY-REVERSED(DT-IDX)
                            DT-PAY-CASH(DT-IDX)
                            DT-CLAW-REVERSED(DT-IDX)
                            DT-CLAW-CASH(DT-IDX)
                            DT-DEBITS(DT-IDX)
                            DT-CREDITS(DT-IDX)
           END-IF.

      ***************************************************************
      * 200-PRINT-HEADING-LINES.
      *  - PRINT HEADING LINES
      *  - PAGE COUNT IS INCREMENTED
      *  - LINE COUNT IS RESET
      ***************************************************************
       200-PRINT-HEADING-LINES.

            ADD 1 TO PAGE-COUNT.
            MOVE PAGE-COUNT TO HL2-PAGE-NUMBER.
            MOVE HEADING-LINE-1 TO PRINT-REC.
            WRITE PRINT-REC AFTER ADVANCING PAGE.
            MOVE HEADING-LINE-2 TO PRINT-REC.
            WRITE PRINT-REC AFTER ADVANCING 2 LINES.
            MOVE HEADING-LINE-3 TO PRINT-REC.
            WRITE PRINT-REC AFTER ADVANCING 2 LINES.

            MOVE ZERO TO LINE-COUNT.

      ***************************************************************
      * 210-PRINT-AGE-HEADING-LINES.
      *  - PRINT THE AGING LISTING HEADING LINES
      ***************************************************************
       210-PRINT-AGE-HEADING-LINES.

            ADD 1 TO AGE-PAGE-COUNT.
            MOVE AGE-PAGE-COUNT TO AHL2-PAGE-NUMBER.
            MOVE AGE-HEADING-LINE-1 TO AGE-PRINT-REC.
            WRITE AGE-PRINT-REC AFTER ADVANCING PAGE.
            MOVE AGE-HEADING-LINE-2 TO AGE-PRINT-REC.
            WRITE AGE-PRINT-REC AFTER ADVANCING 2 LINES.
            MOVE AGE-HEADING-LINE-3 TO AGE-PRINT-REC.
            WRITE AGE-PRINT-REC AFTER ADVANCING 2 LINES.

            MOVE ZERO TO AGE-LINE-COUNT.

      ***************************************************************
      * 120-EOJ.
      *  - A JOURNAL THAT DID NOT PROVE ENDS THE RUN WITH RC 8 SO
      *  - THE SCHEDULER HOLDS THE CYCLE; AN ACKNOWLEDGMENT WITH NO
      *  - OPEN ACCRUAL WITH RC 4.  FILES ARE CLOSED.
      ***************************************************************
       120-EOJ.

           IF NOT JOURNAL-IN-BALANCE
               DISPLAY "GLACCRL: JOURNAL DOES NOT PROVE - GL FILE "
                       "NOT WRITTEN"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF EX-ENTRY-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE SALES-PERSON-MASTER
                 PROOF-REPORT
                 AGING-REPORT.
