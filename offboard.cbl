       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSOFFB.
       AUTHOR. BRANDON PAXTON.
       DATE-COMPILED.
      **************************************************************
      * PURPOSE:  THIS PROGRAM OFFBOARDS TERMINATED SALESPEOPLE.
      * SPMAINT MARKS A SALESPERSON WHO LEAVES AS TERMINATED, BUT
      * UNTIL NOW NOTHING ACTED ON IT: THE PERSON KEPT A YTDMAST
      * RECORD, A COACHING STREAK AND SLSHIST MONTHS FOREVER, KEPT
      * RANKING ON PRESCLUB AND SHOWING ON SLSTREND AND SALESFCST,
      * AND A NEW HIRE GIVEN THE SAME NUMBER INHERITED THE OLD
      * BALANCES.  FOR EVERY SALESPERSON TERMINATED SINCE THE LAST
      * RUN (SLSPMAST STATUS "T") THE PROGRAM
      *   - COMPUTES THE FINAL COMMISSION ON THE PARTIAL MONTH'S
      *     SALES THE SAME WAY COMMCALC DOES, LESS ANY CLAWBACK
      *     STILL OWED ON CLAWBAL, AND SENDS IT TO PAYRINTF AS AN
      *     "F" FINAL-PAY DETAIL (PLUS A "C" FOR THE CLAWBACK)
      *   - COPIES THE SLSPMAST, YTDMAST, CONSECIN AND SLSHIST
      *     RECORDS TO THE OFFBARCH ARCHIVE, THEN REMOVES THE
      *     YTDMAST, CONSECIN, SLSHIST AND CLAWBAL RECORDS FROM THE
      *     LIVE FILES
      *   - MARKS THE SLSPMAST RECORD OFFBOARDED ("O") SO THE
      *     PERSON IS NEVER PICKED UP AGAIN, CBL01 KEEPS REJECTING
      *     THEIR SALES AND COMMCALC DOES NOT PAY THEM TWICE
      * AND PRINTS A SETTLEMENT AND PURGE REGISTER.  THE CARRY-
      * FORWARD AND HISTORY FILES ARE SEQUENTIAL, SO THEY ARE
      * COPIED OLD-TO-NEW WITHOUT THE PURGED RECORDS, THE SAME
      * OLD-FILE/NEW-FILE CONVENTION SLSXFER USES.  A CONSECIN,
      * SLSHIST OR CLAWBAL RECORD FOR ANY SALESPERSON ALREADY
      * OFFBOARDED IS DROPPED THE SAME WAY, SO A RUN THAT STOPPED
      * AFTER UPDATING THE MASTERS HAS ITS PURGE FINISHED BY THE
      * NEXT ONE.  THE NEXT RUN DOES NOT RESEND THE FINAL PAY OR
      * THE CLAWBACK TAKEN FROM IT, AS IT NO LONGER SEES THE
      * SALESPERSON AS TERMINATED: A RUN THAT STOPPED BEFORE ITS
      * PAYRINTF WAS CLOSED MUST HAVE ITS SLSPMAST AND YTDMAST
      * UPDATES RESTORED AND BE RERUN.  RC 4 WHEN A CLAWBACK WAS
      * LEFT UNRECOVERED FOR PAYROLL TO COLLECT; RC 16 ON A FILE
      * FAILURE.
      **************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SALES-PERSON-MASTER
           ASSIGN TO SLSPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SP-KEY
           FILE STATUS IS WS-SP-STATUS.

           SELECT YTD-MASTER
           ASSIGN TO YTDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS YM-KEY
           FILE STATUS IS WS-YM-STATUS.

           SELECT QUOTA-MASTER
           ASSIGN TO QUOTAMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS QM-KEY
           FILE STATUS IS WS-QM-STATUS.

           SELECT COMM-RATE-FILE
           ASSIGN TO COMMRATE.

           SELECT PAID-HISTORY
           ASSIGN TO PAIDHIST
           FILE STATUS IS WS-PH-STATUS.

           SELECT CLAWBACK-BALANCE
           ASSIGN TO CLAWBAL
           FILE STATUS IS WS-CB-STATUS.

           SELECT CONSEC-OLD-FILE
           ASSIGN TO CONSECIN
           FILE STATUS IS WS-CI-STATUS.

           SELECT CONSEC-NEW-FILE
           ASSIGN TO CONSECOUT.

           SELECT SALES-HIST-OLD
           ASSIGN TO SLSHIST.

           SELECT SALES-HIST-NEW
           ASSIGN TO SLSHISTN.

           SELECT OFFBOARD-ARCHIVE
           ASSIGN TO OFFBARCH.

           SELECT PAYROLL-INTERFACE
           ASSIGN TO PAYRINTF.

           SELECT OFFBOARD-REPORT
           ASSIGN TO OFFBRPT.

           SELECT CYCLE-CONTROL
           ASSIGN TO CYCLCTL
           FILE STATUS IS WS-CY-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SALES-PERSON-MASTER
           RECORD CONTAINS 37 CHARACTERS.

           COPY SPRECORD.

       FD  YTD-MASTER
           RECORD CONTAINS 36 CHARACTERS.

           COPY YMRECORD.

       FD  QUOTA-MASTER
           RECORD CONTAINS 26 CHARACTERS.

           COPY QMRECORD.

       FD  COMM-RATE-FILE
           RECORD CONTAINS 14 CHARACTERS.

       01  COMM-RATE-REC.
           05  CR-LOW-PCT          PIC 9(3)V99.
           05  CR-HIGH-PCT         PIC 9(3)V99.
           05  CR-RATE             PIC 9V999.

       FD  PAID-HISTORY
             RECORD CONTAINS 45 CHARACTERS.

           COPY PHRECORD.

       FD  CLAWBACK-BALANCE
             RECORD CONTAINS 32 CHARACTERS.

           COPY CBRECORD.

       FD  CONSEC-OLD-FILE
           RECORD CONTAINS 17 CHARACTERS.

       01  CONSEC-OLD-REC.
           05  CO-DIST-NO          PIC 9(4).
           05  CO-BRANCH-NO        PIC 9(2).
           05  CO-SALES-NO         PIC 9(2).
           05  CO-MONTHS-BELOW     PIC 9(3).
           05  CO-LAST-YEAR        PIC 9(4).
           05  CO-LAST-MONTH       PIC 9(2).

       FD  CONSEC-NEW-FILE
           RECORD CONTAINS 17 CHARACTERS.

       01  CONSEC-NEW-REC          PIC X(17).

       FD  SALES-HIST-OLD
             RECORD CONTAINS 22 CHARACTERS.

           COPY SHRECORD.

       FD  SALES-HIST-NEW
             RECORD CONTAINS 22 CHARACTERS.

       01  SALES-HIST-NEW-REC      PIC X(22).

       FD  OFFBOARD-ARCHIVE
             RECORD CONTAINS 54 CHARACTERS.

           COPY OARECORD.

       FD  PAYROLL-INTERFACE
             RECORD CONTAINS 37 CHARACTERS.

           COPY PIRECORD.

       FD  OFFBOARD-REPORT
             RECORD CONTAINS 132 CHARACTERS.

       01  PRINT-REC        PIC X(132).

       FD  CYCLE-CONTROL
             RECORD CONTAINS 36 CHARACTERS.

           COPY CYRECORD.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
             05 WS-SP-STATUS      PIC X(2).
                 88  SP-FILE-OK          VALUE "00".
                 88  SP-NOT-FOUND        VALUE "23".
             05 WS-YM-STATUS      PIC X(2).
                 88  YM-FILE-OK          VALUE "00".
             05 WS-QM-STATUS      PIC X(2).
                 88  QM-FILE-OK          VALUE "00".
             05 WS-PH-STATUS      PIC X(2).
                 88  PH-FILE-OK          VALUE "00".
             05 WS-CB-STATUS      PIC X(2).
                 88  CB-FILE-OK          VALUE "00".
             05 WS-CI-STATUS      PIC X(2).
                 88  CI-FILE-OK          VALUE "00".
             05 WS-CI-OPENED      PIC X  VALUE "N".
             05 WS-CY-STATUS      PIC X(2).
                 88  CY-FILE-OK          VALUE "00".
             05 WS-CY-EOF         PIC X  VALUE "N".
                 88  CY-NO-MORE          VALUE "Y".
             05 WS-CY-PERIOD      PIC 9(6) VALUE ZERO.
             05 WS-COMMCALC-RAN   PIC X  VALUE "N".
                 88  COMMCALC-PAID-MONTH VALUE "Y".
             05 WS-CB-LOADED      PIC X  VALUE "N".
             05 WS-SP-EOF         PIC X  VALUE "N".
                 88  SP-NO-MORE          VALUE "Y".
             05 WS-QT-EOF         PIC X  VALUE "N".
                 88  QT-NO-MORE          VALUE "Y".
             05 WS-CR-EOF         PIC X  VALUE "N".
                 88  CR-NO-MORE          VALUE "Y".
             05 WS-PH-EOF         PIC X  VALUE "N".
                 88  PH-NO-MORE          VALUE "Y".
             05 WS-CB-EOF         PIC X  VALUE "N".
                 88  CB-NO-MORE          VALUE "Y".
             05 WS-CO-EOF         PIC X  VALUE "N".
                 88  CO-NO-MORE          VALUE "Y".
             05 WS-SH-EOF         PIC X  VALUE "N".
                 88  SH-NO-MORE          VALUE "Y".
             05 WS-PERSON-FOUND   PIC X  VALUE "N".
                 88  PERSON-ENTRY-FOUND  VALUE "Y".
             05 WS-PAID-FOUND     PIC X  VALUE "N".
                 88  MONTH-ALREADY-PAID  VALUE "Y".
             05 WS-BALANCE-FOUND  PIC X  VALUE "N".
                 88  BALANCE-ENTRY-FOUND VALUE "Y".
             05 WS-PURGE-KEY      PIC X  VALUE "N".
                 88  KEY-IS-PURGED       VALUE "Y".
             05 WS-CHECK-KEY.
                 10 WS-CHECK-DIST-NO   PIC X(4).
                 10 WS-CHECK-BRANCH-NO PIC X(2).
                 10 WS-CHECK-SALES-NO  PIC X(2).
             05 WS-STATUS-KEY     PIC X(8) VALUE SPACES.
             05 WS-STATUS-OFFBOARDED PIC X VALUE "N".
                 88  STATUS-KEY-OFFBOARDED VALUE "Y".
             05 WS-CURRENT-PERIOD PIC 9(6) VALUE ZERO.
             05 WS-RUN-DATE       PIC 9(8) VALUE ZERO.
             05 WS-QUOTA          PIC 9(4)V99.
             05 WS-DEFAULT-QUOTA  PIC 9(4)V99 VALUE 4500.
             05 WS-QUOTA-EFF-FOUND PIC 9(6) VALUE ZERO.
             05 WS-ATTAIN-PCT     PIC 9(3)V99 VALUE ZERO.
             05 WS-COMM-RATE      PIC 9V999 VALUE ZERO.
             05 WS-DETAIL-COUNT   PIC 9(7) VALUE ZERO.
             05 WS-FINAL-COMM     PIC 9(9)V99 VALUE ZERO.
             05 WS-FINAL-CLAW     PIC 9(9)V99 VALUE ZERO.
             05 WS-FINAL-UNRECOVERED PIC 9(9)V99 VALUE ZERO.
             05 WS-NET-COMM       PIC 9(9)V99 VALUE ZERO.
             05 WS-ARCH-PERSON    PIC 9(5) VALUE ZERO.
             05 WS-ARCH-YTD       PIC 9(5) VALUE ZERO.
             05 WS-ARCH-STREAK    PIC 9(5) VALUE ZERO.
             05 WS-ARCH-HIST      PIC 9(7) VALUE ZERO.
             05 WS-EARLIER-STREAK PIC 9(5) VALUE ZERO.
             05 WS-EARLIER-HIST   PIC 9(7) VALUE ZERO.
             05 WS-EARLIER-CLAW   PIC 9(5) VALUE ZERO.
             05 WS-EARLIER-CLAW-AMT PIC 9(9)V99 VALUE ZERO.

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
             05  CR-ENTRY-COUNT    PIC 9(2)  VALUE ZERO.
             05  CR-ENTRIES OCCURS 1 TO 20 TIMES
                     DEPENDING ON CR-ENTRY-COUNT
                     INDEXED BY CR-IDX.
                 10  CR-TBL-LOW-PCT    PIC 9(3)V99.
                 10  CR-TBL-HIGH-PCT   PIC 9(3)V99.
                 10  CR-TBL-RATE       PIC 9V999.

      * SALESPEOPLE PAYRECON HAS POSTED AS PAID FOR THIS MONTH, FROM
      * PAIDHIST - THEIR FINAL PAY CARRIES NO FURTHER COMMISSION
       01  PAID-PERIOD-TABLE.
             05  PP-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  PP-ENTRIES OCCURS 1 TO 2000 TIMES
                     DEPENDING ON PP-ENTRY-COUNT
                     INDEXED BY PP-IDX.
                 10  PP-DIST-NO        PIC 9(4).
                 10  PP-BRANCH-NO      PIC 9(2).
                 10  PP-SALES-NO       PIC 9(2).

      * CLAWBAL AS LOADED, LESS ANY RECORD FOR A SALESPERSON AN
      * EARLIER RUN OFFBOARDED.  AN ENTRY FOR A SALESPERSON
      * OFFBOARDED THIS RUN IS MARKED DROPPED AND LEFT OUT WHEN
      * CLAWBAL IS REWRITTEN.
       01  CLAWBACK-TABLE.
             05  CB-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  CB-ENTRIES OCCURS 1 TO 2000 TIMES
                     DEPENDING ON CB-ENTRY-COUNT
                     INDEXED BY CB-IDX.
                 10  CB-TBL-REC        PIC X(32).
                 10  CB-TBL-REC-R REDEFINES CB-TBL-REC.
                     15  CB-TBL-DIST-NO    PIC 9(4).
                     15  CB-TBL-BRANCH-NO  PIC 9(2).
                     15  CB-TBL-SALES-NO   PIC 9(2).
                     15                    PIC X(6).
                     15                    PIC X(9).
                     15  CB-TBL-BALANCE    PIC 9(7)V99.
                 10  CB-TBL-DROPPED    PIC X(1).

      * ONE ENTRY PER SALESPERSON OFFBOARDED THIS RUN, HOLDING THE
      * SETTLEMENT AND PURGE FIGURES FOR THE REGISTER
       01  OFFBOARD-TABLE.
             05  OT-ENTRY-COUNT    PIC 9(3)  VALUE ZERO.
             05  OT-ENTRIES OCCURS 1 TO 500 TIMES
                     DEPENDING ON OT-ENTRY-COUNT
                     INDEXED BY OT-IDX.
                 10  OT-KEY.
                     15  OT-DIST-NO        PIC X(4).
                     15  OT-BRANCH-NO      PIC X(2).
                     15  OT-SALES-NO       PIC X(2).
                 10  OT-NAME           PIC X(20).
                 10  OT-YTD-AMT        PIC S9(7)V99.
                 10  OT-MTD-SALES      PIC S9(6)V99.
                 10  OT-QUOTA          PIC 9(4)V99.
                 10  OT-ATTAIN-PCT     PIC 9(3)V99.
                 10  OT-COMM-RATE      PIC 9V999.
                 10  OT-COMM-AMT       PIC 9(7)V99.
                 10  OT-CLAW-RECOVERED PIC 9(7)V99.
                 10  OT-CLAW-UNRECOVERED PIC 9(7)V99.
                 10  OT-STREAK-MONTHS  PIC 9(3).
                 10  OT-HIST-COUNT     PIC 9(5).
                 10  OT-NOTE           PIC X(30).

       01  PRINT-FIELDS.
             05  PAGE-COUNT       PIC 9(3)  VALUE ZERO.
             05  LINES-ON-PAGE    PIC 9(2)  VALUE 50.
             05  LINE-COUNT       PIC 9(2)  VALUE 99.

       01  CURRENT-DATE-AND-TIME.
             05  CD-YEAR          PIC 9999.
             05  CD-MONTH         PIC 99.
             05  CD-DAY           PIC 99.
             05                   PIC X(12).

       01  HEADING-LINE-1.
             05                   PIC X(40) VALUE SPACES.
             05   PIC X(52)  VALUE
             'TERMINATED SALESPERSON SETTLEMENT AND PURGE REGISTER'.

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
           05                    PIC X(12)   VALUE 'SALESPERSON'.
           05                    PIC X(22)   VALUE 'NAME'.
           05                    PIC X(13)   VALUE '  MTD SALES'.
           05                    PIC X(10)   VALUE '   QUOTA'.
           05                    PIC X(9)    VALUE 'ATTAIN'.
           05                    PIC X(7)    VALUE 'RATE'.
           05                    PIC X(12)   VALUE 'FINAL COMM'.
           05                    PIC X(12)   VALUE '  CLAWBACK'.
           05                    PIC X(12)   VALUE '   NET PAY'.
           05                    PIC X(11)   VALUE 'UNRECOVERED'.

       01  SETTLEMENT-LINE.
            05                    PIC X(3)  VALUE SPACES.
            05  SL-DIST-NO        PIC X(4).
            05                    PIC X(1)  VALUE '-'.
            05  SL-BRANCH-NO      PIC X(2).
            05                    PIC X(1)  VALUE '-'.
            05  SL-SALES-NO       PIC X(2).
            05                    PIC X(2)  VALUE SPACES.
            05  SL-NAME           PIC X(20).
            05                    PIC X(2)  VALUE SPACES.
            05  SL-MTD-SALES      PIC ZZZ,ZZ9.99-.
            05                    PIC X(2)  VALUE SPACES.
            05  SL-QUOTA          PIC Z,ZZ9.99.
            05                    PIC X(2)  VALUE SPACES.
            05  SL-ATTAIN-PCT     PIC ZZ9.99.
            05                    PIC X(1)  VALUE '%'.
            05                    PIC X(2)  VALUE SPACES.
            05  SL-RATE           PIC 9.999.
            05                    PIC X(2)  VALUE SPACES.
            05  SL-COMM-AMT       PIC ZZZ,ZZ9.99.
            05                    PIC X(2)  VALUE SPACES.
            05  SL-CLAW-RECOVERED PIC ZZZ,ZZ9.99.
            05                    PIC X(2)  VALUE SPACES.
            05  SL-NET-PAY        PIC ZZZ,ZZ9.99.
            05                    PIC X(2)  VALUE SPACES.
            05  SL-UNRECOVERED    PIC ZZZ,ZZ9.99.

       01  PURGE-LINE.
            05                    PIC X(15) VALUE SPACES.
            05                    PIC X(22)
              VALUE 'ARCHIVED - YTDMAST YTD'.
            05  PL-YTD-AMT        PIC Z,ZZZ,ZZ9.99-.
            05                    PIC X(9)  VALUE '  STREAK '.
            05  PL-STREAK-MONTHS  PIC ZZ9.
            05                    PIC X(7)  VALUE ' MONTHS'.
            05                    PIC X(10) VALUE '  SLSHIST '.
            05  PL-HIST-COUNT     PIC ZZ,ZZ9.
            05                    PIC X(8)  VALUE ' RECORDS'.
            05                    PIC X(2)  VALUE SPACES.
            05  PL-NOTE           PIC X(30).

       01  TOTALS-LINE-1.
            05                     PIC X(3)  VALUE SPACES.
            05                     PIC X(24)
              VALUE 'SALESPEOPLE OFFBOARDED: '.
            05 TL-OFFBOARD-COUNT   PIC ZZ9.
            05                     PIC X(5)  VALUE SPACES.
            05                     PIC X(18)
              VALUE 'FINAL COMMISSION: '.
            05 TL-FINAL-COMM       PIC $$$,$$$,$$9.99.
            05                     PIC X(5)  VALUE SPACES.
            05                     PIC X(20)
              VALUE 'CLAWBACK RECOVERED: '.
            05 TL-FINAL-CLAW       PIC $$$,$$$,$$9.99.
            05                     PIC X(5)  VALUE SPACES.
            05                     PIC X(15)
              VALUE 'NET FINAL PAY: '.
            05 TL-NET-COMM         PIC $$$,$$$,$$9.99.

       01  TOTALS-LINE-2.
            05                     PIC X(3)  VALUE SPACES.
            05                     PIC X(41)
              VALUE 'CLAWBACK UNRECOVERED - REFER TO PAYROLL: '.
            05 TL-UNRECOVERED      PIC $$$,$$$,$$9.99.

       01  TOTALS-LINE-3.
            05                     PIC X(3)  VALUE SPACES.
            05                     PIC X(20)
              VALUE 'ARCHIVED - SLSPMAST '.
            05 TL-ARCH-PERSON      PIC ZZ,ZZ9.
            05                     PIC X(10) VALUE '  YTDMAST '.
            05 TL-ARCH-YTD         PIC ZZ,ZZ9.
            05                     PIC X(11) VALUE '  CONSECIN '.
            05 TL-ARCH-STREAK      PIC ZZ,ZZ9.
            05                     PIC X(10) VALUE '  SLSHIST '.
            05 TL-ARCH-HIST        PIC Z,ZZZ,ZZ9.

       01  TOTALS-LINE-4.
            05                     PIC X(3)  VALUE SPACES.
            05                     PIC X(43)
              VALUE 'PURGED FOR EARLIER OFFBOARDINGS - CONSECIN '.
            05 TL-EARLIER-STREAK   PIC ZZ,ZZ9.
            05                     PIC X(10) VALUE '  SLSHIST '.
            05 TL-EARLIER-HIST     PIC Z,ZZZ,ZZ9.
            05                     PIC X(10) VALUE '  CLAWBAL '.
            05 TL-EARLIER-CLAW     PIC ZZ,ZZ9.
            05                     PIC X(10) VALUE '  BALANCE '.
            05 TL-EARLIER-CLAW-AMT PIC $$$,$$$,$$9.99.

       01  TOTALS-LINE-5.
            05                     PIC X(38) VALUE SPACES.
            05                     PIC X(45)
              VALUE "* * * * *    END    OF    REPORT    * * * * *".

       PROCEDURE DIVISION.
      ***************************************************************

      * 000-MAIN.
      *  - PERFORM 100-HSK
      *  - SETTLE, ARCHIVE AND PURGE EVERY TERMINATED SALESPERSON ON
      *    THE KEYED MASTERS
      *  - COPY THE CARRY-FORWARD AND HISTORY FILES WITHOUT THEIR
      *    RECORDS, ONE PASS EACH
      *  - PRINT THE REGISTER
      *  - PERFORM 120-EOJ
      ***************************************************************
       000-MAIN.

              PERFORM 100-HSK.

              PERFORM 110-SELECT-TERMINATED.

              PERFORM 130-PURGE-CARRY-FORWARD.

              PERFORM 135-PURGE-HISTORY.

              PERFORM 140-PRINT-REGISTER.

              PERFORM 120-EOJ.

              STOP RUN.

      ***************************************************************
      * 100-HSK.
      *  - FILES ARE OPENED AND THE QUOTA, COMMISSION-RATE, PAID
      *  - THIS MONTH AND CLAWBACK TABLES ARE LOADED.  THE ARCHIVE
      *  - IS PERMANENT AND ALWAYS OPENED EXTEND.
      ***************************************************************
       100-HSK.

           OPEN I-O   SALES-PERSON-MASTER
                      YTD-MASTER
           INPUT      COMM-RATE-FILE
           OUTPUT     PAYROLL-INTERFACE
                      OFFBOARD-REPORT
           EXTEND     OFFBOARD-ARCHIVE.

           IF NOT SP-FILE-OK
               DISPLAY "SLSOFFB: SALES-PERSON-MASTER OPEN FAILED, "
                       "STATUS=" WS-SP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT YM-FILE-OK
               DISPLAY "SLSOFFB: YTD-MASTER OPEN FAILED, STATUS="
                       WS-YM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

           MOVE CD-YEAR   TO HL2-YEAR.
           MOVE CD-MONTH  TO HL2-MONTH.
           MOVE CD-DAY    TO HL2-DAY.

           COMPUTE WS-CURRENT-PERIOD = CD-YEAR * 100 + CD-MONTH.
           COMPUTE WS-RUN-DATE =
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.

           PERFORM 105-LOAD-QUOTA-TABLE.

           PERFORM 106-LOAD-COMM-RATE-TABLE.

           PERFORM 107-LOAD-PAID-THIS-PERIOD.

           PERFORM 108-LOAD-CLAWBACK-BALANCES.

      ***************************************************************
      * 105-LOAD-QUOTA-TABLE.
      *  - EVERY EFFECTIVE-DATED QUOTA MASTER ENTRY IS READ INTO
      *  - WORKING STORAGE SO THE FINAL COMMISSION IS MEASURED
      *  - AGAINST THE SAME QUOTA COMMCALC WOULD HAVE USED
      ***************************************************************
       105-LOAD-QUOTA-TABLE.

           OPEN INPUT QUOTA-MASTER.

           IF NOT QM-FILE-OK
               DISPLAY "SLSOFFB: QUOTA-MASTER OPEN FAILED, STATUS="
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
                   DISPLAY "SLSOFFB: QUOTA TABLE FULL - RUN TERMINATED"
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
      *  - THE TIERED COMMISSION-RATE TABLE IS READ INTO WORKING
      *  - STORAGE, AS IN COMMCALC
      ***************************************************************
       106-LOAD-COMM-RATE-TABLE.

           READ COMM-RATE-FILE
               AT END
                 SET CR-NO-MORE TO TRUE
           END-READ.

           PERFORM UNTIL CR-NO-MORE
               ADD 1 TO CR-ENTRY-COUNT
               MOVE CR-LOW-PCT  TO CR-TBL-LOW-PCT(CR-ENTRY-COUNT)
               MOVE CR-HIGH-PCT TO CR-TBL-HIGH-PCT(CR-ENTRY-COUNT)
               MOVE CR-RATE     TO CR-TBL-RATE(CR-ENTRY-COUNT)
               READ COMM-RATE-FILE
                   AT END
                     SET CR-NO-MORE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE COMM-RATE-FILE.

           IF CR-ENTRY-COUNT = ZERO
               DISPLAY "SLSOFFB: COMMISSION RATE TABLE IS EMPTY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ***************************************************************
      * 107-LOAD-PAID-THIS-PERIOD.
      *  - PAIDHIST IS READ FOR THE SALESPEOPLE WHOSE COMMISSION FOR
      *  - THIS MONTH PAYRECON HAS POSTED AS PAID, SO A SALESPERSON
      *  - TERMINATED AFTER THE MONTH-END COMMISSION RUN IS NOT PAID
      *  - THE MONTH AGAIN.  NO PAIDHIST YET MEANS NOBODY HAS BEEN
      *  - PAID.  PAIDHIST ONLY CATCHES UP WHEN PAYRECON RUNS, SO
      *  - CYCLCTL IS ALSO CHECKED FOR COMMCALC HAVING ALREADY SENT
      *  - THIS MONTH TO PAYROLL.
      ***************************************************************
       107-LOAD-PAID-THIS-PERIOD.

           OPEN INPUT PAID-HISTORY.

           IF PH-FILE-OK
               PERFORM UNTIL PH-NO-MORE
                   READ PAID-HISTORY
                       AT END
                         SET PH-NO-MORE TO TRUE
                       NOT AT END
                         IF PH-COMMISSION-PAID
                            AND PH-PERIOD = WS-CURRENT-PERIOD
                             PERFORM 107A-KEEP-PAID-KEY
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE PAID-HISTORY
           END-IF.

           PERFORM 107B-CHECK-COMMCALC-RUN.

       107A-KEEP-PAID-KEY.

           IF PP-ENTRY-COUNT >= 2000
               DISPLAY "SLSOFFB: PAID PERIOD TABLE FULL - RUN "
                       "TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO PP-ENTRY-COUNT.
           MOVE PH-DIST-NO   TO PP-DIST-NO(PP-ENTRY-COUNT).
           MOVE PH-BRANCH-NO TO PP-BRANCH-NO(PP-ENTRY-COUNT).
           MOVE PH-SALES-NO  TO PP-SALES-NO(PP-ENTRY-COUNT).

      ***************************************************************
      * 107B-CHECK-COMMCALC-RUN.
      *  - CYCLCTL IS READ FOR THE PAYRINTF COUNT COMMCALC APPENDS
      *  - WHEN IT PAYS THE CALENDAR MONTH.  ONE DATED THIS MONTH
      *  - MEANS EVERY SALESPERSON'S COMMISSION FOR THE MONTH HAS
      *  - GONE TO PAYROLL, WHETHER OR NOT PAYRECON HAS POSTED IT
      *  - YET.  NO CYCLCTL MEANS COMMCALC HAS NOT RUN.
      ***************************************************************
       107B-CHECK-COMMCALC-RUN.

           OPEN INPUT CYCLE-CONTROL.

           IF CY-FILE-OK
               PERFORM UNTIL CY-NO-MORE
                   READ CYCLE-CONTROL
                       AT END
                         SET CY-NO-MORE TO TRUE
                       NOT AT END
                         DIVIDE CY-RUN-DATE BY 100
                             GIVING WS-CY-PERIOD
                         IF CY-PROGRAM-NAME = "COMMCALC"
                            AND CY-FILE-NAME = "PAYRINTF"
                            AND CY-OUTPUT-COUNT
                            AND WS-CY-PERIOD = WS-CURRENT-PERIOD
                             SET COMMCALC-PAID-MONTH TO TRUE
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE CYCLE-CONTROL
           END-IF.

      ***************************************************************
      * 108-LOAD-CLAWBACK-BALANCES.
      *  - CLAWBAL IS READ INTO THE CLAWBACK TABLE WHOLE, SO IT CAN
      *  - BE WRITTEN BACK WITHOUT THE OFFBOARDED SALESPEOPLE.  A
      *  - RECORD FOR A SALESPERSON AN EARLIER RUN OFFBOARDED (ONE
      *  - THAT STOPPED BEFORE REWRITING CLAWBAL) IS NOT LOADED, SO
      *  - IT IS DROPPED WHEN CLAWBAL IS REWRITTEN; IT WAS SETTLED
      *  - ON THAT RUN'S FINAL PAY.  NO CLAWBAL YET MEANS NOTHING IS
      *  - OWED.
      ***************************************************************
       108-LOAD-CLAWBACK-BALANCES.

           OPEN INPUT CLAWBACK-BALANCE.

           IF CB-FILE-OK
               MOVE "Y" TO WS-CB-LOADED
               PERFORM UNTIL CB-NO-MORE
                   READ CLAWBACK-BALANCE
                       AT END
                         SET CB-NO-MORE TO TRUE
                       NOT AT END
                         PERFORM 108A-LOAD-BALANCE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CLAWBACK-BALANCE
           END-IF.

       108A-LOAD-BALANCE-ENTRY.

           MOVE CB-DIST-NO   TO WS-CHECK-DIST-NO.
           MOVE CB-BRANCH-NO TO WS-CHECK-BRANCH-NO.
           MOVE CB-SALES-NO  TO WS-CHECK-SALES-NO.
           PERFORM 145-CHECK-PURGE-KEY.

           IF KEY-IS-PURGED
               ADD 1          TO WS-EARLIER-CLAW
               ADD CB-BALANCE TO WS-EARLIER-CLAW-AMT
           ELSE
               PERFORM 108B-KEEP-BALANCE-ENTRY
           END-IF.

       108B-KEEP-BALANCE-ENTRY.

           IF CB-ENTRY-COUNT >= 2000
               DISPLAY "SLSOFFB: CLAWBACK TABLE FULL - RUN "
                       "TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO CB-ENTRY-COUNT.
           MOVE CLAWBACK-BALANCE-REC TO CB-TBL-REC(CB-ENTRY-COUNT).
           MOVE "N" TO CB-TBL-DROPPED(CB-ENTRY-COUNT).

      ***************************************************************
      * 110-SELECT-TERMINATED.
      *  - THE SALESPERSON MASTER IS READ FROM THE TOP IN KEY ORDER
      *  - AND EVERY SALESPERSON STILL MARKED TERMINATED - THAT IS,
      *  - TERMINATED SINCE THE LAST RUN - IS OFFBOARDED
      ***************************************************************
       110-SELECT-TERMINATED.

           MOVE LOW-VALUES TO SP-KEY.

           START SALES-PERSON-MASTER KEY IS NOT LESS THAN SP-KEY
               INVALID KEY
                   SET SP-NO-MORE TO TRUE
           END-START.

           PERFORM UNTIL SP-NO-MORE
               READ SALES-PERSON-MASTER NEXT RECORD
                   AT END
                     SET SP-NO-MORE TO TRUE
                   NOT AT END
                     IF SP-TERMINATED
                         PERFORM 111-OFFBOARD-PERSON
                     END-IF
               END-READ
           END-PERFORM.

      ***************************************************************
      * 111-OFFBOARD-PERSON.
      *  - THE SALESPERSON MASTER RECORD IS ARCHIVED AS IT STANDS,
      *  - THE YTD MASTER IS ARCHIVED AND DELETED, THE FINAL PAY IS
      *  - COMPUTED AND SENT, AND THE SALESPERSON IS MARKED
      *  - OFFBOARDED.  THE MASTER RECORD ITSELF IS KEPT SO THE
      *  - NAME STILL PRINTS ON HISTORY AND THE NUMBER CAN BE GIVEN
      *  - TO A NEW HIRE THROUGH SPMAINT.
      ***************************************************************
       111-OFFBOARD-PERSON.

           IF OT-ENTRY-COUNT >= 500
               DISPLAY "SLSOFFB: OFFBOARD TABLE FULL - RUN TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO OT-ENTRY-COUNT.
           SET OT-IDX TO OT-ENTRY-COUNT.

           MOVE SP-KEY  TO OT-KEY(OT-IDX).
           MOVE SP-NAME TO OT-NAME(OT-IDX).
           MOVE ZERO    TO OT-YTD-AMT(OT-IDX)
                           OT-MTD-SALES(OT-IDX)
                           OT-QUOTA(OT-IDX)
                           OT-ATTAIN-PCT(OT-IDX)
                           OT-COMM-RATE(OT-IDX)
                           OT-COMM-AMT(OT-IDX)
                           OT-CLAW-RECOVERED(OT-IDX)
                           OT-CLAW-UNRECOVERED(OT-IDX)
                           OT-STREAK-MONTHS(OT-IDX)
                           OT-HIST-COUNT(OT-IDX).
           MOVE SPACES  TO OT-NOTE(OT-IDX).

           MOVE SPACES TO OFFBOARD-ARCHIVE-REC.
           MOVE "S"    TO OA-REC-TYPE.
           MOVE SALES-PERSON-REC TO OA-IMAGE.
           PERFORM 150-WRITE-ARCHIVE.
           ADD 1 TO WS-ARCH-PERSON.

           PERFORM 112-ARCHIVE-YTD-MASTER.

           PERFORM 113-COMPUTE-SETTLEMENT
               THRU 113-COMPUTE-SETTLEMENT-EXIT.

           PERFORM 114-SETTLE-CLAWBACK.

           PERFORM 115-WRITE-FINAL-PAY.

           SET SP-OFFBOARDED TO TRUE.

           REWRITE SALES-PERSON-REC.

           IF NOT SP-FILE-OK
               DISPLAY "SLSOFFB: SLSPMAST REWRITE FAILED, STATUS="
                       WS-SP-STATUS " KEY=" SP-KEY
               MOVE 16 TO RETURN-CODE
           END-IF.

      ***************************************************************
      * 112-ARCHIVE-YTD-MASTER.
      *  - THE YTD MASTER RECORD IS ARCHIVED AND DELETED.  ITS
      *  - MONTH-TO-DATE AMOUNT, WHEN IT IS FOR THIS MONTH, IS THE
      *  - PARTIAL MONTH THE FINAL COMMISSION IS PAID ON.
      ***************************************************************
       112-ARCHIVE-YTD-MASTER.

           MOVE OT-KEY(OT-IDX) TO YM-KEY.

           READ YTD-MASTER
               INVALID KEY
                   MOVE "NO YTDMAST RECORD" TO OT-NOTE(OT-IDX)
               NOT INVALID KEY
                   PERFORM 112A-PURGE-YTD-RECORD
           END-READ.

       112A-PURGE-YTD-RECORD.

           MOVE YM-YTD-AMT TO OT-YTD-AMT(OT-IDX).

           IF YM-MTD-MONTH = CD-MONTH
               MOVE YM-MTD-AMT TO OT-MTD-SALES(OT-IDX)
           END-IF.

           MOVE SPACES TO OFFBOARD-ARCHIVE-REC.
           MOVE "Y"    TO OA-REC-TYPE.
           MOVE YTD-MASTER-REC TO OA-IMAGE.
           PERFORM 150-WRITE-ARCHIVE.
           ADD 1 TO WS-ARCH-YTD.

           DELETE YTD-MASTER.

           IF NOT YM-FILE-OK
               DISPLAY "SLSOFFB: YTDMAST DELETE FAILED, STATUS="
                       WS-YM-STATUS " KEY=" YM-KEY
               MOVE 16 TO RETURN-CODE
           END-IF.

      ***************************************************************
      * 113-COMPUTE-SETTLEMENT.
      *  - THE FINAL COMMISSION IS COMPUTED ON THE PARTIAL MONTH'S
      *  - SALES EXACTLY AS COMMCALC 135-COMPUTE-COMMISSION DOES:
      *  - ATTAINMENT AGAINST THE BRANCH QUOTA IN EFFECT THIS MONTH
      *  - (DEFAULT QUOTA WHEN NONE) AND THE RATE FOR THAT BAND.
      *  - NOTHING IS PAID ON SALES AT OR BELOW ZERO, OR WHEN THIS
      *  - MONTH HAS ALREADY BEEN PAID, PER PAIDHIST OR CYCLCTL.
      ***************************************************************
       113-COMPUTE-SETTLEMENT.

           MOVE WS-DEFAULT-QUOTA TO WS-QUOTA.
           MOVE ZERO TO WS-QUOTA-EFF-FOUND.

           PERFORM VARYING QT-IDX FROM 1 BY 1
                   UNTIL QT-IDX > QT-ENTRY-COUNT
               IF OT-DIST-NO(OT-IDX) = QT-TBL-DIST-NO(QT-IDX)
                  AND OT-BRANCH-NO(OT-IDX) = QT-TBL-BRANCH-NO(QT-IDX)
                  AND QT-TBL-EFF-PERIOD(QT-IDX)
                      NOT > WS-CURRENT-PERIOD
                  AND QT-TBL-EFF-PERIOD(QT-IDX) > WS-QUOTA-EFF-FOUND
                   MOVE QT-TBL-AMOUNT(QT-IDX) TO WS-QUOTA
                   MOVE QT-TBL-EFF-PERIOD(QT-IDX) TO WS-QUOTA-EFF-FOUND
               END-IF
           END-PERFORM.

           MOVE WS-QUOTA TO OT-QUOTA(OT-IDX).

           IF OT-MTD-SALES(OT-IDX) <= ZERO
               GO TO 113-COMPUTE-SETTLEMENT-EXIT
           END-IF.

           MOVE "N" TO WS-PAID-FOUND.

           PERFORM VARYING PP-IDX FROM 1 BY 1
                   UNTIL PP-IDX > PP-ENTRY-COUNT
               IF OT-DIST-NO(OT-IDX) = PP-DIST-NO(PP-IDX)
                  AND OT-BRANCH-NO(OT-IDX) = PP-BRANCH-NO(PP-IDX)
                  AND OT-SALES-NO(OT-IDX) = PP-SALES-NO(PP-IDX)
                   SET MONTH-ALREADY-PAID TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF COMMCALC-PAID-MONTH
               SET MONTH-ALREADY-PAID TO TRUE
           END-IF.

           IF MONTH-ALREADY-PAID
               MOVE "MONTH ALREADY PAID BY COMMCALC" TO OT-NOTE(OT-IDX)
               GO TO 113-COMPUTE-SETTLEMENT-EXIT
           END-IF.

           IF WS-QUOTA > ZERO
               COMPUTE WS-ATTAIN-PCT ROUNDED =
                   (OT-MTD-SALES(OT-IDX) / WS-QUOTA) * 100
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-ATTAIN-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-ATTAIN-PCT
           END-IF.

           MOVE CR-TBL-RATE(CR-ENTRY-COUNT) TO WS-COMM-RATE.

           PERFORM VARYING CR-IDX FROM 1 BY 1
                   UNTIL CR-IDX > CR-ENTRY-COUNT
               IF WS-ATTAIN-PCT >= CR-TBL-LOW-PCT(CR-IDX)
                  AND WS-ATTAIN-PCT <= CR-TBL-HIGH-PCT(CR-IDX)
                   MOVE CR-TBL-RATE(CR-IDX) TO WS-COMM-RATE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE WS-ATTAIN-PCT TO OT-ATTAIN-PCT(OT-IDX).
           MOVE WS-COMM-RATE  TO OT-COMM-RATE(OT-IDX).

           COMPUTE OT-COMM-AMT(OT-IDX) ROUNDED =
               OT-MTD-SALES(OT-IDX) * WS-COMM-RATE.

       113-COMPUTE-SETTLEMENT-EXIT.
           EXIT.

      ***************************************************************
      * 114-SETTLE-CLAWBACK.
      *  - A CLAWBACK STILL OWED ON CLAWBAL IS TAKEN FROM THE FINAL
      *  - COMMISSION, NEVER MORE THAN THE COMMISSION.  THERE IS NO
      *  - NEXT MONTH TO CARRY THE REST TO, SO IT IS LISTED AS
      *  - UNRECOVERED FOR PAYROLL TO COLLECT AND THE CLAWBAL ENTRY
      *  - IS DROPPED.
      ***************************************************************
       114-SETTLE-CLAWBACK.

           MOVE "N" TO WS-BALANCE-FOUND.

           PERFORM VARYING CB-IDX FROM 1 BY 1
                   UNTIL CB-IDX > CB-ENTRY-COUNT
               IF OT-DIST-NO(OT-IDX) = CB-TBL-DIST-NO(CB-IDX)
                  AND OT-BRANCH-NO(OT-IDX) = CB-TBL-BRANCH-NO(CB-IDX)
                  AND OT-SALES-NO(OT-IDX) = CB-TBL-SALES-NO(CB-IDX)
                  AND CB-TBL-DROPPED(CB-IDX) = "N"
                   SET BALANCE-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF BALANCE-ENTRY-FOUND
               IF CB-TBL-BALANCE(CB-IDX) > OT-COMM-AMT(OT-IDX)
                   MOVE OT-COMM-AMT(OT-IDX)
                       TO OT-CLAW-RECOVERED(OT-IDX)
               ELSE
                   MOVE CB-TBL-BALANCE(CB-IDX)
                       TO OT-CLAW-RECOVERED(OT-IDX)
               END-IF
               COMPUTE OT-CLAW-UNRECOVERED(OT-IDX) =
                   CB-TBL-BALANCE(CB-IDX) - OT-CLAW-RECOVERED(OT-IDX)
               MOVE "Y" TO CB-TBL-DROPPED(CB-IDX)
               ADD OT-CLAW-UNRECOVERED(OT-IDX) TO WS-FINAL-UNRECOVERED
           END-IF.

      ***************************************************************
      * 115-WRITE-FINAL-PAY.
      *  - ONE "F" FINAL-PAY DETAIL PER OFFBOARDED SALESPERSON, EVEN
      *  - WHEN NOTHING IS DUE, SO PAYROLL KNOWS THE LAST PAY HAS
      *  - BEEN SENT, FOLLOWED BY A "C" FOR ANY CLAWBACK RECOVERED.
      *  - THE PERIOD IS THE RUN YEAR AND MONTH.
      ***************************************************************
       115-WRITE-FINAL-PAY.

           MOVE SPACES TO PAYROLL-INTF-REC.
           MOVE "F"                    TO PI-REC-TYPE.
           MOVE OT-DIST-NO(OT-IDX)     TO PI-DIST-NO.
           MOVE OT-BRANCH-NO(OT-IDX)   TO PI-BRANCH-NO.
           MOVE OT-SALES-NO(OT-IDX)    TO PI-SALES-NO.
           MOVE WS-CURRENT-PERIOD      TO PI-PERIOD.
           IF OT-MTD-SALES(OT-IDX) > ZERO
               MOVE OT-MTD-SALES(OT-IDX) TO PI-SALES-AMT
           ELSE
               MOVE ZERO TO PI-SALES-AMT
           END-IF.
           MOVE OT-COMM-RATE(OT-IDX)   TO PI-COMM-RATE.
           MOVE OT-COMM-AMT(OT-IDX)    TO PI-COMM-AMT.

           WRITE PAYROLL-INTF-REC.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD OT-COMM-AMT(OT-IDX) TO WS-FINAL-COMM.

           IF OT-CLAW-RECOVERED(OT-IDX) > ZERO
               MOVE SPACES TO PAYROLL-INTF-REC
               MOVE "C"                      TO PI-REC-TYPE
               MOVE OT-DIST-NO(OT-IDX)       TO PI-DIST-NO
               MOVE OT-BRANCH-NO(OT-IDX)     TO PI-BRANCH-NO
               MOVE OT-SALES-NO(OT-IDX)      TO PI-SALES-NO
               MOVE WS-CURRENT-PERIOD        TO PI-PERIOD
               MOVE ZERO                     TO PI-SALES-AMT
                                                PI-COMM-RATE
               MOVE OT-CLAW-RECOVERED(OT-IDX) TO PI-COMM-AMT
               WRITE PAYROLL-INTF-REC
               ADD 1 TO WS-DETAIL-COUNT
               ADD OT-CLAW-RECOVERED(OT-IDX) TO WS-FINAL-CLAW
           END-IF.

      ***************************************************************
      * 130-PURGE-CARRY-FORWARD.
      *  - THE COACHRPT CONSECUTIVE-MONTHS FILE IS COPIED OLD TO NEW
      *  - WITH EVERY OFFBOARDED SALESPERSON'S STREAK ARCHIVED AND
      *  - LEFT OUT.  A MISSING CARRY-FORWARD FILE IS NOT AN ERROR,
      *  - THE SAME AS IN COACHRPT.
      ***************************************************************
       130-PURGE-CARRY-FORWARD.

           OPEN OUTPUT CONSEC-NEW-FILE.
           OPEN INPUT CONSEC-OLD-FILE.

           IF CI-FILE-OK
               MOVE "Y" TO WS-CI-OPENED
               PERFORM UNTIL CO-NO-MORE
                   READ CONSEC-OLD-FILE
                       AT END
                         SET CO-NO-MORE TO TRUE
                       NOT AT END
                         PERFORM 132-PURGE-ONE-CONSEC
                   END-READ
               END-PERFORM
           END-IF.

           IF WS-CI-OPENED = "Y"
               CLOSE CONSEC-OLD-FILE
           END-IF.
           CLOSE CONSEC-NEW-FILE.

       132-PURGE-ONE-CONSEC.

           MOVE CO-DIST-NO   TO WS-CHECK-DIST-NO.
           MOVE CO-BRANCH-NO TO WS-CHECK-BRANCH-NO.
           MOVE CO-SALES-NO  TO WS-CHECK-SALES-NO.
           PERFORM 145-CHECK-PURGE-KEY.

           IF KEY-IS-PURGED
               MOVE SPACES TO OFFBOARD-ARCHIVE-REC
               MOVE "K"    TO OA-REC-TYPE
               MOVE CONSEC-OLD-REC TO OA-IMAGE
               PERFORM 150-WRITE-ARCHIVE
               IF PERSON-ENTRY-FOUND
                   MOVE CO-MONTHS-BELOW TO OT-STREAK-MONTHS(OT-IDX)
                   ADD 1 TO WS-ARCH-STREAK
               ELSE
                   ADD 1 TO WS-EARLIER-STREAK
               END-IF
           ELSE
               MOVE CONSEC-OLD-REC TO CONSEC-NEW-REC
               WRITE CONSEC-NEW-REC
           END-IF.

      ***************************************************************
      * 135-PURGE-HISTORY.
      *  - THE SLSHIST FILE IS COPIED OLD TO NEW WITH EVERY
      *  - OFFBOARDED SALESPERSON'S MONTHS ARCHIVED AND LEFT OUT, SO
      *  - SLSTREND, SALESFCST AND PRESCLUB STOP SHOWING THEM
      ***************************************************************
       135-PURGE-HISTORY.

           OPEN INPUT SALES-HIST-OLD
           OUTPUT SALES-HIST-NEW.

           PERFORM UNTIL SH-NO-MORE
               READ SALES-HIST-OLD
                   AT END
                     SET SH-NO-MORE TO TRUE
                   NOT AT END
                     PERFORM 137-PURGE-ONE-HISTORY
               END-READ
           END-PERFORM.

           CLOSE SALES-HIST-OLD
                 SALES-HIST-NEW.

       137-PURGE-ONE-HISTORY.

           MOVE SH-DIST-NO   TO WS-CHECK-DIST-NO.
           MOVE SH-BRANCH-NO TO WS-CHECK-BRANCH-NO.
           MOVE SH-SALES-NO  TO WS-CHECK-SALES-NO.
           PERFORM 145-CHECK-PURGE-KEY.

           IF KEY-IS-PURGED
               MOVE SPACES TO OFFBOARD-ARCHIVE-REC
               MOVE "H"    TO OA-REC-TYPE
               MOVE SALES-HISTORY-REC TO OA-IMAGE
               PERFORM 150-WRITE-ARCHIVE
               IF PERSON-ENTRY-FOUND
                   ADD 1 TO OT-HIST-COUNT(OT-IDX)
                   ADD 1 TO WS-ARCH-HIST
               ELSE
                   ADD 1 TO WS-EARLIER-HIST
               END-IF
           ELSE
               MOVE SALES-HISTORY-REC TO SALES-HIST-NEW-REC
               WRITE SALES-HIST-NEW-REC
           END-IF.

      ***************************************************************
      * 145-CHECK-PURGE-KEY.
      *  - THE KEY IN WS-CHECK-KEY IS PURGED WHEN ITS SALESPERSON
      *  - WAS OFFBOARDED THIS RUN (OT-IDX LEFT SET) OR WAS ALREADY
      *  - MARKED OFFBOARDED ON SLSPMAST BY AN EARLIER RUN.  THE
      *  - MASTER IS READ ONCE PER KEY.
      ***************************************************************
       145-CHECK-PURGE-KEY.

           MOVE "N" TO WS-PURGE-KEY.
           MOVE "N" TO WS-PERSON-FOUND.

           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > OT-ENTRY-COUNT
               IF WS-CHECK-KEY = OT-KEY(OT-IDX)
                   SET PERSON-ENTRY-FOUND TO TRUE
                   SET KEY-IS-PURGED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT PERSON-ENTRY-FOUND
               IF WS-CHECK-KEY NOT = WS-STATUS-KEY
                   MOVE WS-CHECK-KEY TO WS-STATUS-KEY
                   MOVE "N" TO WS-STATUS-OFFBOARDED
                   MOVE WS-CHECK-KEY TO SP-KEY
                   READ SALES-PERSON-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SP-OFFBOARDED
                               SET STATUS-KEY-OFFBOARDED TO TRUE
                           END-IF
                   END-READ
               END-IF
               IF STATUS-KEY-OFFBOARDED
                   SET KEY-IS-PURGED TO TRUE
               END-IF
           END-IF.

      ***************************************************************
      * 150-WRITE-ARCHIVE.
      *  - THE ARCHIVE RECORD THE CALLER BUILT IS STAMPED WITH THE
      *  - KEY BEING PURGED AND THE RUN DATE AND WRITTEN
      ***************************************************************
       150-WRITE-ARCHIVE.

           IF OA-STREAK OR OA-HISTORY
               MOVE WS-CHECK-KEY   TO OA-KEY
           ELSE
               MOVE OT-KEY(OT-IDX) TO OA-KEY
           END-IF.

           MOVE WS-RUN-DATE TO OA-OFFBOARD-DATE.

           WRITE OFFBOARD-ARCHIVE-REC.

      ***************************************************************
      * 140-PRINT-REGISTER.
      *  - TWO LINES PER OFFBOARDED SALESPERSON: THE SETTLEMENT,
      *  - THEN WHAT WAS ARCHIVED AND PURGED
      ***************************************************************
       140-PRINT-REGISTER.

           PERFORM 200-PRINT-HEADING-LINES.

           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > OT-ENTRY-COUNT
               IF LINE-COUNT >= LINES-ON-PAGE - 1
                   PERFORM 200-PRINT-HEADING-LINES
               END-IF
               PERFORM 141-PRINT-SETTLEMENT-LINE
               PERFORM 142-PRINT-PURGE-LINE
           END-PERFORM.

       141-PRINT-SETTLEMENT-LINE.

           MOVE OT-DIST-NO(OT-IDX)      TO SL-DIST-NO.
           MOVE OT-BRANCH-NO(OT-IDX)    TO SL-BRANCH-NO.
           MOVE OT-SALES-NO(OT-IDX)     TO SL-SALES-NO.
           MOVE OT-NAME(OT-IDX)         TO SL-NAME.
           MOVE OT-MTD-SALES(OT-IDX)    TO SL-MTD-SALES.
           MOVE OT-QUOTA(OT-IDX)        TO SL-QUOTA.
           MOVE OT-ATTAIN-PCT(OT-IDX)   TO SL-ATTAIN-PCT.
           MOVE OT-COMM-RATE(OT-IDX)    TO SL-RATE.
           MOVE OT-COMM-AMT(OT-IDX)     TO SL-COMM-AMT.
           MOVE OT-CLAW-RECOVERED(OT-IDX) TO SL-CLAW-RECOVERED.
           COMPUTE SL-NET-PAY =
               OT-COMM-AMT(OT-IDX) - OT-CLAW-RECOVERED(OT-IDX).
           MOVE OT-CLAW-UNRECOVERED(OT-IDX) TO SL-UNRECOVERED.

           MOVE SETTLEMENT-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.

       142-PRINT-PURGE-LINE.

           MOVE OT-YTD-AMT(OT-IDX)       TO PL-YTD-AMT.
           MOVE OT-STREAK-MONTHS(OT-IDX) TO PL-STREAK-MONTHS.
           MOVE OT-HIST-COUNT(OT-IDX)    TO PL-HIST-COUNT.
           MOVE OT-NOTE(OT-IDX)          TO PL-NOTE.

           MOVE PURGE-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-COUNT.

      ***************************************************************
      * 146-WRITE-CLAWBACK-BALANCES.
      *  - CLAWBAL IS REWRITTEN FROM THE CLAWBACK TABLE WITHOUT THE
      *  - OFFBOARDED SALESPEOPLE.  EVERY OTHER RECORD GOES BACK
      *  - EXACTLY AS COMMCALC WROTE IT.
      ***************************************************************
       146-WRITE-CLAWBACK-BALANCES.

           OPEN OUTPUT CLAWBACK-BALANCE.

           PERFORM VARYING CB-IDX FROM 1 BY 1
                   UNTIL CB-IDX > CB-ENTRY-COUNT
               IF CB-TBL-DROPPED(CB-IDX) = "N"
                   MOVE CB-TBL-REC(CB-IDX) TO CLAWBACK-BALANCE-REC
                   WRITE CLAWBACK-BALANCE-REC
               END-IF
           END-PERFORM.

           CLOSE CLAWBACK-BALANCE.

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
      * 120-EOJ.
      *  - THE PAYROLL TRAILER CARRIES THE DETAIL COUNT AND THE NET
      *  - FINAL PAY, "F" LESS "C", AS COMMCALC'S DOES.  THE TOTALS
      *  - PRINT, CLAWBAL IS REWRITTEN WHEN AN ENTRY WAS DROPPED,
      *  - AND THE FILES ARE CLOSED.  A CLAWBACK LEFT UNRECOVERED
      *  - ENDS THE RUN WITH RC 4.
      ***************************************************************
       120-EOJ.

           COMPUTE WS-NET-COMM = WS-FINAL-COMM - WS-FINAL-CLAW.

           MOVE SPACES TO PAYROLL-INTF-REC.
           MOVE "T"             TO PT-REC-TYPE.
           MOVE WS-DETAIL-COUNT TO PT-DETAIL-COUNT.
           MOVE WS-NET-COMM     TO PT-TOTAL-COMM.
           WRITE PAYROLL-INTF-REC.

           IF LINE-COUNT >= LINES-ON-PAGE - 8
               PERFORM 200-PRINT-HEADING-LINES
           END-IF.

           MOVE OT-ENTRY-COUNT TO TL-OFFBOARD-COUNT.
           MOVE WS-FINAL-COMM  TO TL-FINAL-COMM.
           MOVE WS-FINAL-CLAW  TO TL-FINAL-CLAW.
           MOVE WS-NET-COMM    TO TL-NET-COMM.
           MOVE TOTALS-LINE-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.

           MOVE WS-FINAL-UNRECOVERED TO TL-UNRECOVERED.
           MOVE TOTALS-LINE-2 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.

           MOVE WS-ARCH-PERSON TO TL-ARCH-PERSON.
           MOVE WS-ARCH-YTD    TO TL-ARCH-YTD.
           MOVE WS-ARCH-STREAK TO TL-ARCH-STREAK.
           MOVE WS-ARCH-HIST   TO TL-ARCH-HIST.
           MOVE TOTALS-LINE-3 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           MOVE WS-EARLIER-STREAK TO TL-EARLIER-STREAK.
           MOVE WS-EARLIER-HIST   TO TL-EARLIER-HIST.
           MOVE WS-EARLIER-CLAW   TO TL-EARLIER-CLAW.
           MOVE WS-EARLIER-CLAW-AMT TO TL-EARLIER-CLAW-AMT.
           MOVE TOTALS-LINE-4 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.

           MOVE TOTALS-LINE-5 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           IF WS-CB-LOADED = "Y"
               PERFORM 146-WRITE-CLAWBACK-BALANCES
           END-IF.

           IF WS-FINAL-UNRECOVERED > ZERO
              AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
               DISPLAY "SLSOFFB: CLAWBACK LEFT UNRECOVERED - REFER "
                       "TO PAYROLL"
           END-IF.

           CLOSE SALES-PERSON-MASTER
                 YTD-MASTER
                 PAYROLL-INTERFACE
                 OFFBOARD-ARCHIVE
                 OFFBOARD-REPORT.
