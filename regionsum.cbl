       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGNSUM.
       AUTHOR. BRANDON PAXTON.
       DATE-COMPILED.
      **************************************************************
      * PURPOSE:  THIS PROGRAM ROLLS THE NIGHT'S RESULTS UP BY
      * REGION, THEN DISTRICT, THEN BRANCH, USING THE ORGMAST
      * ORGANIZATION MASTER FOR THE NAMES AND FOR THE REGION EACH
      * DISTRICT BELONGS TO.  FOR EVERY LEVEL IT PRINTS:
      *  - THE NIGHT'S NET SALES FROM THE BELOW-QUOTA AND MET-QUOTA
      *    FILES CBL01 WROTE, AGAINST THE MONTHLY QUOTA OF THE
      *    SALESPEOPLE WHO SOLD, AND HOW MANY STORES MET QUOTA AND
      *    HOW MANY FELL BELOW IT;
      *  - THE COMMISSION EARNED, COMPUTED PER SALESPERSON AS
      *    COMMCALC COMPUTES IT (TIERED COMMRATE BAND ON QUOTA
      *    ATTAINMENT, NOTHING FOR AN OFFBOARDED SALESPERSON),
      *    BEFORE ANY CLAWBACK;
      *  - HOW MANY SALESPEOPLE ARE ON TRACK, AT RISK AND PROJECTED
      *    TO MISS THE YEAR, BANDED FROM SLSHIST EXACTLY AS SLSFCST
      *    BANDS THEM, INCLUDING ITS OPTIONAL CONTROL CARD.
      * A DISTRICT WITH NO REGION ON THE ORGANIZATION MASTER PRINTS
      * UNDER A BLANK REGION AHEAD OF THE OTHERS.
      **************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BELOW-QUOTA-REPORT
           ASSIGN TO BLWQTAO.

           SELECT MET-QUOTA-REPORT
           ASSIGN TO METQTAo.

           SELECT SALES-HISTORY
           ASSIGN TO SLSHIST.

           SELECT QUOTA-MASTER
           ASSIGN TO QUOTAMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS QM-KEY
           FILE STATUS IS WS-QM-STATUS.

           SELECT COMM-RATE-FILE
           ASSIGN TO COMMRATE.

           SELECT SALES-PERSON-MASTER
           ASSIGN TO SLSPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SP-KEY
           FILE STATUS IS WS-SP-STATUS.

           SELECT ORG-MASTER
           ASSIGN TO ORGMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OM-KEY
           FILE STATUS IS WS-OM-STATUS.

           SELECT FORECAST-CARD
           ASSIGN TO FCSTCARD
           FILE STATUS IS WS-FC-STATUS.

           SELECT REGION-REPORT
           ASSIGN TO REGNRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  BELOW-QUOTA-REPORT
           RECORD CONTAINS 31 CHARACTERS.

           COPY BQRECORD.

       FD  MET-QUOTA-REPORT
            RECORD CONTAINS 36 CHARACTERS.

           COPY MQRECORD.

       FD  SALES-HISTORY
             RECORD CONTAINS 22 CHARACTERS.

           COPY SHRECORD.

       FD  QUOTA-MASTER
           RECORD CONTAINS 26 CHARACTERS.

           COPY QMRECORD.

       FD  COMM-RATE-FILE
           RECORD CONTAINS 14 CHARACTERS.

       01  COMM-RATE-REC.
           05  CR-LOW-PCT          PIC 9(3)V99.
           05  CR-HIGH-PCT         PIC 9(3)V99.
           05  CR-RATE             PIC 9V999.

       FD  SALES-PERSON-MASTER
           RECORD CONTAINS 37 CHARACTERS.

           COPY SPRECORD.

       FD  ORG-MASTER
           RECORD CONTAINS 80 CHARACTERS.

           COPY OMRECORD.

       FD  FORECAST-CARD
           RECORD CONTAINS 8 CHARACTERS.

       01  FORECAST-CARD-REC.
           05  FC-MONTHS-ELAPSED   PIC 9(2).
           05  FC-ONTRACK-PCT      PIC 9(3).
           05  FC-ATRISK-PCT       PIC 9(3).

       FD  REGION-REPORT
             RECORD CONTAINS 132 CHARACTERS.

       01  PRINT-REC        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
             05 WS-BQ-EOF         PIC X  VALUE "N".
                 88  BQ-NO-MORE          VALUE "Y".
             05 WS-MQ-EOF         PIC X  VALUE "N".
                 88  MQ-NO-MORE          VALUE "Y".
             05 WS-SH-EOF         PIC X  VALUE "N".
                 88  SH-NO-MORE          VALUE "Y".
             05 WS-QT-EOF         PIC X  VALUE "N".
                 88  QT-NO-MORE          VALUE "Y".
             05 WS-CR-EOF         PIC X  VALUE "N".
                 88  CR-NO-MORE          VALUE "Y".
             05 WS-QM-STATUS      PIC X(2).
                 88  QM-FILE-OK          VALUE "00".
             05 WS-SP-STATUS      PIC X(2).
                 88  SP-FOUND            VALUE "00".
                 88  SP-NOT-FOUND        VALUE "23".
             05 WS-OM-STATUS      PIC X(2).
                 88  OM-FOUND            VALUE "00".
                 88  OM-NOT-FOUND        VALUE "23".
             05 WS-FC-STATUS      PIC X(2).
                 88  FC-FILE-OK          VALUE "00".
             05 WS-FC-OPENED      PIC X  VALUE "N".
             05 WS-PERSON-FOUND   PIC X  VALUE "N".
                 88  PERSON-ENTRY-FOUND  VALUE "Y".
             05 WS-BRANCH-FOUND   PIC X  VALUE "N".
                 88  BRANCH-ENTRY-FOUND  VALUE "Y".
             05 WS-FIND-DIST      PIC 9(4) VALUE ZERO.
             05 WS-FIND-BRANCH    PIC 9(2) VALUE ZERO.
             05 WS-FIND-SALES     PIC 9(2) VALUE ZERO.
             05 WS-CURRENT-PERIOD PIC 9(6) VALUE ZERO.
             05 WS-QUOTA-PERIOD   PIC 9(6) VALUE ZERO.
             05 WS-QUOTA-EFF-FOUND PIC 9(6) VALUE ZERO.
             05 WS-QUOTA          PIC 9(4)V99.
             05 WS-DEFAULT-QUOTA  PIC 9(4)V99 VALUE 4500.
             05 WS-ATTAIN-PCT     PIC 9(3)V99 VALUE ZERO.
             05 WS-COMM-RATE      PIC 9V999 VALUE ZERO.
             05 WS-COMM-AMT       PIC 9(7)V99 VALUE ZERO.
             05 WS-REPORT-YEAR    PIC 9(4) VALUE ZERO.
             05 WS-MONTHS         PIC 9(2) VALUE ZERO.
             05 WS-ONTRACK-PCT    PIC 9(3) VALUE 100.
             05 WS-ATRISK-PCT     PIC 9(3) VALUE 85.
             05 WS-MONTH-SUB      PIC 9(2) VALUE ZERO.
             05 WS-YTD-AMT        PIC S9(8)V99 VALUE ZERO.
             05 WS-RUN-RATE       PIC S9(8)V99 VALUE ZERO.
             05 WS-PROJECTED      PIC S9(8)V99 VALUE ZERO.
             05 WS-ANNUAL-QUOTA   PIC 9(7)V99 VALUE ZERO.
             05 WS-PROJ-PCT       PIC S9(3)V99 VALUE ZERO.
             05 WS-ROLL-PCT       PIC S9(3)V99 VALUE ZERO.
             05 WS-LAST-REGION    PIC X(2) VALUE SPACES.
             05 WS-LAST-DIST      PIC 9(4) VALUE ZERO.
             05 WS-BQ-RECS-READ   PIC 9(7) VALUE ZERO.
             05 WS-MQ-RECS-READ   PIC 9(7) VALUE ZERO.
             05 WS-HIST-RECS      PIC 9(7) VALUE ZERO.

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

      * ONE ENTRY PER SALESPERSON SEEN ON TONIGHT'S BELOW/MET QUOTA
      * FILES OR IN THIS YEAR'S SALES HISTORY
       01  PERSON-TABLE.
             05  PS-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  PS-ENTRIES OCCURS 1 TO 2000 TIMES
                     DEPENDING ON PS-ENTRY-COUNT
                     INDEXED BY PS-IDX.
                 10  PS-DIST-NO        PIC 9(4).
                 10  PS-BRANCH-NO      PIC 9(2).
                 10  PS-SALES-NO       PIC 9(2).
                 10  PS-SALES-TOTAL    PIC S9(7)V99.
                 10  PS-QUOTA-AMT      PIC 9(4)V99.
                 10  PS-STORES-MET     PIC 9(4).
                 10  PS-STORES-BELOW   PIC 9(4).
                 10  PS-SOLD-TONIGHT   PIC X(1).
                 10  PS-IN-HISTORY     PIC X(1).
                 10  PS-OFFBOARDED     PIC X(1).
                 10  PS-MONTH-AMT      PIC S9(6)V99 OCCURS 12 TIMES.

      * ONE ENTRY PER BRANCH, CARRYING THE REGION OF ITS DISTRICT
      * SO THE TABLE CAN BE SORTED REGION/DISTRICT/BRANCH
       01  BRANCH-SUMMARY-TABLE.
             05  BS-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  BS-ENTRIES OCCURS 1 TO 2000 TIMES
                     DEPENDING ON BS-ENTRY-COUNT
                     ASCENDING KEY IS BS-REGION BS-DIST-NO
                                      BS-BRANCH-NO
                     INDEXED BY BS-IDX.
                 10  BS-REGION         PIC X(2).
                 10  BS-DIST-NO        PIC 9(4).
                 10  BS-BRANCH-NO      PIC 9(2).
                 10  BS-SALES          PIC S9(9)V99.
                 10  BS-QUOTA          PIC 9(9)V99.
                 10  BS-COMM           PIC 9(9)V99.
                 10  BS-MET            PIC 9(5).
                 10  BS-BELOW          PIC 9(5).
                 10  BS-ONTRACK        PIC 9(5).
                 10  BS-ATRISK         PIC 9(5).
                 10  BS-MISS           PIC 9(5).

      * THE FOUR TOTALS GROUPS SHARE ONE LAYOUT SO ANY OF THEM CAN
      * BE MOVED TO LINE-TOTALS FOR PRINTING
       01  LINE-TOTALS.
             05  LT-SALES          PIC S9(9)V99.
             05  LT-QUOTA          PIC 9(9)V99.
             05  LT-COMM           PIC 9(9)V99.
             05  LT-MET            PIC 9(5).
             05  LT-BELOW          PIC 9(5).
             05  LT-ONTRACK        PIC 9(5).
             05  LT-ATRISK         PIC 9(5).
             05  LT-MISS           PIC 9(5).

       01  DIST-TOTALS.
             05  DT-SALES          PIC S9(9)V99 VALUE ZERO.
             05  DT-QUOTA          PIC 9(9)V99 VALUE ZERO.
             05  DT-COMM           PIC 9(9)V99 VALUE ZERO.
             05  DT-MET            PIC 9(5) VALUE ZERO.
             05  DT-BELOW          PIC 9(5) VALUE ZERO.
             05  DT-ONTRACK        PIC 9(5) VALUE ZERO.
             05  DT-ATRISK         PIC 9(5) VALUE ZERO.
             05  DT-MISS           PIC 9(5) VALUE ZERO.

       01  REGION-TOTALS.
             05  RT-SALES          PIC S9(9)V99 VALUE ZERO.
             05  RT-QUOTA          PIC 9(9)V99 VALUE ZERO.
             05  RT-COMM           PIC 9(9)V99 VALUE ZERO.
             05  RT-MET            PIC 9(5) VALUE ZERO.
             05  RT-BELOW          PIC 9(5) VALUE ZERO.
             05  RT-ONTRACK        PIC 9(5) VALUE ZERO.
             05  RT-ATRISK         PIC 9(5) VALUE ZERO.
             05  RT-MISS           PIC 9(5) VALUE ZERO.

       01  FINAL-TOTALS.
             05  FT-SALES          PIC S9(9)V99 VALUE ZERO.
             05  FT-QUOTA          PIC 9(9)V99 VALUE ZERO.
             05  FT-COMM           PIC 9(9)V99 VALUE ZERO.
             05  FT-MET            PIC 9(5) VALUE ZERO.
             05  FT-BELOW          PIC 9(5) VALUE ZERO.
             05  FT-ONTRACK        PIC 9(5) VALUE ZERO.
             05  FT-ATRISK         PIC 9(5) VALUE ZERO.
             05  FT-MISS           PIC 9(5) VALUE ZERO.

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
             05                   PIC X(54) VALUE SPACES.
             05   PIC X(24)  VALUE
                  'REGIONAL ROLL-UP SUMMARY'.

       01  HEADING-LINE-2.
            05                    PIC X(11)   VALUE SPACES.
            05  HL2-YEAR          PIC 9(4).
            05                    PIC X(1)   VALUE '/'.
            05  HL2-MONTH         PIC 99.
            05                    PIC X(1)   VALUE '/'.
            05  HL2-DAY           PIC 99.
            05                    PIC X(20)  VALUE SPACES.
            05                    PIC X(16)
              VALUE 'MONTHS ELAPSED: '.
            05  HL2-MONTHS        PIC Z9.
            05                    PIC X(6)   VALUE SPACES.
            05                    PIC X(15)
              VALUE 'BANDS AT PCT:  '.
            05  HL2-ONTRACK-PCT   PIC ZZ9.
            05                    PIC X(1)   VALUE '/'.
            05  HL2-ATRISK-PCT    PIC ZZ9.
            05                    PIC X(36)  VALUE SPACES.
            05                    PIC X(6) VALUE 'PAGE  '.
            05  HL2-PAGE-NUMBER   PIC ZZ9.

       01  HEADING-LINE-3.
           05                    PIC X(35)  VALUE 'ORGANIZATION'.
           05                    PIC X(2)   VALUE SPACES.
           05                    PIC X(15)  VALUE '    NIGHT SALES'.
           05                    PIC X(2)   VALUE SPACES.
           05                    PIC X(14)  VALUE ' MONTHLY QUOTA'.
           05                    PIC X(2)   VALUE SPACES.
           05                    PIC X(7)   VALUE ' ATTAIN'.
           05                    PIC X(1)   VALUE SPACES.
           05                    PIC X(6)   VALUE '   MET'.
           05                    PIC X(2)   VALUE SPACES.
           05                    PIC X(6)   VALUE ' BELOW'.
           05                    PIC X(2)   VALUE SPACES.
           05                    PIC X(14)  VALUE '    COMMISSION'.
           05                    PIC X(2)   VALUE SPACES.
           05                    PIC X(6)   VALUE 'ON TRK'.
           05                    PIC X(2)   VALUE SPACES.
           05                    PIC X(6)   VALUE 'AT RSK'.
           05                    PIC X(2)   VALUE SPACES.
           05                    PIC X(6)   VALUE '  MISS'.

       01  REGION-HEADER-LINE.
            05                    PIC X(7)  VALUE 'REGION '.
            05  RH-REGION         PIC X(2).
            05                    PIC X(3)  VALUE SPACES.
            05  RH-REGION-NAME    PIC X(20).
            05                    PIC X(3)  VALUE SPACES.
            05                    PIC X(9)  VALUE 'MANAGER: '.
            05  RH-MANAGER        PIC X(20).

       01  SUMMARY-LINE.
            05  SL-LEVEL          PIC X(10).
            05  SL-CODE           PIC X(4).
            05                    PIC X(1)  VALUE SPACES.
            05  SL-NAME           PIC X(20).
            05                    PIC X(2)  VALUE SPACES.
            05  SL-SALES          PIC ZZZ,ZZZ,ZZ9.99-.
            05                    PIC X(2)  VALUE SPACES.
            05  SL-QUOTA          PIC ZZZ,ZZZ,ZZ9.99.
            05                    PIC X(2)  VALUE SPACES.
            05  SL-PCT            PIC ZZ9.99-.
            05                    PIC X(1)  VALUE SPACES.
            05  SL-MET            PIC ZZ,ZZ9.
            05                    PIC X(2)  VALUE SPACES.
            05  SL-BELOW          PIC ZZ,ZZ9.
            05                    PIC X(2)  VALUE SPACES.
            05  SL-COMM           PIC ZZZ,ZZZ,ZZ9.99.
            05                    PIC X(2)  VALUE SPACES.
            05  SL-ONTRACK        PIC ZZ,ZZ9.
            05                    PIC X(2)  VALUE SPACES.
            05  SL-ATRISK         PIC ZZ,ZZ9.
            05                    PIC X(2)  VALUE SPACES.
            05  SL-MISS           PIC ZZ,ZZ9.

       01  TOTALS-LINE-1.
            05                     PIC X(11) VALUE SPACES.
            05                     PIC X(22)
              VALUE "BELOW-QUOTA RECORDS:  ".
            05 TL-BQ-RECS          PIC ZZZ,ZZ9.
            05                     PIC X(6)  VALUE SPACES.
            05                     PIC X(20)
              VALUE "MET-QUOTA RECORDS:  ".
            05 TL-MQ-RECS          PIC ZZZ,ZZ9.
            05                     PIC X(6)  VALUE SPACES.
            05                     PIC X(18)
              VALUE "HISTORY RECORDS:  ".
            05 TL-HIST-RECS        PIC ZZZ,ZZ9.
            05                     PIC X(6)  VALUE SPACES.
            05                     PIC X(14)
              VALUE "SALESPEOPLE:  ".
            05 TL-PERSON-COUNT     PIC Z,ZZ9.

       01  TOTALS-LINE-2.
            05                     PIC X(38) VALUE SPACES.
            05                     PIC X(45)
              VALUE "* * * * *    END    OF    REPORT    * * * * *".

       PROCEDURE DIVISION.
      ***************************************************************

      * 000-MAIN.
      *  - PERFORM 100-HSK
      *  - ACCUMULATE TONIGHT'S BELOW/MET QUOTA RECORDS AND THIS
      *    YEAR'S SALES HISTORY BY SALESPERSON
      *  - COMPUTE EACH SALESPERSON'S COMMISSION AND FORECAST BAND
      *    AND ROLL THEM INTO THEIR BRANCH
      *  - SORT THE BRANCHES REGION/DISTRICT/BRANCH AND PRINT
      *  - PERFORM 120-EOJ
      ***************************************************************
       000-MAIN.

              PERFORM 100-HSK.

              PERFORM UNTIL BQ-NO-MORE
                  READ BELOW-QUOTA-REPORT
                      AT END
                        SET BQ-NO-MORE TO TRUE
                      NOT AT END
                        ADD 1 TO WS-BQ-RECS-READ
                        PERFORM 110-ACCUM-BELOW-QUOTA
                  END-READ
              END-PERFORM.

              PERFORM UNTIL MQ-NO-MORE
                  READ MET-QUOTA-REPORT
                      AT END
                        SET MQ-NO-MORE TO TRUE
                      NOT AT END
                        ADD 1 TO WS-MQ-RECS-READ
                        PERFORM 111-ACCUM-MET-QUOTA
                  END-READ
              END-PERFORM.

              PERFORM UNTIL SH-NO-MORE
                  READ SALES-HISTORY
                      AT END
                        SET SH-NO-MORE TO TRUE
                      NOT AT END
                        ADD 1 TO WS-HIST-RECS
                        PERFORM 112-LOAD-HISTORY
                  END-READ
              END-PERFORM.

              PERFORM 113-ROLL-UP-PERSON
                  VARYING PS-IDX FROM 1 BY 1
                  UNTIL PS-IDX > PS-ENTRY-COUNT.

              PERFORM 119-SORT-BRANCH-TABLE.

              PERFORM 130-PRINT-SUMMARY.

              PERFORM 120-EOJ.

              STOP RUN.

      ***************************************************************
      * 100-HSK.
      *  - FILES ARE OPENED AND THE QUOTA AND COMMISSION-RATE
      *  - TABLES ARE LOADED.  THE ORGANIZATION MASTER IS REQUIRED:
      *  - WITHOUT IT THERE ARE NO REGIONS TO ROLL UP TO.  THE
      *  - OPTIONAL FORECAST CONTROL CARD IS READ AS SLSFCST READS
      *  - IT, SO BOTH REPORTS BAND THE SAME WAY.
      ***************************************************************
       100-HSK.

           OPEN INPUT BELOW-QUOTA-REPORT
                      MET-QUOTA-REPORT
                      SALES-HISTORY
                      COMM-RATE-FILE
                      SALES-PERSON-MASTER
                      ORG-MASTER
           OUTPUT REGION-REPORT.

           IF NOT SP-FOUND
               DISPLAY "REGNSUM: SALES-PERSON-MASTER OPEN FAILED, "
                       "STATUS=" WS-SP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT OM-FOUND
               DISPLAY "REGNSUM: ORG-MASTER OPEN FAILED, STATUS="
                       WS-OM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

           COMPUTE WS-CURRENT-PERIOD = CD-YEAR * 100 + CD-MONTH.

           MOVE CD-YEAR  TO WS-REPORT-YEAR.
           MOVE CD-MONTH TO WS-MONTHS.

           PERFORM 105-LOAD-QUOTA-TABLE.

           PERFORM 106-LOAD-COMM-RATE-TABLE.

           PERFORM 104-READ-FORECAST-CARD.

           MOVE CD-YEAR        TO HL2-YEAR.
           MOVE CD-MONTH       TO HL2-MONTH.
           MOVE CD-DAY         TO HL2-DAY.
           MOVE WS-MONTHS      TO HL2-MONTHS.
           MOVE WS-ONTRACK-PCT TO HL2-ONTRACK-PCT.
           MOVE WS-ATRISK-PCT  TO HL2-ATRISK-PCT.

      ***************************************************************
      * 104-READ-FORECAST-CARD.
      *  - AN OPTIONAL CONTROL CARD OVERRIDES THE MONTHS ELAPSED
      *  - AND THE ON-TRACK/AT-RISK BAND THRESHOLDS.  THE FILE
      *  - STATUS CLAUSE LETS THE RUN PROCEED WITH DEFAULTS WHEN
      *  - NO CARD IS SUPPLIED.
      ***************************************************************
       104-READ-FORECAST-CARD.

           OPEN INPUT FORECAST-CARD.

           IF FC-FILE-OK
               MOVE "Y" TO WS-FC-OPENED
               READ FORECAST-CARD
                   AT END
                     CONTINUE
                   NOT AT END
                     IF FC-MONTHS-ELAPSED IS NUMERIC
                        AND FC-MONTHS-ELAPSED > ZERO
                        AND FC-MONTHS-ELAPSED <= 12
                         MOVE FC-MONTHS-ELAPSED TO WS-MONTHS
                     END-IF
                     IF FC-ONTRACK-PCT IS NUMERIC
                        AND FC-ONTRACK-PCT > ZERO
                         MOVE FC-ONTRACK-PCT TO WS-ONTRACK-PCT
                     END-IF
                     IF FC-ATRISK-PCT IS NUMERIC
                        AND FC-ATRISK-PCT > ZERO
                         MOVE FC-ATRISK-PCT TO WS-ATRISK-PCT
                     END-IF
               END-READ
           END-IF.

           IF WS-FC-OPENED = "Y"
               CLOSE FORECAST-CARD
           END-IF.

      ***************************************************************
      * 105-LOAD-QUOTA-TABLE.
      *  - EVERY EFFECTIVE-DATED QUOTA MASTER ENTRY IS READ INTO WORKING
      *  - STORAGE ONE TIME SO THE MONTHLY AND ANNUAL QUOTAS CAN BE
      *  - LOOKED UP
      ***************************************************************
       105-LOAD-QUOTA-TABLE.

           OPEN INPUT QUOTA-MASTER.

           IF NOT QM-FILE-OK
               DISPLAY "REGNSUM: QUOTA-MASTER OPEN FAILED, STATUS="
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
                   DISPLAY "REGNSUM: QUOTA TABLE FULL - RUN TERMINATED"
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
               IF CR-ENTRY-COUNT >= 20
                   DISPLAY "REGNSUM: COMMISSION RATE TABLE FULL - "
                           "RUN TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
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
               DISPLAY "REGNSUM: COMMISSION RATE TABLE IS EMPTY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ***************************************************************
      * 107-LOOKUP-QUOTA.
      *  - THE QUOTA TABLE IS SEARCHED FOR WS-FIND-DIST/BRANCH,
      *  - TAKING THE ENTRY IN EFFECT FOR THE MONTH IN
      *  - WS-QUOTA-PERIOD.  WHEN NO ENTRY IS IN EFFECT THE
      *  - STANDARD DEFAULT QUOTA IS USED, AS IN CBL01.
      ***************************************************************
       107-LOOKUP-QUOTA.

           MOVE WS-DEFAULT-QUOTA TO WS-QUOTA.
           MOVE ZERO TO WS-QUOTA-EFF-FOUND.

           PERFORM VARYING QT-IDX FROM 1 BY 1
                   UNTIL QT-IDX > QT-ENTRY-COUNT
               IF WS-FIND-DIST = QT-TBL-DIST-NO(QT-IDX)
                  AND WS-FIND-BRANCH = QT-TBL-BRANCH-NO(QT-IDX)
                  AND QT-TBL-EFF-PERIOD(QT-IDX) NOT > WS-QUOTA-PERIOD
                  AND QT-TBL-EFF-PERIOD(QT-IDX) > WS-QUOTA-EFF-FOUND
                   MOVE QT-TBL-AMOUNT(QT-IDX) TO WS-QUOTA
                   MOVE QT-TBL-EFF-PERIOD(QT-IDX) TO WS-QUOTA-EFF-FOUND
               END-IF
           END-PERFORM.

      ***************************************************************
      * 108-LOOKUP-ORG.
      *  - THE ORGANIZATION MASTER IS READ FOR THE KEY ALREADY
      *  - MOVED TO OM-KEY BY THE CALLER.  A REGION, DISTRICT OR
      *  - BRANCH WITH NO MASTER RECORD PRINTS WITH ITS NAME AND
      *  - MANAGER BLANK, AND A DISTRICT WITH NO RECORD HAS NO
      *  - REGION.
      ***************************************************************
       108-LOOKUP-ORG.

           READ ORG-MASTER
               INVALID KEY
                   MOVE SPACES TO OM-NAME
                                  OM-MANAGER
                                  OM-REGION-CODE
           END-READ.

      ***************************************************************
      * 110-ACCUM-BELOW-QUOTA.
      *  - A BELOW-QUOTA STORE RECORD IS ADDED TO ITS SALESPERSON'S
      *  - ENTRY AND COUNTED AS A STORE BELOW QUOTA.  A RETURN/
      *  - CREDIT RECORD IS SUBTRACTED INSTEAD AND IS NOT A STORE.
      *  - THE QUOTA COMES FROM THE QUOTA TABLE FOR THE CURRENT
      *  - MONTH BECAUSE THE BELOW-QUOTA RECORD DOES NOT CARRY ONE.
      ***************************************************************
       110-ACCUM-BELOW-QUOTA.

           MOVE BQ-DISTRICT-NUM TO WS-FIND-DIST.
           MOVE BQ-BRANCH-NUM   TO WS-FIND-BRANCH.
           MOVE BQ-SALES-NO     TO WS-FIND-SALES.

           MOVE WS-CURRENT-PERIOD TO WS-QUOTA-PERIOD.
           PERFORM 107-LOOKUP-QUOTA.

           PERFORM 118-FIND-PERSON-ENTRY.

           IF PS-SOLD-TONIGHT(PS-IDX) NOT = "Y"
               PERFORM 117-MARK-SOLD-TONIGHT
           END-IF.

           IF BQ-CREDIT-RECORD
               SUBTRACT BQ-SALES-AMOUNT FROM PS-SALES-TOTAL(PS-IDX)
           ELSE
               ADD BQ-SALES-AMOUNT TO PS-SALES-TOTAL(PS-IDX)
               ADD 1 TO PS-STORES-BELOW(PS-IDX)
           END-IF.

      ***************************************************************
      * 111-ACCUM-MET-QUOTA.
      *  - A MET-QUOTA STORE RECORD IS ADDED TO ITS SALESPERSON'S
      *  - ENTRY AND COUNTED AS A STORE THAT MET QUOTA.  THE RECORD
      *  - CARRIES ITS OWN QUOTA, WHICH REFLECTS ANY CONTROL-CARD
      *  - QUOTA OVERRIDE ON THE CBL01 RUN, AS IN COMMCALC.
      ***************************************************************
       111-ACCUM-MET-QUOTA.

           MOVE MQ-DISTRICT-NUM TO WS-FIND-DIST.
           MOVE MQ-BRANCH-NUM   TO WS-FIND-BRANCH.
           MOVE MQ-SALES-NO     TO WS-FIND-SALES.

           MOVE MQ-QUOTA-AMT TO WS-QUOTA.

           PERFORM 118-FIND-PERSON-ENTRY.

           IF PS-SOLD-TONIGHT(PS-IDX) NOT = "Y"
               PERFORM 117-MARK-SOLD-TONIGHT
           END-IF.

           ADD MQ-SALES-AMOUNT TO PS-SALES-TOTAL(PS-IDX).
           ADD 1 TO PS-STORES-MET(PS-IDX).
           MOVE MQ-QUOTA-AMT TO PS-QUOTA-AMT(PS-IDX).

      ***************************************************************
      * 112-LOAD-HISTORY.
      *  - A CURRENT-YEAR SNAPSHOT IS MOVED INTO ITS SALESPERSON'S
      *  - MONTH BUCKET.  MOVE, NOT ADD: A LATER SNAPSHOT FOR THE
      *  - SAME MONTH REPLACES AN EARLIER ONE, AS IN SLSFCST.
      *  - OTHER YEARS ARE SKIPPED.
      ***************************************************************
       112-LOAD-HISTORY.

           IF SH-YEAR = WS-REPORT-YEAR
              AND SH-MONTH >= 1 AND SH-MONTH <= 12
               MOVE SH-DIST-NO   TO WS-FIND-DIST
               MOVE SH-BRANCH-NO TO WS-FIND-BRANCH
               MOVE SH-SALES-NO  TO WS-FIND-SALES
               PERFORM 118-FIND-PERSON-ENTRY
               MOVE "Y" TO PS-IN-HISTORY(PS-IDX)
               MOVE SH-MONTH-AMT TO PS-MONTH-AMT(PS-IDX, SH-MONTH)
           END-IF.

      ***************************************************************
      * 113-ROLL-UP-PERSON.
      *  - ONE SALESPERSON'S COMMISSION AND FORECAST BAND ARE
      *  - COMPUTED AND ADDED, WITH TONIGHT'S SALES, QUOTA AND
      *  - STORE COUNTS, INTO THEIR BRANCH'S SUMMARY ENTRY.  ONLY A
      *  - SALESPERSON WHO SOLD TONIGHT COUNTS TOWARD THE QUOTA AND
      *  - COMMISSION; ONLY ONE WITH HISTORY THIS YEAR IS BANDED.
      ***************************************************************
       113-ROLL-UP-PERSON.

           PERFORM 116-FIND-BRANCH-ENTRY.

           IF PS-SOLD-TONIGHT(PS-IDX) = "Y"
               PERFORM 114-COMPUTE-COMMISSION
                   THRU 114-COMPUTE-COMMISSION-EXIT
               ADD PS-SALES-TOTAL(PS-IDX)  TO BS-SALES(BS-IDX)
               ADD PS-QUOTA-AMT(PS-IDX)    TO BS-QUOTA(BS-IDX)
               ADD WS-COMM-AMT             TO BS-COMM(BS-IDX)
               ADD PS-STORES-MET(PS-IDX)   TO BS-MET(BS-IDX)
               ADD PS-STORES-BELOW(PS-IDX) TO BS-BELOW(BS-IDX)
           END-IF.

           IF PS-IN-HISTORY(PS-IDX) = "Y"
               PERFORM 115-COMPUTE-FORECAST
               EVALUATE TRUE
                   WHEN WS-PROJ-PCT >= WS-ONTRACK-PCT
                       ADD 1 TO BS-ONTRACK(BS-IDX)
                   WHEN WS-PROJ-PCT >= WS-ATRISK-PCT
                       ADD 1 TO BS-ATRISK(BS-IDX)
                   WHEN OTHER
                       ADD 1 TO BS-MISS(BS-IDX)
               END-EVALUATE
           END-IF.

      ***************************************************************
      * 114-COMPUTE-COMMISSION.
      *  - THE SALESPERSON'S ATTAINMENT PERCENTAGE IS COMPUTED
      *  - AGAINST THEIR QUOTA AND THE COMMISSION-RATE TABLE IS
      *  - SEARCHED FOR THE BAND IT FALLS IN, EXACTLY AS COMMCALC
      *  - 135-COMPUTE-COMMISSION DOES.  NO COMMISSION IS EARNED AT
      *  - OR BELOW ZERO NET SALES OR BY AN OFFBOARDED SALESPERSON.
      ***************************************************************
       114-COMPUTE-COMMISSION.

           IF PS-SALES-TOTAL(PS-IDX) <= ZERO
              OR PS-OFFBOARDED(PS-IDX) = "Y"
               MOVE ZERO TO WS-ATTAIN-PCT
               MOVE ZERO TO WS-COMM-RATE
               MOVE ZERO TO WS-COMM-AMT
               GO TO 114-COMPUTE-COMMISSION-EXIT
           END-IF.

           IF PS-QUOTA-AMT(PS-IDX) > ZERO
               COMPUTE WS-ATTAIN-PCT ROUNDED =
                   (PS-SALES-TOTAL(PS-IDX) / PS-QUOTA-AMT(PS-IDX))
                       * 100
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

           COMPUTE WS-COMM-AMT ROUNDED =
               PS-SALES-TOTAL(PS-IDX) * WS-COMM-RATE.

       114-COMPUTE-COMMISSION-EXIT.
           EXIT.

      ***************************************************************
      * 115-COMPUTE-FORECAST.
      *  - THE SALESPERSON'S YEAR-TO-DATE IS SUMMED FROM THE MONTH
      *  - BUCKETS, THE AVERAGE MONTHLY RUN RATE OVER THE MONTHS
      *  - ELAPSED IS PROJECTED TO TWELVE MONTHS, AND THE RESULT IS
      *  - COMPARED TO THE ANNUALIZED BRANCH QUOTA, AS IN SLSFCST
      *  - 113-COMPUTE-FORECAST
      ***************************************************************
       115-COMPUTE-FORECAST.

           MOVE ZERO TO WS-YTD-AMT.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               ADD PS-MONTH-AMT(PS-IDX, WS-MONTH-SUB) TO WS-YTD-AMT
           END-PERFORM.

           MOVE PS-DIST-NO(PS-IDX)   TO WS-FIND-DIST.
           MOVE PS-BRANCH-NO(PS-IDX) TO WS-FIND-BRANCH.
           MOVE ZERO TO WS-ANNUAL-QUOTA.

           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               COMPUTE WS-QUOTA-PERIOD =
                   WS-REPORT-YEAR * 100 + WS-MONTH-SUB
               PERFORM 107-LOOKUP-QUOTA
               ADD WS-QUOTA TO WS-ANNUAL-QUOTA
           END-PERFORM.

           IF WS-MONTHS > ZERO
               COMPUTE WS-RUN-RATE ROUNDED = WS-YTD-AMT / WS-MONTHS
           ELSE
               MOVE ZERO TO WS-RUN-RATE
           END-IF.

           COMPUTE WS-PROJECTED ROUNDED = WS-RUN-RATE * 12.

           IF WS-ANNUAL-QUOTA > ZERO
               COMPUTE WS-PROJ-PCT ROUNDED =
                   (WS-PROJECTED / WS-ANNUAL-QUOTA) * 100
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PROJ-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-PROJ-PCT
           END-IF.

      ***************************************************************
      * 116-FIND-BRANCH-ENTRY.
      *  - FINDS (OR CREATES) THE SUMMARY ENTRY FOR THE
      *  - SALESPERSON'S BRANCH, LEAVING BS-IDX SET.  A NEW ENTRY
      *  - TAKES ITS REGION FROM THE DISTRICT'S ORGANIZATION MASTER
      *  - RECORD.  A FULL TABLE ENDS THE RUN: A SUMMARY MISSING
      *  - BRANCHES WOULD UNDERSTATE EVERY ROLL-UP IT PRINTS.
      ***************************************************************
       116-FIND-BRANCH-ENTRY.

           MOVE "N" TO WS-BRANCH-FOUND.

           PERFORM VARYING BS-IDX FROM 1 BY 1
                   UNTIL BS-IDX > BS-ENTRY-COUNT
               IF PS-DIST-NO(PS-IDX) = BS-DIST-NO(BS-IDX)
                  AND PS-BRANCH-NO(PS-IDX) = BS-BRANCH-NO(BS-IDX)
                   SET BRANCH-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT BRANCH-ENTRY-FOUND
               IF BS-ENTRY-COUNT >= 2000
                   DISPLAY "REGNSUM: BRANCH TABLE FULL - RUN "
                           "TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO BS-ENTRY-COUNT
               SET BS-IDX TO BS-ENTRY-COUNT
               MOVE PS-DIST-NO(PS-IDX)   TO BS-DIST-NO(BS-IDX)
               MOVE PS-BRANCH-NO(PS-IDX) TO BS-BRANCH-NO(BS-IDX)
               MOVE "D"                  TO OM-REC-TYPE
               MOVE PS-DIST-NO(PS-IDX)   TO OM-DIST-NO
               MOVE ZERO                 TO OM-BRANCH-NO
               PERFORM 108-LOOKUP-ORG
               MOVE OM-REGION-CODE       TO BS-REGION(BS-IDX)
               MOVE ZERO TO BS-SALES(BS-IDX)
                            BS-QUOTA(BS-IDX)
                            BS-COMM(BS-IDX)
                            BS-MET(BS-IDX)
                            BS-BELOW(BS-IDX)
                            BS-ONTRACK(BS-IDX)
                            BS-ATRISK(BS-IDX)
                            BS-MISS(BS-IDX)
           END-IF.

      ***************************************************************
      * 117-MARK-SOLD-TONIGHT.
      *  - THE FIRST BELOW/MET QUOTA RECORD FOR A SALESPERSON SETS
      *  - THEIR QUOTA AND LOOKS UP WHETHER SLSOFFB HAS ALREADY
      *  - OFFBOARDED THEM
      ***************************************************************
       117-MARK-SOLD-TONIGHT.

           MOVE "Y"      TO PS-SOLD-TONIGHT(PS-IDX).
           MOVE WS-QUOTA TO PS-QUOTA-AMT(PS-IDX).

           MOVE PS-DIST-NO(PS-IDX)   TO SP-DIST-NO.
           MOVE PS-BRANCH-NO(PS-IDX) TO SP-BRANCH-NO.
           MOVE PS-SALES-NO(PS-IDX)  TO SP-SALES-NO.

           READ SALES-PERSON-MASTER
               INVALID KEY
                   MOVE SPACES TO SP-STATUS
           END-READ.

           IF SP-OFFBOARDED
               MOVE "Y" TO PS-OFFBOARDED(PS-IDX)
           END-IF.

      ***************************************************************
      * 118-FIND-PERSON-ENTRY.
      *  - FINDS (OR CREATES) THE ENTRY FOR WS-FIND-DIST/BRANCH/
      *  - SALES, LEAVING PS-IDX SET.  A FULL TABLE ENDS THE RUN.
      ***************************************************************
       118-FIND-PERSON-ENTRY.

           MOVE "N" TO WS-PERSON-FOUND.

           PERFORM VARYING PS-IDX FROM 1 BY 1
                   UNTIL PS-IDX > PS-ENTRY-COUNT
               IF WS-FIND-DIST = PS-DIST-NO(PS-IDX)
                  AND WS-FIND-BRANCH = PS-BRANCH-NO(PS-IDX)
                  AND WS-FIND-SALES = PS-SALES-NO(PS-IDX)
                   SET PERSON-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT PERSON-ENTRY-FOUND
               IF PS-ENTRY-COUNT >= 2000
                   DISPLAY "REGNSUM: SALESPERSON TABLE FULL - RUN "
                           "TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PS-ENTRY-COUNT
               SET PS-IDX TO PS-ENTRY-COUNT
               MOVE WS-FIND-DIST   TO PS-DIST-NO(PS-IDX)
               MOVE WS-FIND-BRANCH TO PS-BRANCH-NO(PS-IDX)
               MOVE WS-FIND-SALES  TO PS-SALES-NO(PS-IDX)
               MOVE ZERO TO PS-SALES-TOTAL(PS-IDX)
                            PS-QUOTA-AMT(PS-IDX)
                            PS-STORES-MET(PS-IDX)
                            PS-STORES-BELOW(PS-IDX)
               MOVE "N" TO PS-SOLD-TONIGHT(PS-IDX)
                           PS-IN-HISTORY(PS-IDX)
                           PS-OFFBOARDED(PS-IDX)
               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > 12
                   MOVE ZERO TO PS-MONTH-AMT(PS-IDX, WS-MONTH-SUB)
               END-PERFORM
           END-IF.

      ***************************************************************
      * 119-SORT-BRANCH-TABLE.
      *  - THE SUMMARY TABLE IS SORTED TO REGION/DISTRICT/BRANCH
      *  - SEQUENCE SO THE REPORT CAN TAKE DISTRICT AND REGION
      *  - CONTROL BREAKS
      ***************************************************************
       119-SORT-BRANCH-TABLE.

           IF BS-ENTRY-COUNT > 0
               SORT BS-ENTRIES
                   ASCENDING KEY BS-REGION BS-DIST-NO BS-BRANCH-NO
           END-IF.

      ***************************************************************
      * 130-PRINT-SUMMARY.
      *  - WALKS THE SORTED TABLE PRINTING ONE LINE PER BRANCH, A
      *  - DISTRICT TOTAL AT EACH DISTRICT BREAK AND A REGION TOTAL
      *  - AT EACH REGION BREAK.  EACH REGION STARTS WITH A LINE
      *  - NAMING IT AND ITS MANAGER.
      ***************************************************************
       130-PRINT-SUMMARY.

           PERFORM VARYING BS-IDX FROM 1 BY 1
                   UNTIL BS-IDX > BS-ENTRY-COUNT

               IF BS-IDX = 1
                   MOVE BS-REGION(BS-IDX)  TO WS-LAST-REGION
                   MOVE BS-DIST-NO(BS-IDX) TO WS-LAST-DIST
                   PERFORM 200-PRINT-HEADING-LINES
                   PERFORM 140-PRINT-REGION-HEADER
               ELSE
                   IF BS-REGION(BS-IDX) NOT = WS-LAST-REGION
                       PERFORM 160-DIST-BREAK
                       PERFORM 170-REGION-BREAK
                       PERFORM 140-PRINT-REGION-HEADER
                   ELSE
                       IF BS-DIST-NO(BS-IDX) NOT = WS-LAST-DIST
                           PERFORM 160-DIST-BREAK
                       END-IF
                   END-IF
               END-IF

               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 200-PRINT-HEADING-LINES
               END-IF

               PERFORM 135-PRINT-BRANCH-LINE
           END-PERFORM.

           IF BS-ENTRY-COUNT > 0
               PERFORM 160-DIST-BREAK
               PERFORM 170-REGION-BREAK
           ELSE
               PERFORM 200-PRINT-HEADING-LINES
           END-IF.

      ***************************************************************
      * 135-PRINT-BRANCH-LINE.
      *  - ONE LINE PER BRANCH, NAMED FROM THE ORGANIZATION MASTER,
      *  - AND ITS FIGURES ROLLED INTO THE DISTRICT TOTALS
      ***************************************************************
       135-PRINT-BRANCH-LINE.

           MOVE BS-SALES(BS-IDX)    TO LT-SALES.
           MOVE BS-QUOTA(BS-IDX)    TO LT-QUOTA.
           MOVE BS-COMM(BS-IDX)     TO LT-COMM.
           MOVE BS-MET(BS-IDX)      TO LT-MET.
           MOVE BS-BELOW(BS-IDX)    TO LT-BELOW.
           MOVE BS-ONTRACK(BS-IDX)  TO LT-ONTRACK.
           MOVE BS-ATRISK(BS-IDX)   TO LT-ATRISK.
           MOVE BS-MISS(BS-IDX)     TO LT-MISS.

           MOVE "B"                  TO OM-REC-TYPE.
           MOVE BS-DIST-NO(BS-IDX)   TO OM-DIST-NO.
           MOVE BS-BRANCH-NO(BS-IDX) TO OM-BRANCH-NO.
           PERFORM 108-LOOKUP-ORG.

           MOVE "    BRANCH"          TO SL-LEVEL.
           MOVE BS-BRANCH-NO(BS-IDX)  TO SL-CODE.
           MOVE OM-NAME               TO SL-NAME.
           PERFORM 180-FORMAT-SUMMARY-LINE.

           MOVE SUMMARY-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-COUNT.

           ADD LT-SALES   TO DT-SALES.
           ADD LT-QUOTA   TO DT-QUOTA.
           ADD LT-COMM    TO DT-COMM.
           ADD LT-MET     TO DT-MET.
           ADD LT-BELOW   TO DT-BELOW.
           ADD LT-ONTRACK TO DT-ONTRACK.
           ADD LT-ATRISK  TO DT-ATRISK.
           ADD LT-MISS    TO DT-MISS.

      ***************************************************************
      * 140-PRINT-REGION-HEADER.
      *  - THE REGION ABOUT TO PRINT IS NAMED WITH ITS MANAGER.
      *  - DISTRICTS WITH NO REGION ON THE ORGANIZATION MASTER
      *  - PRINT TOGETHER UNDER A BLANK REGION.
      ***************************************************************
       140-PRINT-REGION-HEADER.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 200-PRINT-HEADING-LINES
           END-IF.

           MOVE BS-REGION(BS-IDX) TO RH-REGION.

           IF BS-REGION(BS-IDX) = SPACES
               MOVE "NO REGION ON FILE" TO RH-REGION-NAME
               MOVE SPACES              TO RH-MANAGER
           ELSE
               MOVE SPACES            TO OM-KEY
               MOVE "R"               TO OM-REC-TYPE
               MOVE BS-REGION(BS-IDX) TO OM-REGION-ID
               PERFORM 108-LOOKUP-ORG
               MOVE OM-NAME           TO RH-REGION-NAME
               MOVE OM-MANAGER        TO RH-MANAGER
           END-IF.

           MOVE REGION-HEADER-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.

      ***************************************************************
      * 160-DIST-BREAK.
      *  - THE COMPLETED DISTRICT'S TOTALS ARE PRINTED UNDER ITS
      *  - NAME AND ROLLED INTO THE REGION TOTALS
      ***************************************************************
       160-DIST-BREAK.

           MOVE DIST-TOTALS TO LINE-TOTALS.

           MOVE "D"          TO OM-REC-TYPE.
           MOVE WS-LAST-DIST TO OM-DIST-NO.
           MOVE ZERO         TO OM-BRANCH-NO.
           PERFORM 108-LOOKUP-ORG.

           MOVE "  DISTRICT"  TO SL-LEVEL.
           MOVE WS-LAST-DIST  TO SL-CODE.
           MOVE OM-NAME       TO SL-NAME.
           PERFORM 180-FORMAT-SUMMARY-LINE.

           MOVE SUMMARY-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.
           ADD 3 TO LINE-COUNT.

           ADD DT-SALES   TO RT-SALES.
           ADD DT-QUOTA   TO RT-QUOTA.
           ADD DT-COMM    TO RT-COMM.
           ADD DT-MET     TO RT-MET.
           ADD DT-BELOW   TO RT-BELOW.
           ADD DT-ONTRACK TO RT-ONTRACK.
           ADD DT-ATRISK  TO RT-ATRISK.
           ADD DT-MISS    TO RT-MISS.
           INITIALIZE DIST-TOTALS.

           IF BS-IDX <= BS-ENTRY-COUNT
               MOVE BS-DIST-NO(BS-IDX) TO WS-LAST-DIST
           END-IF.

      ***************************************************************
      * 170-REGION-BREAK.
      *  - THE COMPLETED REGION'S TOTALS ARE PRINTED AND ROLLED
      *  - INTO THE FINAL TOTALS
      ***************************************************************
       170-REGION-BREAK.

           MOVE REGION-TOTALS TO LINE-TOTALS.

           MOVE "REGION"        TO SL-LEVEL.
           MOVE WS-LAST-REGION  TO SL-CODE.
           MOVE RH-REGION-NAME  TO SL-NAME.
           PERFORM 180-FORMAT-SUMMARY-LINE.

           MOVE SUMMARY-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-COUNT.

           ADD RT-SALES   TO FT-SALES.
           ADD RT-QUOTA   TO FT-QUOTA.
           ADD RT-COMM    TO FT-COMM.
           ADD RT-MET     TO FT-MET.
           ADD RT-BELOW   TO FT-BELOW.
           ADD RT-ONTRACK TO FT-ONTRACK.
           ADD RT-ATRISK  TO FT-ATRISK.
           ADD RT-MISS    TO FT-MISS.
           INITIALIZE REGION-TOTALS.

           IF BS-IDX <= BS-ENTRY-COUNT
               MOVE BS-REGION(BS-IDX) TO WS-LAST-REGION
           END-IF.

      ***************************************************************
      * 180-FORMAT-SUMMARY-LINE.
      *  - THE FIGURES IN LINE-TOTALS ARE MOVED TO THE SUMMARY
      *  - LINE, WITH THE NIGHT'S SALES AS A PERCENTAGE OF QUOTA
      ***************************************************************
       180-FORMAT-SUMMARY-LINE.

           IF LT-QUOTA > ZERO
               COMPUTE WS-ROLL-PCT ROUNDED =
                   (LT-SALES / LT-QUOTA) * 100
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-ROLL-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-ROLL-PCT
           END-IF.

           MOVE LT-SALES    TO SL-SALES.
           MOVE LT-QUOTA    TO SL-QUOTA.
           MOVE WS-ROLL-PCT TO SL-PCT.
           MOVE LT-MET      TO SL-MET.
           MOVE LT-BELOW    TO SL-BELOW.
           MOVE LT-COMM     TO SL-COMM.
           MOVE LT-ONTRACK  TO SL-ONTRACK.
           MOVE LT-ATRISK   TO SL-ATRISK.
           MOVE LT-MISS     TO SL-MISS.

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
      *  - THE FINAL TOTAL LINE AND RECORD COUNTS ARE PRINTED AND
      *  - FILES ARE CLOSED
      ***************************************************************
       120-EOJ.

           MOVE FINAL-TOTALS TO LINE-TOTALS.

           MOVE "TOTAL"        TO SL-LEVEL.
           MOVE SPACES         TO SL-CODE.
           MOVE "ALL REGIONS"  TO SL-NAME.
           PERFORM 180-FORMAT-SUMMARY-LINE.

           MOVE SUMMARY-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.

           MOVE WS-BQ-RECS-READ TO TL-BQ-RECS.
           MOVE WS-MQ-RECS-READ TO TL-MQ-RECS.
           MOVE WS-HIST-RECS    TO TL-HIST-RECS.
           MOVE PS-ENTRY-COUNT  TO TL-PERSON-COUNT.
           MOVE TOTALS-LINE-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           MOVE TOTALS-LINE-2 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           CLOSE BELOW-QUOTA-REPORT
                 MET-QUOTA-REPORT
                 SALES-HISTORY
                 SALES-PERSON-MASTER
                 ORG-MASTER
                 REGION-REPORT.
