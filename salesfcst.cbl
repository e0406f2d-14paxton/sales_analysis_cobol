      * MONTH WINS, AS IN SLSTREND), COMPUTES EACH SALESPERSON'S
      * AVERAGE MONTHLY RUN RATE OVER THE MONTHS ELAPSED, PROJECTS
      * A YEAR-END TOTAL FROM THAT RATE, AND COMPARES IT TO THE
      * ANNUALIZED DISTRICT/BRANCH QUOTA (THE QUOTAMST QUOTA IN
      * EFFECT FOR EACH OF THE YEAR'S TWELVE MONTHS, ADDED UP, THE
      * SAME WAY PRESCLUB ANNUALIZES IT).  EVERYONE
      * PRINTS IN DISTRICT/BRANCH SEQUENCE BANDED AS ON TRACK, AT
      * RISK, OR PROJECTED TO MISS, WITH BRANCH AND DISTRICT
      * ROLL-UPS, SO A DISTRICT MANAGER CAN INTERVENE IN SEPTEMBER
           SELECT SALES-HISTORY
           ASSIGN TO SLSHIST.

           SELECT QUOTA-MASTER
           ASSIGN TO QUOTAMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS QM-KEY
           FILE STATUS IS WS-QM-STATUS.

           SELECT SALES-PERSON-MASTER
           ASSIGN TO SLSPMAST
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

           COPY SHRECORD.

       FD  QUOTA-MASTER
           RECORD CONTAINS 26 CHARACTERS.

           COPY QMRECORD.

       FD  SALES-PERSON-MASTER
           RECORD CONTAINS 37 CHARACTERS.

           COPY SPRECORD.

       FD  ORG-MASTER
           RECORD CONTAINS 80 CHARACTERS.

           COPY OMRECORD.

       FD  FORECAST-CARD
           RECORD CONTAINS 8 CHARACTERS.

                  88 NO-RECORDS            VALUE 'N'.
             05 WS-QT-EOF         PIC X  VALUE "N".
                 88  QT-NO-MORE        VALUE "Y".
             05 WS-QM-STATUS      PIC X(2).
                 88  QM-FILE-OK          VALUE "00".
             05 WS-QUOTA-PERIOD   PIC 9(6) VALUE ZERO.
             05 WS-QUOTA-EFF-FOUND PIC 9(6) VALUE ZERO.
             05 WS-SP-STATUS      PIC X(2).
                 88  SP-FOUND            VALUE "00".
                 88  SP-NOT-FOUND        VALUE "23".
             05 WS-OM-STATUS      PIC X(2).
                 88  OM-FOUND            VALUE "00".
             05 WS-OM-OPENED      PIC X  VALUE "N".
             05 WS-FC-STATUS      PIC X(2).
                 88  FC-FILE-OK          VALUE "00".
             05 WS-FC-OPENED      PIC X  VALUE "N".

       01  QUOTA-TABLE.
             05  QT-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  QT-ENTRIES OCCURS 1 TO 2000 TIMES
                     DEPENDING ON QT-ENTRY-COUNT
                     INDEXED BY QT-IDX.
                 10  QT-TBL-DIST-NO    PIC 9(4).
                 10  QT-TBL-BRANCH-NO  PIC 9(2).
                 10  QT-TBL-EFF-PERIOD PIC 9(6).
                 10  QT-TBL-AMOUNT     PIC 9(4)V99.

       01  FORECAST-TABLE.
            05  FL-BAND           PIC X(9).

       01 BRANCH-TOTALS-LINE.
            05                     PIC X(3) VALUE SPACES.
            05                     PIC X(7) VALUE "BRANCH ".
            05 BTL-BRANCH-NUM      PIC ZZ.
            05                     PIC X(1) VALUE SPACES.
            05 BTL-BRANCH-NAME     PIC X(20).
            05                     PIC X(13) VALUE " PROJECTED   ".
            05 BTL-BRANCH-PROJ     PIC ZZZ,ZZZ,ZZ9.99-.
            05                     PIC X(8) VALUE "  QUOTA ".
            05                     PIC X(9) VALUE " PCT  * *".

       01 DISTRICT-TOTALS-LINE.
            05                     PIC X(1) VALUE SPACES.
            05                     PIC X(9) VALUE "DISTRICT ".
            05 DTL-DISTRICT-NUM    PIC ZZZZ.
            05                     PIC X(1) VALUE SPACES.
            05 DTL-DISTRICT-NAME   PIC X(20).
            05                     PIC X(11) VALUE " PROJECTED ".
            05 DTL-DIST-PROJ       PIC $$$,$$$,$$9.99-.
            05                     PIC X(8) VALUE "  QUOTA ".
       100-HSK.

           OPEN INPUT SALES-HISTORY
                      SALES-PERSON-MASTER
           OUTPUT FORECAST-REPORT.

               STOP RUN
           END-IF.

           OPEN INPUT ORG-MASTER.

           IF OM-FOUND
               MOVE "Y" TO WS-OM-OPENED
           END-IF.

           PERFORM 105-LOAD-QUOTA-TABLE.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

      ***************************************************************
      * 105-LOAD-QUOTA-TABLE.
      *  - EVERY EFFECTIVE-DATED QUOTA MASTER ENTRY IS READ INTO WORKING
      *  - STORAGE ONE TIME SO EACH SALESPERSON'S ANNUAL QUOTA CAN
      *  - BE LOOKED UP
      ***************************************************************
       105-LOAD-QUOTA-TABLE.

           OPEN INPUT QUOTA-MASTER.

           IF NOT QM-FILE-OK
               DISPLAY "SLSFCST: QUOTA-MASTER OPEN FAILED, STATUS="
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
                   DISPLAY "SLSFCST: QUOTA TABLE FULL - RUN TERMINATED"
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
      * 106-READ-FORECAST-CARD.
      *  - ONE SALESPERSON'S YEAR-TO-DATE IS SUMMED FROM THE MONTH
      *  - BUCKETS, THE AVERAGE MONTHLY RUN RATE OVER THE MONTHS
      *  - ELAPSED IS PROJECTED TO TWELVE MONTHS, AND THE RESULT
      *  - IS COMPARED TO THE ANNUALIZED BRANCH QUOTA: EACH MONTH'S
      *  - QUOTA IN EFFECT, ADDED UP OVER THE REPORT YEAR.  A MONTH
      *  - THE PERSON MISSED SIMPLY PULLS THE RATE DOWN, AS IT
      *  - PULLS PRESCLUB'S ATTAINMENT DOWN.
      ***************************************************************
               ADD FO-MONTH-AMT(FO-IDX, WS-MONTH-SUB) TO WS-YTD-AMT
           END-PERFORM.

           MOVE ZERO TO FO-ANNUAL-QUOTA(FO-IDX).

           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               COMPUTE WS-QUOTA-PERIOD =
                   WS-REPORT-YEAR * 100 + WS-MONTH-SUB
               PERFORM 114-LOOKUP-QUOTA
               ADD WS-QUOTA TO FO-ANNUAL-QUOTA(FO-IDX)
           END-PERFORM.

           IF WS-MONTHS > ZERO
               COMPUTE WS-RUN-RATE ROUNDED = WS-YTD-AMT / WS-MONTHS
      ***************************************************************
      * 114-LOOKUP-QUOTA.
      *  - THE QUOTA TABLE IS SEARCHED FOR THE FORECAST ENTRY'S
      *  - DISTRICT/BRANCH, TAKING THE ENTRY IN EFFECT FOR THE MONTH
      *  - IN WS-QUOTA-PERIOD.  WHEN NO ENTRY IS IN EFFECT THE
      *  - STANDARD DEFAULT QUOTA IS USED, AS IN CBL01.
      ***************************************************************
       114-LOOKUP-QUOTA.

           MOVE WS-DEFAULT-QUOTA TO WS-QUOTA.
           MOVE ZERO TO WS-QUOTA-EFF-FOUND.

           PERFORM VARYING QT-IDX FROM 1 BY 1
                   UNTIL QT-IDX > QT-ENTRY-COUNT
               IF FO-DIST-NO(FO-IDX) = QT-TBL-DIST-NO(QT-IDX)
                  AND FO-BRANCH-NO(FO-IDX) = QT-TBL-BRANCH-NO(QT-IDX)
                  AND QT-TBL-EFF-PERIOD(QT-IDX) NOT > WS-QUOTA-PERIOD
                  AND QT-TBL-EFF-PERIOD(QT-IDX) > WS-QUOTA-EFF-FOUND
                   MOVE QT-TBL-AMOUNT(QT-IDX) TO WS-QUOTA
                   MOVE QT-TBL-EFF-PERIOD(QT-IDX) TO WS-QUOTA-EFF-FOUND
               END-IF
           END-PERFORM.

                   MOVE SPACES TO SP-NAME
           END-READ.

      ***************************************************************
      * 109-LOOKUP-ORG-NAME.
      *  - THE ORGANIZATION MASTER IS READ FOR THE DISTRICT OR
      *  - BRANCH KEY ALREADY MOVED TO OM-KEY BY THE CALLER SO ITS
      *  - NAME PRINTS BESIDE THE NUMBER ON THE TOTAL LINES.  A
      *  - DISTRICT OR BRANCH WITH NO MASTER RECORD, OR A RUN WITH NO
      *  - ORGANIZATION MASTER, PRINTS WITH THE NAME BLANK.
      ***************************************************************
       109-LOOKUP-ORG-NAME.

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
      *  - THE COMPLETED BRANCH'S PROJECTED TOTAL IS PRINTED
       150-BRANCH-BREAK.

           MOVE WS-LAST-BRANCH  TO BTL-BRANCH-NUM.

           MOVE "B"             TO OM-REC-TYPE.
           MOVE WS-LAST-DIST    TO OM-DIST-NO.
           MOVE WS-LAST-BRANCH  TO OM-BRANCH-NO.
           PERFORM 109-LOOKUP-ORG-NAME.
           MOVE OM-NAME         TO BTL-BRANCH-NAME.
           MOVE WS-BRANCH-PROJ  TO BTL-BRANCH-PROJ.
           MOVE WS-BRANCH-QUOTA TO BTL-BRANCH-QUOTA.

       160-DIST-BREAK.

           MOVE WS-LAST-DIST  TO DTL-DISTRICT-NUM.

           MOVE "D"           TO OM-REC-TYPE.
           MOVE WS-LAST-DIST  TO OM-DIST-NO.
           MOVE ZERO          TO OM-BRANCH-NO.
           PERFORM 109-LOOKUP-ORG-NAME.
           MOVE OM-NAME       TO DTL-DISTRICT-NAME.
           MOVE WS-DIST-PROJ  TO DTL-DIST-PROJ.
           MOVE WS-DIST-QUOTA TO DTL-DIST-QUOTA.

           CLOSE SALES-HISTORY
                 SALES-PERSON-MASTER
                 FORECAST-REPORT.

           IF WS-OM-OPENED = "Y"
               CLOSE ORG-MASTER
           END-IF.
