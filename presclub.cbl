      * FROM THE YTDMAST FILE RATHER THAN FROM ANY ONE MONTH'S
      * REPORT, SO SALES LEADERSHIP CAN RUN IT QUARTERLY AS WELL AS
      * AT YEAR END.  EVERY SALESPERSON ON THE MASTER IS RANKED BY
      * YTD ATTAINMENT AGAINST AN ANNUALIZED QUOTA (THE SUM OF THE
      * DISTRICT/BRANCH QUOTA IN EFFECT ON QUOTAMST FOR EACH MONTH
      * ELAPSED IN THE YEAR, SO A MID-YEAR QUOTA CHANGE DOES NOT
      * RESTATE THE MONTHS BEFORE IT), INCLUDING PEOPLE WHO MISSED
      * SOME MONTHS.  THE REPORT PRINTS AN OVERALL TOP-N LIST
      * FOLLOWED BY A FULL RANKING WITHIN EACH DISTRICT.
      **************************************************************
       ENVIRONMENT DIVISION.

           RECORD KEY IS YM-KEY
           FILE STATUS IS WS-YM-STATUS.

           SELECT QUOTA-MASTER
           ASSIGN TO QUOTAMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS QM-KEY
           FILE STATUS IS WS-QM-STATUS.

           SELECT SALES-PERSON-MASTER
           ASSIGN TO SLSPMAST

           COPY YMRECORD.

       FD  QUOTA-MASTER
           RECORD CONTAINS 26 CHARACTERS.

           COPY QMRECORD.

       FD  SALES-PERSON-MASTER
           RECORD CONTAINS 37 CHARACTERS.
             05 WS-PC-OPENED      PIC X  VALUE "N".
             05 WS-QT-EOF         PIC X  VALUE "N".
                 88  QT-NO-MORE        VALUE "Y".
             05 WS-QM-STATUS      PIC X(2).
                 88  QM-FILE-OK          VALUE "00".
             05 WS-QUOTA-PERIOD   PIC 9(6) VALUE ZERO.
             05 WS-QUOTA-EFF-FOUND PIC 9(6) VALUE ZERO.
             05 WS-TOP-N          PIC 9(3) VALUE 25.
             05 WS-MONTHS         PIC 9(2) VALUE ZERO.
             05 WS-CLUB-YEAR      PIC 9(4) VALUE ZERO.
             05 WS-MONTH-SUB      PIC 9(2) VALUE ZERO.
             05 WS-QUOTA          PIC 9(4)V99.
             05 WS-DEFAULT-QUOTA  PIC 9(4)V99 VALUE 4500.
             05 WS-ANNUAL-QUOTA   PIC 9(7)V99 VALUE ZERO.

       01  QUOTA-TABLE.
             05  QT-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  QT-ENTRIES OCCURS 1 TO 2000 TIMES
                     DEPENDING ON QT-ENTRY-COUNT
                     INDEXED BY QT-IDX.
                 10  QT-TBL-DIST-NO    PIC 9(4).
                 10  QT-TBL-BRANCH-NO  PIC 9(2).
                 10  QT-TBL-EFF-PERIOD PIC 9(6).
                 10  QT-TBL-AMOUNT     PIC 9(4)V99.

       01  CLUB-TABLE.
       100-HSK.

           OPEN INPUT YTD-MASTER
                      SALES-PERSON-MASTER
           OUTPUT CLUB-REPORT.


           PERFORM 106-READ-CLUB-CARD.

           IF WS-MONTHS > CD-MONTH
               COMPUTE WS-CLUB-YEAR = CD-YEAR - 1
           ELSE
               MOVE CD-YEAR TO WS-CLUB-YEAR
           END-IF.

           MOVE CD-YEAR   TO HL2-YEAR.
           MOVE CD-MONTH  TO HL2-MONTH.
           MOVE CD-DAY    TO HL2-DAY.

      ***************************************************************
      * 105-LOAD-QUOTA-TABLE.
      *  - EVERY EFFECTIVE-DATED QUOTA MASTER ENTRY IS READ INTO WORKING
      *  - STORAGE ONE TIME SO EACH MASTER RECORD'S ANNUALIZED
      *  - QUOTA CAN BE LOOKED UP
      ***************************************************************
       105-LOAD-QUOTA-TABLE.

           OPEN INPUT QUOTA-MASTER.

           IF NOT QM-FILE-OK
               DISPLAY "PRESCLUB: QUOTA-MASTER OPEN FAILED, STATUS="
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
                   DISPLAY "PRESCLUB: QUOTA TABLE FULL - RUN TERMINATED"
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
      * 106-READ-CLUB-CARD.
      ***************************************************************
      * 110-LOAD-SALESPERSON.
      *  - ONE MASTER RECORD BECOMES ONE RANKING ENTRY.  THE
      *  - ANNUALIZED QUOTA IS THE BRANCH QUOTA IN EFFECT FOR EACH
      *  - MONTH ELAPSED, ADDED UP MONTH BY MONTH.  THE YEAR IS THE
      *  - RUN YEAR, OR THE YEAR BEFORE WHEN MORE MONTHS HAVE
      *  - ELAPSED THAN THE RUN MONTH (A JANUARY RUN RANKING THE
      *  - YEAR JUST ENDED).  A SALESPERSON WHO MISSED MONTHS SIMPLY
      *  - SHOWS THE LOWER ATTAINMENT THAT RESULTS.
      ***************************************************************
       110-LOAD-SALESPERSON.

           MOVE ZERO TO WS-ANNUAL-QUOTA.

           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > WS-MONTHS
               COMPUTE WS-QUOTA-PERIOD =
                   WS-CLUB-YEAR * 100 + WS-MONTH-SUB
               PERFORM 107-LOOKUP-QUOTA
               ADD WS-QUOTA TO WS-ANNUAL-QUOTA
           END-PERFORM.

           ADD 1 TO CB-ENTRY-COUNT.
           SET CB-IDX TO CB-ENTRY-COUNT.
      ***************************************************************
      * 107-LOOKUP-QUOTA.
      *  - THE QUOTA TABLE IS SEARCHED FOR THE MASTER RECORD'S
      *  - DISTRICT/BRANCH, TAKING THE ENTRY IN EFFECT FOR THE MONTH
      *  - IN WS-QUOTA-PERIOD.  WHEN NO ENTRY IS IN EFFECT THE
      *  - STANDARD DEFAULT QUOTA IS USED, AS IN CBL01.
      ***************************************************************
       107-LOOKUP-QUOTA.

           MOVE WS-DEFAULT-QUOTA TO WS-QUOTA.
           MOVE ZERO TO WS-QUOTA-EFF-FOUND.

           PERFORM VARYING QT-IDX FROM 1 BY 1
                   UNTIL QT-IDX > QT-ENTRY-COUNT
               IF YM-DIST-NO = QT-TBL-DIST-NO(QT-IDX)
                  AND YM-BRANCH-NO = QT-TBL-BRANCH-NO(QT-IDX)
                  AND QT-TBL-EFF-PERIOD(QT-IDX) NOT > WS-QUOTA-PERIOD
                  AND QT-TBL-EFF-PERIOD(QT-IDX) > WS-QUOTA-EFF-FOUND
                   MOVE QT-TBL-AMOUNT(QT-IDX) TO WS-QUOTA
                   MOVE QT-TBL-EFF-PERIOD(QT-IDX) TO WS-QUOTA-EFF-FOUND
               END-IF
           END-PERFORM.

