           SELECT BELOW-QUOTA-REPORT
           ASSIGN TO BLWQTAO.

           SELECT QUOTA-MASTER
           ASSIGN TO QUOTAMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS QM-KEY
           FILE STATUS IS WS-QM-STATUS.

           SELECT SALES-PERSON-MASTER
           ASSIGN TO SLSPMAST
           SELECT CYCLE-CONTROL
           ASSIGN TO CYCLCTL.

           SELECT COACH-CARD
           ASSIGN TO COACHCRD
           FILE STATUS IS WS-CK-STATUS.

       DATA DIVISION.
       FILE SECTION.


           COPY BQRECORD.

       FD  QUOTA-MASTER
           RECORD CONTAINS 26 CHARACTERS.

           COPY QMRECORD.

       FD  SALES-PERSON-MASTER
           RECORD CONTAINS 37 CHARACTERS.

           COPY CYRECORD.

       FD  COACH-CARD
           RECORD CONTAINS 6 CHARACTERS.

       01  COACH-CARD-REC.
           05  CK-MEASURE-YEAR     PIC 9(4).
           05  CK-MEASURE-MONTH    PIC 9(2).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
                  88 NO-RECORDS            VALUE 'N'.
             05 WS-QT-EOF         PIC X  VALUE "N".
                 88  QT-NO-MORE        VALUE "Y".
             05 WS-QM-STATUS      PIC X(2).
                 88  QM-FILE-OK          VALUE "00".
             05 WS-QUOTA-PERIOD   PIC 9(6) VALUE ZERO.
             05 WS-QUOTA-EFF-FOUND PIC 9(6) VALUE ZERO.
             05 WS-CK-STATUS      PIC X(2).
                 88  CK-FILE-OK          VALUE "00".
             05 WS-CK-OPENED      PIC X  VALUE "N".
             05 WS-MEASURE-YEAR   PIC 9(4) VALUE ZERO.
             05 WS-MEASURE-MONTH  PIC 9(2) VALUE ZERO.
             05 WS-CO-EOF         PIC X  VALUE "N".
                 88  CO-NO-MORE        VALUE "Y".
             05 WS-CI-STATUS      PIC X(2).

       01  QUOTA-TABLE.
             05  QT-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  QT-ENTRIES OCCURS 1 TO 2000 TIMES
                     DEPENDING ON QT-ENTRY-COUNT
                     INDEXED BY QT-IDX.
                 10  QT-TBL-DIST-NO    PIC 9(4).
                 10  QT-TBL-BRANCH-NO  PIC 9(2).
                 10  QT-TBL-EFF-PERIOD PIC 9(6).
                 10  QT-TBL-AMOUNT     PIC 9(4)V99.

       01  CONSEC-OLD-TABLE.
             05                   PIC X(38) VALUE SPACES.
             05   PIC X(47)  VALUE
                  'C O A C H I N G  E X C E P T I O N  R E P O R T'.
             05                   PIC X(6)  VALUE SPACES.
             05                   PIC X(6)  VALUE 'MONTH '.
             05  HL1-YEAR         PIC 9(4).
             05                   PIC X(1)  VALUE '/'.
             05  HL1-MONTH        PIC 99.

       01  HEADING-LINE-2.
           05                    PIC X(17)   VALUE spaces.
      *  - FILES ARE OPENED AND THE QUOTA AND PRIOR CARRY-FORWARD
      *  - TABLES ARE LOADED.  A MISSING CARRY-FORWARD FILE IS NOT
      *  - AN ERROR: THE FIRST RUN STARTS EVERY STREAK AT ONE.
      *  - THE MONTH MEASURED IS THE CURRENT MONTH UNLESS THE
      *  - OPTIONAL CONTROL CARD NAMES AN EARLIER ONE TO RERUN.
      ***************************************************************
       100-HSK.

           OPEN INPUT BELOW-QUOTA-REPORT
                      SALES-PERSON-MASTER
           OUTPUT CONSEC-NEW-FILE
                  COACHING-REPORT.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

           MOVE CD-YEAR  TO WS-MEASURE-YEAR.
           MOVE CD-MONTH TO WS-MEASURE-MONTH.

           PERFORM 104-READ-COACH-CARD.

           COMPUTE WS-QUOTA-PERIOD =
               WS-MEASURE-YEAR * 100 + WS-MEASURE-MONTH.

           MOVE WS-MEASURE-YEAR  TO HL1-YEAR.
           MOVE WS-MEASURE-MONTH TO HL1-MONTH.

      ***************************************************************
      * 104-READ-COACH-CARD.
      *  - AN OPTIONAL CONTROL CARD MAY NAME AN EARLIER YEAR/MONTH
      *  - TO RERUN.  A MISSING CARD, OR A MONTH THAT IS NOT VALID
      *  - OR IS NOT BEFORE THE CURRENT ONE, LEAVES THE CURRENT
      *  - MONTH IN PLACE.
      ***************************************************************
       104-READ-COACH-CARD.

           OPEN INPUT COACH-CARD.

           IF CK-FILE-OK
               MOVE "Y" TO WS-CK-OPENED
               READ COACH-CARD
                   AT END
                     CONTINUE
                   NOT AT END
                     IF CK-MEASURE-YEAR IS NUMERIC
                        AND CK-MEASURE-MONTH IS NUMERIC
                        AND CK-MEASURE-MONTH > ZERO
                        AND CK-MEASURE-MONTH <= 12
                        AND CK-MEASURE-YEAR * 100 + CK-MEASURE-MONTH
                            < CD-YEAR * 100 + CD-MONTH
                         MOVE CK-MEASURE-YEAR  TO WS-MEASURE-YEAR
                         MOVE CK-MEASURE-MONTH TO WS-MEASURE-MONTH
                     END-IF
               END-READ
           END-IF.

           IF WS-CK-OPENED = "Y"
               CLOSE COACH-CARD
           END-IF.

      ***************************************************************
      * 105-LOAD-QUOTA-TABLE.
      *  - EVERY EFFECTIVE-DATED QUOTA MASTER ENTRY IS READ INTO WORKING
      *  - STORAGE ONE TIME.  BELOW-QUOTA RECORDS DO NOT CARRY A
      *  - QUOTA, SO EACH RECORD'S SHORTFALL IS COMPUTED AGAINST
      *  - THE TABLE QUOTA THE SAME WAY CBL01 COMPARES IT.
      ***************************************************************
       105-LOAD-QUOTA-TABLE.

           OPEN INPUT QUOTA-MASTER.

           IF NOT QM-FILE-OK
               DISPLAY "COACHRPT: QUOTA-MASTER OPEN FAILED, STATUS="
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
                   DISPLAY "COACHRPT: QUOTA TABLE FULL - RUN TERMINATED"
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
      * 106-LOAD-CARRY-FORWARD.
      ***************************************************************
      * 107-LOOKUP-QUOTA.
      *  - THE QUOTA TABLE IS SEARCHED FOR THE RECORD'S DISTRICT/
      *  - BRANCH, TAKING THE ENTRY IN EFFECT FOR THE MONTH BEING
      *  - MEASURED.  WHEN NO ENTRY IS IN EFFECT THE STANDARD
      *  - DEFAULT QUOTA IS USED, AS IN CBL01.
      ***************************************************************
       107-LOOKUP-QUOTA.

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
       113-APPLY-CARRY-FORWARD.

           IF WS-MEASURE-MONTH = 1
               COMPUTE WS-PRIOR-YEAR = WS-MEASURE-YEAR - 1
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               MOVE WS-MEASURE-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MONTH = WS-MEASURE-MONTH - 1
           END-IF.

           PERFORM VARYING SF-IDX FROM 1 BY 1
               END-PERFORM

               IF OLD-ENTRY-FOUND
                   IF CO-TBL-YEAR(CO-IDX) = WS-MEASURE-YEAR
                      AND CO-TBL-MONTH(CO-IDX) = WS-MEASURE-MONTH
                       MOVE CO-TBL-MONTHS(CO-IDX)
                           TO SF-MONTHS-BELOW(SF-IDX)
                   ELSE
           MOVE SF-BRANCH-NO(SF-IDX)    TO CN-BRANCH-NO.
           MOVE SF-SALES-NO(SF-IDX)     TO CN-SALES-NO.
           MOVE SF-MONTHS-BELOW(SF-IDX) TO CN-MONTHS-BELOW.
           MOVE WS-MEASURE-YEAR         TO CN-LAST-YEAR.
           MOVE WS-MEASURE-MONTH        TO CN-LAST-MONTH.

           WRITE CONSEC-NEW-REC.

