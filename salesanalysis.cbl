      * THE SORTED DATA SET WILL BE FURTHER DIVIDED BY CREATING
      *A REPORT FOR STORES THAT ARE BELOW QUOTA AND THOSE ABOVE
      * SORTED BY DISTRIC, SALESPERSON, STORE
      * EACH SALE IS POSTED TO THE MONTH IN SD-TRANS-DATE: A SALE
      * FROM AN EARLIER MONTH GOES TO YTD AND TO THAT MONTH'S
      * SLSHIST BUCKET BUT NOT TO THE CURRENT MTD, AND ONE OLDER
      * THAN THE LATE-POSTING CUTOFF OR FROM A YEAR YTDCLOSE HAS
      * ALREADY CLOSED GOES TO THE LATEEXCP LISTING UNPOSTED.  A
      * LATE SALE THAT DOES POST IS ALSO WRITTEN TO LATECOMM WITH
      * ITS SALE DATE SO COMMCALC CAN ADJUST THAT MONTH'S COMMISSION.
      * EVERY YTDMAST UPDATE AND SLSHIST SNAPSHOT IS JOURNALED TO
      * PSTJRNL WITH ITS BEFORE AND AFTER FIGURES, STAMPED WITH THE
      * RUNAUDIT RUN DATE/TIME, SO PSTBKOUT CAN REVERSE A BAD RUN.
      * A SALE FOR A SALESPERSON SLSPMAST SHOWS AS TERMINATED OR
      * OFFBOARDED IS REJECTED AND NEVER POSTED, SO NO YTDMAST
      * BALANCE BUILDS UP AGAIN BEHIND THE OFFBOARDING RUN.
      **************************************************************
       ENVIRONMENT DIVISION.

           SELECT STORE-REPORT
           ASSIGN TO SALSDATI.

           SELECT QUOTA-MASTER
           ASSIGN TO QUOTAMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS QM-KEY
           FILE STATUS IS WS-QM-STATUS.

           SELECT STORE-MASTER
           ASSIGN TO STORMSTR
           RECORD KEY IS SP-KEY
           FILE STATUS IS WS-SP-STATUS.

           SELECT ORG-MASTER
           ASSIGN TO ORGMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OM-KEY
           FILE STATUS IS WS-OM-STATUS.

           SELECT BELOW-QUOTA-REPORT
           ASSIGN TO BLWQTAO.

           FILE STATUS IS WS-CP-STATUS.

           SELECT SALES-HISTORY
           ASSIGN TO SLSHIST
           FILE STATUS IS WS-SH-STATUS.

           SELECT RUN-AUDIT
           ASSIGN TO RUNAUDIT.
           SELECT CYCLE-CONTROL
           ASSIGN TO CYCLCTL.

           SELECT LATE-EXCEPTION-FILE
           ASSIGN TO LATEEXCP.

           SELECT LATE-COMMISSION-FILE
           ASSIGN TO LATECOMM.

           SELECT CLOSE-CONTROL
           ASSIGN TO YECLCTL
           FILE STATUS IS WS-CL-STATUS.

           SELECT POSTING-JOURNAL
           ASSIGN TO PSTJRNL.

       DATA DIVISION.
       FILE SECTION.


           COPY SDRECORD.

       FD  QUOTA-MASTER
           RECORD CONTAINS 26 CHARACTERS.

           COPY QMRECORD.

       FD  STORE-MASTER
           RECORD CONTAINS 66 CHARACTERS.

           COPY SPRECORD.

       FD  ORG-MASTER
           RECORD CONTAINS 80 CHARACTERS.

           COPY OMRECORD.

       FD  BELOW-QUOTA-REPORT
           RECORD CONTAINS 31 CHARACTERS.

           05  RJ-REASON            PIC X(30).

       FD  CONTROL-CARD
             RECORD CONTAINS 26 CHARACTERS.

       01  CONTROL-CARD-REC.
           05  CC-OVERRIDE-DATE      PIC X(8).
           05  CC-QUOTA-OVERRIDE     PIC 9(4)V99.
           05  CC-RESTART-REQUESTED  PIC X(1).
           05  CC-FORCE-POST         PIC X(1).
           05  CC-LATE-CUTOFF-DAYS   PIC 9(3).

       FD  SALES-EXTRACT
             RECORD CONTAINS 60 CHARACTERS.
       01  SALES-EXTRACT-REC    PIC X(60).

       FD  CHECKPOINT-FILE
             RECORD CONTAINS 124 CHARACTERS.

       01  CHECKPOINT-REC.
           05  CP-DIST-NO             PIC 9(4).
           05  CP-RJT-RECS            PIC 9(7).
           05  CP-EXT-RECS            PIC 9(7).
           05  CP-BURST-FROM          PIC 9(7).
           05  CP-LATE-RECS           PIC 9(7).
           05  CP-LATE-POSTED         PIC 9(5).

       FD  SALES-HISTORY
             RECORD CONTAINS 22 CHARACTERS.

           COPY CYRECORD.

       FD  LATE-EXCEPTION-FILE
             RECORD CONTAINS 104 CHARACTERS.

       01  LATE-EXCEPTION-REC.
           05  LE-ORIGINAL-RECORD   PIC X(74).
           05  LE-REASON            PIC X(30).

       FD  LATE-COMMISSION-FILE
             RECORD CONTAINS 60 CHARACTERS.

           COPY LCRECORD.

       FD  CLOSE-CONTROL
           RECORD CONTAINS 12 CHARACTERS.

       01  CLOSE-CONTROL-REC.
           05  CL-LAST-CLOSED-YEAR PIC 9(4).
           05  CL-CLOSE-RUN-DATE   PIC 9(8).

       FD  POSTING-JOURNAL
           RECORD CONTAINS 70 CHARACTERS.

           COPY PJRECORD.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
                 88  NOT-FIRST         VALUE "N".
             05 WS-QT-EOF         PIC X  VALUE "N".
                 88  QT-NO-MORE        VALUE "Y".
             05 WS-QM-STATUS      PIC X(2).
                 88  QM-FILE-OK          VALUE "00".
             05 WS-QUOTA-PERIOD   PIC 9(6) VALUE ZERO.
             05 WS-QUOTA-EFF-FOUND PIC 9(6) VALUE ZERO.
             05 WS-SEQ-ERROR      PIC X  VALUE "N".
                 88  SEQUENCE-ERROR-FOUND   VALUE "Y".
             05 WS-SM-STATUS      PIC X(2).
             05 WS-SP-STATUS      PIC X(2).
                 88  SP-FOUND            VALUE "00".
                 88  SP-NOT-FOUND        VALUE "23".
             05 WS-OM-STATUS      PIC X(2).
                 88  OM-FOUND            VALUE "00".
             05 WS-OM-OPENED      PIC X  VALUE "N".
             05 WS-YTD-BASE       PIC S9(7)V99 VALUE ZERO.
             05 WS-MTD-BASE       PIC S9(6)V99 VALUE ZERO.
             05 WS-VALID-RECORD   PIC X  VALUE "Y".
                 88  RECORD-IS-VALID     VALUE "Y".
             05 WS-STATUS-KEY     PIC X(8) VALUE SPACES.
             05 WS-STATUS-INACTIVE PIC X VALUE "N".
                 88  STATUS-KEY-INACTIVE VALUE "Y".
             05 WS-REJECT-COUNT   PIC 9(4) VALUE ZERO.
             05 WS-NET-AMOUNT     PIC S9(5)V99 VALUE ZERO.
             05 WS-CREDIT-COUNT   PIC 9(5) VALUE ZERO.
             05 WS-POSTING-REFUSED PIC X  VALUE "N".
                 88  POSTING-REFUSED     VALUE "Y".
             05 WS-BURST-FROM     PIC 9(7) VALUE 1.
             05 WS-CL-STATUS      PIC X(2).
                 88  CL-FILE-OK          VALUE "00".
             05 WS-LAST-CLOSED-YEAR PIC 9(4) VALUE ZERO.
             05 WS-LATE-CUTOFF-DAYS PIC 9(3) VALUE 31.
             05 WS-RUN-DATE       PIC 9(8) VALUE ZERO.
             05 WS-RUN-TIME       PIC 9(4) VALUE ZERO.
             05 WS-HIST-BEFORE-AMT PIC S9(6)V99 VALUE ZERO.
             05 WS-CUTOFF-DATE    PIC 9(8) VALUE ZERO.
             05 WS-RUN-PERIOD     PIC 9(6) VALUE ZERO.
             05 WS-CUTOFF-PERIOD  PIC 9(6) VALUE ZERO.
             05 WS-TRANS-PERIOD   PIC 9(6) VALUE ZERO.
             05 WS-POSTING-CLASS  PIC X  VALUE "C".
                 88  POST-CURRENT-MONTH  VALUE "C".
                 88  POST-PRIOR-MONTH    VALUE "P".
             05 WS-LATE-RECS      PIC 9(7) VALUE ZERO.
             05 WS-LATE-POSTED    PIC 9(5) VALUE ZERO.
             05 WS-PERSON-MTD-AMT PIC S9(12)V99 VALUE ZERO.
             05 WS-SH-EOF         PIC X  VALUE "N".
                 88  SH-NO-MORE          VALUE "Y".
             05 WS-SH-STATUS      PIC X(2).
                 88  SH-FILE-OK          VALUE "00".
             05 WS-MONTH-DAYS     PIC 9(2) VALUE ZERO.
             05 WS-LEAP-QUOTIENT  PIC 9(4) VALUE ZERO.
             05 WS-LEAP-REM-4     PIC 9(3) VALUE ZERO.
             05 WS-LEAP-REM-100   PIC 9(3) VALUE ZERO.
             05 WS-LEAP-REM-400   PIC 9(3) VALUE ZERO.
             05 WS-HB-FOUND       PIC X  VALUE "N".
                 88  HB-ENTRY-FOUND      VALUE "Y".
             05 WS-LM-FOUND       PIC X  VALUE "N".
                 88  LM-ENTRY-FOUND      VALUE "Y".

      * THE LAST SLSHIST SNAPSHOT OF EACH SALESPERSON FOR EVERY MONTH
      * STILL OPEN TO LATE POSTING (FROM THE CUTOFF MONTH UP TO BUT
      * NOT INCLUDING THE RUN MONTH).  A LATE SALE IS POSTED ON TOP
      * OF THE MONTH'S LAST FIGURE SO THE NEW SNAPSHOT SUPERSEDES IT.
       01  HISTORY-BASE-TABLE.
             05  HB-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  HB-ENTRIES OCCURS 1 TO 5000 TIMES
                     DEPENDING ON HB-ENTRY-COUNT
                     INDEXED BY HB-IDX.
                 10  HB-DIST-NO        PIC 9(4).
                 10  HB-BRANCH-NO      PIC 9(2).
                 10  HB-SALES-NO       PIC 9(2).
                 10  HB-YEAR           PIC 9(4).
                 10  HB-MONTH          PIC 9(2).
                 10  HB-MONTH-AMT      PIC S9(6)V99.

      * THE CURRENT SALESPERSON'S LATE SALES, ONE ENTRY PER PRIOR
      * MONTH, POSTED TO SLSHIST AT THE SALESPERSON BREAK.
       01  LATE-MONTH-TABLE.
             05  LM-ENTRY-COUNT    PIC 9(2)  VALUE ZERO.
             05  LM-ENTRIES OCCURS 1 TO 40 TIMES
                     DEPENDING ON LM-ENTRY-COUNT
                     INDEXED BY LM-IDX.
                 10  LM-YEAR           PIC 9(4).
                 10  LM-MONTH          PIC 9(2).
                 10  LM-AMOUNT         PIC S9(6)V99.

      * DAYS IN EACH MONTH, FEBRUARY AS IN A COMMON YEAR.  USED TO
      * EDIT THE SALE DATE.
       01  MONTH-LENGTH-TABLE.
             05                    PIC X(24)
                     VALUE "312831303130313130313031".
       01  MONTH-LENGTH-TABLE-R REDEFINES MONTH-LENGTH-TABLE.
             05  ML-DAYS           PIC 9(2)  OCCURS 12 TIMES.

       01  LATE-POSTING-NOTE.
             05                    PIC X(18) VALUE "LATE - POSTED TO ".
             05  LN-MONTH          PIC 99.
             05                    PIC X(1)  VALUE "/".
             05  LN-YEAR           PIC 9(4).
             05                    PIC X(2)  VALUE SPACES.

       01  QUOTA-TABLE.
             05  QT-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  QT-ENTRIES OCCURS 1 TO 2000 TIMES
                     DEPENDING ON QT-ENTRY-COUNT
                     INDEXED BY QT-IDX.
                 10  QT-TBL-DIST-NO    PIC 9(4).
                 10  QT-TBL-BRANCH-NO  PIC 9(2).
                 10  QT-TBL-EFF-PERIOD PIC 9(6).
                 10  QT-TBL-AMOUNT     PIC 9(4)V99.

       01  DISTRICT-ATTAINMENT-TABLE.
            05                     PIC x(3) VALUE "  *".

       01 BRANCH-TOTALS-LINE.
            05                     PIC X(36) VALUE SPACES.
            05                     PIC X(7) VALUE "BRANCH ".
            05 BTL-BRANCH-NUM      PIC ZZ.
            05                     PIC X(1) VALUE SPACES.
            05 BTL-BRANCH-NAME     PIC X(20).
            05                     PIC X(8) VALUE " TOTAL  ".
            05 BTL-BRANCH-TOTAL    PIC Z,ZZZ,ZZ9.99.
            05                     PIC x(5) VALUE "  * *".

       01 DISTRICT-TOTALS-LINE.
              05                     PIC X(31) VALUE SPACES.
              05                     PIC X(9) VALUE "DISTRICT ".
              05 DTL-DISTRICT-NUM    PIC ZZZZ.
              05                     PIC X(1) VALUE SPACES.
              05 DTL-DISTRICT-NAME   PIC X(20).
              05                     PIC X(7) VALUE " TOTAL ".
              05 DTL-DISTRICT-TOTAL  PIC $$$,$$$,$$9.99.
              05                     PIC X(7) VALUE "  * * *".
                      VALUE "CREDIT RECORDS: ".
             05 TL-CREDIT-COUNT    PIC Z,ZZ9.

       01  LATE-TOTALS-LINE.
             05                    PIC X(29) VALUE SPACES.
             05                    PIC X(33)
                  VALUE  'LATE SALES POSTED TO PRIOR MONTH:'.
             05 LTL-LATE-POSTED    PIC ZZ,ZZ9.
             05                    PIC X(8)  VALUE SPACES.
             05                    PIC X(25)
                      VALUE "LATE EXCEPTIONS (LATEEXCP".
             05                    PIC X(3)  VALUE "): ".
             05 LTL-LATE-EXCP      PIC Z,ZZZ,ZZ9.


       01  TOTALS-LINE-2.
        VALUE "NOTE: DISTRICTS BEFORE RESTART NOT SHOWN ABOVE".

       01  ATTAINMENT-LINE.
             05                    PIC X(19) VALUE SPACES.
             05                    PIC X(9) VALUE "DISTRICT ".
             05 AL-DIST-NO         PIC ZZZZ.
             05                    PIC X(1) VALUE SPACES.
             05 AL-DIST-NAME       PIC X(20).
             05                    PIC X(1) VALUE SPACES.
             05                    PIC X(13) VALUE "BELOW QUOTA: ".
             05 AL-BELOW-COUNT     PIC Z,ZZ9.
             05                    PIC X(8) VALUE SPACES.
       100-HSK.

           OPEN INPUT STORE-REPORT
                      STORE-MASTER
                      SALES-PERSON-MASTER
           I-O   YTD-MASTER.
               STOP RUN
           END-IF.

           OPEN INPUT ORG-MASTER.

           IF OM-FOUND
               MOVE "Y" TO WS-OM-OPENED
           END-IF.

           PERFORM 105-LOAD-QUOTA-TABLE.


           PERFORM 106-READ-CONTROL-CARD.

           COMPUTE WS-QUOTA-PERIOD = CD-YEAR * 100 + CD-MONTH.

           PERFORM 106A-SET-LATE-POSTING-WINDOW.

           OPEN EXTEND SALES-HISTORY.

           IF NOT SH-FILE-OK
               DISPLAY "CBL01: SALES-HISTORY OPEN FAILED, STATUS="
                       WS-SH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 101-CHECK-POSTING-CONTROL.

           COMPUTE WS-RUN-TIME = CD-HOURS * 100 + CD-MINUTES.
           OPEN EXTEND POSTING-JOURNAL.

           PERFORM 103-CHECK-RESTART.

           MOVE CD-MONTH             TO HL2-MONTH.
           END-EVALUATE.
      ***************************************************************
      * 105-LOAD-QUOTA-TABLE.
      *  - EVERY EFFECTIVE-DATED QUOTA MASTER ENTRY IS READ INTO WORKING
      *  - STORAGE ONE TIME SO 130-CREATE-DETAIL-LINE CAN LOOK UP
      *  - THE QUOTA THAT APPLIES TO EACH INCOMING RECORD
      ***************************************************************
       105-LOAD-QUOTA-TABLE.

           OPEN INPUT QUOTA-MASTER.

           IF NOT QM-FILE-OK
               DISPLAY "CBL01: QUOTA-MASTER OPEN FAILED, STATUS="
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
                   DISPLAY "CBL01: QUOTA TABLE FULL - RUN TERMINATED"
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
      * 106-READ-CONTROL-CARD.
      *  - AN OPTIONAL CONTROL CARD MAY OVERRIDE THE REPORT DATE,
      *  - THE TSO-ID PRINTED ON THE REPORT, THE QUOTA AMOUNT, AND
      *  - THE LATE-POSTING CUTOFF IN DAYS (DEFAULT 31).
      *  - THE FILE STATUS CLAUSE LETS THE RUN PROCEED NORMALLY
      *  - WITH THE HARD-CODED DEFAULTS WHEN NO CARD IS SUPPLIED.
      ***************************************************************
                     IF CC-FORCE-POST = "Y"
                         SET FORCE-POST-ACTIVE TO TRUE
                     END-IF
                     IF CC-LATE-CUTOFF-DAYS IS NUMERIC
                        AND CC-LATE-CUTOFF-DAYS > ZERO
                         MOVE CC-LATE-CUTOFF-DAYS TO WS-LATE-CUTOFF-DAYS
                     END-IF
               END-READ
           END-IF.

           IF WS-CC-OPENED = "Y"
               CLOSE CONTROL-CARD
           END-IF.

      ***************************************************************
      * 106A-SET-LATE-POSTING-WINDOW.
      *  - A SALE DATED BEFORE THE REPORT MONTH IS A LATE SALE.  IT
      *  - POSTS TO ITS OWN MONTH WHEN IT IS NO OLDER THAN THE CUTOFF
      *  - AND ITS YEAR HAS NOT BEEN CLOSED BY YTDCLOSE (YECLCTL, THE
      *  - SAME CLOSE-CONTROL FILE YTDCLOSE GUARDS ITSELF WITH; NO
      *  - FILE MEANS NO YEAR HAS BEEN CLOSED).  THE LAST SLSHIST
      *  - SNAPSHOT OF EVERY MONTH STILL INSIDE THE WINDOW IS LOADED
      *  - SO A LATE SALE CAN BE ADDED ON TOP OF IT.  NO SLSHIST (A
      *  - NEW SYSTEM, OR ONE WHOSE HISTORY IS BEING REBUILT) MEANS
      *  - NO SNAPSHOT YET.
      ***************************************************************
       106A-SET-LATE-POSTING-WINDOW.

           COMPUTE WS-RUN-DATE =
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.
           COMPUTE WS-RUN-PERIOD = CD-YEAR * 100 + CD-MONTH.

           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                - WS-LATE-CUTOFF-DAYS).
           COMPUTE WS-CUTOFF-PERIOD = WS-CUTOFF-DATE / 100.

           OPEN INPUT CLOSE-CONTROL.

           IF CL-FILE-OK
               READ CLOSE-CONTROL
                   AT END
                     CONTINUE
                   NOT AT END
                     MOVE CL-LAST-CLOSED-YEAR TO WS-LAST-CLOSED-YEAR
               END-READ
               CLOSE CLOSE-CONTROL
           END-IF.

           OPEN INPUT SALES-HISTORY.

           IF SH-FILE-OK
               PERFORM UNTIL SH-NO-MORE
                   READ SALES-HISTORY
                       AT END
                         SET SH-NO-MORE TO TRUE
                       NOT AT END
                         COMPUTE WS-TRANS-PERIOD =
                             SH-YEAR * 100 + SH-MONTH
                         IF WS-TRANS-PERIOD >= WS-CUTOFF-PERIOD
                            AND WS-TRANS-PERIOD < WS-RUN-PERIOD
                            AND SH-YEAR > WS-LAST-CLOSED-YEAR
                             PERFORM 106B-LOAD-HISTORY-BASE
                         END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-HISTORY
           END-IF.

      ***************************************************************
      * 106B-LOAD-HISTORY-BASE.
      *  - ONE SNAPSHOT INSIDE THE LATE-POSTING WINDOW IS MOVED INTO
      *  - ITS SALESPERSON/YEAR/MONTH ENTRY.  MOVE, NOT ADD: THE LAST
      *  - SNAPSHOT READ IS THE MONTH'S FIGURE, THE SAME LAST-ONE-
      *  - WINS RULE SLSTREND AND SHCONSOL APPLY.  A FULL TABLE ENDS
      *  - THE RUN BEFORE ANYTHING IS POSTED.
      ***************************************************************
       106B-LOAD-HISTORY-BASE.

           MOVE SH-DIST-NO   TO WS-DIST-NO.
           MOVE SH-BRANCH-NO TO WS-BRANCH-NO.
           MOVE SH-SALES-NO  TO WS-SALES-NO.

           PERFORM 116C-FIND-HISTORY-BASE.

           IF NOT HB-ENTRY-FOUND
               IF HB-ENTRY-COUNT >= 5000
                   DISPLAY "CBL01: LATE-POSTING HISTORY TABLE FULL - "
                           "RUN TERMINATED, NOTHING POSTED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 116D-ADD-HISTORY-BASE
           END-IF.

           MOVE SH-MONTH-AMT TO HB-MONTH-AMT(HB-IDX).
      ***************************************************************
      * 101-CHECK-POSTING-CONTROL.
      *  - GUARDS AGAINST POSTING THE SAME SALSDATI FILE TWICE.
                             MOVE CP-RJT-RECS      TO WS-RJT-RECS
                             MOVE CP-EXT-RECS      TO WS-EXT-RECS
                             MOVE CP-BURST-FROM    TO WS-BURST-FROM
                             MOVE CP-LATE-RECS     TO WS-LATE-RECS
                             MOVE CP-LATE-POSTED   TO WS-LATE-POSTED
                             SET RESTART-ACTIVE TO TRUE
                       END-READ
                   END-PERFORM
                           REJECT-REPORT
                           SALES-EXTRACT
                           BURST-INDEX
                           LATE-EXCEPTION-FILE
                           LATE-COMMISSION-FILE
           ELSE
               OPEN OUTPUT CHECKPOINT-FILE
               OPEN OUTPUT MET-QUOTA-REPORT
                           REJECT-REPORT
                           SALES-EXTRACT
                           BURST-INDEX
                           LATE-EXCEPTION-FILE
                           LATE-COMMISSION-FILE
           END-IF.

      ***************************************************************
           PERFORM 102C-TRUNCATE-MET-QUOTA.
           PERFORM 102D-TRUNCATE-REJECT.
           PERFORM 102E-TRUNCATE-EXTRACT.
           PERFORM 102F-TRUNCATE-LATE-EXCEPTIONS.
           PERFORM 102G-TRUNCATE-LATE-COMMISSION.

       102A-TRUNCATE-SALES-RPT.

           CLOSE SALES-EXTRACT-SCRATCH
                 SALES-EXTRACT.

      * THE LATE-EXCEPTION FILE HAS THE REJECT FILE'S RECORD LENGTH,
      * SO IT SHARES THE REJECT SCRATCH FILE.
       102F-TRUNCATE-LATE-EXCEPTIONS.

           MOVE ZERO TO WS-SCR-COPIED.
           MOVE "N"  TO WS-SCR-EOF.
           OPEN INPUT LATE-EXCEPTION-FILE.
           OPEN OUTPUT REJECT-SCRATCH.
           PERFORM UNTIL SCR-NO-MORE
                   OR WS-SCR-COPIED >= WS-LATE-RECS
               READ LATE-EXCEPTION-FILE
                   AT END
                     SET SCR-NO-MORE TO TRUE
                   NOT AT END
                     MOVE LATE-EXCEPTION-REC TO REJECT-SCR-REC
                     WRITE REJECT-SCR-REC
                     ADD 1 TO WS-SCR-COPIED
               END-READ
           END-PERFORM.
           CLOSE LATE-EXCEPTION-FILE
                 REJECT-SCRATCH.

           OPEN OUTPUT LATE-EXCEPTION-FILE.
           CLOSE LATE-EXCEPTION-FILE.

           MOVE "N" TO WS-SCR-EOF.
           OPEN INPUT REJECT-SCRATCH.
           OPEN EXTEND LATE-EXCEPTION-FILE.
           PERFORM UNTIL SCR-NO-MORE
               READ REJECT-SCRATCH
                   AT END
                     SET SCR-NO-MORE TO TRUE
                   NOT AT END
                     MOVE REJECT-SCR-REC TO LATE-EXCEPTION-REC
                     WRITE LATE-EXCEPTION-REC
               END-READ
           END-PERFORM.
           CLOSE REJECT-SCRATCH
                 LATE-EXCEPTION-FILE.

      * THE LATE-SALE COMMISSION FILE HAS THE EXTRACT FILE'S RECORD
      * LENGTH, SO IT SHARES THE EXTRACT SCRATCH FILE.  IT HOLDS ONE
      * RECORD FOR EVERY LATE SALE POSTED.
       102G-TRUNCATE-LATE-COMMISSION.

           MOVE ZERO TO WS-SCR-COPIED.
           MOVE "N"  TO WS-SCR-EOF.
           OPEN INPUT LATE-COMMISSION-FILE.
           OPEN OUTPUT SALES-EXTRACT-SCRATCH.
           PERFORM UNTIL SCR-NO-MORE
                   OR WS-SCR-COPIED >= WS-LATE-POSTED
               READ LATE-COMMISSION-FILE
                   AT END
                     SET SCR-NO-MORE TO TRUE
                   NOT AT END
                     MOVE LATE-COMMISSION-REC TO SALES-EXTRACT-SCR-REC
                     WRITE SALES-EXTRACT-SCR-REC
                     ADD 1 TO WS-SCR-COPIED
               END-READ
           END-PERFORM.
           CLOSE LATE-COMMISSION-FILE
                 SALES-EXTRACT-SCRATCH.

           OPEN OUTPUT LATE-COMMISSION-FILE.
           CLOSE LATE-COMMISSION-FILE.

           MOVE "N" TO WS-SCR-EOF.
           OPEN INPUT SALES-EXTRACT-SCRATCH.
           OPEN EXTEND LATE-COMMISSION-FILE.
           PERFORM UNTIL SCR-NO-MORE
               READ SALES-EXTRACT-SCRATCH
                   AT END
                     SET SCR-NO-MORE TO TRUE
                   NOT AT END
                     MOVE SALES-EXTRACT-SCR-REC TO LATE-COMMISSION-REC
                     WRITE LATE-COMMISSION-REC
               END-READ
           END-PERFORM.
           CLOSE SALES-EXTRACT-SCRATCH
                 LATE-COMMISSION-FILE.

      ***************************************************************
      * 104-SKIP-TO-RESTART-POINT.
      *  - DISCARDS INPUT RECORDS FOR DISTRICTS ALREADY COMPLETED ON
              PERFORM 112-VALIDATE-RECORD

              IF RECORD-IS-VALID
                  IF POST-PRIOR-MONTH
                      PERFORM 131-CREATE-LATE-DETAIL-LINE
                  ELSE
                      perform 130-CREATE-DETAIL-LINE
                  END-IF
              END-IF

              END-IF.
            COMPUTE DL-YTD-AMOUNT =
                WS-YTD-BASE + TOTAL-PERSON-AMT + WS-NET-AMOUNT.
            COMPUTE DL-MTD-AMOUNT =
                WS-MTD-BASE + WS-PERSON-MTD-AMT + WS-NET-AMOUNT.

              IF WS-NET-AMOUNT IS LESS THAN WS-QUOTA
                  COMPUTE DL-BQ-SUM = WS-QUOTA - WS-NET-AMOUNT
              ADD SPACE-CONTROL TO LINE-COUNT.
              ADD 1 TO TOTAL-STORES.
              ADD WS-NET-AMOUNT TO TOTAL-PERSON-AMT.
              ADD WS-NET-AMOUNT TO WS-PERSON-MTD-AMT.
              MOVE SPACES TO DETAIL-LINE.

              MOVE STORE-INFO-LINE TO PRINT-REC.
              MOVE 2 TO SPACE-CONTROL.


      ***************************************************************
      * 131-CREATE-LATE-DETAIL-LINE.
      *  - A SALE FROM AN EARLIER MONTH STILL INSIDE THE LATE-POSTING
      *  - WINDOW.  IT PRINTS ON THE REPORT WITH THE MONTH IT POSTS
      *  - TO, COUNTS IN THE PERSON/BRANCH/DISTRICT TOTALS AND YTD,
      *  - AND IS HELD FOR ITS MONTH'S SLSHIST BUCKET.  IT IS KEPT
      *  - OUT OF THE CURRENT MTD AND OUT OF THE BELOW/MET QUOTA
      *  - FILES, SO TONIGHT'S QUOTA ATTAINMENT IS NOT CREDITED WITH
      *  - ANOTHER MONTH'S SALE.  ITS COMMISSION GOES TO COMMCALC ON
      *  - THE LATE-SALE COMMISSION FILE INSTEAD, TAGGED WITH THE
      *  - SALE DATE, SO IT IS PAID (OR A CREDIT CLAWED BACK) AS AN
      *  - ADJUSTMENT TO THE MONTH THE SALE REALLY HAPPENED IN.
      ***************************************************************
       131-CREATE-LATE-DETAIL-LINE.

            MOVE SD-STORE-NAME   TO DL-Store-name.
            MOVE SD-SALES-AMOUNT TO DL-SALES-AMOUNT.

            IF SD-CREDIT-RECORD
                COMPUTE WS-NET-AMOUNT = ZERO - SD-SALES-AMOUNT
                MOVE "CR" TO DL-CR-IND
                ADD 1 TO WS-CREDIT-COUNT
            ELSE
                MOVE SD-SALES-AMOUNT TO WS-NET-AMOUNT
                MOVE SPACES TO DL-CR-IND
            END-IF.

            PERFORM 108-LOOKUP-STORE-MASTER.

            PERFORM 109-LOAD-YTD-MASTER.

            COMPUTE DL-YTD-AMOUNT =
                WS-YTD-BASE + TOTAL-PERSON-AMT + WS-NET-AMOUNT.
            COMPUTE DL-MTD-AMOUNT =
                WS-MTD-BASE + WS-PERSON-MTD-AMT.

            MOVE SD-TRANS-MONTH    TO LN-MONTH.
            MOVE SD-TRANS-YEAR     TO LN-YEAR.
            MOVE LATE-POSTING-NOTE TO DL-BELOW-QUOTA.

            PERFORM 133-ADD-LATE-MONTH.

            MOVE SD-DIST-NO      TO LC-DISTRICT-NUM.
            MOVE SD-BRANCH-NO    TO LC-BRANCH-NUM.
            MOVE SD-SALES-NO     TO LC-SALES-NO.
            MOVE SD-STORE-NAME   TO LC-STORE-NAME.
            MOVE SD-SALES-AMOUNT TO LC-SALES-AMOUNT.
            MOVE SD-TRANS-DATE   TO LC-SALE-DATE.
            IF SD-CREDIT-RECORD
                MOVE "C" TO LC-RECORD-TYPE
            ELSE
                MOVE "S" TO LC-RECORD-TYPE
            END-IF.
            WRITE LATE-COMMISSION-REC.

            MOVE "PRIOR MONTH" TO WS-EXTRACT-STATUS.
            PERFORM 118-WRITE-EXTRACT.

            ADD 1 TO WS-PERSON-VALID-COUNT WS-BRANCH-VALID-COUNT
                     WS-DIST-VALID-COUNT.
            ADD 1 TO WS-LATE-POSTED.

            MOVE DETAIL-LINE  TO PRINT-REC.
            WRITE PRINT-REC AFTER SPACE-CONTROL
            ADD 1 TO WS-SLS-RPT-RECS.
            ADD SPACE-CONTROL TO LINE-COUNT.
            ADD WS-NET-AMOUNT TO TOTAL-PERSON-AMT.
            MOVE SPACES TO DETAIL-LINE.

            MOVE STORE-INFO-LINE TO PRINT-REC.
            WRITE PRINT-REC AFTER ADVANCING 1 LINES.
            ADD 1 TO WS-SLS-RPT-RECS.
            ADD 1 TO LINE-COUNT.
            MOVE SPACES TO STORE-INFO-LINE.

            MOVE 2 TO SPACE-CONTROL.

      ***************************************************************
      * 133-ADD-LATE-MONTH.
      *  - THE LATE SALE'S NET AMOUNT IS ADDED TO THE CURRENT
      *  - SALESPERSON'S ENTRY FOR ITS YEAR/MONTH.  THE TABLE
      *  - COVERS MORE MONTHS THAN THE LONGEST CUTOFF A 3-DIGIT
      *  - CARD FIELD CAN ASK FOR.
      ***************************************************************
       133-ADD-LATE-MONTH.

           MOVE "N" TO WS-LM-FOUND.

           PERFORM VARYING LM-IDX FROM 1 BY 1
                   UNTIL LM-IDX > LM-ENTRY-COUNT
               IF SD-TRANS-YEAR = LM-YEAR(LM-IDX)
                  AND SD-TRANS-MONTH = LM-MONTH(LM-IDX)
                   SET LM-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT LM-ENTRY-FOUND
               ADD 1 TO LM-ENTRY-COUNT
               SET LM-IDX TO LM-ENTRY-COUNT
               MOVE SD-TRANS-YEAR  TO LM-YEAR(LM-IDX)
               MOVE SD-TRANS-MONTH TO LM-MONTH(LM-IDX)
               MOVE ZERO           TO LM-AMOUNT(LM-IDX)
           END-IF.

           ADD WS-NET-AMOUNT TO LM-AMOUNT(LM-IDX).

      ***************************************************************
      * 107-LOOKUP-QUOTA.
      *  - THE QUOTA TABLE LOADED IN 105-LOAD-QUOTA-TABLE IS SEARCHED
      *  - FOR THE CURRENT RECORD'S DISTRICT/BRANCH, TAKING THE ENTRY
      *  - IN EFFECT FOR THE REPORT MONTH: THE LATEST EFFECTIVE MONTH
      *  - NOT AFTER WS-QUOTA-PERIOD.  WHEN NO ENTRY IS IN EFFECT THE
      *  - STANDARD DEFAULT QUOTA IS USED INSTEAD.
      ***************************************************************
       107-LOOKUP-QUOTA.

               MOVE WS-QUOTA-OVERRIDE-AMT TO WS-QUOTA
           ELSE
               MOVE WS-DEFAULT-QUOTA TO WS-QUOTA
               MOVE ZERO TO WS-QUOTA-EFF-FOUND

               PERFORM VARYING QT-IDX FROM 1 BY 1
                       UNTIL QT-IDX > QT-ENTRY-COUNT
                   IF SD-DIST-NO = QT-TBL-DIST-NO(QT-IDX)
                      AND SD-BRANCH-NO = QT-TBL-BRANCH-NO(QT-IDX)
                      AND QT-TBL-EFF-PERIOD(QT-IDX)
                          NOT > WS-QUOTA-PERIOD
                      AND QT-TBL-EFF-PERIOD(QT-IDX)
                          > WS-QUOTA-EFF-FOUND
                       MOVE QT-TBL-AMOUNT(QT-IDX) TO WS-QUOTA
                       MOVE QT-TBL-EFF-PERIOD(QT-IDX)
                         TO WS-QUOTA-EFF-FOUND
                   END-IF
               END-PERFORM
           END-IF.
      *  - THE SALESPERSON WHOSE GROUP JUST ENDED.  THE SAME UPDATED
      *  - MTD AMOUNT IS ALSO POSTED AS A MONTHLY HISTORY SNAPSHOT
      *  - SO THE TREND REPORT CAN SHOW EACH MONTH'S FIGURE AFTER
      *  - THE MONTH HAS CLOSED.  THE YTD TAKES EVERY SALE POSTED;
      *  - THE MTD TAKES ONLY THE RUN MONTH'S, AND ANY LATE SALES
      *  - GO TO THEIR OWN MONTHS' SNAPSHOTS.  THE MASTER AS READ BY
      *  - 109-LOAD-YTD-MASTER IS STILL IN THE RECORD AREA, SO IT IS
      *  - JOURNALED AS THE BEFORE IMAGE OF THE UPDATE.
      ***************************************************************
       117-SAVE-YTD-MASTER.

           MOVE WS-DIST-NO   TO YM-DIST-NO.
           MOVE WS-BRANCH-NO TO YM-BRANCH-NO.
           MOVE WS-SALES-NO  TO YM-SALES-NO.

           MOVE SPACES          TO POSTING-JOURNAL-REC.
           MOVE YM-YTD-AMT      TO PJ-BEFORE-YTD-AMT.
           MOVE YM-MTD-AMT      TO PJ-BEFORE-MTD-AMT.
           MOVE YM-MTD-MONTH    TO PJ-BEFORE-MTD-MONTH.

           COMPUTE YM-YTD-AMT = WS-YTD-BASE + TOTAL-PERSON-AMT.
           COMPUTE YM-MTD-AMT = WS-MTD-BASE + WS-PERSON-MTD-AMT.
           MOVE CD-MONTH TO YM-MTD-MONTH.

           REWRITE YTD-MASTER-REC
               INVALID KEY
                   WRITE YTD-MASTER-REC
                   MOVE "A" TO PJ-ADDED-FLAG
           END-REWRITE.

           MOVE YM-YTD-AMT      TO PJ-AFTER-YTD-AMT.
           MOVE YM-MTD-AMT      TO PJ-AFTER-MTD-AMT.
           MOVE YM-MTD-MONTH    TO PJ-AFTER-MTD-MONTH.
           MOVE "Y"             TO PJ-RECORD-TYPE.
           PERFORM 116B-WRITE-JOURNAL.

           PERFORM 116-POST-SALES-HISTORY.

           PERFORM 116A-POST-LATE-HISTORY.

      ***************************************************************
      * 116-POST-SALES-HISTORY.
      *  - POSTS THE SALESPERSON'S UPDATED MTD AMOUNT TO THE MONTHLY

           WRITE SALES-HISTORY-REC.

           MOVE WS-MTD-BASE  TO PJ-HIST-BEFORE-AMT.
           PERFORM 116E-JOURNAL-SNAPSHOT.

      ***************************************************************
      * 116A-POST-LATE-HISTORY.
      *  - EACH PRIOR MONTH THE SALESPERSON HAD LATE SALES FOR GETS
      *  - A NEW SNAPSHOT: THAT MONTH'S LAST FIGURE PLUS THE LATE
      *  - AMOUNT.  THE NEW SNAPSHOT IS WRITTEN AFTER THE OLD ONE, SO
      *  - IT IS THE ONE SLSTREND, SLSFCST AND SHCONSOL KEEP.
      ***************************************************************
       116A-POST-LATE-HISTORY.

           PERFORM VARYING LM-IDX FROM 1 BY 1
                   UNTIL LM-IDX > LM-ENTRY-COUNT
               MOVE LM-YEAR(LM-IDX)  TO SH-YEAR
               MOVE LM-MONTH(LM-IDX) TO SH-MONTH
               PERFORM 116C-FIND-HISTORY-BASE
               IF NOT HB-ENTRY-FOUND
                   IF HB-ENTRY-COUNT < 5000
                       PERFORM 116D-ADD-HISTORY-BASE
                   ELSE
                       DISPLAY "CBL01: LATE-POSTING HISTORY TABLE "
                               "FULL - SLSHIST NOT POSTED FOR "
                               WS-DIST-NO "-" WS-BRANCH-NO "-"
                               WS-SALES-NO " " SH-YEAR "/" SH-MONTH
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               IF HB-ENTRY-FOUND
                   MOVE HB-MONTH-AMT(HB-IDX) TO PJ-HIST-BEFORE-AMT
                   ADD LM-AMOUNT(LM-IDX) TO HB-MONTH-AMT(HB-IDX)
                   MOVE WS-DIST-NO   TO SH-DIST-NO
                   MOVE WS-BRANCH-NO TO SH-BRANCH-NO
                   MOVE WS-SALES-NO  TO SH-SALES-NO
                   MOVE HB-MONTH-AMT(HB-IDX) TO SH-MONTH-AMT
                   WRITE SALES-HISTORY-REC
                   PERFORM 116E-JOURNAL-SNAPSHOT
               END-IF
           END-PERFORM.

           MOVE ZERO TO LM-ENTRY-COUNT.

      ***************************************************************
      * 116B-WRITE-JOURNAL.
      *  - STAMPS THE JOURNAL RECORD BUILT BY THE CALLER WITH THIS
      *  - RUN'S ID AND THE SALESPERSON'S KEY AND WRITES IT.  THE
      *  - RUN ID IS THE REPORT DATE AND START TIME 125-WRITE-RUN-
      *  - AUDIT PUTS ON THE RUNAUDIT RECORD.
      ***************************************************************
       116B-WRITE-JOURNAL.

           MOVE WS-RUN-DATE  TO PJ-RUN-DATE.
           MOVE WS-RUN-TIME  TO PJ-RUN-TIME.
           MOVE WS-DIST-NO   TO PJ-DIST-NO.
           MOVE WS-BRANCH-NO TO PJ-BRANCH-NO.
           MOVE WS-SALES-NO  TO PJ-SALES-NO.

           WRITE POSTING-JOURNAL-REC.

      ***************************************************************
      * 116E-JOURNAL-SNAPSHOT.
      *  - JOURNALS THE SLSHIST SNAPSHOT JUST WRITTEN.  THE CALLER
      *  - HAS MOVED THE MONTH'S FIGURE BEFORE THE SNAPSHOT TO
      *  - PJ-HIST-BEFORE-AMT.
      ***************************************************************
       116E-JOURNAL-SNAPSHOT.

           MOVE PJ-HIST-BEFORE-AMT TO WS-HIST-BEFORE-AMT.
           MOVE SPACES             TO POSTING-JOURNAL-REC.
           MOVE "H"                TO PJ-RECORD-TYPE.
           MOVE SH-YEAR            TO PJ-HIST-YEAR.
           MOVE SH-MONTH           TO PJ-HIST-MONTH.
           MOVE WS-HIST-BEFORE-AMT TO PJ-HIST-BEFORE-AMT.
           MOVE SH-MONTH-AMT       TO PJ-HIST-AFTER-AMT.
           PERFORM 116B-WRITE-JOURNAL.

      ***************************************************************
      * 116C-FIND-HISTORY-BASE.
      *  - LOOKS FOR THE SNAPSHOT ENTRY OF THE SALESPERSON IN
      *  - WS-DIST/BRANCH/SALES-NO FOR THE YEAR/MONTH IN SH-YEAR/
      *  - SH-MONTH, LEAVING HB-IDX SET WHEN ONE IS FOUND
      ***************************************************************
       116C-FIND-HISTORY-BASE.

           MOVE "N" TO WS-HB-FOUND.

           PERFORM VARYING HB-IDX FROM 1 BY 1
                   UNTIL HB-IDX > HB-ENTRY-COUNT
               IF WS-DIST-NO = HB-DIST-NO(HB-IDX)
                  AND WS-BRANCH-NO = HB-BRANCH-NO(HB-IDX)
                  AND WS-SALES-NO = HB-SALES-NO(HB-IDX)
                  AND SH-YEAR = HB-YEAR(HB-IDX)
                  AND SH-MONTH = HB-MONTH(HB-IDX)
                   SET HB-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ***************************************************************
      * 116D-ADD-HISTORY-BASE.
      *  - A NEW ZERO SNAPSHOT ENTRY FOR A MONTH THE SALESPERSON HAS
      *  - NO HISTORY FOR YET, LEAVING HB-IDX AND THE FOUND FLAG SET
      ***************************************************************
       116D-ADD-HISTORY-BASE.

           ADD 1 TO HB-ENTRY-COUNT.
           SET HB-IDX TO HB-ENTRY-COUNT.
           MOVE WS-DIST-NO   TO HB-DIST-NO(HB-IDX).
           MOVE WS-BRANCH-NO TO HB-BRANCH-NO(HB-IDX).
           MOVE WS-SALES-NO  TO HB-SALES-NO(HB-IDX).
           MOVE SH-YEAR      TO HB-YEAR(HB-IDX).
           MOVE SH-MONTH     TO HB-MONTH(HB-IDX).
           MOVE ZERO         TO HB-MONTH-AMT(HB-IDX).
           SET HB-ENTRY-FOUND TO TRUE.

      ***************************************************************
      * 118-WRITE-EXTRACT.
      *  - BUILDS A COMMA-DELIMITED COPY OF THE CURRENT DETAIL RECORD
      * 112-VALIDATE-RECORD.
      *  - CHECKS SD-SALES-AMOUNT AND SD-STORE-NAME BEFORE THE RECORD
      *  - IS ALLOWED INTO 130-CREATE-DETAIL-LINE.  A BAD RECORD IS
      *  - WRITTEN TO REJECT-REPORT AND LEFT OUT OF EVERY TOTAL.  A
      *  - RECORD FOR A TERMINATED OR OFFBOARDED SALESPERSON IS BAD.
      ***************************************************************
       112-VALIDATE-RECORD.

               MOVE "INVALID RECORD TYPE" TO RJ-REASON
           END-IF.

           IF RECORD-IS-VALID
               PERFORM 112A-CHECK-SALESPERSON-STATUS
           END-IF.

           IF NOT RECORD-IS-VALID
               MOVE SALES-DATA TO RJ-ORIGINAL-RECORD
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-RJT-RECS
           END-IF.

           IF RECORD-IS-VALID
               PERFORM 113-CHECK-TRANS-DATE
           END-IF.

      ***************************************************************
      * 112A-CHECK-SALESPERSON-STATUS.
      *  - THE SALESPERSON MASTER IS READ ONCE PER SALESPERSON FOR
      *  - THEIR STATUS.  A TERMINATED OR OFFBOARDED SALESPERSON'S
      *  - SALE IS REJECTED.  A SALESPERSON WITH NO MASTER RECORD
      *  - POSTS AS ALWAYS.
      ***************************************************************
       112A-CHECK-SALESPERSON-STATUS.

           MOVE SD-DIST-NO   TO SP-DIST-NO.
           MOVE SD-BRANCH-NO TO SP-BRANCH-NO.
           MOVE SD-SALES-NO  TO SP-SALES-NO.

           IF SP-KEY NOT = WS-STATUS-KEY
               MOVE SP-KEY TO WS-STATUS-KEY
               MOVE "N" TO WS-STATUS-INACTIVE
               READ SALES-PERSON-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SP-INACTIVE
                           SET STATUS-KEY-INACTIVE TO TRUE
                       END-IF
               END-READ
           END-IF.

           IF STATUS-KEY-INACTIVE
               MOVE "N" TO WS-VALID-RECORD
               MOVE "SALESPERSON TERMINATED" TO RJ-REASON
           END-IF.

      ***************************************************************
      * 113-CHECK-TRANS-DATE.
      *  - DECIDES WHICH MONTH A VALID RECORD POSTS TO.  A RECORD
      *  - WITH NO SALE DATE (A SALSDATI WRITTEN BEFORE THE DATE WAS
      *  - CARRIED) OR ONE DATED IN THE REPORT MONTH POSTS AS
      *  - ALWAYS.  AN UNREADABLE OR IMPOSSIBLE DATE (A DAY PAST
      *  - THE END OF ITS MONTH), OR ONE AFTER THE REPORT
      *  - MONTH, IS REJECTED TO REJCTOUT.  AN EARLIER MONTH POSTS
      *  - TO THAT MONTH UNLESS ITS YEAR IS CLOSED OR IT IS OLDER
      *  - THAN THE CUTOFF, IN WHICH CASE THE RECORD GOES TO THE
      *  - LATE-POSTING EXCEPTION FILE AND IS NOT POSTED AT ALL.
      ***************************************************************
       113-CHECK-TRANS-DATE.

           MOVE "C" TO WS-POSTING-CLASS.
           MOVE SPACES TO RJ-REASON LE-REASON.

           IF SD-TRANS-DATE-R = SPACES OR SD-TRANS-DATE-R = ZEROS
               CONTINUE
           ELSE
               PERFORM 113A-SET-MONTH-LENGTH
               IF SD-TRANS-DATE IS NOT NUMERIC
                  OR SD-TRANS-MONTH < 1 OR SD-TRANS-MONTH > 12
                  OR SD-TRANS-DAY < 1
                  OR SD-TRANS-DAY > WS-MONTH-DAYS
                   MOVE "N" TO WS-VALID-RECORD
                   MOVE "INVALID TRANSACTION DATE" TO RJ-REASON
               ELSE
                   COMPUTE WS-TRANS-PERIOD =
                       SD-TRANS-YEAR * 100 + SD-TRANS-MONTH
                   EVALUATE TRUE
                       WHEN WS-TRANS-PERIOD = WS-RUN-PERIOD
                           CONTINUE
                       WHEN WS-TRANS-PERIOD > WS-RUN-PERIOD
                           MOVE "N" TO WS-VALID-RECORD
                           MOVE "TRANS DATE AFTER REPORT MONTH"
                               TO RJ-REASON
                       WHEN SD-TRANS-YEAR <= WS-LAST-CLOSED-YEAR
                           MOVE "N" TO WS-VALID-RECORD
                           MOVE "SALE YEAR ALREADY CLOSED" TO LE-REASON
                       WHEN SD-TRANS-DATE < WS-CUTOFF-DATE
                           MOVE "N" TO WS-VALID-RECORD
                           MOVE "OLDER THAN LATE-POSTING CUTOFF"
                               TO LE-REASON
                       WHEN OTHER
                           SET POST-PRIOR-MONTH TO TRUE
                   END-EVALUATE
               END-IF
           END-IF.

           IF NOT RECORD-IS-VALID
               IF RJ-REASON NOT = SPACES
                   MOVE SALES-DATA TO RJ-ORIGINAL-RECORD
                   ADD 1 TO WS-REJECT-COUNT
                   WRITE REJECT-RECORD
                   ADD 1 TO WS-RJT-RECS
               ELSE
                   MOVE SALES-DATA TO LE-ORIGINAL-RECORD
                   WRITE LATE-EXCEPTION-REC
                   ADD 1 TO WS-LATE-RECS
               END-IF
           END-IF.

      ***************************************************************
      * 113A-SET-MONTH-LENGTH.
      *  - THE NUMBER OF DAYS IN THE SALE DATE'S MONTH.  FEBRUARY
      *  - HAS 29 IN A LEAP YEAR: ONE DIVISIBLE BY 4, EXCEPT A
      *  - CENTURY YEAR NOT DIVISIBLE BY 400.  AN UNREADABLE DATE
      *  - IS LEFT AT 31; 113 REJECTS IT ON ITS OTHER EDITS.
      ***************************************************************
       113A-SET-MONTH-LENGTH.

           MOVE 31 TO WS-MONTH-DAYS.

           IF SD-TRANS-DATE IS NUMERIC
              AND SD-TRANS-MONTH >= 1 AND SD-TRANS-MONTH <= 12
               MOVE ML-DAYS(SD-TRANS-MONTH) TO WS-MONTH-DAYS
               IF SD-TRANS-MONTH = 2
                   DIVIDE SD-TRANS-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE SD-TRANS-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE SD-TRANS-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-4 = ZERO
                      AND (WS-LEAP-REM-100 NOT = ZERO
                           OR WS-LEAP-REM-400 = ZERO)
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
               END-IF
           END-IF.

      ***************************************************************

       140-sales-break.
                PERFORM 117-SAVE-YTD-MASTER
                ADD  TOTAL-PERSON-AMT TO TOTAL-BRANCH-AMT
                MOVE 0 TO TOTAL-PERSON-AMT
                MOVE 0 TO WS-PERSON-MTD-AMT
                MOVE SALES-PERSON-TOTALS-LINE TO PRINT-REC
                WRITE PRINT-REC AFTER SPACE-CONTROL
                ADD 1 TO WS-SLS-RPT-RECS
       150-BRANCH-break.
            IF WS-BRANCH-VALID-COUNT > 0
                MOVE WS-BRANCH-NO TO BTL-BRANCH-NUM
                MOVE "B"          TO OM-REC-TYPE
                MOVE WS-DIST-NO   TO OM-DIST-NO
                MOVE WS-BRANCH-NO TO OM-BRANCH-NO
                PERFORM 123-LOOKUP-ORG-NAME
                MOVE OM-NAME      TO BTL-BRANCH-NAME
                MOVE TOTAL-BRANCH-AMT TO BTL-BRANCH-TOTAL
                ADD TOTAL-BRANCH-AMT  TO TOTAL-DISTRICT-AMT
                MOVE 0 TO TOTAL-BRANCH-AMT
       160-DIST-break.
            IF WS-DIST-VALID-COUNT > 0
                MOVE WS-DIST-NO TO DTL-DISTRICT-NUM
                MOVE "D"          TO OM-REC-TYPE
                MOVE WS-DIST-NO   TO OM-DIST-NO
                MOVE ZERO         TO OM-BRANCH-NO
                PERFORM 123-LOOKUP-ORG-NAME
                MOVE OM-NAME      TO DTL-DISTRICT-NAME
                MOVE TOTAL-DISTRICT-AMT TO DTL-DISTRICT-TOTAL
                ADD TOTAL-DISTRICT-AMT  TO TOTAL-FINAL-AMT
                MOVE 0 TO TOTAL-DISTRICT-AMT
           MOVE WS-RJT-RECS          TO CP-RJT-RECS.
           MOVE WS-EXT-RECS          TO CP-EXT-RECS.
           MOVE WS-BURST-FROM        TO CP-BURST-FROM.
           MOVE WS-LATE-RECS         TO CP-LATE-RECS.
           MOVE WS-LATE-POSTED       TO CP-LATE-POSTED.

           WRITE CHECKPOINT-REC.

                   UNTIL DA-IDX > DA-ENTRY-COUNT

               MOVE DA-DIST-NO(DA-IDX)     TO AL-DIST-NO
               MOVE "D"                    TO OM-REC-TYPE
               MOVE DA-DIST-NO(DA-IDX)     TO OM-DIST-NO
               MOVE ZERO                   TO OM-BRANCH-NO
               PERFORM 123-LOOKUP-ORG-NAME
               MOVE OM-NAME                TO AL-DIST-NAME
               MOVE DA-BELOW-COUNT(DA-IDX) TO AL-BELOW-COUNT
               MOVE DA-MET-COUNT(DA-IDX)   TO AL-MET-COUNT

               ADD 1 TO WS-SLS-RPT-RECS
           END-PERFORM.

      ***************************************************************
      * 123-LOOKUP-ORG-NAME.
      *  - THE ORGANIZATION MASTER IS READ FOR THE DISTRICT OR
      *  - BRANCH KEY ALREADY MOVED TO OM-KEY BY THE CALLER SO ITS
      *  - NAME PRINTS BESIDE THE NUMBER ON THE TOTAL LINES.  A
      *  - DISTRICT OR BRANCH WITH NO MASTER RECORD, OR A RUN WITH NO
      *  - ORGANIZATION MASTER, PRINTS WITH THE NAME BLANK.
      ***************************************************************
       123-LOOKUP-ORG-NAME.

           IF WS-OM-OPENED = "Y"
               READ ORG-MASTER
                   INVALID KEY
                       MOVE SPACES TO OM-NAME
               END-READ
           ELSE
               MOVE SPACES TO OM-NAME
           END-IF.

      ***************************************************************
      * 124-RECONCILE-OUTPUT-FILES.
      *  - CLOSES BELOW-QUOTA-REPORT AND MET-QUOTA-REPORT, THEN
               WRITE PRINT-REC AFTER ADVANCING 2 LINES
               ADD 1 TO WS-SLS-RPT-RECS

               MOVE WS-LATE-POSTED TO LTL-LATE-POSTED
               MOVE WS-LATE-RECS   TO LTL-LATE-EXCP
               MOVE LATE-TOTALS-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1 LINES
               ADD 1 TO WS-SLS-RPT-RECS

               PERFORM 122-PRINT-ATTAINMENT-SUMMARY

               MOVE RECONCILE-LINE TO PRINT-REC
                 SALES-EXTRACT
                 SALES-HISTORY
                 BURST-INDEX
                 LATE-EXCEPTION-FILE
                 LATE-COMMISSION-FILE
                 POSTING-JOURNAL
                 CHECKPOINT-FILE.

           IF WS-OM-OPENED = "Y"
               CLOSE ORG-MASTER
           END-IF.

           IF NOT SEQUENCE-ERROR-FOUND
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
      *  - FILE CAN BE POSTED WITHOUT A FORCE.  THE STAMP IS THE
      *  - PHYSICAL POSTING DATE, NOT THE OVERRIDE-ABLE REPORT
      *  - DATE, SO THE REFUSAL MESSAGE TELLS OPERATIONS WHEN THE
      *  - FILE REALLY WENT THROUGH.  THE SAME ENTRY, WITH THE RUN'S
      *  - FINAL TOTAL, CLOSES THE RUN'S POSTINGS ON THE JOURNAL SO
      *  - PSTBKOUT KNOWS WHICH PSTGCTL ENTRY TO CLEAR.
      ***************************************************************
       126-RECORD-POSTED-FILE.


           CLOSE POSTING-CONTROL.

           OPEN EXTEND POSTING-JOURNAL.
           MOVE SPACES            TO POSTING-JOURNAL-REC.
           MOVE WS-RUN-DATE       TO PJ-RUN-DATE.
           MOVE WS-RUN-TIME       TO PJ-RUN-TIME.
           MOVE "T"               TO PJ-RECORD-TYPE.
           MOVE PG-POST-DATE      TO PJ-PG-POST-DATE.
           MOVE PG-POST-TIME      TO PJ-PG-POST-TIME.
           MOVE PG-REC-COUNT      TO PJ-PG-REC-COUNT.
           MOVE PG-TOTAL-AMT      TO PJ-PG-TOTAL-AMT.
           MOVE TOTAL-FINAL-AMT   TO PJ-TOTAL-FINAL-AMT.
           WRITE POSTING-JOURNAL-REC.
           CLOSE POSTING-JOURNAL.


