       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTAUDIT.
       AUTHOR. BRANDON PAXTON.
       DATE-COMPILED.
      **************************************************************
      * PURPOSE:  THIS PROGRAM IS THE WEEKLY CROSS-MASTER
      * REFERENTIAL INTEGRITY AUDIT.  EACH MASTER HAS ITS OWN
      * MAINTENANCE OR LOADER, BUT CBL01 QUIETLY PRINTS A BLANK
      * NAME, BLANK MANAGER FIELDS OR THE DEFAULT QUOTA WHEN A
      * LOOKUP MISSES, SO ORPHANS WOULD OTHERWISE BUILD UP UNSEEN.
      * THE AUDIT READS YTDMAST, SLSPMAST, STORMSTR, QUOTAMST,
      * CONSECIN AND SLSHIST AND LISTS EVERY EXCEPTION, GROUPED BY
      * TYPE:
      *   HIGH     YTDMAST RECORD WITH NO SLSPMAST RECORD
      *   HIGH     TERMINATED SALESPERSON WITH POSTINGS THIS MONTH
      *   HIGH     DISTRICT/BRANCH WITH ACTIVE SALESPEOPLE BUT NO
      *            QUOTAMST QUOTA IN EFFECT THIS MONTH
      *   WARNING  ACTIVE SALESPERSON WITH NO STORMSTR STORE
      *   WARNING  CONSECIN STREAK FOR A KEY ON NO MASTER
      *   WARNING  SLSHIST MONTHS FOR A KEY ON NO MASTER
      * THE REPORT ENDS WITH THE COUNT OF EACH EXCEPTION TYPE.  ANY
      * HIGH-SEVERITY EXCEPTION ENDS THE RUN WITH RC 8 SO THE DATA
      * IS FIXED BEFORE THE MONTH-END COMMISSION RUNS.  NOTHING
      * HERE UPDATES A MASTER FILE.
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
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YM-KEY
           FILE STATUS IS WS-YM-STATUS.

           SELECT STORE-MASTER
           ASSIGN TO STORMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SM-KEY
           FILE STATUS IS WS-SM-STATUS.

           SELECT QUOTA-MASTER
           ASSIGN TO QUOTAMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS QM-KEY
           FILE STATUS IS WS-QM-STATUS.

           SELECT CONSEC-FILE
           ASSIGN TO CONSECIN
           FILE STATUS IS WS-CI-STATUS.

           SELECT SALES-HISTORY
           ASSIGN TO SLSHIST
           FILE STATUS IS WS-SH-STATUS.

           SELECT AUDIT-REPORT
           ASSIGN TO MSTAUDRP.

       DATA DIVISION.
       FILE SECTION.

       FD  SALES-PERSON-MASTER
           RECORD CONTAINS 37 CHARACTERS.

           COPY SPRECORD.

       FD  YTD-MASTER
           RECORD CONTAINS 36 CHARACTERS.

           COPY YMRECORD.

       FD  STORE-MASTER
           RECORD CONTAINS 66 CHARACTERS.

           COPY SMRECORD.

       FD  QUOTA-MASTER
           RECORD CONTAINS 26 CHARACTERS.

           COPY QMRECORD.

       FD  CONSEC-FILE
           RECORD CONTAINS 17 CHARACTERS.

       01  CONSEC-REC.
           05  CO-DIST-NO          PIC 9(4).
           05  CO-BRANCH-NO        PIC 9(2).
           05  CO-SALES-NO         PIC 9(2).
           05  CO-MONTHS-BELOW     PIC 9(3).
           05  CO-LAST-YEAR        PIC 9(4).
           05  CO-LAST-MONTH       PIC 9(2).

       FD  SALES-HISTORY
             RECORD CONTAINS 22 CHARACTERS.

           COPY SHRECORD.

       FD  AUDIT-REPORT
             RECORD CONTAINS 132 CHARACTERS.

       01  PRINT-REC        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
             05 WS-SP-STATUS      PIC X(2).
                 88  SP-FOUND            VALUE "00".
                 88  SP-NOT-FOUND        VALUE "23".
             05 WS-YM-STATUS      PIC X(2).
                 88  YM-FOUND            VALUE "00".
                 88  YM-NOT-FOUND        VALUE "23".
             05 WS-SM-STATUS      PIC X(2).
                 88  SM-FOUND            VALUE "00".
                 88  SM-NOT-FOUND        VALUE "23".
             05 WS-QM-STATUS      PIC X(2).
                 88  QM-FILE-OK          VALUE "00".
             05 WS-CI-STATUS      PIC X(2).
                 88  CI-FILE-OK          VALUE "00".
             05 WS-SH-STATUS      PIC X(2).
                 88  SH-FILE-OK          VALUE "00".
             05 WS-SP-EOF         PIC X  VALUE "N".
                 88  SP-NO-MORE          VALUE "Y".
             05 WS-YM-EOF         PIC X  VALUE "N".
                 88  YM-NO-MORE          VALUE "Y".
             05 WS-QT-EOF         PIC X  VALUE "N".
                 88  QT-NO-MORE          VALUE "Y".
             05 WS-CO-EOF         PIC X  VALUE "N".
                 88  CO-NO-MORE          VALUE "Y".
             05 WS-SH-EOF         PIC X  VALUE "N".
                 88  SH-NO-MORE          VALUE "Y".
             05 WS-KEY-ON-MASTER  PIC X  VALUE "N".
                 88  KEY-IS-ON-MASTER    VALUE "Y".
             05 WS-QUOTA-FOUND    PIC X  VALUE "N".
                 88  QUOTA-IN-EFFECT     VALUE "Y".
             05 WS-PERSON-FOUND   PIC X  VALUE "N".
                 88  PERSON-ENTRY-FOUND  VALUE "Y".
             05 WS-CURRENT-PERIOD PIC 9(6) VALUE ZERO.
             05 WS-LAST-DIST-NO   PIC X(4) VALUE SPACES.
             05 WS-LAST-BRANCH-NO PIC X(2) VALUE SPACES.
             05 WS-CHECK-KEY.
                 10 WS-CHECK-DIST-NO   PIC X(4).
                 10 WS-CHECK-BRANCH-NO PIC X(2).
                 10 WS-CHECK-SALES-NO  PIC X(2).
             05 WS-TYPE-SUB       PIC 9(2) VALUE ZERO.
             05 WS-SP-READ        PIC 9(5) VALUE ZERO.
             05 WS-YM-READ        PIC 9(5) VALUE ZERO.
             05 WS-CO-READ        PIC 9(5) VALUE ZERO.
             05 WS-SH-READ        PIC 9(7) VALUE ZERO.
             05 WS-HIGH-COUNT     PIC 9(5) VALUE ZERO.
             05 WS-WARN-COUNT     PIC 9(5) VALUE ZERO.

      ***************************************************************
      * EXCEPTION TYPES.  SEVERITY H STOPS THE CYCLE (RC 8);
      * SEVERITY W IS LISTED FOR CLEAN-UP ONLY.
      ***************************************************************
       01  EXCEPTION-TYPE-VALUES.
             05  PIC X(41)
                 VALUE 'HYTDMAST RECORD WITH NO SLSPMAST RECORD'.
             05  PIC X(41)
                 VALUE 'HTERMINATED SALESPERSON POSTED THIS MONTH'.
             05  PIC X(41)
                 VALUE 'HBRANCH WITH SALESPEOPLE BUT NO QUOTA'.
             05  PIC X(41)
                 VALUE 'WACTIVE SALESPERSON WITH NO STORE RECORD'.
             05  PIC X(41)
                 VALUE 'WCONSECIN STREAK FOR KEY ON NO MASTER'.
             05  PIC X(41)
                 VALUE 'WSLSHIST MONTHS FOR KEY ON NO MASTER'.
       01  EXCEPTION-TYPE-TABLE REDEFINES EXCEPTION-TYPE-VALUES.
             05  ET-ENTRIES OCCURS 6 TIMES.
                 10  ET-SEVERITY         PIC X(1).
                     88  ET-HIGH             VALUE "H".
                 10  ET-DESCRIPTION      PIC X(40).

       01  EXCEPTION-TYPE-COUNTS.
             05  ETC-COUNT OCCURS 6 TIMES PIC 9(5).

       01  EXCEPTION-TABLE.
             05  EX-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  EX-ENTRIES OCCURS 1 TO 5000 TIMES
                     DEPENDING ON EX-ENTRY-COUNT
                     INDEXED BY EX-IDX.
                 10  EX-TYPE           PIC 9(2).
                 10  EX-DIST-NO        PIC X(4).
                 10  EX-BRANCH-NO      PIC X(2).
                 10  EX-SALES-NO       PIC X(2).
                 10  EX-NAME           PIC X(20).
                 10  EX-NOTE           PIC X(36).

       01  QUOTA-TABLE.
             05  QT-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  QT-ENTRIES OCCURS 1 TO 2000 TIMES
                     DEPENDING ON QT-ENTRY-COUNT
                     INDEXED BY QT-IDX.
                 10  QT-TBL-DIST-NO    PIC 9(4).
                 10  QT-TBL-BRANCH-NO  PIC 9(2).
                 10  QT-TBL-EFF-PERIOD PIC 9(6).

       01  HISTORY-ORPHAN-TABLE.
             05  HO-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  HO-ENTRIES OCCURS 1 TO 2000 TIMES
                     DEPENDING ON HO-ENTRY-COUNT
                     INDEXED BY HO-IDX.
                 10  HO-DIST-NO        PIC 9(4).
                 10  HO-BRANCH-NO      PIC 9(2).
                 10  HO-SALES-NO       PIC 9(2).
                 10  HO-SNAPSHOTS      PIC 9(5).
                 10  HO-LAST-PERIOD    PIC 9(6).

       01  NOTE-FIELDS.
             05  NF-AMOUNT        PIC -Z,ZZZ,ZZ9.99.
             05  NF-COUNT         PIC ZZZZ9.
             05  NF-YEAR          PIC 9(4).
             05  NF-MONTH         PIC 99.

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
             05                   PIC X(36) VALUE SPACES.
             05   PIC X(46)  VALUE
                  'MASTER FILE REFERENTIAL INTEGRITY AUDIT REPORT'.

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
           05                    PIC X(11)   VALUE SPACES.
           05                    PIC X(8)   VALUE 'DISTRICT'.
           05                    PIC X(3)   VALUE SPACES.
           05                    PIC X(6)   VALUE 'BRANCH'.
           05                    PIC X(3)   VALUE SPACES.
           05                    PIC X(11)  VALUE 'SALESPERSON'.
           05                    PIC X(2)   VALUE SPACES.
           05                    PIC X(4)   VALUE 'NAME'.
           05                    PIC X(18)  VALUE SPACES.
           05                    PIC X(6)   VALUE 'DETAIL'.

       01  TYPE-HEADER-LINE.
            05                    PIC X(11) VALUE SPACES.
            05  TH-SEVERITY       PIC X(8).
            05                    PIC X(2) VALUE SPACES.
            05  TH-DESCRIPTION    PIC X(40).

       01  EXCEPTION-LINE.
            05                    PIC X(13) VALUE SPACES.
            05  EL-DIST-NO        PIC X(4).
            05                    PIC X(7) VALUE SPACES.
            05  EL-BRANCH-NO      PIC X(2).
            05                    PIC X(10) VALUE SPACES.
            05  EL-SALES-NO       PIC X(2).
            05                    PIC X(3) VALUE SPACES.
            05  EL-NAME           PIC X(20).
            05                    PIC X(2) VALUE SPACES.
            05  EL-NOTE           PIC X(36).

       01  COUNT-HEADING-LINE.
            05                    PIC X(11) VALUE SPACES.
            05                    PIC X(31)
              VALUE 'EXCEPTION COUNTS BY TYPE'.

       01  COUNT-LINE.
            05                    PIC X(11) VALUE SPACES.
            05  CL-SEVERITY       PIC X(8).
            05                    PIC X(2) VALUE SPACES.
            05  CL-DESCRIPTION    PIC X(40).
            05                    PIC X(3) VALUE SPACES.
            05  CL-COUNT          PIC ZZ,ZZ9.

       01  TOTALS-LINE-1.
            05                     PIC X(11) VALUE SPACES.
            05                     PIC X(18)
              VALUE 'SLSPMAST RECORDS: '.
            05 TL-SP-READ          PIC ZZ,ZZ9.
            05                     PIC X(5)  VALUE SPACES.
            05                     PIC X(17)
              VALUE 'YTDMAST RECORDS: '.
            05 TL-YM-READ          PIC ZZ,ZZ9.
            05                     PIC X(5)  VALUE SPACES.
            05                     PIC X(18)
              VALUE 'CONSECIN RECORDS: '.
            05 TL-CO-READ          PIC ZZ,ZZ9.
            05                     PIC X(5)  VALUE SPACES.
            05                     PIC X(17)
              VALUE 'SLSHIST RECORDS: '.
            05 TL-SH-READ          PIC Z,ZZZ,ZZ9.

       01  TOTALS-LINE-2.
            05                     PIC X(11) VALUE SPACES.
            05                     PIC X(26)
              VALUE 'HIGH-SEVERITY EXCEPTIONS: '.
            05 TL-HIGH-COUNT       PIC ZZ,ZZ9.
            05                     PIC X(9)  VALUE SPACES.
            05                     PIC X(10)
              VALUE 'WARNINGS: '.
            05 TL-WARN-COUNT       PIC ZZ,ZZ9.

       01  TOTALS-LINE-3.
            05                     PIC X(38) VALUE SPACES.
            05                     PIC X(45)
              VALUE "* * * * *    END    OF    REPORT    * * * * *".

       PROCEDURE DIVISION.
      ***************************************************************

      * 000-MAIN.
      *  - PERFORM 100-HSK
      *  - AUDIT THE SALESPERSON MASTER, THE YTD MASTER, THE
      *    CARRY-FORWARD FILE AND THE SALES HISTORY IN TURN
      *  - PRINT THE EXCEPTIONS BY TYPE
      *  - PERFORM 120-EOJ
      *  - RETURN CONTROL BACK TO THE OS
      ***************************************************************
       000-MAIN.

              PERFORM 100-HSK.

              PERFORM 110-AUDIT-SALESPEOPLE.

              PERFORM 130-AUDIT-YTD-MASTER.

              PERFORM 140-AUDIT-CARRY-FORWARD.

              PERFORM 150-AUDIT-SALES-HISTORY.

              PERFORM 160-PRINT-EXCEPTIONS.

              PERFORM 120-EOJ.

              STOP RUN.

      ***************************************************************
      * 100-HSK.
      *  - THE MASTERS ARE OPENED AND THE QUOTA MASTER IS LOADED.
      *  - THE KEYED MASTERS MUST OPEN; A MISSING CONSECIN OR
      *  - SLSHIST JUST MEANS THERE IS NOTHING OF THAT KIND TO
      *  - AUDIT.
      ***************************************************************
       100-HSK.

           OPEN INPUT SALES-PERSON-MASTER
                      YTD-MASTER
                      STORE-MASTER
           OUTPUT AUDIT-REPORT.

           IF NOT SP-FOUND
               DISPLAY "MSTAUDIT: SALES-PERSON-MASTER OPEN FAILED, "
                       "STATUS=" WS-SP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT YM-FOUND
               DISPLAY "MSTAUDIT: YTD-MASTER OPEN FAILED, STATUS="
                       WS-YM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT SM-FOUND
               DISPLAY "MSTAUDIT: STORE-MASTER OPEN FAILED, STATUS="
                       WS-SM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

           MOVE CD-YEAR   TO HL2-YEAR.
           MOVE CD-MONTH  TO HL2-MONTH.
           MOVE CD-DAY    TO HL2-DAY.

           COMPUTE WS-CURRENT-PERIOD = CD-YEAR * 100 + CD-MONTH.

           INITIALIZE EXCEPTION-TYPE-COUNTS.

           PERFORM 105-LOAD-QUOTA-TABLE.

      ***************************************************************
      * 105-LOAD-QUOTA-TABLE.
      *  - THE KEY OF EVERY QUOTAMST ENTRY IS HELD SO EACH BRANCH
      *  - CAN BE CHECKED FOR A QUOTA IN EFFECT THIS MONTH
      ***************************************************************
       105-LOAD-QUOTA-TABLE.

           OPEN INPUT QUOTA-MASTER.

           IF NOT QM-FILE-OK
               DISPLAY "MSTAUDIT: QUOTA-MASTER OPEN FAILED, STATUS="
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
                   DISPLAY "MSTAUDIT: QUOTA TABLE FULL - RUN TERMINATED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QT-ENTRY-COUNT
               MOVE QM-DIST-NO    TO QT-TBL-DIST-NO(QT-ENTRY-COUNT)
               MOVE QM-BRANCH-NO  TO QT-TBL-BRANCH-NO(QT-ENTRY-COUNT)
               MOVE QM-EFF-PERIOD TO QT-TBL-EFF-PERIOD(QT-ENTRY-COUNT)
               READ QUOTA-MASTER
                   AT END
                     SET QT-NO-MORE TO TRUE
               END-READ
           END-PERFORM.

           CLOSE QUOTA-MASTER.

      ***************************************************************
      * 110-AUDIT-SALESPEOPLE.
      *  - THE SALESPERSON MASTER IS READ FROM THE TOP IN KEY ORDER.
      *  - EACH ACTIVE SALESPERSON MUST HAVE A STORE, AND THE FIRST
      *  - ACTIVE SALESPERSON OF EACH DISTRICT/BRANCH CHECKS THE
      *  - BRANCH FOR A QUOTA.  EACH TERMINATED SALESPERSON IS
      *  - CHECKED FOR POSTINGS THIS MONTH.
      ***************************************************************
       110-AUDIT-SALESPEOPLE.

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
                     ADD 1 TO WS-SP-READ
                     IF SP-ACTIVE
                         PERFORM 112-CHECK-BRANCH-QUOTA
                         PERFORM 113-CHECK-STORE
                     END-IF
                     IF SP-INACTIVE
                         PERFORM 114-CHECK-TERMINATED-POSTING
                     END-IF
               END-READ
           END-PERFORM.

      ***************************************************************
      * 112-CHECK-BRANCH-QUOTA.
      *  - A DISTRICT/BRANCH WITH ACTIVE SALESPEOPLE MUST HAVE A
      *  - QUOTAMST ENTRY IN EFFECT THIS MONTH, OR CBL01 AND
      *  - COMMCALC FALL BACK TO THE DEFAULT QUOTA.  EACH BRANCH IS
      *  - CHECKED ONCE.
      ***************************************************************
       112-CHECK-BRANCH-QUOTA.

           IF SP-DIST-NO NOT = WS-LAST-DIST-NO
              OR SP-BRANCH-NO NOT = WS-LAST-BRANCH-NO
               MOVE SP-DIST-NO   TO WS-LAST-DIST-NO
               MOVE SP-BRANCH-NO TO WS-LAST-BRANCH-NO
               MOVE "N" TO WS-QUOTA-FOUND

               PERFORM VARYING QT-IDX FROM 1 BY 1
                       UNTIL QT-IDX > QT-ENTRY-COUNT
                   IF SP-DIST-NO = QT-TBL-DIST-NO(QT-IDX)
                      AND SP-BRANCH-NO = QT-TBL-BRANCH-NO(QT-IDX)
                      AND QT-TBL-EFF-PERIOD(QT-IDX)
                          NOT > WS-CURRENT-PERIOD
                       SET QUOTA-IN-EFFECT TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM

               IF NOT QUOTA-IN-EFFECT
                   MOVE 3            TO WS-TYPE-SUB
                   MOVE SP-DIST-NO   TO WS-CHECK-DIST-NO
                   MOVE SP-BRANCH-NO TO WS-CHECK-BRANCH-NO
                   MOVE SPACES       TO WS-CHECK-SALES-NO
                   PERFORM 170-ADD-EXCEPTION
                   MOVE "DEFAULT QUOTA WOULD BE USED"
                       TO EX-NOTE(EX-IDX)
               END-IF
           END-IF.

      ***************************************************************
      * 113-CHECK-STORE.
      *  - AN ACTIVE SALESPERSON MUST HAVE A STORMSTR STORE, WHICH
      *  - IS KEYED BRANCH/SALESPERSON, OR CBL01 PRINTS BLANK
      *  - MANAGER FIELDS
      ***************************************************************
       113-CHECK-STORE.

           MOVE SP-BRANCH-NO TO SM-BRANCH-NO.
           MOVE SP-SALES-NO  TO SM-SALES-NO.

           READ STORE-MASTER
               INVALID KEY
                   MOVE 4      TO WS-TYPE-SUB
                   MOVE SP-KEY TO WS-CHECK-KEY
                   PERFORM 170-ADD-EXCEPTION
                   MOVE SP-NAME TO EX-NAME(EX-IDX)
                   MOVE "MANAGER/ADDRESS PRINT BLANK"
                       TO EX-NOTE(EX-IDX)
           END-READ.

      ***************************************************************
      * 114-CHECK-TERMINATED-POSTING.
      *  - A TERMINATED SALESPERSON WHOSE YTDMAST RECORD CARRIES A
      *  - MONTH-TO-DATE AMOUNT FOR THIS MONTH IS STILL BEING
      *  - POSTED TO
      ***************************************************************
       114-CHECK-TERMINATED-POSTING.

           MOVE SP-KEY TO YM-KEY.

           READ YTD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF YM-MTD-MONTH = CD-MONTH
                      AND YM-MTD-AMT NOT = ZERO
                       MOVE 2      TO WS-TYPE-SUB
                       MOVE SP-KEY TO WS-CHECK-KEY
                       PERFORM 170-ADD-EXCEPTION
                       MOVE SP-NAME TO EX-NAME(EX-IDX)
                       MOVE YM-MTD-AMT TO NF-AMOUNT
                       STRING "MTD " NF-AMOUNT
                           DELIMITED BY SIZE
                           INTO EX-NOTE(EX-IDX)
                       END-STRING
                   END-IF
           END-READ.

      ***************************************************************
      * 130-AUDIT-YTD-MASTER.
      *  - EVERY YTDMAST RECORD MUST HAVE A SALESPERSON MASTER
      *  - RECORD, OR CBL01 PRINTS A BLANK NAME AND COMMCALC PAYS
      *  - SOMEBODY NOBODY CAN IDENTIFY.  THE FILE IS RE-POSITIONED
      *  - AT THE TOP BECAUSE 114 READ IT AT RANDOM.
      ***************************************************************
       130-AUDIT-YTD-MASTER.

           MOVE LOW-VALUES TO YM-KEY.

           START YTD-MASTER KEY IS NOT LESS THAN YM-KEY
               INVALID KEY
                   SET YM-NO-MORE TO TRUE
           END-START.

           PERFORM UNTIL YM-NO-MORE
               READ YTD-MASTER NEXT RECORD
                   AT END
                     SET YM-NO-MORE TO TRUE
                   NOT AT END
                     ADD 1 TO WS-YM-READ
                     PERFORM 131-CHECK-YTD-SALESPERSON
               END-READ
           END-PERFORM.

      ***************************************************************
      * 131-CHECK-YTD-SALESPERSON.
      ***************************************************************
       131-CHECK-YTD-SALESPERSON.

           MOVE YM-KEY TO SP-KEY.

           READ SALES-PERSON-MASTER
               INVALID KEY
                   MOVE 1      TO WS-TYPE-SUB
                   MOVE YM-KEY TO WS-CHECK-KEY
                   PERFORM 170-ADD-EXCEPTION
                   MOVE YM-YTD-AMT TO NF-AMOUNT
                   STRING "YTD " NF-AMOUNT
                       DELIMITED BY SIZE
                       INTO EX-NOTE(EX-IDX)
                   END-STRING
           END-READ.

      ***************************************************************
      * 140-AUDIT-CARRY-FORWARD.
      *  - EVERY CONSECIN STREAK MUST BELONG TO A KEY ON SLSPMAST OR
      *  - YTDMAST.  NO CONSECIN MEANS COACHRPT HAS NOT RUN YET.
      ***************************************************************
       140-AUDIT-CARRY-FORWARD.

           OPEN INPUT CONSEC-FILE.

           IF CI-FILE-OK
               PERFORM UNTIL CO-NO-MORE
                   READ CONSEC-FILE
                       AT END
                         SET CO-NO-MORE TO TRUE
                       NOT AT END
                         ADD 1 TO WS-CO-READ
                         PERFORM 141-CHECK-STREAK-KEY
                   END-READ
               END-PERFORM
               CLOSE CONSEC-FILE
           END-IF.

      ***************************************************************
      * 141-CHECK-STREAK-KEY.
      ***************************************************************
       141-CHECK-STREAK-KEY.

           MOVE CO-DIST-NO   TO WS-CHECK-DIST-NO.
           MOVE CO-BRANCH-NO TO WS-CHECK-BRANCH-NO.
           MOVE CO-SALES-NO  TO WS-CHECK-SALES-NO.

           PERFORM 145-CHECK-KEY-ON-MASTERS.

           IF NOT KEY-IS-ON-MASTER
               MOVE 5 TO WS-TYPE-SUB
               PERFORM 170-ADD-EXCEPTION
               MOVE CO-MONTHS-BELOW TO NF-COUNT
               MOVE CO-LAST-YEAR    TO NF-YEAR
               MOVE CO-LAST-MONTH   TO NF-MONTH
               STRING "STREAK " NF-COUNT " MONTHS, LAST "
                      NF-YEAR "/" NF-MONTH
                   DELIMITED BY SIZE
                   INTO EX-NOTE(EX-IDX)
               END-STRING
           END-IF.

      ***************************************************************
      * 145-CHECK-KEY-ON-MASTERS.
      *  - THE KEY IN WS-CHECK-KEY IS LOOKED FOR ON THE SALESPERSON
      *  - MASTER, THEN ON THE YTD MASTER
      ***************************************************************
       145-CHECK-KEY-ON-MASTERS.

           MOVE "N" TO WS-KEY-ON-MASTER.

           MOVE WS-CHECK-KEY TO SP-KEY.

           READ SALES-PERSON-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET KEY-IS-ON-MASTER TO TRUE
           END-READ.

           IF NOT KEY-IS-ON-MASTER
               MOVE WS-CHECK-KEY TO YM-KEY
               READ YTD-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET KEY-IS-ON-MASTER TO TRUE
               END-READ
           END-IF.

      ***************************************************************
      * 150-AUDIT-SALES-HISTORY.
      *  - EVERY SLSHIST SNAPSHOT MUST BELONG TO A KEY ON SLSPMAST
      *  - OR YTDMAST.  AN ORPHAN KEY IS LISTED ONCE WITH ITS
      *  - SNAPSHOT COUNT AND LATEST MONTH, NOT ONCE PER SNAPSHOT.
      ***************************************************************
       150-AUDIT-SALES-HISTORY.

           OPEN INPUT SALES-HISTORY.

           IF SH-FILE-OK
               PERFORM UNTIL SH-NO-MORE
                   READ SALES-HISTORY
                       AT END
                         SET SH-NO-MORE TO TRUE
                       NOT AT END
                         ADD 1 TO WS-SH-READ
                         PERFORM 151-CHECK-HISTORY-KEY
                   END-READ
               END-PERFORM
               CLOSE SALES-HISTORY
           END-IF.

           PERFORM VARYING HO-IDX FROM 1 BY 1
                   UNTIL HO-IDX > HO-ENTRY-COUNT
               MOVE 6 TO WS-TYPE-SUB
               MOVE HO-DIST-NO(HO-IDX)   TO WS-CHECK-DIST-NO
               MOVE HO-BRANCH-NO(HO-IDX) TO WS-CHECK-BRANCH-NO
               MOVE HO-SALES-NO(HO-IDX)  TO WS-CHECK-SALES-NO
               PERFORM 170-ADD-EXCEPTION
               MOVE HO-SNAPSHOTS(HO-IDX) TO NF-COUNT
               MOVE HO-LAST-PERIOD(HO-IDX)(1:4) TO NF-YEAR
               MOVE HO-LAST-PERIOD(HO-IDX)(5:2) TO NF-MONTH
               STRING NF-COUNT " SNAPSHOTS, LAST "
                      NF-YEAR "/" NF-MONTH
                   DELIMITED BY SIZE
                   INTO EX-NOTE(EX-IDX)
               END-STRING
           END-PERFORM.

      ***************************************************************
      * 151-CHECK-HISTORY-KEY.
      *  - A KEY ALREADY KNOWN TO BE AN ORPHAN JUST PICKS UP THE
      *  - SNAPSHOT; OTHERWISE THE MASTERS ARE CHECKED
      ***************************************************************
       151-CHECK-HISTORY-KEY.

           MOVE "N" TO WS-PERSON-FOUND.

           PERFORM VARYING HO-IDX FROM 1 BY 1
                   UNTIL HO-IDX > HO-ENTRY-COUNT
               IF SH-DIST-NO = HO-DIST-NO(HO-IDX)
                  AND SH-BRANCH-NO = HO-BRANCH-NO(HO-IDX)
                  AND SH-SALES-NO = HO-SALES-NO(HO-IDX)
                   SET PERSON-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF NOT PERSON-ENTRY-FOUND
               MOVE SH-DIST-NO   TO WS-CHECK-DIST-NO
               MOVE SH-BRANCH-NO TO WS-CHECK-BRANCH-NO
               MOVE SH-SALES-NO  TO WS-CHECK-SALES-NO
               PERFORM 145-CHECK-KEY-ON-MASTERS
               IF NOT KEY-IS-ON-MASTER
                   IF HO-ENTRY-COUNT >= 2000
                       DISPLAY "MSTAUDIT: HISTORY ORPHAN TABLE FULL - "
                               "RUN TERMINATED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO HO-ENTRY-COUNT
                   SET HO-IDX TO HO-ENTRY-COUNT
                   MOVE SH-DIST-NO   TO HO-DIST-NO(HO-IDX)
                   MOVE SH-BRANCH-NO TO HO-BRANCH-NO(HO-IDX)
                   MOVE SH-SALES-NO  TO HO-SALES-NO(HO-IDX)
                   MOVE ZERO         TO HO-SNAPSHOTS(HO-IDX)
                   MOVE ZERO         TO HO-LAST-PERIOD(HO-IDX)
                   SET PERSON-ENTRY-FOUND TO TRUE
               END-IF
           END-IF.

           IF PERSON-ENTRY-FOUND
               ADD 1 TO HO-SNAPSHOTS(HO-IDX)
               IF SH-YEAR * 100 + SH-MONTH > HO-LAST-PERIOD(HO-IDX)
                   COMPUTE HO-LAST-PERIOD(HO-IDX) =
                       SH-YEAR * 100 + SH-MONTH
               END-IF
           END-IF.

      ***************************************************************
      * 160-PRINT-EXCEPTIONS.
      *  - THE EXCEPTIONS PRINT GROUPED BY TYPE, HIGH SEVERITY
      *  - FIRST, EACH GROUP UNDER ITS OWN HEADER
      ***************************************************************
       160-PRINT-EXCEPTIONS.

           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 6
               IF ETC-COUNT(WS-TYPE-SUB) > ZERO
                   PERFORM 161-PRINT-TYPE-HEADER
                   PERFORM VARYING EX-IDX FROM 1 BY 1
                           UNTIL EX-IDX > EX-ENTRY-COUNT
                       IF EX-TYPE(EX-IDX) = WS-TYPE-SUB
                           PERFORM 162-PRINT-EXCEPTION-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      ***************************************************************
      * 161-PRINT-TYPE-HEADER.
      ***************************************************************
       161-PRINT-TYPE-HEADER.

           IF LINE-COUNT >= LINES-ON-PAGE - 3
               PERFORM 200-PRINT-HEADING-LINES
           END-IF.

           IF ET-HIGH(WS-TYPE-SUB)
               MOVE "HIGH"    TO TH-SEVERITY
           ELSE
               MOVE "WARNING" TO TH-SEVERITY
           END-IF.
           MOVE ET-DESCRIPTION(WS-TYPE-SUB) TO TH-DESCRIPTION.

           MOVE TYPE-HEADER-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.

      ***************************************************************
      * 162-PRINT-EXCEPTION-LINE.
      ***************************************************************
       162-PRINT-EXCEPTION-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 200-PRINT-HEADING-LINES
           END-IF.

           MOVE EX-DIST-NO(EX-IDX)   TO EL-DIST-NO.
           MOVE EX-BRANCH-NO(EX-IDX) TO EL-BRANCH-NO.
           MOVE EX-SALES-NO(EX-IDX)  TO EL-SALES-NO.
           MOVE EX-NAME(EX-IDX)      TO EL-NAME.
           MOVE EX-NOTE(EX-IDX)      TO EL-NOTE.

           MOVE EXCEPTION-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-COUNT.

      ***************************************************************
      * 170-ADD-EXCEPTION.
      *  - ONE EXCEPTION OF TYPE WS-TYPE-SUB FOR THE KEY IN
      *  - WS-CHECK-KEY IS ADDED TO THE TABLE AND COUNTED, LEAVING
      *  - EX-IDX SET SO THE CALLER CAN FILL IN THE NAME AND NOTE
      ***************************************************************
       170-ADD-EXCEPTION.

           IF EX-ENTRY-COUNT >= 5000
               DISPLAY "MSTAUDIT: EXCEPTION TABLE FULL - RUN "
                       "TERMINATED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO EX-ENTRY-COUNT.
           SET EX-IDX TO EX-ENTRY-COUNT.

           MOVE WS-TYPE-SUB        TO EX-TYPE(EX-IDX).
           MOVE WS-CHECK-DIST-NO   TO EX-DIST-NO(EX-IDX).
           MOVE WS-CHECK-BRANCH-NO TO EX-BRANCH-NO(EX-IDX).
           MOVE WS-CHECK-SALES-NO  TO EX-SALES-NO(EX-IDX).
           MOVE SPACES             TO EX-NAME(EX-IDX).
           MOVE SPACES             TO EX-NOTE(EX-IDX).

           ADD 1 TO ETC-COUNT(WS-TYPE-SUB).

           IF ET-HIGH(WS-TYPE-SUB)
               ADD 1 TO WS-HIGH-COUNT
           ELSE
               ADD 1 TO WS-WARN-COUNT
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
      * 120-EOJ.
      *  - THE COUNT OF EVERY EXCEPTION TYPE PRINTS, ZERO OR NOT,
      *  - FOLLOWED BY THE RECORDS READ AND THE SEVERITY TOTALS.
      *  - ANY HIGH-SEVERITY EXCEPTION ENDS THE RUN WITH RC 8.
      ***************************************************************
       120-EOJ.

           IF LINE-COUNT >= LINES-ON-PAGE - 10
               PERFORM 200-PRINT-HEADING-LINES
           END-IF.

           MOVE COUNT-HEADING-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.

           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > 6
               IF ET-HIGH(WS-TYPE-SUB)
                   MOVE "HIGH"    TO CL-SEVERITY
               ELSE
                   MOVE "WARNING" TO CL-SEVERITY
               END-IF
               MOVE ET-DESCRIPTION(WS-TYPE-SUB) TO CL-DESCRIPTION
               MOVE ETC-COUNT(WS-TYPE-SUB)      TO CL-COUNT
               MOVE COUNT-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1 LINES
           END-PERFORM.

           MOVE WS-SP-READ TO TL-SP-READ.
           MOVE WS-YM-READ TO TL-YM-READ.
           MOVE WS-CO-READ TO TL-CO-READ.
           MOVE WS-SH-READ TO TL-SH-READ.
           MOVE TOTALS-LINE-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.

           MOVE WS-HIGH-COUNT TO TL-HIGH-COUNT.
           MOVE WS-WARN-COUNT TO TL-WARN-COUNT.
           MOVE TOTALS-LINE-2 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           MOVE TOTALS-LINE-3 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           IF WS-HIGH-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
               DISPLAY "MSTAUDIT: " WS-HIGH-COUNT
                       " HIGH-SEVERITY EXCEPTIONS - FIX BEFORE "
                       "MONTH-END"
           END-IF.

           CLOSE SALES-PERSON-MASTER
                 YTD-MASTER
                 STORE-MASTER
                 AUDIT-REPORT.
