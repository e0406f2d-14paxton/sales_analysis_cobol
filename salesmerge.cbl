      * RECORDS OUT.  WITH THIS FRONT END IN PLACE THE OPERATOR NO
      * LONGER CONCATENATES THE FEEDS BY HAND, SO CBL01 CAN NO
      * LONGER DIE IN ITS SEQUENCE CHECK OVER A BAD CONCATENATION.
      *
      * EVERY REGIONAL FEED CARRIES A HEADER AND A TRAILER RECORD
      * (FCRECORD) WITH THE REGION'S BUSINESS DATE, RECORD COUNT
      * AND SALES/CREDIT HASH TOTALS OF SD-SALES-AMOUNT.  BEFORE
      * ANYTHING IS SORTED EACH FEED IS PROVED AGAINST ITS OWN
      * TRAILER, AND A FEED WHOSE BUSINESS DATE WAS ALREADY MERGED
      * (FEEDHIST) IS REJECTED AS STALE.  A FEED THAT FAILS IS
      * HELD OUT OF SALSDATI AND ITS EXPECTED AND ACTUAL FIGURES
      * PRINT ON MRGRPT.  THE OPTIONAL MRGCARD CONTROL CARD TELLS
      * THE RUN WHAT TO DO THEN:
      *   H (OR NO CARD) - HOLD THE WHOLE CYCLE: SALSDATI IS LEFT
      *                    EMPTY AND THE RUN ENDS WITH RC 16
      *   S              - RUN WITHOUT THE FAILED REGION (OR ONLY
      *                    THE REGION NAMED ON THE CARD): THE GOOD
      *                    FEEDS ARE MERGED AND THE RUN ENDS RC 4
      **************************************************************
       ENVIRONMENT DIVISION.

           SELECT MERGE-REPORT
           ASSIGN TO MRGRPT.

           SELECT MERGE-CARD
           ASSIGN TO MRGCARD
           FILE STATUS IS WS-MC-STATUS.

           SELECT FEED-HISTORY
           ASSIGN TO FEEDHIST
           FILE STATUS IS WS-FH-STATUS.

           SELECT CYCLE-CONTROL
           ASSIGN TO CYCLCTL.

           05                      PIC X(5).
           05  SR-BRANCH-NO        PIC X(2).
           05  SR-SALES-NO         PIC X(2).
           05  SR-TRANS-DATE       PIC X(8).
           05                      PIC X(53).

       FD  STORE-REPORT
           RECORD CONTAINS 74 CHARACTERS.

           COPY CYRECORD.

       FD  MERGE-CARD
             RECORD CONTAINS 2 CHARACTERS.

       01  MERGE-CARD-REC.
           05  MC-FAIL-ACTION      PIC X(1).
               88  MC-HOLD-CYCLE       VALUES "H", " ".
               88  MC-RUN-WITHOUT      VALUE "S".
           05  MC-SKIP-REGION      PIC 9(1).

       FD  FEED-HISTORY
             RECORD CONTAINS 24 CHARACTERS.

       01  FEED-HISTORY-REC.
           05  FH-REGION-NO        PIC 9(1).
           05  FH-BUSINESS-DATE    PIC 9(8).
           05  FH-MERGE-DATE       PIC 9(8).
           05  FH-RECORD-COUNT     PIC 9(7).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
                 88  DUP-RECORD-FOUND    VALUE "Y".
             05 WS-HOLD-KEY       PIC X(8) VALUE HIGH-VALUES.
             05 WS-THIS-KEY       PIC X(8).
             05 WS-MC-STATUS      PIC X(2).
                 88  MC-FILE-OK          VALUE "00".
             05 WS-MC-OPENED      PIC X  VALUE "N".
             05 WS-FH-STATUS      PIC X(2).
                 88  FH-FILE-OK          VALUE "00".
             05 WS-FH-EOF         PIC X  VALUE "N".
                 88  FH-NO-MORE          VALUE "Y".
             05 WS-FAIL-ACTION    PIC X  VALUE "H".
                 88  HOLD-ON-FAILURE     VALUE "H".
                 88  RUN-WITHOUT-FAILED  VALUE "S".
             05 WS-SKIP-REGION    PIC 9  VALUE ZERO.
             05 WS-CYCLE-HELD     PIC X  VALUE "N".
                 88  CYCLE-IS-HELD       VALUE "Y".
             05 WS-FAILED-COUNT   PIC 9  VALUE ZERO.
             05 WS-HELD-OUT-COUNT PIC 9  VALUE ZERO.
             05 WS-STALE-FOUND    PIC X  VALUE "N".
                 88  STALE-DATE-FOUND    VALUE "Y".
             05 WS-RUN-DATE       PIC 9(8) VALUE ZERO.
             05 WS-HIST-SUB       PIC 9(4) VALUE ZERO.

           COPY FCRECORD.

       01  FEED-DETAIL-VIEW REDEFINES FEED-CONTROL-REC.
           05                      PIC X(4).
           05  FV-RECORD-TYPE      PIC X(1).
               88  FV-CREDIT-RECORD    VALUE "C".
           05                      PIC X(62).
           05  FV-SALES-AMOUNT     PIC 9(5)V99.

       01  FEED-PROOF-TABLE.
             05  FP-ENTRIES OCCURS 4 TIMES
                     INDEXED BY FP-IDX.
                 10  FP-FEED-ID        PIC X(4).
                 10  FP-RECS-READ      PIC 9(7).
                 10  FP-HDR-FOUND      PIC X.
                     88  FP-HAS-HEADER     VALUE "Y".
                 10  FP-TRL-FOUND      PIC X.
                     88  FP-HAS-TRAILER    VALUE "Y".
                 10  FP-OUT-OF-PLACE   PIC 9(7).
                 10  FP-HDR-DATE       PIC 9(8).
                 10  FP-TRL-DATE       PIC 9(8).
                 10  FP-EXP-COUNT      PIC 9(7).
                 10  FP-ACT-COUNT      PIC 9(7).
                 10  FP-EXP-SALES      PIC 9(11)V99.
                 10  FP-ACT-SALES      PIC 9(11)V99.
                 10  FP-EXP-CREDIT     PIC 9(11)V99.
                 10  FP-ACT-CREDIT     PIC 9(11)V99.
                 10  FP-STATUS         PIC X.
                     88  FP-PASSED         VALUE "P".
                     88  FP-FAILED         VALUE "F".
                 10  FP-MERGE-FLAG     PIC X.
                     88  FP-MERGED         VALUE "Y".
                 10  FP-FAIL-REASON    PIC X(35).

       01  FEED-HIST-TABLE.
             05  FT-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  FT-ENTRIES OCCURS 1 TO 3000 TIMES
                     DEPENDING ON FT-ENTRY-COUNT
                     INDEXED BY FT-IDX.
                 10  FT-REGION-NO      PIC 9(1).
                 10  FT-BUSINESS-DATE  PIC 9(8).

       01  KEY-GROUP-TABLE.
             05  KG-ENTRY-COUNT    PIC 9(3)  VALUE ZERO.
            05                    PIC X(1)   VALUE '/'.
            05  HL2-DAY           PIC 99.

       01  PROOF-HEADING-LINE.
            05                    PIC X(3)  VALUE SPACES.
            05                    PIC X(8)  VALUE 'REGION  '.
            05                    PIC X(6)  VALUE 'FEED  '.
            05                    PIC X(20) VALUE 'BUS DATE'.
            05                    PIC X(16) VALUE 'RECORDS'.
            05                    PIC X(18) VALUE 'SALES HASH'.
            05                    PIC X(14) VALUE 'CREDIT HASH'.
            05                    PIC X(6)  VALUE 'STATUS'.

       01  PROOF-LINE.
            05                    PIC X(5)  VALUE SPACES.
            05  PL-REGION-NO      PIC 9.
            05                    PIC X(5)  VALUE SPACES.
            05  PL-FEED-ID        PIC X(4).
            05                    PIC X(2)  VALUE SPACES.
            05  PL-BUS-DATE       PIC 9(8).
            05                    PIC X(2)  VALUE SPACES.
            05  PL-CAPTION        PIC X(8).
            05                    PIC X(2)  VALUE SPACES.
            05  PL-COUNT          PIC ZZZ,ZZ9.
            05                    PIC X(2)  VALUE SPACES.
            05  PL-SALES-HASH     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05                    PIC X(2)  VALUE SPACES.
            05  PL-CREDIT-HASH    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05                    PIC X(3)  VALUE SPACES.
            05  PL-STATUS         PIC X(20).

       01  PROOF-REASON-LINE.
            05                    PIC X(16) VALUE SPACES.
            05                    PIC X(8)  VALUE 'REASON: '.
            05  PR-REASON         PIC X(35).

       01  HOLD-LINE.
            05                    PIC X(11) VALUE SPACES.
            05                    PIC X(38)
              VALUE '*** FEED PROOF FAILED - CYCLE HELD, '.
            05                    PIC X(38)
              VALUE 'NOTHING WRITTEN TO SALSDATI ***      '.

       01  HELD-OUT-LINE.
            05                    PIC X(11) VALUE SPACES.
            05                    PIC X(38)
              VALUE '*** RUN WITHOUT FAILED REGION(S) PER '.
            05                    PIC X(38)
              VALUE 'MRGCARD - HELD OUT OF SALSDATI ***   '.

       01  REGION-LINE.
            05                    PIC X(11) VALUE SPACES.
            05                    PIC X(7)  VALUE 'REGION '.
      ***************************************************************

      * 000-MAIN.
      *  - PROVE EACH REGIONAL FEED AGAINST ITS OWN TRAILER
      *  - HOLD THE CYCLE WHEN A FEED FAILS AND MRGCARD DOES NOT
      *    AUTHORIZE RUNNING WITHOUT IT
      *  - SORT THE PROVED FEEDS TO DISTRICT/BRANCH/SALESPERSON
      *    SEQUENCE, DROPPING EXACT DUPLICATES ON THE WAY OUT
      *  - PRINT THE BALANCING REPORT
      *  - RETURN CONTROL BACK TO THE OS
      ***************************************************************

              PERFORM 100-HSK.

              PERFORM 105-PROVE-FEEDS.

              PERFORM 108-EVALUATE-FEED
                  VARYING FP-IDX FROM 1 BY 1
                  UNTIL FP-IDX > 4.

              PERFORM 109-DECIDE-FAILED-FEEDS.

              IF CYCLE-IS-HELD
                  PERFORM 115-HOLD-CYCLE
                  STOP RUN
              END-IF.

              SORT SORT-WORK
                  ASCENDING KEY SR-DIST-NO SR-BRANCH-NO SR-SALES-NO
                  INPUT PROCEDURE IS 110-RELEASE-FEEDS
      ***************************************************************
      * 100-HSK.
      *  - FILES ARE OPENED TO BEGIN PROCESSING
      *  - THE OPTIONAL MRGCARD CONTROL CARD IS READ; WITHOUT ONE A
      *  - FAILED FEED HOLDS THE WHOLE CYCLE
      *  - THE BUSINESS DATES ALREADY MERGED ARE LOADED FROM
      *  - FEEDHIST FOR THE STALE-FEED CHECK.  A MISSING FEEDHIST
      *  - (THE FIRST RUN) IS NOT AN ERROR.
      ***************************************************************
       100-HSK.

           MOVE CD-MONTH  TO HL2-MONTH.
           MOVE CD-DAY    TO HL2-DAY.

           COMPUTE WS-RUN-DATE =
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.

           OPEN INPUT MERGE-CARD.

           IF MC-FILE-OK
               MOVE "Y" TO WS-MC-OPENED
               READ MERGE-CARD
                   AT END
                     CONTINUE
                   NOT AT END
                     IF MC-RUN-WITHOUT
                         MOVE "S" TO WS-FAIL-ACTION
                         IF MC-SKIP-REGION IS NUMERIC
                             MOVE MC-SKIP-REGION TO WS-SKIP-REGION
                         END-IF
                     END-IF
               END-READ
           END-IF.

           IF WS-MC-OPENED = "Y"
               CLOSE MERGE-CARD
           END-IF.

           OPEN INPUT FEED-HISTORY.

           IF FH-FILE-OK
               PERFORM UNTIL FH-NO-MORE
                   READ FEED-HISTORY
                       AT END
                         SET FH-NO-MORE TO TRUE
                       NOT AT END
                         PERFORM 102-LOAD-FEED-HISTORY
                   END-READ
               END-PERFORM
               CLOSE FEED-HISTORY
           END-IF.

           PERFORM VARYING FP-IDX FROM 1 BY 1
                   UNTIL FP-IDX > 4
               MOVE SPACES TO FP-FEED-ID(FP-IDX)
               MOVE ZERO   TO FP-RECS-READ(FP-IDX)
               MOVE "N"    TO FP-HDR-FOUND(FP-IDX)
               MOVE "N"    TO FP-TRL-FOUND(FP-IDX)
               MOVE ZERO   TO FP-OUT-OF-PLACE(FP-IDX)
               MOVE ZERO   TO FP-HDR-DATE(FP-IDX)
               MOVE ZERO   TO FP-TRL-DATE(FP-IDX)
               MOVE ZERO   TO FP-EXP-COUNT(FP-IDX)
               MOVE ZERO   TO FP-ACT-COUNT(FP-IDX)
               MOVE ZERO   TO FP-EXP-SALES(FP-IDX)
               MOVE ZERO   TO FP-ACT-SALES(FP-IDX)
               MOVE ZERO   TO FP-EXP-CREDIT(FP-IDX)
               MOVE ZERO   TO FP-ACT-CREDIT(FP-IDX)
               MOVE "P"    TO FP-STATUS(FP-IDX)
               MOVE "N"    TO FP-MERGE-FLAG(FP-IDX)
               MOVE SPACES TO FP-FAIL-REASON(FP-IDX)
           END-PERFORM.

      ***************************************************************
      * 102-LOAD-FEED-HISTORY.
      *  - ONE PREVIOUSLY MERGED REGION/BUSINESS DATE IS ADDED TO
      *  - THE HISTORY TABLE.  WHEN THE TABLE IS FULL THE OLDEST
      *  - ENTRIES ARE SHIFTED OUT SO THE MOST RECENT DATES - THE
      *  - ONES A RETRANSMISSION WOULD REPEAT - ARE ALWAYS KEPT.
      ***************************************************************
       102-LOAD-FEED-HISTORY.

           IF FT-ENTRY-COUNT = 3000
               PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB > 2999
                   MOVE FT-ENTRIES(WS-HIST-SUB + 1)
                       TO FT-ENTRIES(WS-HIST-SUB)
               END-PERFORM
               SUBTRACT 1 FROM FT-ENTRY-COUNT
           END-IF.

           ADD 1 TO FT-ENTRY-COUNT.
           MOVE FH-REGION-NO     TO FT-REGION-NO(FT-ENTRY-COUNT).
           MOVE FH-BUSINESS-DATE TO FT-BUSINESS-DATE(FT-ENTRY-COUNT).

      ***************************************************************
      * 105-PROVE-FEEDS.
      *  - EVERY RECORD OF EVERY REGIONAL FEED IS READ ONCE TO TAKE
      *  - ITS CONTROL FIGURES BEFORE ANYTHING IS RELEASED TO THE
      *  - SORT.  THE FEEDS ARE THEN REOPENED SO 110-RELEASE-FEEDS
      *  - READS THEM AGAIN FROM THE TOP.
      ***************************************************************
       105-PROVE-FEEDS.

           MOVE "N" TO WS-FEED-EOF.
           SET FP-IDX TO 1.
           PERFORM UNTIL FEED-NO-MORE
               READ POS-FEED-1 INTO FEED-CONTROL-REC
                   AT END
                     SET FEED-NO-MORE TO TRUE
                   NOT AT END
                     PERFORM 106-ACCUMULATE-FEED-REC
               END-READ
           END-PERFORM.

           MOVE "N" TO WS-FEED-EOF.
           SET FP-IDX TO 2.
           PERFORM UNTIL FEED-NO-MORE
               READ POS-FEED-2 INTO FEED-CONTROL-REC
                   AT END
                     SET FEED-NO-MORE TO TRUE
                   NOT AT END
                     PERFORM 106-ACCUMULATE-FEED-REC
               END-READ
           END-PERFORM.

           MOVE "N" TO WS-FEED-EOF.
           SET FP-IDX TO 3.
           PERFORM UNTIL FEED-NO-MORE
               READ POS-FEED-3 INTO FEED-CONTROL-REC
                   AT END
                     SET FEED-NO-MORE TO TRUE
                   NOT AT END
                     PERFORM 106-ACCUMULATE-FEED-REC
               END-READ
           END-PERFORM.

           MOVE "N" TO WS-FEED-EOF.
           SET FP-IDX TO 4.
           PERFORM UNTIL FEED-NO-MORE
               READ POS-FEED-4 INTO FEED-CONTROL-REC
                   AT END
                     SET FEED-NO-MORE TO TRUE
                   NOT AT END
                     PERFORM 106-ACCUMULATE-FEED-REC
               END-READ
           END-PERFORM.

           CLOSE POS-FEED-1
                 POS-FEED-2
                 POS-FEED-3
                 POS-FEED-4.

           OPEN INPUT POS-FEED-1
                      POS-FEED-2
                      POS-FEED-3
                      POS-FEED-4.

      ***************************************************************
      * 106-ACCUMULATE-FEED-REC.
      *  - ONE FEED RECORD IS TAKEN INTO THE PROOF ENTRY AT FP-IDX.
      *  - THE HEADER MUST BE THE FIRST RECORD AND NOTHING MAY
      *  - FOLLOW THE TRAILER; ANY CONTROL RECORD OUT OF PLACE, OR
      *  - ANY DETAIL AFTER THE TRAILER, FAILS THE FEED.  DETAIL
      *  - AMOUNTS ARE HASHED SALES AND CREDITS SEPARATELY, THE SAME
      *  - SPLIT THE REGION'S TRAILER CARRIES.
      ***************************************************************
       106-ACCUMULATE-FEED-REC.

           ADD 1 TO FP-RECS-READ(FP-IDX).

           EVALUATE TRUE
               WHEN FC-HEADER-RECORD
                   IF FP-RECS-READ(FP-IDX) = 1
                       MOVE "Y" TO FP-HDR-FOUND(FP-IDX)
                       MOVE FC-FEED-ID TO FP-FEED-ID(FP-IDX)
                       MOVE FC-BUSINESS-DATE TO FP-HDR-DATE(FP-IDX)
                   ELSE
                       ADD 1 TO FP-OUT-OF-PLACE(FP-IDX)
                   END-IF
               WHEN FC-TRAILER-RECORD
                   IF FP-HAS-TRAILER(FP-IDX)
                       ADD 1 TO FP-OUT-OF-PLACE(FP-IDX)
                   ELSE
                       MOVE "Y" TO FP-TRL-FOUND(FP-IDX)
                       MOVE FC-BUSINESS-DATE TO FP-TRL-DATE(FP-IDX)
                       MOVE FC-RECORD-COUNT  TO FP-EXP-COUNT(FP-IDX)
                       MOVE FC-SALES-HASH    TO FP-EXP-SALES(FP-IDX)
                       MOVE FC-CREDIT-HASH   TO FP-EXP-CREDIT(FP-IDX)
                   END-IF
               WHEN OTHER
                   IF FP-HAS-TRAILER(FP-IDX)
                       ADD 1 TO FP-OUT-OF-PLACE(FP-IDX)
                   END-IF
                   ADD 1 TO FP-ACT-COUNT(FP-IDX)
                   IF FV-SALES-AMOUNT IS NUMERIC
                       IF FV-CREDIT-RECORD
                           ADD FV-SALES-AMOUNT TO FP-ACT-CREDIT(FP-IDX)
                       ELSE
                           ADD FV-SALES-AMOUNT TO FP-ACT-SALES(FP-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

      ***************************************************************
      * 108-EVALUATE-FEED.
      *  - THE FEED AT FP-IDX IS PROVED: A HEADER AND A TRAILER IN
      *  - PLACE, THE SAME NUMERIC BUSINESS DATE ON BOTH, A DATE NOT
      *  - ALREADY MERGED FOR THIS REGION, AND A DETAIL COUNT AND
      *  - SALES/CREDIT HASH TOTALS EQUAL TO THE TRAILER'S.  THE
      *  - FIRST CHECK THAT FAILS IS THE REASON PRINTED.
      ***************************************************************
       108-EVALUATE-FEED.

           EVALUATE TRUE
               WHEN NOT FP-HAS-HEADER(FP-IDX)
                   MOVE "NO HEADER RECORD"
                       TO FP-FAIL-REASON(FP-IDX)
               WHEN NOT FP-HAS-TRAILER(FP-IDX)
                   MOVE "NO TRAILER RECORD - FEED INCOMPLETE"
                       TO FP-FAIL-REASON(FP-IDX)
               WHEN FP-OUT-OF-PLACE(FP-IDX) > ZERO
                   MOVE "RECORDS OUT OF PLACE AROUND TRAILER"
                       TO FP-FAIL-REASON(FP-IDX)
               WHEN FP-HDR-DATE(FP-IDX) IS NOT NUMERIC
                    OR FP-TRL-DATE(FP-IDX) IS NOT NUMERIC
                   MOVE "BUSINESS DATE NOT NUMERIC"
                       TO FP-FAIL-REASON(FP-IDX)
               WHEN FP-HDR-DATE(FP-IDX) NOT = FP-TRL-DATE(FP-IDX)
                   MOVE "HEADER/TRAILER BUSINESS DATES DIFFER"
                       TO FP-FAIL-REASON(FP-IDX)
               WHEN FP-EXP-COUNT(FP-IDX) IS NOT NUMERIC
                    OR FP-EXP-SALES(FP-IDX) IS NOT NUMERIC
                    OR FP-EXP-CREDIT(FP-IDX) IS NOT NUMERIC
                   MOVE "TRAILER TOTALS NOT NUMERIC"
                       TO FP-FAIL-REASON(FP-IDX)
               WHEN OTHER
                   PERFORM 107-CHECK-STALE-DATE
                   EVALUATE TRUE
                       WHEN STALE-DATE-FOUND
                           MOVE "STALE FEED - DATE ALREADY MERGED"
                               TO FP-FAIL-REASON(FP-IDX)
                       WHEN FP-EXP-COUNT(FP-IDX)
                            NOT = FP-ACT-COUNT(FP-IDX)
                           MOVE "RECORD COUNT DOES NOT MATCH TRAILER"
                               TO FP-FAIL-REASON(FP-IDX)
                       WHEN FP-EXP-SALES(FP-IDX)
                            NOT = FP-ACT-SALES(FP-IDX)
                           MOVE "SALES HASH DOES NOT MATCH TRAILER"
                               TO FP-FAIL-REASON(FP-IDX)
                       WHEN FP-EXP-CREDIT(FP-IDX)
                            NOT = FP-ACT-CREDIT(FP-IDX)
                           MOVE "CREDIT HASH DOES NOT MATCH TRAILER"
                               TO FP-FAIL-REASON(FP-IDX)
                   END-EVALUATE
           END-EVALUATE.

           IF FP-FAIL-REASON(FP-IDX) NOT = SPACES
               MOVE "F" TO FP-STATUS(FP-IDX)
               ADD 1 TO WS-FAILED-COUNT
           END-IF.

      ***************************************************************
      * 107-CHECK-STALE-DATE.
      *  - A FEED WHOSE BUSINESS DATE IS ALREADY ON FEEDHIST FOR ITS
      *  - REGION IS A RETRANSMISSION OF A DAY ALREADY MERGED
      ***************************************************************
       107-CHECK-STALE-DATE.

           MOVE "N" TO WS-STALE-FOUND.

           PERFORM VARYING FT-IDX FROM 1 BY 1
                   UNTIL FT-IDX > FT-ENTRY-COUNT
               IF FT-REGION-NO(FT-IDX) = FP-IDX
                  AND FT-BUSINESS-DATE(FT-IDX) = FP-HDR-DATE(FP-IDX)
                   SET STALE-DATE-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      ***************************************************************
      * 109-DECIDE-FAILED-FEEDS.
      *  - A PROVED FEED IS MARKED FOR THE MERGE.  A FAILED FEED
      *  - HOLDS THE WHOLE CYCLE UNLESS MRGCARD SAYS TO RUN WITHOUT
      *  - IT (ANY FAILED REGION WHEN THE CARD NAMES REGION 0, ONLY
      *  - THE NAMED REGION OTHERWISE), IN WHICH CASE IT IS SIMPLY
      *  - HELD OUT OF SALSDATI AND THE RUN ENDS RC 4.
      ***************************************************************
       109-DECIDE-FAILED-FEEDS.

           PERFORM VARYING FP-IDX FROM 1 BY 1
                   UNTIL FP-IDX > 4
               IF FP-PASSED(FP-IDX)
                   MOVE "Y" TO FP-MERGE-FLAG(FP-IDX)
               ELSE
                   IF RUN-WITHOUT-FAILED
                      AND (WS-SKIP-REGION = ZERO
                           OR WS-SKIP-REGION = FP-IDX)
                       ADD 1 TO WS-HELD-OUT-COUNT
                   ELSE
                       SET CYCLE-IS-HELD TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-FAILED-COUNT > ZERO
               DISPLAY "SLSMERGE: " WS-FAILED-COUNT
                       " REGIONAL FEED(S) FAILED PROOF - SEE MRGRPT"
           END-IF.

      ***************************************************************
      * 110-RELEASE-FEEDS.
      *  - EVERY DETAIL RECORD OF EVERY PROVED REGIONAL FEED IS
      *  - RELEASED TO THE SORT, COUNTING RECORDS IN PER REGION FOR
      *  - THE BALANCING REPORT.  THE HEADER AND TRAILER RECORDS
      *  - STOP HERE, AND A FEED HELD OUT IS NOT READ AT ALL.
      *  - EVERY DETAIL LEAVES WITH A TRANSACTION DATE (SEE
      *  - 111-DEFAULT-TRANS-DATE) SO CBL01 CAN POST IT TO THE
      *  - MONTH THE SALE HAPPENED.
      ***************************************************************
       110-RELEASE-FEEDS.

           IF FP-MERGED(1)
               MOVE "N" TO WS-FEED-EOF
               PERFORM UNTIL FEED-NO-MORE
                   READ POS-FEED-1 INTO FEED-CONTROL-REC
                       AT END
                         SET FEED-NO-MORE TO TRUE
                       NOT AT END
                         IF NOT FC-HEADER-RECORD
                            AND NOT FC-TRAILER-RECORD
                             ADD 1 TO WS-REGION-1-IN
                             MOVE POS-FEED-1-REC TO SORT-REC
                             SET FP-IDX TO 1
                             PERFORM 111-DEFAULT-TRANS-DATE
                             RELEASE SORT-REC
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

           IF FP-MERGED(2)
               MOVE "N" TO WS-FEED-EOF
               PERFORM UNTIL FEED-NO-MORE
                   READ POS-FEED-2 INTO FEED-CONTROL-REC
                       AT END
                         SET FEED-NO-MORE TO TRUE
                       NOT AT END
                         IF NOT FC-HEADER-RECORD
                            AND NOT FC-TRAILER-RECORD
                             ADD 1 TO WS-REGION-2-IN
                             MOVE POS-FEED-2-REC TO SORT-REC
                             SET FP-IDX TO 2
                             PERFORM 111-DEFAULT-TRANS-DATE
                             RELEASE SORT-REC
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

           IF FP-MERGED(3)
               MOVE "N" TO WS-FEED-EOF
               PERFORM UNTIL FEED-NO-MORE
                   READ POS-FEED-3 INTO FEED-CONTROL-REC
                       AT END
                         SET FEED-NO-MORE TO TRUE
                       NOT AT END
                         IF NOT FC-HEADER-RECORD
                            AND NOT FC-TRAILER-RECORD
                             ADD 1 TO WS-REGION-3-IN
                             MOVE POS-FEED-3-REC TO SORT-REC
                             SET FP-IDX TO 3
                             PERFORM 111-DEFAULT-TRANS-DATE
                             RELEASE SORT-REC
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

           IF FP-MERGED(4)
               MOVE "N" TO WS-FEED-EOF
               PERFORM UNTIL FEED-NO-MORE
                   READ POS-FEED-4 INTO FEED-CONTROL-REC
                       AT END
                         SET FEED-NO-MORE TO TRUE
                       NOT AT END
                         IF NOT FC-HEADER-RECORD
                            AND NOT FC-TRAILER-RECORD
                             ADD 1 TO WS-REGION-4-IN
                             MOVE POS-FEED-4-REC TO SORT-REC
                             SET FP-IDX TO 4
                             PERFORM 111-DEFAULT-TRANS-DATE
                             RELEASE SORT-REC
                         END-IF
                   END-READ
               END-PERFORM
           END-IF.

           COMPUTE WS-TOTAL-IN =
               WS-REGION-1-IN + WS-REGION-2-IN
               + WS-REGION-3-IN + WS-REGION-4-IN.

      ***************************************************************
      * 111-DEFAULT-TRANS-DATE.
      *  - A STORE REGISTER THAT SENDS NO SALE DATE (BLANKS OR
      *  - ZEROS IN SD-TRANS-DATE) IS GIVEN THE BUSINESS DATE FROM
      *  - ITS REGION'S HEADER, WHICH IS THE DAY THE FEED COVERS.
      *  - A DATE THAT IS PRESENT IS PASSED THROUGH UNCHANGED FOR
      *  - CBL01 TO EDIT.
      ***************************************************************
       111-DEFAULT-TRANS-DATE.

           IF SR-TRANS-DATE = SPACES OR SR-TRANS-DATE = ZEROS
               MOVE FP-HDR-DATE(FP-IDX) TO SR-TRANS-DATE
           END-IF.

      ***************************************************************
      * 115-HOLD-CYCLE.
      *  - A FEED FAILED AND MRGCARD DID NOT AUTHORIZE RUNNING
      *  - WITHOUT IT.  THE PROOF SECTION PRINTS, SALSDATI IS LEFT
      *  - EMPTY, NOTHING IS RECORDED ON FEEDHIST OR CYCLCTL (SO THE
      *  - CORRECTED FEEDS ARE NOT SEEN AS STALE ON THE RERUN), AND
      *  - THE RUN ENDS RC 16 SO THE REST OF THE CYCLE DOES NOT RUN.
      ***************************************************************
       115-HOLD-CYCLE.

           PERFORM 121-PRINT-FEED-PROOF.

           MOVE HOLD-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.

           MOVE TOTALS-LINE-2 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           DISPLAY "SLSMERGE: CYCLE HELD - NO SALSDATI WRITTEN".

           MOVE 16 TO RETURN-CODE.

           CLOSE POS-FEED-1
                 POS-FEED-2
                 POS-FEED-3
                 POS-FEED-4
                 STORE-REPORT
                 DUPLICATES-LIST
                 MERGE-REPORT.

      ***************************************************************
      * 130-RETURN-AND-CLEAN.
      *  - SORTED RECORDS ARE RETURNED IN KEY SEQUENCE.  ALL THE
      ***************************************************************
       120-EOJ.

           PERFORM 121-PRINT-FEED-PROOF.

           IF WS-HELD-OUT-COUNT > ZERO
               MOVE HELD-OUT-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 2 LINES
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE 1 TO RL-REGION-NO.
           MOVE WS-REGION-1-IN TO RL-REGION-COUNT.

           PERFORM 125-WRITE-CYCLE-CONTROL.

           PERFORM 126-RECORD-MERGED-FEEDS.

           CLOSE POS-FEED-1
                 POS-FEED-2
                 POS-FEED-3
                 DUPLICATES-LIST
                 MERGE-REPORT.

      ***************************************************************
      * 121-PRINT-FEED-PROOF.
      *  - THE REPORT HEADINGS PRINT, THEN FOR EACH REGION THE
      *  - TRAILER'S EXPECTED FIGURES OVER THE ACTUAL FIGURES READ,
      *  - WITH THE REASON UNDER ANY FEED THAT FAILED
      ***************************************************************
       121-PRINT-FEED-PROOF.

           MOVE HEADING-LINE-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           MOVE PROOF-HEADING-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           PERFORM VARYING FP-IDX FROM 1 BY 1
                   UNTIL FP-IDX > 4
               SET PL-REGION-NO TO FP-IDX
               MOVE FP-FEED-ID(FP-IDX)   TO PL-FEED-ID
               MOVE FP-HDR-DATE(FP-IDX)  TO PL-BUS-DATE
               MOVE "EXPECTED"           TO PL-CAPTION
               MOVE FP-EXP-COUNT(FP-IDX) TO PL-COUNT
               MOVE FP-EXP-SALES(FP-IDX) TO PL-SALES-HASH
               MOVE FP-EXP-CREDIT(FP-IDX) TO PL-CREDIT-HASH
               EVALUATE TRUE
                   WHEN FP-PASSED(FP-IDX)
                       MOVE "PROVED"             TO PL-STATUS
                   WHEN CYCLE-IS-HELD
                       MOVE "FAILED - CYCLE HELD" TO PL-STATUS
                   WHEN OTHER
                       MOVE "FAILED - HELD OUT"  TO PL-STATUS
               END-EVALUATE
               MOVE PROOF-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 2 LINES

               MOVE SPACES               TO PL-FEED-ID
               MOVE FP-TRL-DATE(FP-IDX)  TO PL-BUS-DATE
               MOVE "ACTUAL"             TO PL-CAPTION
               MOVE FP-ACT-COUNT(FP-IDX) TO PL-COUNT
               MOVE FP-ACT-SALES(FP-IDX) TO PL-SALES-HASH
               MOVE FP-ACT-CREDIT(FP-IDX) TO PL-CREDIT-HASH
               MOVE SPACES               TO PL-STATUS
               MOVE PROOF-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1 LINES

               IF FP-FAILED(FP-IDX)
                   MOVE FP-FAIL-REASON(FP-IDX) TO PR-REASON
                   MOVE PROOF-REASON-LINE TO PRINT-REC
                   WRITE PRINT-REC AFTER ADVANCING 1 LINES
               END-IF
           END-PERFORM.

      ***************************************************************
      * 125-WRITE-CYCLE-CONTROL.
      *  - THE RECORD COUNT HANDED TO CBL01 IN SALSDATI IS APPENDED
           WRITE CYCLE-CONTROL-REC.

           CLOSE CYCLE-CONTROL.

      ***************************************************************
      * 126-RECORD-MERGED-FEEDS.
      *  - THE REGION AND BUSINESS DATE OF EVERY FEED MERGED INTO
      *  - SALSDATI ARE APPENDED TO FEEDHIST, SO A RETRANSMISSION OF
      *  - THE SAME DAY IS CAUGHT AS STALE ON A LATER RUN.  A FEED
      *  - HELD OUT IS NOT RECORDED AND CAN BE SENT AGAIN.
      ***************************************************************
       126-RECORD-MERGED-FEEDS.

           OPEN EXTEND FEED-HISTORY.

           PERFORM VARYING FP-IDX FROM 1 BY 1
                   UNTIL FP-IDX > 4
               IF FP-MERGED(FP-IDX)
                   SET FH-REGION-NO TO FP-IDX
                   MOVE FP-HDR-DATE(FP-IDX)  TO FH-BUSINESS-DATE
                   MOVE WS-RUN-DATE          TO FH-MERGE-DATE
                   MOVE FP-ACT-COUNT(FP-IDX) TO FH-RECORD-COUNT
                   WRITE FEED-HISTORY-REC
               END-IF
           END-PERFORM.

           CLOSE FEED-HISTORY.
