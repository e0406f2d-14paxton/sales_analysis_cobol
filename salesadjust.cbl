       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSADJ.
       AUTHOR. BRANDON PAXTON.
       DATE-COMPILED.
      **************************************************************
      * PURPOSE:  THIS PROGRAM POSTS APPROVED SALES ADJUSTMENTS TO
      * YTDMAST AND SLSHIST OUTSIDE THE NIGHTLY POS FEED, SO A
      * CORRECTION (A SPLIT SALE CREDITED TO THE WRONG REP, A POS
      * MISKEY, A HOUSE ACCOUNT MOVED) NEVER HAS TO BE FAKED INTO A
      * FEED AND NEVER PRINTS ON THE SALES REPORT AS A STORE SALE.
      * EACH ADJTRANS TRANSACTION CARRIES THE DISTRICT/BRANCH/
      * SALESPERSON, THE AMOUNT AND ITS DIRECTION, THE YEAR/MONTH
      * IT BELONGS TO, A REASON CODE AND THE APPROVER.  EVERY
      * TRANSACTION IS EDITED AGAINST SLSPMAST AND YTDMAST BEFORE
      * ANYTHING IS POSTED.  A MOVE BETWEEN TWO REPS IS TWO
      * TRANSACTIONS SHARING A PAIR ID; THE PAIR POSTS ONLY WHEN
      * BOTH LEGS PASS AND THEY NET TO ZERO, OTHERWISE BOTH LEGS
      * ARE REJECTED.  A GOOD ADJUSTMENT IS ADDED TO THE YTD, TO
      * THE MTD WHEN IT IS FOR THE CURRENT MONTH, AND TO ITS
      * MONTH'S SLSHIST FIGURE AS A NEW SNAPSHOT.  THE ADJUSTMENT
      * REGISTER LISTS EVERY POSTING WITH TOTALS BY APPROVER AND BY
      * REASON; REJECTS GO TO THEIR OWN LISTING WITH A REASON.
      **************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ADJUST-TRANS
           ASSIGN TO ADJTRANS.

           SELECT SALES-PERSON-MASTER
           ASSIGN TO SLSPMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SP-KEY
           FILE STATUS IS WS-SP-STATUS.

           SELECT YTD-MASTER
           ASSIGN TO YTDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS YM-KEY
           FILE STATUS IS WS-YM-STATUS.

           SELECT SALES-HISTORY
           ASSIGN TO SLSHIST.

           SELECT CLOSE-CONTROL
           ASSIGN TO YECLCTL
           FILE STATUS IS WS-CL-STATUS.

           SELECT ADJUST-REGISTER
           ASSIGN TO ADJRPT.

           SELECT ADJUST-REJECTS
           ASSIGN TO ADJREJ.

       DATA DIVISION.
       FILE SECTION.

       FD  ADJUST-TRANS
           RECORD CONTAINS 39 CHARACTERS.

       01  ADJUST-TRANS-IN      PIC X(39).

       FD  SALES-PERSON-MASTER
           RECORD CONTAINS 37 CHARACTERS.

           COPY SPRECORD.

       FD  YTD-MASTER
           RECORD CONTAINS 36 CHARACTERS.

           COPY YMRECORD.

       FD  SALES-HISTORY
             RECORD CONTAINS 22 CHARACTERS.

           COPY SHRECORD.

       FD  CLOSE-CONTROL
           RECORD CONTAINS 12 CHARACTERS.

       01  CLOSE-CONTROL-REC.
           05  CL-LAST-CLOSED-YEAR PIC 9(4).
           05  CL-CLOSE-RUN-DATE   PIC 9(8).

       FD  ADJUST-REGISTER
             RECORD CONTAINS 132 CHARACTERS.

       01  PRINT-REC        PIC X(132).

       FD  ADJUST-REJECTS
             RECORD CONTAINS 69 CHARACTERS.

       01  REJECT-RECORD.
           05  RJ-ORIGINAL-RECORD   PIC X(39).
           05  RJ-REASON            PIC X(30).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
             05 MORE-RECORDS      PIC X   VALUE 'Y'.
                  88 NO-RECORDS            VALUE 'N'.
             05 WS-SP-STATUS      PIC X(2).
                 88  SP-FOUND            VALUE "00".
                 88  SP-NOT-FOUND        VALUE "23".
             05 WS-YM-STATUS      PIC X(2).
                 88  YM-FOUND            VALUE "00".
                 88  YM-NOT-FOUND        VALUE "23".
             05 WS-CL-STATUS      PIC X(2).
                 88  CL-FILE-OK          VALUE "00".
             05 WS-SH-EOF         PIC X  VALUE "N".
                 88  SH-NO-MORE          VALUE "Y".
             05 WS-VALID-TRANS    PIC X  VALUE "Y".
                 88  TRANS-IS-VALID      VALUE "Y".
             05 WS-YM-ON-FILE     PIC X  VALUE "N".
                 88  YM-MASTER-ON-FILE   VALUE "Y".
             05 WS-LAST-CLOSED-YEAR PIC 9(4) VALUE ZERO.
             05 WS-ADJ-AMOUNT     PIC S9(7)V99 VALUE ZERO.
             05 WS-NEW-SNAPSHOT   PIC S9(6)V99 VALUE ZERO.
             05 WS-BEFORE-YTD     PIC S9(7)V99 VALUE ZERO.
             05 WS-PAIR-NET       PIC S9(8)V99 VALUE ZERO.
             05 WS-PAIR-LEGS      PIC 9(4) VALUE ZERO.
             05 WS-PAIR-BAD       PIC X  VALUE "N".
                 88  PAIR-IS-BAD         VALUE "Y".
             05 WS-PAIR-REASON    PIC X(30) VALUE SPACES.
             05 WS-AJ-SUB         PIC 9(4) VALUE ZERO.
             05 WS-AJ-SUB2        PIC 9(4) VALUE ZERO.
             05 WS-AP-SUB         PIC 9(3) VALUE ZERO.
             05 WS-RS-SUB         PIC 9(1) VALUE ZERO.
             05 WS-TRANS-COUNT    PIC 9(5) VALUE ZERO.
             05 WS-POSTED-COUNT   PIC 9(5) VALUE ZERO.
             05 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
             05 WS-PAIR-COUNT     PIC 9(5) VALUE ZERO.
             05 WS-TOTAL-INCREASE PIC S9(11)V99 VALUE ZERO.
             05 WS-TOTAL-DECREASE PIC S9(11)V99 VALUE ZERO.
             05 WS-TOTAL-NET      PIC S9(11)V99 VALUE ZERO.

       01  ADJUST-TRANS-REC.
           05  AT-KEY.
               10  AT-DIST-NO          PIC X(4).
               10  AT-BRANCH-NO        PIC X(2).
               10  AT-SALES-NO         PIC X(2).
           05  AT-DIRECTION            PIC X(1).
               88  AT-INCREASE             VALUE "+".
               88  AT-DECREASE             VALUE "-".
           05  AT-AMOUNT               PIC 9(7)V99.
           05  AT-TARGET-YEAR          PIC 9(4).
           05  AT-TARGET-MONTH         PIC 9(2).
           05  AT-REASON-CODE          PIC X(2).
           05  AT-APPROVER-ID          PIC X(7).
           05  AT-PAIR-ID              PIC X(6).

      * EVERY TRANSACTION IS HELD SO THE PAIRS CAN BE CHECKED AS A
      * WHOLE BEFORE ANYTHING IS POSTED.  AJ-HIST-BASE IS THE LAST
      * SLSHIST FIGURE FOR THE TRANSACTION'S SALESPERSON/MONTH.
       01  ADJUST-TABLE.
             05  AJ-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  AJ-ENTRIES OCCURS 1 TO 2000 TIMES
                     DEPENDING ON AJ-ENTRY-COUNT.
                 10  AJ-IMAGE            PIC X(39).
                 10  AJ-STATUS           PIC X(1).
                     88  AJ-VALID            VALUE "V".
                     88  AJ-REJECTED         VALUE "R".
                 10  AJ-REASON           PIC X(30).
                 10  AJ-SIGNED-AMT       PIC S9(7)V99.
                 10  AJ-HIST-BASE        PIC S9(6)V99.

       01  APPROVER-TOTALS-TABLE.
             05  AP-ENTRY-COUNT    PIC 9(3)  VALUE ZERO.
             05  AP-ENTRIES OCCURS 1 TO 500 TIMES
                     DEPENDING ON AP-ENTRY-COUNT.
                 10  AP-APPROVER-ID      PIC X(7).
                 10  AP-COUNT            PIC 9(5).
                 10  AP-NET-AMT          PIC S9(11)V99.

       01  REASON-CODE-VALUES.
             05  PIC X(33) VALUE 'SPSPLIT SALE CREDITED WRONG REP'.
             05  PIC X(33) VALUE 'MKPOS MISKEY'.
             05  PIC X(33) VALUE 'HAHOUSE ACCOUNT MOVED'.
             05  PIC X(33) VALUE 'OTOTHER APPROVED CORRECTION'.
       01  REASON-TOTALS-TABLE REDEFINES REASON-CODE-VALUES.
             05  RS-ENTRIES OCCURS 4 TIMES.
                 10  RS-REASON-CODE      PIC X(2).
                 10  RS-DESCRIPTION      PIC X(31).

       01  REASON-COUNTS.
             05  RC-ENTRIES OCCURS 4 TIMES.
                 10  RC-COUNT            PIC 9(5).
                 10  RC-NET-AMT          PIC S9(11)V99.

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
             05   PIC X(40)  VALUE
                  'S A L E S   A D J U S T M E N T   R E G'.
             05   PIC X(10)  VALUE
                  'I S T E R'.

       01  HEADING-LINE-2.
            05                    PIC X(11)   VALUE SPACES.
            05  HL2-YEAR          PIC 9(4).
            05                    PIC X(1)   VALUE '/'.
            05  HL2-MONTH         PIC 99.
            05                    PIC X(1)   VALUE '/'.
            05  HL2-DAY           PIC 99.
            05                    PIC X(95)  VALUE SPACES.
            05                    pic x(6) value 'PAGE  '.
            05  HL2-PAGE-NUMBER   PIC ZZ9.

       01  HEADING-LINE-3.
           05                    PIC X(11)   VALUE SPACES.
           05                    PIC X(14)   VALUE 'SALESPERSON'.
           05                    PIC X(22)   VALUE 'NAME'.
           05                    PIC X(9)    VALUE 'YEAR/MO'.
           05                    PIC X(8)    VALUE 'REASON'.
           05                    PIC X(10)   VALUE 'APPROVER'.
           05                    PIC X(8)    VALUE 'PAIR'.
           05                    PIC X(16)   VALUE '    ADJUSTMENT'.
           05                    PIC X(16)   VALUE '    YTD BEFORE'.
           05                    PIC X(16)   VALUE '     YTD AFTER'.

       01  REGISTER-LINE.
            05                    PIC X(11) VALUE SPACES.
            05  RL-DIST-NO        PIC X(4).
            05                    PIC X(1)  VALUE '-'.
            05  RL-BRANCH-NO      PIC X(2).
            05                    PIC X(1)  VALUE '-'.
            05  RL-SALES-NO       PIC X(2).
            05                    PIC X(4)  VALUE SPACES.
            05  RL-NAME           PIC X(20).
            05                    PIC X(2)  VALUE SPACES.
            05  RL-YEAR           PIC 9(4).
            05                    PIC X(1)  VALUE '/'.
            05  RL-MONTH          PIC 99.
            05                    PIC X(2)  VALUE SPACES.
            05  RL-REASON-CODE    PIC X(2).
            05                    PIC X(6)  VALUE SPACES.
            05  RL-APPROVER-ID    PIC X(7).
            05                    PIC X(3)  VALUE SPACES.
            05  RL-PAIR-ID        PIC X(6).
            05                    PIC X(2)  VALUE SPACES.
            05  RL-AMOUNT         PIC $$,$$$,$$9.99-.
            05                    PIC X(2)  VALUE SPACES.
            05  RL-YTD-BEFORE     PIC $$,$$$,$$9.99-.
            05                    PIC X(2)  VALUE SPACES.
            05  RL-YTD-AFTER      PIC $$,$$$,$$9.99-.

       01  APPROVER-HEADING-LINE.
            05                    PIC X(11) VALUE SPACES.
            05                    PIC X(40)
              VALUE 'TOTALS BY APPROVER        COUNT'.
            05                    PIC X(20)
              VALUE '    NET ADJUSTMENT'.

       01  APPROVER-LINE.
            05                    PIC X(11) VALUE SPACES.
            05  APL-APPROVER-ID   PIC X(7).
            05                    PIC X(18) VALUE SPACES.
            05  APL-COUNT         PIC ZZ,ZZ9.
            05                    PIC X(5)  VALUE SPACES.
            05  APL-NET-AMT       PIC $$$,$$$,$$$,$$9.99-.

       01  REASON-HEADING-LINE.
            05                    PIC X(11) VALUE SPACES.
            05                    PIC X(40)
              VALUE 'TOTALS BY REASON                        '.
            05                    PIC X(11)
              VALUE '      COUNT'.
            05                    PIC X(20)
              VALUE '    NET ADJUSTMENT'.

       01  REASON-LINE.
            05                    PIC X(11) VALUE SPACES.
            05  RSL-REASON-CODE   PIC X(2).
            05                    PIC X(2)  VALUE SPACES.
            05  RSL-DESCRIPTION   PIC X(31).
            05                    PIC X(10) VALUE SPACES.
            05  RSL-COUNT         PIC ZZ,ZZ9.
            05                    PIC X(5)  VALUE SPACES.
            05  RSL-NET-AMT       PIC $$$,$$$,$$$,$$9.99-.

       01  TOTALS-LINE-1.
             05                    PIC X(11) VALUE SPACES.
             05                    PIC X(20)
                  VALUE  'TRANSACTIONS READ:  '.
             05 TL-TRANS-COUNT     PIC Z,ZZ9.
             05                    PIC X(9)  VALUE SPACES.
             05                    PIC X(8)  VALUE 'POSTED: '.
             05 TL-POSTED-COUNT    PIC Z,ZZ9.
             05                    PIC X(9)  VALUE SPACES.
             05                    PIC X(14) VALUE 'PAIRS POSTED: '.
             05 TL-PAIR-COUNT      PIC Z,ZZ9.
             05                    PIC X(9)  VALUE SPACES.
             05                    PIC X(10) VALUE 'REJECTED: '.
             05 TL-REJECT-COUNT    PIC Z,ZZ9.

       01  TOTALS-LINE-2.
             05                    PIC X(11) VALUE SPACES.
             05                    PIC X(11) VALUE 'INCREASES: '.
             05 TL2-INCREASE       PIC $$$,$$$,$$$,$$9.99-.
             05                    PIC X(5)  VALUE SPACES.
             05                    PIC X(11) VALUE 'DECREASES: '.
             05 TL2-DECREASE       PIC $$$,$$$,$$$,$$9.99-.
             05                    PIC X(5)  VALUE SPACES.
             05                    PIC X(5)  VALUE 'NET: '.
             05 TL2-NET            PIC $$$,$$$,$$$,$$9.99-.

       01  TOTALS-LINE-3.
            05                     PIC X(38) VALUE SPACES.
            05                     PIC X(45)
              VALUE "* * * * *    END    OF    REPORT    * * * * *".

       PROCEDURE DIVISION.
      ***************************************************************

      * 000-MAIN.
      *  - PERFORM 100-HSK
      *  - LOAD AND EDIT EVERY TRANSACTION, THEN CHECK THE PAIRS
      *  - PICK UP THE SLSHIST FIGURES THE GOOD ONES POST ON TOP OF
      *  - POST THE GOOD TRANSACTIONS IN FILE ORDER
      *  - PERFORM 120-EOJ
      ***************************************************************
       000-MAIN.

              PERFORM 100-HSK.

              PERFORM UNTIL MORE-RECORDS = 'N'
                  READ ADJUST-TRANS
                      AT END
                        SET NO-RECORDS TO TRUE
                      NOT AT END
                        PERFORM 110-LOAD-TRANSACTION
                  END-READ
              END-PERFORM.

              PERFORM 115-CHECK-PAIR
                  VARYING WS-AJ-SUB FROM 1 BY 1
                  UNTIL WS-AJ-SUB > AJ-ENTRY-COUNT.

              PERFORM 116-WRITE-REJECT
                  VARYING WS-AJ-SUB FROM 1 BY 1
                  UNTIL WS-AJ-SUB > AJ-ENTRY-COUNT.

              PERFORM 117-LOAD-HISTORY-BASE.

              OPEN EXTEND SALES-HISTORY.

              PERFORM 130-POST-ADJUSTMENT
                  VARYING WS-AJ-SUB FROM 1 BY 1
                  UNTIL WS-AJ-SUB > AJ-ENTRY-COUNT.

              PERFORM 120-EOJ.

              STOP RUN.

      ***************************************************************
      * 100-HSK.
      *  - FILES ARE OPENED TO BEGIN PROCESSING.  THE LAST YEAR
      *  - CLOSED BY YTDCLOSE IS TAKEN FROM YECLCTL; A MISSING FILE
      *  - MEANS NO YEAR HAS BEEN CLOSED.
      ***************************************************************
       100-HSK.

           OPEN INPUT ADJUST-TRANS
                      SALES-PERSON-MASTER
           I-O   YTD-MASTER
           OUTPUT ADJUST-REGISTER
                  ADJUST-REJECTS.

           IF NOT SP-FOUND
               DISPLAY "SLSADJ: SALES-PERSON-MASTER OPEN FAILED, "
                       "STATUS=" WS-SP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT YM-FOUND
               DISPLAY "SLSADJ: YTD-MASTER OPEN FAILED, STATUS="
                       WS-YM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

           MOVE CD-YEAR   TO HL2-YEAR.
           MOVE CD-MONTH  TO HL2-MONTH.
           MOVE CD-DAY    TO HL2-DAY.

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

           INITIALIZE REASON-COUNTS.

      ***************************************************************
      * 110-LOAD-TRANSACTION.
      *  - THE TRANSACTION IS EDITED AND HELD WITH ITS RESULT.  A
      *  - FULL TABLE ENDS THE RUN BEFORE ANYTHING IS POSTED.
      ***************************************************************
       110-LOAD-TRANSACTION.

           ADD 1 TO WS-TRANS-COUNT.

           IF AJ-ENTRY-COUNT >= 2000
               DISPLAY "SLSADJ: ADJUSTMENT TABLE FULL - "
                       "RUN TERMINATED, NOTHING POSTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ADJUST-TRANS-IN TO ADJUST-TRANS-REC.

           PERFORM 112-VALIDATE-TRANS.

           ADD 1 TO AJ-ENTRY-COUNT.
           MOVE AJ-ENTRY-COUNT  TO WS-AJ-SUB.
           MOVE ADJUST-TRANS-IN TO AJ-IMAGE(WS-AJ-SUB).
           MOVE RJ-REASON       TO AJ-REASON(WS-AJ-SUB).
           MOVE WS-ADJ-AMOUNT   TO AJ-SIGNED-AMT(WS-AJ-SUB).
           MOVE ZERO            TO AJ-HIST-BASE(WS-AJ-SUB).

           IF TRANS-IS-VALID
               MOVE "V" TO AJ-STATUS(WS-AJ-SUB)
           ELSE
               MOVE "R" TO AJ-STATUS(WS-AJ-SUB)
           END-IF.

      ***************************************************************
      * 112-VALIDATE-TRANS.
      *  - EVERY EDIT IS APPLIED BEFORE THE TRANSACTION IS ALLOWED
      *  - TO TOUCH A MASTER.  THE SALESPERSON MUST BE ON SLSPMAST
      *  - AND NOT TERMINATED OR OFFBOARDED, SO NO BALANCE SLSOFFB
      *  - HAS ARCHIVED AND PURGED IS EVER POSTED BACK.
      *  - THE MONTH MUST BE IN THE CURRENT YEAR (THE ONLY YEAR
      *  - YTDMAST HOLDS), NOT AFTER THE CURRENT MONTH, AND NOT IN A
      *  - YEAR YTDCLOSE HAS CLOSED.  A DECREASE NEEDS A YTDMAST
      *  - RECORD WITH AT LEAST THAT MUCH YTD TO TAKE IT FROM.
      ***************************************************************
       112-VALIDATE-TRANS.

           MOVE "Y" TO WS-VALID-TRANS.
           MOVE SPACES TO RJ-REASON.
           MOVE ZERO TO WS-ADJ-AMOUNT.

           IF AT-DIST-NO IS NOT NUMERIC
              OR AT-BRANCH-NO IS NOT NUMERIC
              OR AT-SALES-NO IS NOT NUMERIC
               MOVE "N" TO WS-VALID-TRANS
               MOVE "INVALID DIST/BRANCH/SALES KEY" TO RJ-REASON
           END-IF.

           IF TRANS-IS-VALID
              AND NOT AT-INCREASE AND NOT AT-DECREASE
               MOVE "N" TO WS-VALID-TRANS
               MOVE "DIRECTION NOT + OR -" TO RJ-REASON
           END-IF.

           IF TRANS-IS-VALID
              AND (AT-AMOUNT IS NOT NUMERIC OR AT-AMOUNT = ZERO)
               MOVE "N" TO WS-VALID-TRANS
               MOVE "INVALID ADJUSTMENT AMOUNT" TO RJ-REASON
           END-IF.

           IF TRANS-IS-VALID
              AND (AT-TARGET-YEAR IS NOT NUMERIC
                   OR AT-TARGET-MONTH IS NOT NUMERIC
                   OR AT-TARGET-MONTH < 1
                   OR AT-TARGET-MONTH > 12)
               MOVE "N" TO WS-VALID-TRANS
               MOVE "INVALID TARGET YEAR/MONTH" TO RJ-REASON
           END-IF.

           IF TRANS-IS-VALID
              AND AT-TARGET-YEAR <= WS-LAST-CLOSED-YEAR
               MOVE "N" TO WS-VALID-TRANS
               MOVE "TARGET YEAR ALREADY CLOSED" TO RJ-REASON
           END-IF.

           IF TRANS-IS-VALID
              AND AT-TARGET-YEAR NOT = CD-YEAR
               MOVE "N" TO WS-VALID-TRANS
               MOVE "TARGET YEAR NOT CURRENT YEAR" TO RJ-REASON
           END-IF.

           IF TRANS-IS-VALID
              AND AT-TARGET-MONTH > CD-MONTH
               MOVE "N" TO WS-VALID-TRANS
               MOVE "TARGET MONTH IN THE FUTURE" TO RJ-REASON
           END-IF.

           IF TRANS-IS-VALID
               PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                       UNTIL WS-RS-SUB > 4
                       OR RS-REASON-CODE(WS-RS-SUB) = AT-REASON-CODE
                   CONTINUE
               END-PERFORM
               IF WS-RS-SUB > 4
                   MOVE "N" TO WS-VALID-TRANS
                   MOVE "INVALID REASON CODE" TO RJ-REASON
               END-IF
           END-IF.

           IF TRANS-IS-VALID
              AND AT-APPROVER-ID = SPACES
               MOVE "N" TO WS-VALID-TRANS
               MOVE "APPROVER ID MISSING" TO RJ-REASON
           END-IF.

           IF TRANS-IS-VALID
               MOVE AT-DIST-NO   TO SP-DIST-NO
               MOVE AT-BRANCH-NO TO SP-BRANCH-NO
               MOVE AT-SALES-NO  TO SP-SALES-NO
               READ SALES-PERSON-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-VALID-TRANS
                       MOVE "SALESPERSON NOT ON SLSPMAST"
                           TO RJ-REASON
                   NOT INVALID KEY
                       IF SP-INACTIVE
                           MOVE "N" TO WS-VALID-TRANS
                           MOVE "SALESPERSON TERMINATED" TO RJ-REASON
                       END-IF
               END-READ
           END-IF.

           IF TRANS-IS-VALID
               IF AT-DECREASE
                   COMPUTE WS-ADJ-AMOUNT = ZERO - AT-AMOUNT
               ELSE
                   MOVE AT-AMOUNT TO WS-ADJ-AMOUNT
               END-IF
               MOVE AT-DIST-NO   TO YM-DIST-NO
               MOVE AT-BRANCH-NO TO YM-BRANCH-NO
               MOVE AT-SALES-NO  TO YM-SALES-NO
               MOVE "Y" TO WS-YM-ON-FILE
               READ YTD-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-YM-ON-FILE
               END-READ
               IF AT-DECREASE AND NOT YM-MASTER-ON-FILE
                   MOVE "N" TO WS-VALID-TRANS
                   MOVE "DECREASE WITH NO YTDMAST RECORD"
                       TO RJ-REASON
               END-IF
               IF AT-DECREASE AND YM-MASTER-ON-FILE
                  AND YM-YTD-AMT + WS-ADJ-AMOUNT < ZERO
                   MOVE "N" TO WS-VALID-TRANS
                   MOVE "DECREASE EXCEEDS YTD" TO RJ-REASON
               END-IF
           END-IF.

      ***************************************************************
      * 115-CHECK-PAIR.
      *  - A TRANSACTION WITH A PAIR ID IS ONE LEG OF A MOVE.  ITS
      *  - PAIR MUST HAVE EXACTLY TWO LEGS, FOR TWO DIFFERENT REPS,
      *  - IN THE SAME MONTH, BOTH GOOD, NETTING TO ZERO.  IF NOT,
      *  - EVERY LEG CARRYING THE PAIR ID IS REJECTED, SO A MOVE
      *  - NEVER POSTS HALF DONE.  EACH PAIR IS CHECKED FROM ITS
      *  - FIRST LEG.
      ***************************************************************
       115-CHECK-PAIR.

           MOVE AJ-IMAGE(WS-AJ-SUB) TO ADJUST-TRANS-REC.

           IF AT-PAIR-ID NOT = SPACES
               MOVE ZERO TO WS-PAIR-LEGS
               MOVE ZERO TO WS-PAIR-NET
               MOVE "N"  TO WS-PAIR-BAD
               MOVE SPACES TO WS-PAIR-REASON
               PERFORM VARYING WS-AJ-SUB2 FROM 1 BY 1
                       UNTIL WS-AJ-SUB2 > AJ-ENTRY-COUNT
                   IF AJ-IMAGE(WS-AJ-SUB2)(34:6) = AT-PAIR-ID
                       ADD 1 TO WS-PAIR-LEGS
                       IF WS-AJ-SUB2 < WS-AJ-SUB
                           MOVE "Y" TO WS-PAIR-BAD
                           MOVE "CHECKED" TO WS-PAIR-REASON
                       END-IF
                       IF AJ-REJECTED(WS-AJ-SUB2)
                          AND WS-PAIR-REASON = SPACES
                           MOVE "Y" TO WS-PAIR-BAD
                           MOVE "OTHER LEG OF PAIR REJECTED"
                               TO WS-PAIR-REASON
                       END-IF
                       ADD AJ-SIGNED-AMT(WS-AJ-SUB2) TO WS-PAIR-NET
                       IF WS-AJ-SUB2 NOT = WS-AJ-SUB
                          AND (AJ-IMAGE(WS-AJ-SUB2)(1:8) = AT-KEY
                            OR AJ-IMAGE(WS-AJ-SUB2)(19:6) NOT =
                               AJ-IMAGE(WS-AJ-SUB)(19:6))
                          AND WS-PAIR-REASON = SPACES
                           MOVE "Y" TO WS-PAIR-BAD
                           MOVE "PAIR LEGS NOT A VALID MOVE"
                               TO WS-PAIR-REASON
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PAIR-REASON NOT = "CHECKED"
                   IF WS-PAIR-LEGS NOT = 2
                       MOVE "Y" TO WS-PAIR-BAD
                       MOVE "PAIR DOES NOT HAVE TWO LEGS"
                           TO WS-PAIR-REASON
                   END-IF
                   IF NOT PAIR-IS-BAD AND WS-PAIR-NET NOT = ZERO
                       MOVE "Y" TO WS-PAIR-BAD
                       MOVE "PAIR DOES NOT NET TO ZERO"
                           TO WS-PAIR-REASON
                   END-IF
                   IF PAIR-IS-BAD
                       PERFORM 115A-REJECT-PAIR
                   ELSE
                       ADD 1 TO WS-PAIR-COUNT
                   END-IF
               END-IF
           END-IF.

      ***************************************************************
      * 115A-REJECT-PAIR.
      *  - EVERY LEG OF THE PAIR IS REJECTED.  A LEG THAT FAILED
      *  - ITS OWN EDITS KEEPS ITS OWN REASON.
      ***************************************************************
       115A-REJECT-PAIR.

           PERFORM VARYING WS-AJ-SUB2 FROM 1 BY 1
                   UNTIL WS-AJ-SUB2 > AJ-ENTRY-COUNT
               IF AJ-IMAGE(WS-AJ-SUB2)(34:6) = AT-PAIR-ID
                  AND AJ-VALID(WS-AJ-SUB2)
                   MOVE "R" TO AJ-STATUS(WS-AJ-SUB2)
                   MOVE WS-PAIR-REASON TO AJ-REASON(WS-AJ-SUB2)
               END-IF
           END-PERFORM.

      ***************************************************************
      * 116-WRITE-REJECT.
      *  - A REJECTED TRANSACTION GOES TO THE REJECT LISTING WITH
      *  - ITS REASON AND IS POSTED NOWHERE
      ***************************************************************
       116-WRITE-REJECT.

           IF AJ-REJECTED(WS-AJ-SUB)
               MOVE AJ-IMAGE(WS-AJ-SUB)  TO RJ-ORIGINAL-RECORD
               MOVE AJ-REASON(WS-AJ-SUB) TO RJ-REASON
               WRITE REJECT-RECORD
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

      ***************************************************************
      * 117-LOAD-HISTORY-BASE.
      *  - SLSHIST IS READ ONCE FOR THE LAST SNAPSHOT OF EVERY
      *  - SALESPERSON/MONTH A GOOD ADJUSTMENT POSTS TO, THE SAME
      *  - LAST-ONE-WINS RULE SLSTREND AND SHCONSOL APPLY.  A MONTH
      *  - WITH NO SNAPSHOT STARTS FROM ZERO.
      ***************************************************************
       117-LOAD-HISTORY-BASE.

           OPEN INPUT SALES-HISTORY.

           PERFORM UNTIL SH-NO-MORE
               READ SALES-HISTORY
                   AT END
                     SET SH-NO-MORE TO TRUE
                   NOT AT END
                     PERFORM 118-MATCH-HISTORY
                         VARYING WS-AJ-SUB FROM 1 BY 1
                         UNTIL WS-AJ-SUB > AJ-ENTRY-COUNT
               END-READ
           END-PERFORM.

           CLOSE SALES-HISTORY.

      ***************************************************************
      * 118-MATCH-HISTORY.
      ***************************************************************
       118-MATCH-HISTORY.

           IF AJ-VALID(WS-AJ-SUB)
               MOVE AJ-IMAGE(WS-AJ-SUB) TO ADJUST-TRANS-REC
               IF SH-DIST-NO = AT-DIST-NO
                  AND SH-BRANCH-NO = AT-BRANCH-NO
                  AND SH-SALES-NO = AT-SALES-NO
                  AND SH-YEAR = AT-TARGET-YEAR
                  AND SH-MONTH = AT-TARGET-MONTH
                   MOVE SH-MONTH-AMT TO AJ-HIST-BASE(WS-AJ-SUB)
               END-IF
           END-IF.

      ***************************************************************
      * 130-POST-ADJUSTMENT.
      *  - A GOOD ADJUSTMENT IS ADDED TO THE YTD.  FOR THE CURRENT
      *  - MONTH IT IS ALSO ADDED TO THE MTD (WHICH STARTS FROM ZERO
      *  - IF THE MASTER IS STILL ON AN EARLIER MONTH) AND THE NEW
      *  - MTD IS THE MONTH'S SNAPSHOT, AS CBL01 POSTS IT.  FOR AN
      *  - EARLIER MONTH THE SNAPSHOT IS THE MONTH'S LAST FIGURE
      *  - PLUS THE ADJUSTMENT, AND THE MTD IS LEFT ALONE.  A LATER
      *  - ADJUSTMENT FOR THE SAME SALESPERSON/MONTH WORKS FROM THE
      *  - NEW FIGURE.
      ***************************************************************
       130-POST-ADJUSTMENT.

           IF AJ-VALID(WS-AJ-SUB)
               MOVE AJ-IMAGE(WS-AJ-SUB)      TO ADJUST-TRANS-REC
               MOVE AJ-SIGNED-AMT(WS-AJ-SUB) TO WS-ADJ-AMOUNT

               MOVE AT-DIST-NO   TO YM-DIST-NO
               MOVE AT-BRANCH-NO TO YM-BRANCH-NO
               MOVE AT-SALES-NO  TO YM-SALES-NO
               MOVE "Y" TO WS-YM-ON-FILE
               READ YTD-MASTER
                   INVALID KEY
                       MOVE "N" TO WS-YM-ON-FILE
                       MOVE ZERO TO YM-YTD-AMT YM-MTD-AMT
                                    YM-MTD-MONTH YM-PRIOR-YTD-AMT
               END-READ

               MOVE YM-YTD-AMT TO WS-BEFORE-YTD
               ADD WS-ADJ-AMOUNT TO YM-YTD-AMT

               IF AT-TARGET-MONTH = CD-MONTH
                   IF YM-MTD-MONTH NOT = CD-MONTH
                       MOVE ZERO     TO YM-MTD-AMT
                       MOVE CD-MONTH TO YM-MTD-MONTH
                   END-IF
                   ADD WS-ADJ-AMOUNT TO YM-MTD-AMT
                   MOVE YM-MTD-AMT TO WS-NEW-SNAPSHOT
               ELSE
                   COMPUTE WS-NEW-SNAPSHOT =
                       AJ-HIST-BASE(WS-AJ-SUB) + WS-ADJ-AMOUNT
               END-IF

               IF YM-MASTER-ON-FILE
                   REWRITE YTD-MASTER-REC
               ELSE
                   WRITE YTD-MASTER-REC
               END-IF

               IF NOT YM-FOUND
                   DISPLAY "SLSADJ: YTD-MASTER UPDATE FAILED, STATUS="
                           WS-YM-STATUS " KEY=" YM-KEY
                   MOVE 16 TO RETURN-CODE
                   PERFORM 120-EOJ
                   STOP RUN
               END-IF

               MOVE AT-DIST-NO      TO SH-DIST-NO
               MOVE AT-BRANCH-NO    TO SH-BRANCH-NO
               MOVE AT-SALES-NO     TO SH-SALES-NO
               MOVE AT-TARGET-YEAR  TO SH-YEAR
               MOVE AT-TARGET-MONTH TO SH-MONTH
               MOVE WS-NEW-SNAPSHOT TO SH-MONTH-AMT
               WRITE SALES-HISTORY-REC

               PERFORM VARYING WS-AJ-SUB2 FROM WS-AJ-SUB BY 1
                       UNTIL WS-AJ-SUB2 > AJ-ENTRY-COUNT
                   IF AJ-IMAGE(WS-AJ-SUB2)(1:8) = AT-KEY
                      AND AJ-IMAGE(WS-AJ-SUB2)(19:6) =
                          AJ-IMAGE(WS-AJ-SUB)(19:6)
                       MOVE WS-NEW-SNAPSHOT
                           TO AJ-HIST-BASE(WS-AJ-SUB2)
                   END-IF
               END-PERFORM

               ADD 1 TO WS-POSTED-COUNT
               IF WS-ADJ-AMOUNT > ZERO
                   ADD WS-ADJ-AMOUNT TO WS-TOTAL-INCREASE
               ELSE
                   ADD WS-ADJ-AMOUNT TO WS-TOTAL-DECREASE
               END-IF
               ADD WS-ADJ-AMOUNT TO WS-TOTAL-NET

               PERFORM 135-ADD-CONTROL-TOTALS
               PERFORM 140-PRINT-REGISTER-LINE
           END-IF.

      ***************************************************************
      * 135-ADD-CONTROL-TOTALS.
      *  - THE ADJUSTMENT IS ADDED TO ITS APPROVER'S AND ITS REASON
      *  - CODE'S TOTALS.  APPROVERS BEYOND THE TABLE ARE TOTALLED
      *  - UNDER THE LAST ENTRY WITH A WARNING.
      ***************************************************************
       135-ADD-CONTROL-TOTALS.

           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
                   UNTIL WS-AP-SUB > AP-ENTRY-COUNT
                   OR AP-APPROVER-ID(WS-AP-SUB) = AT-APPROVER-ID
               CONTINUE
           END-PERFORM.

           IF WS-AP-SUB > AP-ENTRY-COUNT
               IF AP-ENTRY-COUNT < 500
                   ADD 1 TO AP-ENTRY-COUNT
                   MOVE AP-ENTRY-COUNT TO WS-AP-SUB
                   MOVE AT-APPROVER-ID TO AP-APPROVER-ID(WS-AP-SUB)
                   MOVE ZERO TO AP-COUNT(WS-AP-SUB)
                                AP-NET-AMT(WS-AP-SUB)
               ELSE
                   DISPLAY "SLSADJ: APPROVER TABLE FULL - "
                           AT-APPROVER-ID " TOTALLED UNDER "
                           AP-APPROVER-ID(AP-ENTRY-COUNT)
                   MOVE AP-ENTRY-COUNT TO WS-AP-SUB
               END-IF
           END-IF.

           ADD 1 TO AP-COUNT(WS-AP-SUB).
           ADD WS-ADJ-AMOUNT TO AP-NET-AMT(WS-AP-SUB).

           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > 4
                   OR RS-REASON-CODE(WS-RS-SUB) = AT-REASON-CODE
               CONTINUE
           END-PERFORM.

           ADD 1 TO RC-COUNT(WS-RS-SUB).
           ADD WS-ADJ-AMOUNT TO RC-NET-AMT(WS-RS-SUB).

      ***************************************************************
      * 140-PRINT-REGISTER-LINE.
      *  - ONE LINE PER ADJUSTMENT POSTED, WITH THE SALESPERSON'S
      *  - YTD BEFORE AND AFTER
      ***************************************************************
       140-PRINT-REGISTER-LINE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 200-PRINT-HEADING-LINES
           END-IF.

           MOVE AT-DIST-NO   TO SP-DIST-NO.
           MOVE AT-BRANCH-NO TO SP-BRANCH-NO.
           MOVE AT-SALES-NO  TO SP-SALES-NO.

           READ SALES-PERSON-MASTER
               INVALID KEY
                   MOVE SPACES TO SP-NAME
           END-READ.

           MOVE AT-DIST-NO      TO RL-DIST-NO.
           MOVE AT-BRANCH-NO    TO RL-BRANCH-NO.
           MOVE AT-SALES-NO     TO RL-SALES-NO.
           MOVE SP-NAME         TO RL-NAME.
           MOVE AT-TARGET-YEAR  TO RL-YEAR.
           MOVE AT-TARGET-MONTH TO RL-MONTH.
           MOVE AT-REASON-CODE  TO RL-REASON-CODE.
           MOVE AT-APPROVER-ID  TO RL-APPROVER-ID.
           MOVE AT-PAIR-ID      TO RL-PAIR-ID.
           MOVE WS-ADJ-AMOUNT   TO RL-AMOUNT.
           MOVE WS-BEFORE-YTD   TO RL-YTD-BEFORE.
           MOVE YM-YTD-AMT      TO RL-YTD-AFTER.

           MOVE REGISTER-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-COUNT.

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
      *  - THE APPROVER AND REASON TOTALS AND THE RUN TOTALS ARE
      *  - PRINTED AND FILES ARE CLOSED.  ANY REJECT ENDS THE RUN
      *  - WITH RC 4 SO THE REJECT LISTING IS NOT OVERLOOKED.
      ***************************************************************
       120-EOJ.

           IF LINE-COUNT >= LINES-ON-PAGE - 8
               PERFORM 200-PRINT-HEADING-LINES
           END-IF.

           MOVE APPROVER-HEADING-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.
           ADD 3 TO LINE-COUNT.

           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
                   UNTIL WS-AP-SUB > AP-ENTRY-COUNT
               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 200-PRINT-HEADING-LINES
               END-IF
               MOVE AP-APPROVER-ID(WS-AP-SUB) TO APL-APPROVER-ID
               MOVE AP-COUNT(WS-AP-SUB)       TO APL-COUNT
               MOVE AP-NET-AMT(WS-AP-SUB)     TO APL-NET-AMT
               MOVE APPROVER-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1 LINES
               ADD 1 TO LINE-COUNT
           END-PERFORM.

           IF LINE-COUNT >= LINES-ON-PAGE - 6
               PERFORM 200-PRINT-HEADING-LINES
           END-IF.

           MOVE REASON-HEADING-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.

           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > 4
               MOVE RS-REASON-CODE(WS-RS-SUB) TO RSL-REASON-CODE
               MOVE RS-DESCRIPTION(WS-RS-SUB) TO RSL-DESCRIPTION
               MOVE RC-COUNT(WS-RS-SUB)       TO RSL-COUNT
               MOVE RC-NET-AMT(WS-RS-SUB)     TO RSL-NET-AMT
               MOVE REASON-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1 LINES
               ADD 1 TO LINE-COUNT
           END-PERFORM.

           MOVE WS-TRANS-COUNT  TO TL-TRANS-COUNT.
           MOVE WS-POSTED-COUNT TO TL-POSTED-COUNT.
           MOVE WS-PAIR-COUNT   TO TL-PAIR-COUNT.
           MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 200-PRINT-HEADING-LINES
           END-IF.

           MOVE TOTALS-LINE-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.

           MOVE WS-TOTAL-INCREASE TO TL2-INCREASE.
           MOVE WS-TOTAL-DECREASE TO TL2-DECREASE.
           MOVE WS-TOTAL-NET      TO TL2-NET.
           MOVE TOTALS-LINE-2 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.

           MOVE TOTALS-LINE-3 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           CLOSE ADJUST-TRANS
                 SALES-PERSON-MASTER
                 YTD-MASTER
                 SALES-HISTORY
                 ADJUST-REGISTER
                 ADJUST-REJECTS.

           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
