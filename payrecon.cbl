      * ACCEPTED AGAINST SENT DOLLARS.  WHEN THE MONEY DOES NOT
      * BALANCE THE RUN ENDS WITH RC 8 SO THE SCHEDULER HOLDS THE
      * CYCLE INSTEAD OF LETTING AN UNPAID COMMISSION SLIDE TO
      * NEXT MONTH.  "C" CLAWBACK ADJUSTMENTS ARE MATCHED THE SAME
      * WAY AND BALANCED ON THEIR OWN.  AN "F" FINAL-PAY DETAIL
      * FROM THE SLSOFFB OFFBOARDING RUN IS MATCHED AND BALANCED
      * AS A PAYMENT, AND SO IS AN "A" PRIOR-PERIOD ADJUSTMENT FOR
      * A LATE-POSTED SALE.  EVERY ACCEPTED PAYMENT AND CLAWBACK IS
      * APPENDED TO THE PAIDHIST PAID-COMMISSION HISTORY, ONCE,
      * WITH THE DOLLARS THE BUREAU ACCEPTED.
      **************************************************************
       ENVIRONMENT DIVISION.

           SELECT RECON-REPORT
           ASSIGN TO PAYRCRPT.

           SELECT PAID-HISTORY
           ASSIGN TO PAIDHIST
           FILE STATUS IS WS-PH-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  BUREAU-ACK-REC.
           05  AK-REC-TYPE          PIC X(1).
               88  AK-DETAIL            VALUE "D".
               88  AK-CLAWBACK          VALUE "C".
               88  AK-FINAL-PAY         VALUE "F".
               88  AK-LATE-ADJUSTMENT   VALUE "A".
               88  AK-TRAILER           VALUE "T".
           05  AK-DIST-NO           PIC 9(4).
           05  AK-BRANCH-NO         PIC 9(2).

       01  PRINT-REC        PIC X(132).

       FD  PAID-HISTORY
             RECORD CONTAINS 45 CHARACTERS.

           COPY PHRECORD.

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
             05 WS-UNSENT-COUNT   PIC 9(7) VALUE ZERO.
             05 WS-UNACKED-COUNT  PIC 9(7) VALUE ZERO.
             05 WS-DIFFER-COUNT   PIC 9(7) VALUE ZERO.
             05 WS-CLAW-SENT-COUNT   PIC 9(7) VALUE ZERO.
             05 WS-CLAW-SENT-AMT     PIC 9(9)V99 VALUE ZERO.
             05 WS-CLAW-ACCEPT-COUNT PIC 9(7) VALUE ZERO.
             05 WS-CLAW-ACCEPT-AMT   PIC 9(9)V99 VALUE ZERO.
             05 WS-PH-STATUS      PIC X(2).
                 88  PH-FILE-OK          VALUE "00".
             05 WS-PH-EOF         PIC X  VALUE "N".
                 88  PH-NO-MORE          VALUE "Y".
             05 WS-HISTORY-COUNT  PIC 9(7) VALUE ZERO.
             05 WS-RUN-DATE       PIC 9(8) VALUE ZERO.

       01  PAYMENT-TABLE.
             05  PD-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
                 10  PD-PERIOD         PIC 9(6).
                 10  PD-COMM-AMT       PIC 9(7)V99.
                 10  PD-ACKED          PIC X(1).
                 10  PD-REC-TYPE       PIC X(1).
                 10  PD-SALES-AMT      PIC 9(7)V99.
                 10  PD-COMM-RATE      PIC 9V999.
                 10  PD-IN-HISTORY     PIC X(1).

       01  PRINT-FIELDS.
             05  PAGE-COUNT       PIC 9(3)  VALUE ZERO.
              VALUE 'ACKS NOT SENT:   '.
            05 TL4-UNSENT-COUNT    PIC ZZZ,ZZ9.

       01  TOTALS-LINE-6.
            05                     PIC X(11) VALUE SPACES.
            05                     PIC X(16)
              VALUE 'CLAWBACKS SENT: '.
            05 TL6-CLAW-SENT-COUNT PIC ZZZ,ZZ9.
            05                     PIC X(9)  VALUE SPACES.
            05                     PIC X(15)
              VALUE 'DOLLARS SENT:  '.
            05 TL6-CLAW-SENT-AMT   PIC $$$,$$$,$$9.99.

       01  TOTALS-LINE-7.
            05                     PIC X(11) VALUE SPACES.
            05                     PIC X(16)
              VALUE 'CLAWBACKS ACCPT:'.
            05 TL7-CLAW-ACCEPT-COUNT PIC ZZZ,ZZ9.
            05                     PIC X(9)  VALUE SPACES.
            05                     PIC X(15)
              VALUE 'DOLLARS ACCPT: '.
            05 TL7-CLAW-ACCEPT-AMT PIC $$$,$$$,$$9.99.
            05                     PIC X(9)  VALUE SPACES.
            05                     PIC X(17)
              VALUE 'ADDED TO PAIDHIST'.
            05                     PIC X(2)  VALUE ': '.
            05 TL7-HISTORY-COUNT   PIC ZZZ,ZZ9.

       01  BALANCE-LINE.
            05                     PIC X(11) VALUE SPACES.
            05                     PIC X(34)
      * 000-MAIN.
      *  - PERFORM 100-HSK
      *  - LOAD EVERY PAYRINTF DETAIL INTO THE PAYMENT TABLE
      *  - MARK THE PAYMENTS PAIDHIST ALREADY HOLDS
      *  - MATCH EVERY BUREAU ACKNOWLEDGMENT AGAINST IT
      *  - REPORT PAYMENTS SENT BUT NEVER ACKNOWLEDGED
      *  - PERFORM 120-EOJ (TOTALS AND THE MONEY BALANCE)
                      AT END
                        SET PI-NO-MORE TO TRUE
                      NOT AT END
                        IF PI-DETAIL OR PI-CLAWBACK OR PI-FINAL-PAY
                            OR PI-LATE-ADJUSTMENT
                            PERFORM 110-LOAD-PAYMENT
                        END-IF
                  END-READ
              END-PERFORM.

              PERFORM 115-MARK-ALREADY-RECORDED.

              OPEN EXTEND PAID-HISTORY.

              PERFORM UNTIL AK-NO-MORE
                  READ BUREAU-ACK
                      AT END
                        SET AK-NO-MORE TO TRUE
                      NOT AT END
                        IF AK-DETAIL OR AK-CLAWBACK OR AK-FINAL-PAY
                            OR AK-LATE-ADJUSTMENT
                            PERFORM 130-MATCH-ACK
                        END-IF
                  END-READ
           MOVE CD-MONTH  TO HL2-MONTH.
           MOVE CD-DAY    TO HL2-DAY.

           COMPUTE WS-RUN-DATE =
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.

      ***************************************************************
      * 110-LOAD-PAYMENT.
      *  - ONE PAYRINTF DETAIL OR CLAWBACK BECOMES ONE PAYMENT TABLE
      *  - ENTRY, UNACKNOWLEDGED UNTIL THE BUREAU'S RETURN MATCHES IT
      ***************************************************************
       110-LOAD-PAYMENT.

           MOVE PI-PERIOD    TO PD-PERIOD(PD-IDX).
           MOVE PI-COMM-AMT  TO PD-COMM-AMT(PD-IDX).
           MOVE "N"          TO PD-ACKED(PD-IDX).
           MOVE PI-REC-TYPE  TO PD-REC-TYPE(PD-IDX).
           MOVE PI-SALES-AMT TO PD-SALES-AMT(PD-IDX).
           MOVE PI-COMM-RATE TO PD-COMM-RATE(PD-IDX).
           MOVE "N"          TO PD-IN-HISTORY(PD-IDX).

           IF PI-CLAWBACK
               ADD 1 TO WS-CLAW-SENT-COUNT
               ADD PI-COMM-AMT TO WS-CLAW-SENT-AMT
           ELSE
               ADD 1 TO WS-SENT-COUNT
               ADD PI-COMM-AMT TO WS-SENT-AMT
           END-IF.

      ***************************************************************
      * 115-MARK-ALREADY-RECORDED.
      *  - PAIDHIST IS READ FOR PAYMENTS IN THIS FILE THAT A
      *  - PREVIOUS RUN OF THIS RECONCILIATION ALREADY RECORDED, SO
      *  - A RERUN NEVER RECORDS A PAYMENT TWICE
      ***************************************************************
       115-MARK-ALREADY-RECORDED.

           OPEN INPUT PAID-HISTORY.

           IF PH-FILE-OK
               PERFORM UNTIL PH-NO-MORE
                   READ PAID-HISTORY
                       AT END
                         SET PH-NO-MORE TO TRUE
                       NOT AT END
                         PERFORM 116-MARK-ONE-RECORDED
                             VARYING PD-IDX FROM 1 BY 1
                             UNTIL PD-IDX > PD-ENTRY-COUNT
                   END-READ
               END-PERFORM
               CLOSE PAID-HISTORY
           END-IF.

       116-MARK-ONE-RECORDED.

           IF PH-DIST-NO = PD-DIST-NO(PD-IDX)
              AND PH-BRANCH-NO = PD-BRANCH-NO(PD-IDX)
              AND PH-SALES-NO = PD-SALES-NO(PD-IDX)
              AND PH-PERIOD = PD-PERIOD(PD-IDX)
              AND PH-REC-TYPE = PD-REC-TYPE(PD-IDX)
               MOVE "Y" TO PD-IN-HISTORY(PD-IDX)
           END-IF.

      ***************************************************************
      * 130-MATCH-ACK.
      *  - REPORTED, BECAUSE THE BUREAU WILL PAY ITS FIGURE, NOT
      *  - OURS.  A REJECTED PAYMENT PRINTS WITH THE BUREAU'S
      *  - REASON CODE.  AN ACKNOWLEDGMENT WITH NO MATCHING
      *  - PAYMENT IS REPORTED AS NOT SENT.  A CLAWBACK ACK MATCHES
      *  - ONLY THE CLAWBACK SENT.  AN ACCEPTED PAYMENT OR CLAWBACK
      *  - IS RECORDED ON PAIDHIST.
      ***************************************************************
       130-MATCH-ACK.

                  AND AK-BRANCH-NO = PD-BRANCH-NO(PD-IDX)
                  AND AK-SALES-NO = PD-SALES-NO(PD-IDX)
                  AND AK-PERIOD = PD-PERIOD(PD-IDX)
                  AND AK-REC-TYPE = PD-REC-TYPE(PD-IDX)
                   SET PERSON-ENTRY-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           ELSE
               MOVE "Y" TO PD-ACKED(PD-IDX)
               EVALUATE TRUE
                   WHEN AK-REJECTED AND AK-CLAWBACK
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE PD-COMM-AMT(PD-IDX) TO RL-COMM-AMT
                       MOVE AK-REASON-CODE TO RL-REASON-CODE
                       MOVE "CLAWBACK REJECTED BY BUREAU"
                           TO RL-CONDITION
                       PERFORM 135-PRINT-ACK-LINE
                   WHEN AK-REJECTED
                       ADD 1 TO WS-REJECT-COUNT
                       ADD PD-COMM-AMT(PD-IDX) TO WS-REJECT-AMT
                       MOVE "REJECTED BY BUREAU" TO RL-CONDITION
                       PERFORM 135-PRINT-ACK-LINE
                   WHEN AK-ACCEPTED
                       IF AK-CLAWBACK
                           ADD 1 TO WS-CLAW-ACCEPT-COUNT
                           ADD AK-COMM-AMT TO WS-CLAW-ACCEPT-AMT
                       ELSE
                           ADD 1 TO WS-ACCEPT-COUNT
                           ADD AK-COMM-AMT TO WS-ACCEPT-AMT
                       END-IF
                       PERFORM 137-RECORD-PAID-HISTORY
                       IF AK-COMM-AMT NOT = PD-COMM-AMT(PD-IDX)
                           ADD 1 TO WS-DIFFER-COUNT
                           MOVE AK-COMM-AMT TO RL-COMM-AMT
               END-EVALUATE
           END-IF.

      ***************************************************************
      * 137-RECORD-PAID-HISTORY.
      *  - THE ACCEPTED PAYMENT OR CLAWBACK IS APPENDED TO PAIDHIST
      *  - WITH THE BUREAU'S DOLLARS AND THE RATE WE SENT, UNLESS A
      *  - PREVIOUS RUN ALREADY RECORDED IT
      ***************************************************************
       137-RECORD-PAID-HISTORY.

           IF PD-IN-HISTORY(PD-IDX) = "N"
               MOVE PD-REC-TYPE(PD-IDX)  TO PH-REC-TYPE
               MOVE AK-DIST-NO           TO PH-DIST-NO
               MOVE AK-BRANCH-NO         TO PH-BRANCH-NO
               MOVE AK-SALES-NO          TO PH-SALES-NO
               MOVE AK-PERIOD            TO PH-PERIOD
               MOVE PD-SALES-AMT(PD-IDX) TO PH-SALES-AMT
               MOVE PD-COMM-RATE(PD-IDX) TO PH-COMM-RATE
               MOVE AK-COMM-AMT          TO PH-COMM-AMT
               MOVE WS-RUN-DATE          TO PH-ACCEPT-DATE
               WRITE PAID-HISTORY-REC
               MOVE "Y" TO PD-IN-HISTORY(PD-IDX)
               ADD 1 TO WS-HISTORY-COUNT
           END-IF.

      ***************************************************************
      * 135-PRINT-ACK-LINE.
      *  - ONE RECONCILIATION LINE FOR THE CURRENT ACKNOWLEDGMENT.
           MOVE TOTALS-LINE-4 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.

           MOVE WS-CLAW-SENT-COUNT   TO TL6-CLAW-SENT-COUNT.
           MOVE WS-CLAW-SENT-AMT     TO TL6-CLAW-SENT-AMT.
           MOVE TOTALS-LINE-6 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.

           MOVE WS-CLAW-ACCEPT-COUNT TO TL7-CLAW-ACCEPT-COUNT.
           MOVE WS-CLAW-ACCEPT-AMT   TO TL7-CLAW-ACCEPT-AMT.
           MOVE WS-HISTORY-COUNT     TO TL7-HISTORY-COUNT.
           MOVE TOTALS-LINE-7 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.

           IF WS-ACCEPT-AMT = WS-SENT-AMT
              AND WS-CLAW-ACCEPT-AMT = WS-CLAW-SENT-AMT
              AND WS-REJECT-COUNT = ZERO
              AND WS-UNACKED-COUNT = ZERO
              AND WS-UNSENT-COUNT = ZERO
           CLOSE PAYROLL-INTERFACE
                 BUREAU-ACK
                 SALES-PERSON-MASTER
                 RECON-REPORT
                 PAID-HISTORY.
