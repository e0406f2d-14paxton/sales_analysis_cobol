       DATE-COMPILED.
      **************************************************************
      * PURPOSE:  THIS PROGRAM REBUILDS THE QUOTAVS ONLINE QUOTA
      * KSDS EVERY NIGHT FROM THE SAME QUOTAMST QUOTA MASTER CBL01
      * LOADS IN 105-LOAD-QUOTA-TABLE, SO THE SINQ ONLINE INQUIRY
      * ALWAYS QUOTES THE SAME FIGURES THE BATCH REPORTS USE.
      * QUOTAMST IS EFFECTIVE-DATED, SO FOR EACH DISTRICT/BRANCH
      * ONLY THE ENTRY IN EFFECT THIS MONTH IS LOADED: EARLIER
      * ENTRIES IT SUPERSEDES AND ENTRIES NOT YET EFFECTIVE ARE
      * COUNTED BUT NOT LOADED.  EVERY ENTRY IS EDITED (NUMERIC
      * DISTRICT/BRANCH/MONTH, NONZERO AMOUNT) BEFORE IT IS USED;
      * BAD ENTRIES PRINT ON THE REFRESH REPORT WITH A REASON.  THE
      * RUN ENDS WITH RC 16 WHEN THE ENTRIES IN DO NOT RECONCILE TO
      * THE ENTRIES LOADED, REJECTED, SUPERSEDED AND NOT YET
      * EFFECTIVE, SO A BAD REFRESH STOPS THE CYCLE INSTEAD OF
      * LEAVING A STALE ONLINE QUOTA.
      **************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT QUOTA-MASTER
           ASSIGN TO QUOTAMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS QM-KEY
           FILE STATUS IS WS-QM-STATUS.

           SELECT QUOTA-VSAM
           ASSIGN TO QUOTAVS
       DATA DIVISION.
       FILE SECTION.

       FD  QUOTA-MASTER
           RECORD CONTAINS 26 CHARACTERS.

           COPY QMRECORD.

       FD  QUOTA-VSAM
           RECORD CONTAINS 12 CHARACTERS.
             05 WS-QV-STATUS      PIC X(2).
                 88  QV-FILE-OK          VALUE "00".
                 88  QV-DUPLICATE        VALUE "22".
             05 WS-QM-STATUS      PIC X(2).
                 88  QM-FILE-OK          VALUE "00".
             05 WS-VALID-ENTRY    PIC X  VALUE "Y".
                 88  ENTRY-IS-VALID      VALUE "Y".
             05 WS-ENTRY-HELD     PIC X  VALUE "N".
                 88  ENTRY-HELD          VALUE "Y".
             05 WS-CURRENT-PERIOD PIC 9(6) VALUE ZERO.
             05 WS-IN-COUNT       PIC 9(5) VALUE ZERO.
             05 WS-OUT-COUNT      PIC 9(5) VALUE ZERO.
             05 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
             05 WS-SUPERSEDED-COUNT PIC 9(5) VALUE ZERO.
             05 WS-FUTURE-COUNT   PIC 9(5) VALUE ZERO.

       01  HELD-QUOTA-ENTRY.
           05  HQ-DIST-NO              PIC 9(4).
           05  HQ-BRANCH-NO            PIC 9(2).
           05  HQ-EFF-PERIOD           PIC 9(6).
           05  HQ-AMOUNT               PIC 9(4)V99.

       01  PRINT-FIELDS.
             05  PAGE-COUNT       PIC 9(3)  VALUE ZERO.
           05                    PIC X(3)   VALUE spaces.
           05                    PIC X(6)   VALUE 'BRANCH'.
           05                    PIC X(3)   VALUE spaces.
           05                    PIC X(9)   VALUE 'EFFECTIVE'.
           05                    PIC X(3)   VALUE spaces.
           05                    PIC X(6)   VALUE 'AMOUNT'.
           05                    PIC X(6)   VALUE spaces.
           05                    PIC X(22)
            05                    PIC X(7) VALUE SPACES.
            05  RJ-BRANCH-NO      PIC X(2).
            05                    PIC X(5) VALUE SPACES.
            05  RJ-EFF-PERIOD     PIC X(6).
            05                    PIC X(6) VALUE SPACES.
            05  RJ-AMOUNT         PIC X(6).
            05                    PIC X(6) VALUE SPACES.
            05  RJ-REASON         PIC X(30).
                      VALUE "ENTRIES REJECTED: ".
             05 TL-REJECT-COUNT    PIC Z,ZZ9.

       01  TOTALS-LINE-3.
             05                    PIC X(11) VALUE SPACES.
             05                    PIC X(20)
                      VALUE "ENTRIES SUPERSEDED: ".
             05 TL-SUPERSEDED-COUNT PIC Z,ZZ9.
             05                    PIC X(9)  VALUE SPACES.
             05                    PIC X(27)
                      VALUE "ENTRIES NOT YET IN EFFECT: ".
             05 TL-FUTURE-COUNT    PIC Z,ZZ9.

       01  BALANCE-LINE.
            05                     PIC X(11) VALUE SPACES.
            05                     PIC X(29)
              VALUE 'IN RECONCILES TO OUT + REJECT'.
            05                     PIC X(31)
              VALUE ' + SUPERSEDED + NOT EFFECTIVE: '.
            05  BL-BALANCE-MSG     PIC X(11).

       01  TOTALS-LINE-2.

      * 000-MAIN.
      *  - PERFORM 100-HSK
      *  - PERFORM 110-LOAD-ROUTINE FOR EACH QUOTA MASTER ENTRY
      *  - PERFORM 120-EOJ
      *  - RETURN CONTROL BACK TO THE OS
      ***************************************************************
              PERFORM 100-HSK.

              PERFORM UNTIL MORE-RECORDS = 'N'
                  READ QUOTA-MASTER
                      AT END
                        SET NO-RECORDS TO TRUE
                      NOT AT END
      * 100-HSK.
      *  - FILES ARE OPENED TO BEGIN PROCESSING.  QUOTAVS IS OPENED
      *  - OUTPUT SO EVERY REFRESH REBUILDS THE KSDS FROM SCRATCH
      *  - AND NO ENTRY DELETED FROM QUOTAMST CAN LINGER ONLINE.
      ***************************************************************
       100-HSK.

           OPEN INPUT QUOTA-MASTER
           OUTPUT QUOTA-VSAM
                  REFRESH-REPORT.

           IF NOT QM-FILE-OK
               DISPLAY "QUOTALD: QUOTAMST OPEN FAILED, STATUS="
                       WS-QM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT QV-FILE-OK
               DISPLAY "QUOTALD: QUOTAVS OPEN FAILED, STATUS="
                       WS-QV-STATUS
           MOVE CD-MONTH  TO HL2-MONTH.
           MOVE CD-DAY    TO HL2-DAY.

           COMPUTE WS-CURRENT-PERIOD = CD-YEAR * 100 + CD-MONTH.

      ***************************************************************
      * 110-LOAD-ROUTINE.
      *  - ONE QUOTAMST ENTRY IS EDITED.  THE MASTER COMES IN
      *  - DISTRICT/BRANCH/EFFECTIVE MONTH ORDER, SO THE LAST GOOD
      *  - ENTRY ALREADY IN EFFECT FOR A DISTRICT/BRANCH IS THE ONE
      *  - TO LOAD: EACH SUCH ENTRY IS HELD, SUPERSEDING THE ONE
      *  - HELD BEFORE IT, AND THE HELD ENTRY IS WRITTEN WHEN THE
      *  - DISTRICT/BRANCH CHANGES.  AN ENTRY EFFECTIVE AFTER THIS
      *  - MONTH IS COUNTED AND LEFT FOR A LATER REFRESH.
      ***************************************************************
       110-LOAD-ROUTINE.

           ADD 1 TO WS-IN-COUNT.

           IF ENTRY-HELD
              AND (QM-DIST-NO NOT = HQ-DIST-NO
                   OR QM-BRANCH-NO NOT = HQ-BRANCH-NO)
               PERFORM 111-WRITE-HELD-ENTRY
           END-IF.

           PERFORM 112-VALIDATE-ENTRY.

           IF ENTRY-IS-VALID
               IF QM-EFF-PERIOD > WS-CURRENT-PERIOD
                   ADD 1 TO WS-FUTURE-COUNT
               ELSE
                   IF ENTRY-HELD
                       ADD 1 TO WS-SUPERSEDED-COUNT
                   END-IF
                   MOVE QM-DIST-NO    TO HQ-DIST-NO
                   MOVE QM-BRANCH-NO  TO HQ-BRANCH-NO
                   MOVE QM-EFF-PERIOD TO HQ-EFF-PERIOD
                   MOVE QM-AMOUNT     TO HQ-AMOUNT
                   SET ENTRY-HELD TO TRUE
               END-IF
           END-IF.

      ***************************************************************
      * 111-WRITE-HELD-ENTRY.
      *  - THE ENTRY IN EFFECT FOR ONE DISTRICT/BRANCH IS WRITTEN TO
      *  - THE KSDS.  A FAILED WRITE PRINTS ON THE REFRESH REPORT.
      ***************************************************************
       111-WRITE-HELD-ENTRY.

           MOVE HQ-DIST-NO   TO QV-DIST-NO.
           MOVE HQ-BRANCH-NO TO QV-BRANCH-NO.
           MOVE HQ-AMOUNT    TO QV-AMOUNT.

           WRITE QUOTA-VSAM-REC.

           IF QV-FILE-OK
               ADD 1 TO WS-OUT-COUNT
           ELSE
               IF QV-DUPLICATE
                   MOVE "DUPLICATE DISTRICT/BRANCH KEY" TO RJ-REASON
               ELSE
                   MOVE "VSAM WRITE FAILED" TO RJ-REASON
               END-IF
               MOVE HELD-QUOTA-ENTRY(1:4)  TO RJ-DIST-NO
               MOVE HELD-QUOTA-ENTRY(5:2)  TO RJ-BRANCH-NO
               MOVE HELD-QUOTA-ENTRY(7:6)  TO RJ-EFF-PERIOD
               MOVE HELD-QUOTA-ENTRY(13:6) TO RJ-AMOUNT
               PERFORM 115-PRINT-REJECT
           END-IF.

           MOVE "N" TO WS-ENTRY-HELD.

      ***************************************************************
      * 112-VALIDATE-ENTRY.
      *  - EVERY EDIT IS APPLIED BEFORE THE ENTRY IS ALLOWED INTO
           MOVE "Y" TO WS-VALID-ENTRY.
           MOVE SPACES TO RJ-REASON.

           IF QM-DIST-NO IS NOT NUMERIC
              OR QM-BRANCH-NO IS NOT NUMERIC
               MOVE "N" TO WS-VALID-ENTRY
               MOVE "INVALID DISTRICT/BRANCH KEY" TO RJ-REASON
           END-IF.

           IF WS-VALID-ENTRY = "Y"
              AND (QM-EFF-PERIOD IS NOT NUMERIC
                   OR QM-EFF-MONTH < 1 OR QM-EFF-MONTH > 12)
               MOVE "N" TO WS-VALID-ENTRY
               MOVE "INVALID EFFECTIVE MONTH" TO RJ-REASON
           END-IF.

           IF WS-VALID-ENTRY = "Y"
              AND QM-AMOUNT IS NOT NUMERIC
               MOVE "N" TO WS-VALID-ENTRY
               MOVE "INVALID QUOTA AMOUNT" TO RJ-REASON
           END-IF.

           IF WS-VALID-ENTRY = "Y"
              AND QM-AMOUNT = ZERO
               MOVE "N" TO WS-VALID-ENTRY
               MOVE "ZERO QUOTA AMOUNT" TO RJ-REASON
           END-IF.

           IF NOT ENTRY-IS-VALID
               MOVE QUOTA-MASTER-REC(1:4)  TO RJ-DIST-NO
               MOVE QUOTA-MASTER-REC(5:2)  TO RJ-BRANCH-NO
               MOVE QUOTA-MASTER-REC(7:6)  TO RJ-EFF-PERIOD
               MOVE QUOTA-MASTER-REC(13:6) TO RJ-AMOUNT
               PERFORM 115-PRINT-REJECT
           END-IF.

               PERFORM 200-PRINT-HEADING-LINES
           END-IF.

           MOVE REJECT-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-COUNT.
      *  - THE IN/OUT/REJECT COUNTS ARE RECONCILED AND PRINTED.  A
      *  - LOAD THAT DOES NOT BALANCE, OR THAT LOADED NOTHING AT
      *  - ALL, ENDS WITH RC 16 SO THE SCHEDULER HOLDS THE CYCLE
      *  - AND SINQ USERS NEVER QUOTE A STALE QUOTA.  THE LAST
      *  - DISTRICT/BRANCH'S HELD ENTRY IS WRITTEN FIRST.
      ***************************************************************
       120-EOJ.

           IF ENTRY-HELD
               PERFORM 111-WRITE-HELD-ENTRY
           END-IF.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 200-PRINT-HEADING-LINES
           END-IF.
           MOVE TOTALS-LINE-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.

           MOVE WS-SUPERSEDED-COUNT TO TL-SUPERSEDED-COUNT.
           MOVE WS-FUTURE-COUNT     TO TL-FUTURE-COUNT.
           MOVE TOTALS-LINE-3 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.

           IF WS-IN-COUNT = WS-OUT-COUNT + WS-REJECT-COUNT
                          + WS-SUPERSEDED-COUNT + WS-FUTURE-COUNT
              AND WS-OUT-COUNT > ZERO
               MOVE "OK"       TO BL-BALANCE-MSG
           ELSE
               DISPLAY "QUOTALD: REFRESH DID NOT BALANCE - IN="
                       WS-IN-COUNT " OUT=" WS-OUT-COUNT
                       " REJECTED=" WS-REJECT-COUNT
                       " SUPERSEDED=" WS-SUPERSEDED-COUNT
                       " NOT EFFECTIVE=" WS-FUTURE-COUNT
           END-IF.
           MOVE BALANCE-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           MOVE TOTALS-LINE-2 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           CLOSE QUOTA-MASTER
                 QUOTA-VSAM
                 REFRESH-REPORT.
