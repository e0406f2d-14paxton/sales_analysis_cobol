       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTAMAINT.
       AUTHOR. BRANDON PAXTON.
       DATE-COMPILED.
      **************************************************************
      * PURPOSE:  THIS PROGRAM APPLIES ADD/CHANGE/DELETE MAINTENANCE
      * TRANSACTIONS TO THE QUOTAMST EFFECTIVE-DATED QUOTA MASTER.
      * A QUOTA CHANGE IS MADE BY ADDING A NEW ENTRY EFFECTIVE IN
      * THE MONTH IT STARTS, SO EARLIER MONTHS KEEP THE QUOTA THAT
      * WAS IN FORCE AT THE TIME.  AN ENTRY EFFECTIVE IN A CLOSED
      * MONTH - ANY MONTH BEFORE THE CURRENT ONE, OR IN A YEAR
      * CLOSED BY YTDCLOSE - CAN NOT BE ADDED, CHANGED OR DELETED.
      * THE ONE EXCEPTION IS THE FIRST ENTRY FOR A BRANCH THAT HAS
      * NO QUOTA ON FILE AT ALL, WHICH MAY BE BACK-DATED WITHIN THE
      * OPEN YEAR TO ESTABLISH ITS STARTING QUOTA.  GOOD
      * TRANSACTIONS PRINT BEFORE/AFTER IMAGES ON THE MAINTENANCE
      * AUDIT REPORT AND BAD ONES GO TO THE REJECTED TRANSACTIONS
      * LISTING WITH A REASON.
      **************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAINT-TRANS
           ASSIGN TO QTATRANS.

           SELECT QUOTA-MASTER
           ASSIGN TO QUOTAMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QM-KEY
           FILE STATUS IS WS-QM-STATUS.

           SELECT CLOSE-CONTROL
           ASSIGN TO YECLCTL
           FILE STATUS IS WS-CL-STATUS.

           SELECT MAINT-REPORT
           ASSIGN TO QTMNTRPT.

           SELECT MAINT-REJECTS
           ASSIGN TO QTMNTREJ.

       DATA DIVISION.
       FILE SECTION.

       FD  MAINT-TRANS
           RECORD CONTAINS 19 CHARACTERS.

       01  MAINT-TRANS-REC.
           05  MT-ACTION               PIC X(1).
               88  MT-ADD                  VALUE "A".
               88  MT-CHANGE               VALUE "C".
               88  MT-DELETE               VALUE "D".
           05  MT-KEY.
               10  MT-DIST-NO          PIC X(4).
               10  MT-BRANCH-NO        PIC X(2).
               10  MT-EFF-YEAR         PIC X(4).
               10  MT-EFF-MONTH        PIC X(2).
           05  MT-AMOUNT               PIC X(6).
           05  MT-AMOUNT-N REDEFINES MT-AMOUNT
                                       PIC 9(4)V99.

       FD  QUOTA-MASTER
           RECORD CONTAINS 26 CHARACTERS.

           COPY QMRECORD.

       FD  CLOSE-CONTROL
           RECORD CONTAINS 12 CHARACTERS.

       01  CLOSE-CONTROL-REC.
           05  CL-LAST-CLOSED-YEAR PIC 9(4).
           05  CL-CLOSE-RUN-DATE   PIC 9(8).

       FD  MAINT-REPORT
             RECORD CONTAINS 132 CHARACTERS.

       01  PRINT-REC        PIC X(132).

       FD  MAINT-REJECTS
             RECORD CONTAINS 49 CHARACTERS.

       01  REJECT-RECORD.
           05  RJ-ORIGINAL-RECORD   PIC X(19).
           05  RJ-REASON            PIC X(30).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
             05 MORE-RECORDS      PIC X   VALUE 'Y'.
                  88 NO-RECORDS            VALUE 'N'.
             05 WS-QM-STATUS      PIC X(2).
                 88  QM-FOUND            VALUE "00".
                 88  QM-NOT-FOUND        VALUE "23".
                 88  QM-DUPLICATE        VALUE "22".
             05 WS-CL-STATUS      PIC X(2).
                 88  CL-FILE-OK          VALUE "00".
             05 WS-VALID-TRANS    PIC X  VALUE "Y".
                 88  TRANS-IS-VALID      VALUE "Y".
             05 WS-MASTER-HELD    PIC X  VALUE "N".
                 88  MASTER-ON-FILE      VALUE "Y".
             05 WS-BRANCH-HELD    PIC X  VALUE "N".
                 88  BRANCH-HAS-QUOTA    VALUE "Y".
             05 WS-LAST-CLOSED-YEAR PIC 9(4) VALUE ZERO.
             05 WS-CURRENT-PERIOD PIC 9(6) VALUE ZERO.
             05 WS-EFF-PERIOD     PIC 9(6) VALUE ZERO.
             05 WS-TRANS-COUNT    PIC 9(5) VALUE ZERO.
             05 WS-ADD-COUNT      PIC 9(5) VALUE ZERO.
             05 WS-CHANGE-COUNT   PIC 9(5) VALUE ZERO.
             05 WS-DELETE-COUNT   PIC 9(5) VALUE ZERO.
             05 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.

       01  HELD-MASTER-REC.
           05  HM-KEY.
               10  HM-DIST-NO          PIC 9(4).
               10  HM-BRANCH-NO        PIC 9(2).
               10  HM-EFF-YEAR         PIC 9(4).
               10  HM-EFF-MONTH        PIC 99.
           05  HM-AMOUNT               PIC 9(4)V99.
           05  HM-MAINT-DATE           PIC 9(8).

       01  PRINT-FIELDS.
             05  PAGE-COUNT       PIC 9(3)  VALUE ZERO.
             05  LINES-ON-PAGE    PIC 9(2)  VALUE 50.
             05  LINE-COUNT       PIC 9(2)  VALUE 99.

       01  CURRENT-DATE-AND-TIME.
             05  CD-DATE.
                 10  CD-YEAR      PIC 9999.
                 10  CD-MONTH     PIC 99.
                 10  CD-DAY       PIC 99.
             05                   PIC X(12).

       01  HEADING-LINE-1.
             05                   PIC X(36) VALUE SPACES.
             05   PIC X(42)  VALUE
                  'QUOTA MASTER MAINTENANCE AUDIT REPORT'.

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
           05                    PIC X(6)   VALUE 'ACTION'.
           05                    PIC X(3)   VALUE SPACES.
           05                    PIC X(8)   VALUE 'DISTRICT'.
           05                    PIC X(3)   VALUE SPACES.
           05                    PIC X(6)   VALUE 'BRANCH'.
           05                    PIC X(3)   VALUE SPACES.
           05                    PIC X(9)   VALUE 'EFFECTIVE'.
           05                    PIC X(6)   VALUE SPACES.
           05                    PIC X(13)  VALUE 'MONTHLY QUOTA'.
           05                    PIC X(5)   VALUE SPACES.
           05                    PIC X(10)  VALUE 'MAINTAINED'.

       01 AUDIT-LINE.
            05  AL-IMAGE-TAG      PIC X(8).
            05                    PIC X(3) VALUE SPACES.
            05  AL-ACTION         PIC X(6).
            05                    PIC X(5) VALUE SPACES.
            05  AL-DIST-NO        PIC X(4).
            05                    PIC X(7) VALUE SPACES.
            05  AL-BRANCH-NO      PIC X(2).
            05                    PIC X(6) VALUE SPACES.
            05  AL-EFF-YEAR       PIC X(4).
            05                    PIC X(1) VALUE '/'.
            05  AL-EFF-MONTH      PIC X(2).
            05                    PIC X(9) VALUE SPACES.
            05  AL-AMOUNT         PIC Z,ZZ9.99.
            05                    PIC X(10) VALUE SPACES.
            05  AL-MAINT-DATE     PIC 9(8).

       01  TOTALS-LINE-1.
             05                    PIC X(11) VALUE SPACES.
             05                    PIC X(20)
                  VALUE  'TRANSACTIONS READ:  '.
             05 TL-TRANS-COUNT     PIC Z,ZZ9.
             05                    PIC X(9)  VALUE SPACES.
             05                    PIC X(7)  VALUE 'ADDED: '.
             05 TL-ADD-COUNT       PIC Z,ZZ9.
             05                    PIC X(9)  VALUE SPACES.
             05                    PIC X(9)  VALUE 'CHANGED: '.
             05 TL-CHANGE-COUNT    PIC Z,ZZ9.
             05                    PIC X(9)  VALUE SPACES.
             05                    PIC X(9)  VALUE 'DELETED: '.
             05 TL-DELETE-COUNT    PIC Z,ZZ9.
             05                    PIC X(9)  VALUE SPACES.
             05                    PIC X(10) VALUE 'REJECTED: '.
             05 TL-REJECT-COUNT    PIC Z,ZZ9.

       01  TOTALS-LINE-2.
            05                     PIC X(38) VALUE SPACES.
            05                     PIC X(45)
              VALUE "* * * * *    END    OF    REPORT    * * * * *".

       PROCEDURE DIVISION.
      ***************************************************************

      * 000-MAIN.
      *  - PERFORM 100-HSK
      *  - PERFORM 110-MAINT-ROUTINE FOR EACH TRANSACTION
      *  - PERFORM 120-EOJ
      *  - RETURN CONTROL BACK TO THE OS
      ***************************************************************
       000-MAIN.

              PERFORM 100-HSK.

              PERFORM UNTIL MORE-RECORDS = 'N'
                  READ MAINT-TRANS
                      AT END
                        SET NO-RECORDS TO TRUE
                      NOT AT END
                        PERFORM 110-MAINT-ROUTINE
                  END-READ
              END-PERFORM.

              PERFORM 120-EOJ.

              STOP RUN.

      ***************************************************************
      * 100-HSK.
      *  - FILES ARE OPENED TO BEGIN PROCESSING.  THE CURRENT MONTH
      *  - IS THE FIRST OPEN MONTH; THE LAST YEAR CLOSED BY YTDCLOSE
      *  - IS TAKEN FROM YECLCTL, AND A MISSING FILE MEANS NO YEAR
      *  - HAS BEEN CLOSED.
      ***************************************************************
       100-HSK.

           OPEN INPUT MAINT-TRANS
           I-O   QUOTA-MASTER
           OUTPUT MAINT-REPORT
                  MAINT-REJECTS.

           IF NOT QM-FOUND
               DISPLAY "QTAMAINT: QUOTA-MASTER OPEN FAILED, STATUS="
                       WS-QM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

           MOVE CD-YEAR   TO HL2-YEAR.
           MOVE CD-MONTH  TO HL2-MONTH.
           MOVE CD-DAY    TO HL2-DAY.

           COMPUTE WS-CURRENT-PERIOD = CD-YEAR * 100 + CD-MONTH.

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

      ***************************************************************
      * 110-MAINT-ROUTINE.
      *  - EACH TRANSACTION IS EDITED, AND WHEN IT PASSES EVERY EDIT
      *  - IT IS APPLIED TO THE QUOTA MASTER AND ITS BEFORE/AFTER
      *  - IMAGES ARE PRINTED ON THE AUDIT REPORT
      ***************************************************************
       110-MAINT-ROUTINE.

           ADD 1 TO WS-TRANS-COUNT.

           PERFORM 111-READ-OLD-MASTER.

           PERFORM 112-VALIDATE-TRANS.

           IF TRANS-IS-VALID
               EVALUATE TRUE
                   WHEN MT-ADD
                       PERFORM 130-APPLY-ADD
                   WHEN MT-CHANGE
                       PERFORM 140-APPLY-CHANGE
                   WHEN MT-DELETE
                       PERFORM 150-APPLY-DELETE
               END-EVALUATE
           END-IF.

      ***************************************************************
      * 111-READ-OLD-MASTER.
      *  - THE MASTER RECORD FOR THE TRANSACTION KEY IS READ AND
      *  - HELD SO THE EDITS CAN TELL A DUPLICATE ADD FROM A
      *  - CHANGE/DELETE OF A MISSING KEY, AND SO THE AUDIT REPORT
      *  - CAN PRINT THE BEFORE IMAGE.  A KEY THAT IS NOT NUMERIC
      *  - IS LEFT FOR THE EDITS TO REJECT.
      ***************************************************************
       111-READ-OLD-MASTER.

           MOVE "N" TO WS-MASTER-HELD.
           MOVE SPACES TO HELD-MASTER-REC.
           MOVE ZERO TO WS-EFF-PERIOD.

           IF MT-KEY IS NUMERIC
               MOVE MT-DIST-NO   TO QM-DIST-NO
               MOVE MT-BRANCH-NO TO QM-BRANCH-NO
               MOVE MT-EFF-YEAR  TO QM-EFF-YEAR
               MOVE MT-EFF-MONTH TO QM-EFF-MONTH
               MOVE QM-EFF-PERIOD TO WS-EFF-PERIOD

               READ QUOTA-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MASTER-ON-FILE TO TRUE
                       MOVE QUOTA-MASTER-REC TO HELD-MASTER-REC
               END-READ
           END-IF.

      ***************************************************************
      * 112-VALIDATE-TRANS.
      *  - EVERY EDIT IS APPLIED BEFORE THE TRANSACTION IS ALLOWED
      *  - TO TOUCH THE MASTER.  A BAD TRANSACTION IS WRITTEN TO THE
      *  - REJECTED TRANSACTIONS LISTING AND APPLIED NOWHERE.
      *  - AN ENTRY EFFECTIVE IN A CLOSED MONTH HAS ALREADY BEEN USED
      *  - TO MEASURE THAT MONTH, SO IT CAN NOT BE TOUCHED; ONLY A
      *  - BRANCH'S FIRST QUOTA MAY BE BACK-DATED, AND ONLY INTO THE
      *  - OPEN YEAR.
      ***************************************************************
       112-VALIDATE-TRANS.

           MOVE "Y" TO WS-VALID-TRANS.
           MOVE SPACES TO RJ-REASON.

           IF NOT MT-ADD AND NOT MT-CHANGE AND NOT MT-DELETE
               MOVE "N" TO WS-VALID-TRANS
               MOVE "INVALID ACTION CODE" TO RJ-REASON
           END-IF.

           IF MT-KEY IS NOT NUMERIC
               MOVE "N" TO WS-VALID-TRANS
               MOVE "INVALID DIST/BRANCH/PERIOD KEY" TO RJ-REASON
           END-IF.

           IF TRANS-IS-VALID
              AND (MT-EFF-MONTH < "01" OR MT-EFF-MONTH > "12")
               MOVE "N" TO WS-VALID-TRANS
               MOVE "INVALID EFFECTIVE MONTH" TO RJ-REASON
           END-IF.

           IF TRANS-IS-VALID
              AND (MT-ADD OR MT-CHANGE)
              AND (MT-AMOUNT IS NOT NUMERIC OR MT-AMOUNT-N = ZERO)
               MOVE "N" TO WS-VALID-TRANS
               MOVE "INVALID QUOTA AMOUNT" TO RJ-REASON
           END-IF.

           IF TRANS-IS-VALID AND MT-ADD AND MASTER-ON-FILE
               MOVE "N" TO WS-VALID-TRANS
               MOVE "DUPLICATE ADD" TO RJ-REASON
           END-IF.

           IF TRANS-IS-VALID AND MT-CHANGE AND NOT MASTER-ON-FILE
               MOVE "N" TO WS-VALID-TRANS
               MOVE "CHANGE KEY NOT ON FILE" TO RJ-REASON
           END-IF.

           IF TRANS-IS-VALID AND MT-DELETE AND NOT MASTER-ON-FILE
               MOVE "N" TO WS-VALID-TRANS
               MOVE "DELETE KEY NOT ON FILE" TO RJ-REASON
           END-IF.

           IF TRANS-IS-VALID
              AND QM-EFF-YEAR NOT > WS-LAST-CLOSED-YEAR
               MOVE "N" TO WS-VALID-TRANS
               MOVE "EFFECTIVE YEAR ALREADY CLOSED" TO RJ-REASON
           END-IF.

           IF TRANS-IS-VALID
              AND WS-EFF-PERIOD < WS-CURRENT-PERIOD
               IF MT-ADD
                   PERFORM 113-CHECK-BRANCH-QUOTA
               ELSE
                   MOVE "Y" TO WS-BRANCH-HELD
               END-IF
               IF BRANCH-HAS-QUOTA
                   MOVE "N" TO WS-VALID-TRANS
                   MOVE "EFFECTIVE MONTH ALREADY CLOSED" TO RJ-REASON
               END-IF
           END-IF.

           IF NOT TRANS-IS-VALID
               MOVE MAINT-TRANS-REC TO RJ-ORIGINAL-RECORD
               ADD 1 TO WS-REJECT-COUNT
               WRITE REJECT-RECORD
           END-IF.

      ***************************************************************
      * 113-CHECK-BRANCH-QUOTA.
      *  - THE MASTER IS POSITIONED AT THE FIRST ENTRY FOR THE
      *  - TRANSACTION'S DISTRICT/BRANCH TO SEE WHETHER THE BRANCH
      *  - HAS ANY QUOTA ON FILE YET
      ***************************************************************
       113-CHECK-BRANCH-QUOTA.

           MOVE "N" TO WS-BRANCH-HELD.

           MOVE MT-DIST-NO   TO QM-DIST-NO.
           MOVE MT-BRANCH-NO TO QM-BRANCH-NO.
           MOVE ZERO         TO QM-EFF-PERIOD.

           START QUOTA-MASTER KEY IS NOT LESS THAN QM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ QUOTA-MASTER NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF QM-DIST-NO = MT-DIST-NO
                              AND QM-BRANCH-NO = MT-BRANCH-NO
                               SET BRANCH-HAS-QUOTA TO TRUE
                           END-IF
                   END-READ
           END-START.

      ***************************************************************
      * 130-APPLY-ADD.
      *  - A NEW MASTER RECORD IS BUILT FROM THE TRANSACTION AND
      *  - WRITTEN, AND THE AFTER IMAGE IS PRINTED
      ***************************************************************
       130-APPLY-ADD.

           MOVE MT-DIST-NO       TO QM-DIST-NO.
           MOVE MT-BRANCH-NO     TO QM-BRANCH-NO.
           MOVE MT-EFF-YEAR      TO QM-EFF-YEAR.
           MOVE MT-EFF-MONTH     TO QM-EFF-MONTH.
           MOVE MT-AMOUNT-N      TO QM-AMOUNT.
           MOVE CD-DATE          TO QM-MAINT-DATE.

           WRITE QUOTA-MASTER-REC.

           IF QM-FOUND
               ADD 1 TO WS-ADD-COUNT
               PERFORM 160-PRINT-AFTER-IMAGE
           ELSE
               MOVE MAINT-TRANS-REC TO RJ-ORIGINAL-RECORD
               MOVE "VSAM WRITE FAILED" TO RJ-REASON
               ADD 1 TO WS-REJECT-COUNT
               WRITE REJECT-RECORD
           END-IF.

      ***************************************************************
      * 140-APPLY-CHANGE.
      *  - THE NEW AMOUNT REPLACES THE HELD MASTER AMOUNT.  BEFORE
      *  - AND AFTER IMAGES ARE PRINTED.
      ***************************************************************
       140-APPLY-CHANGE.

           PERFORM 155-PRINT-BEFORE-IMAGE.

           MOVE HELD-MASTER-REC TO QUOTA-MASTER-REC.

           MOVE MT-AMOUNT-N TO QM-AMOUNT.
           MOVE CD-DATE     TO QM-MAINT-DATE.

           REWRITE QUOTA-MASTER-REC.

           IF QM-FOUND
               ADD 1 TO WS-CHANGE-COUNT
               PERFORM 160-PRINT-AFTER-IMAGE
           ELSE
               MOVE MAINT-TRANS-REC TO RJ-ORIGINAL-RECORD
               MOVE "VSAM REWRITE FAILED" TO RJ-REASON
               ADD 1 TO WS-REJECT-COUNT
               WRITE REJECT-RECORD
           END-IF.

      ***************************************************************
      * 150-APPLY-DELETE.
      *  - THE BEFORE IMAGE IS PRINTED AND THE MASTER RECORD IS
      *  - DELETED.  THE BRANCH'S EARLIER ENTRY, IF ANY, STAYS IN
      *  - EFFECT FROM THEN ON.
      ***************************************************************
       150-APPLY-DELETE.

           PERFORM 155-PRINT-BEFORE-IMAGE.

           MOVE HELD-MASTER-REC TO QUOTA-MASTER-REC.

           DELETE QUOTA-MASTER.

           IF QM-FOUND
               ADD 1 TO WS-DELETE-COUNT
           ELSE
               MOVE MAINT-TRANS-REC TO RJ-ORIGINAL-RECORD
               MOVE "VSAM DELETE FAILED" TO RJ-REASON
               ADD 1 TO WS-REJECT-COUNT
               WRITE REJECT-RECORD
           END-IF.

      ***************************************************************
      * 155-PRINT-BEFORE-IMAGE.
      *  - THE HELD MASTER RECORD AS IT LOOKED BEFORE THE
      *  - TRANSACTION WAS APPLIED
      ***************************************************************
       155-PRINT-BEFORE-IMAGE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 200-PRINT-HEADING-LINES
           END-IF.

           MOVE "BEFORE" TO AL-IMAGE-TAG.
           MOVE MT-ACTION           TO AL-ACTION.
           MOVE HM-DIST-NO          TO AL-DIST-NO.
           MOVE HM-BRANCH-NO        TO AL-BRANCH-NO.
           MOVE HM-EFF-YEAR         TO AL-EFF-YEAR.
           MOVE HM-EFF-MONTH        TO AL-EFF-MONTH.
           MOVE HM-AMOUNT           TO AL-AMOUNT.
           MOVE HM-MAINT-DATE       TO AL-MAINT-DATE.

           MOVE AUDIT-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.
           ADD 2 TO LINE-COUNT.

      ***************************************************************
      * 160-PRINT-AFTER-IMAGE.
      *  - THE MASTER RECORD AS IT LOOKS AFTER THE TRANSACTION WAS
      *  - APPLIED
      ***************************************************************
       160-PRINT-AFTER-IMAGE.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 200-PRINT-HEADING-LINES
           END-IF.

           MOVE "AFTER" TO AL-IMAGE-TAG.
           MOVE MT-ACTION           TO AL-ACTION.
           MOVE QM-DIST-NO          TO AL-DIST-NO.
           MOVE QM-BRANCH-NO        TO AL-BRANCH-NO.
           MOVE QM-EFF-YEAR         TO AL-EFF-YEAR.
           MOVE QM-EFF-MONTH        TO AL-EFF-MONTH.
           MOVE QM-AMOUNT           TO AL-AMOUNT.
           MOVE QM-MAINT-DATE       TO AL-MAINT-DATE.

           IF MT-ADD
               MOVE AUDIT-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 2 LINES
               ADD 2 TO LINE-COUNT
           ELSE
               MOVE AUDIT-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 1 LINES
               ADD 1 TO LINE-COUNT
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
      *  - TOTALS ARE PRINTED AND FILES ARE CLOSED
      ***************************************************************
       120-EOJ.

           MOVE WS-TRANS-COUNT  TO TL-TRANS-COUNT.
           MOVE WS-ADD-COUNT    TO TL-ADD-COUNT.
           MOVE WS-CHANGE-COUNT TO TL-CHANGE-COUNT.
           MOVE WS-DELETE-COUNT TO TL-DELETE-COUNT.
           MOVE WS-REJECT-COUNT TO TL-REJECT-COUNT.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 200-PRINT-HEADING-LINES
           END-IF.

           MOVE TOTALS-LINE-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.

           MOVE TOTALS-LINE-2 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           CLOSE MAINT-TRANS
                 QUOTA-MASTER
                 MAINT-REPORT
                 MAINT-REJECTS.
