       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGMAINT.
       AUTHOR. BRANDON PAXTON.
       DATE-COMPILED.
      **************************************************************
      * PURPOSE:  THIS PROGRAM APPLIES ADD/CHANGE/DELETE MAINTENANCE
      * TRANSACTIONS TO THE ORGMAST ORGANIZATION MASTER, WHICH GIVES
      * EACH REGION, DISTRICT AND BRANCH ITS NAME AND MANAGER AND
      * PLACES EACH DISTRICT IN A REGION.  A DISTRICT CAN ONLY BE
      * PUT IN A REGION THAT IS ON FILE, A BRANCH CAN ONLY BE ADDED
      * UNDER A DISTRICT THAT IS ON FILE, AND A REGION OR DISTRICT
      * CAN NOT BE DELETED WHILE ANYTHING IS STILL FILED UNDER IT.
      * GOOD TRANSACTIONS PRINT BEFORE/AFTER IMAGES ON THE
      * MAINTENANCE AUDIT REPORT AND BAD ONES GO TO THE REJECTED
      * TRANSACTIONS LISTING WITH A REASON.
      **************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MAINT-TRANS
           ASSIGN TO ORGTRANS.

           SELECT ORG-MASTER
           ASSIGN TO ORGMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OM-KEY
           FILE STATUS IS WS-OM-STATUS.

           SELECT MAINT-REPORT
           ASSIGN TO ORGMNTRP.

           SELECT MAINT-REJECTS
           ASSIGN TO ORGMNTRJ.

       DATA DIVISION.
       FILE SECTION.

       FD  MAINT-TRANS
           RECORD CONTAINS 50 CHARACTERS.

       01  MAINT-TRANS-REC.
           05  MT-ACTION               PIC X(1).
               88  MT-ADD                  VALUE "A".
               88  MT-CHANGE               VALUE "C".
               88  MT-DELETE               VALUE "D".
           05  MT-KEY.
               10  MT-REC-TYPE         PIC X(1).
                   88  MT-REGION           VALUE "R".
                   88  MT-DISTRICT         VALUE "D".
                   88  MT-BRANCH           VALUE "B".
               10  MT-ORG-CODE         PIC X(6).
               10  MT-ORG-CODE-R REDEFINES MT-ORG-CODE.
                   15  MT-DIST-NO      PIC X(4).
                   15  MT-BRANCH-NO    PIC X(2).
               10  MT-REGION-CODE-R REDEFINES MT-ORG-CODE.
                   15  MT-REGION-ID    PIC X(2).
                   15  MT-REGION-FILL  PIC X(4).
           05  MT-NAME                 PIC X(20).
           05  MT-MANAGER              PIC X(20).
           05  MT-REGION-CODE          PIC X(2).

       FD  ORG-MASTER
           RECORD CONTAINS 80 CHARACTERS.

           COPY OMRECORD.

       FD  MAINT-REPORT
             RECORD CONTAINS 132 CHARACTERS.

       01  PRINT-REC        PIC X(132).

       FD  MAINT-REJECTS
             RECORD CONTAINS 80 CHARACTERS.

       01  REJECT-RECORD.
           05  RJ-ORIGINAL-RECORD   PIC X(50).
           05  RJ-REASON            PIC X(30).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
             05 MORE-RECORDS      PIC X   VALUE 'Y'.
                  88 NO-RECORDS            VALUE 'N'.
             05 WS-OM-STATUS      PIC X(2).
                 88  OM-FOUND            VALUE "00".
                 88  OM-NOT-FOUND        VALUE "23".
                 88  OM-DUPLICATE        VALUE "22".
             05 WS-VALID-TRANS    PIC X  VALUE "Y".
                 88  TRANS-IS-VALID      VALUE "Y".
             05 WS-MASTER-HELD    PIC X  VALUE "N".
                 88  MASTER-ON-FILE      VALUE "Y".
             05 WS-PARENT-HELD    PIC X  VALUE "N".
                 88  PARENT-ON-FILE      VALUE "Y".
             05 WS-CHILD-HELD     PIC X  VALUE "N".
                 88  CHILD-ON-FILE       VALUE "Y".
             05 WS-MORE-ORG       PIC X  VALUE "N".
                 88  MORE-ORG-RECORDS    VALUE "Y".
             05 WS-TRANS-COUNT    PIC 9(5) VALUE ZERO.
             05 WS-ADD-COUNT      PIC 9(5) VALUE ZERO.
             05 WS-CHANGE-COUNT   PIC 9(5) VALUE ZERO.
             05 WS-DELETE-COUNT   PIC 9(5) VALUE ZERO.
             05 WS-REJECT-COUNT   PIC 9(5) VALUE ZERO.

       01  HELD-MASTER-REC         PIC X(80).

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
             05   PIC X(44)  VALUE
                  'ORGANIZATION MASTER MAINTENANCE AUDIT REPORT'.

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
           05                    PIC X(2)   VALUE SPACES.
           05                    PIC X(5)   VALUE 'LEVEL'.
           05                    PIC X(6)   VALUE SPACES.
           05                    PIC X(4)   VALUE 'DIST'.
           05                    PIC X(2)   VALUE SPACES.
           05                    PIC X(6)   VALUE 'BRANCH'.
           05                    PIC X(2)   VALUE SPACES.
           05                    PIC X(6)   VALUE 'REGION'.
           05                    PIC X(2)   VALUE SPACES.
           05                    PIC X(20)  VALUE 'NAME'.
           05                    PIC X(3)   VALUE SPACES.
           05                    PIC X(20)  VALUE 'MANAGER'.
           05                    PIC X(3)   VALUE SPACES.
           05                    PIC X(10)  VALUE 'MAINTAINED'.

       01 AUDIT-LINE.
            05  AL-IMAGE-TAG      PIC X(8).
            05                    PIC X(3) VALUE SPACES.
            05  AL-ACTION         PIC X(6).
            05                    PIC X(2) VALUE SPACES.
            05  AL-LEVEL          PIC X(8).
            05                    PIC X(3) VALUE SPACES.
            05  AL-DIST-NO        PIC X(4).
            05                    PIC X(4) VALUE SPACES.
            05  AL-BRANCH-NO      PIC X(2).
            05                    PIC X(5) VALUE SPACES.
            05  AL-REGION         PIC X(2).
            05                    PIC X(5) VALUE SPACES.
            05  AL-NAME           PIC X(20).
            05                    PIC X(3) VALUE SPACES.
            05  AL-MANAGER        PIC X(20).
            05                    PIC X(3) VALUE SPACES.
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
      *  - FILES ARE OPENED TO BEGIN PROCESSING
      ***************************************************************
       100-HSK.

           OPEN INPUT MAINT-TRANS
           I-O   ORG-MASTER
           OUTPUT MAINT-REPORT
                  MAINT-REJECTS.

           IF NOT OM-FOUND
               DISPLAY "ORGMAINT: ORG-MASTER OPEN FAILED, STATUS="
                       WS-OM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

           MOVE CD-YEAR   TO HL2-YEAR.
           MOVE CD-MONTH  TO HL2-MONTH.
           MOVE CD-DAY    TO HL2-DAY.

      ***************************************************************
      * 110-MAINT-ROUTINE.
      *  - EACH TRANSACTION IS EDITED, AND WHEN IT PASSES EVERY EDIT
      *  - IT IS APPLIED TO THE ORGANIZATION MASTER AND ITS
      *  - BEFORE/AFTER IMAGES ARE PRINTED ON THE AUDIT REPORT
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
      *  - CAN PRINT THE BEFORE IMAGE
      ***************************************************************
       111-READ-OLD-MASTER.

           MOVE "N" TO WS-MASTER-HELD.
           MOVE SPACES TO HELD-MASTER-REC.

           MOVE MT-KEY TO OM-KEY.

           READ ORG-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-ON-FILE TO TRUE
                   MOVE ORG-MASTER-REC TO HELD-MASTER-REC
           END-READ.

      ***************************************************************
      * 112-VALIDATE-TRANS.
      *  - EVERY EDIT IS APPLIED BEFORE THE TRANSACTION IS ALLOWED
      *  - TO TOUCH THE MASTER.  A BAD TRANSACTION IS WRITTEN TO THE
      *  - REJECTED TRANSACTIONS LISTING AND APPLIED NOWHERE.
      *  - A REGION IS KEYED BY A NON-BLANK 2-CHARACTER ID, A
      *  - DISTRICT BY ITS NUMBER WITH BRANCH "00", AND A BRANCH BY
      *  - ITS DISTRICT AND BRANCH NUMBERS.  ONLY A DISTRICT CARRIES
      *  - A REGION CODE.
      ***************************************************************
       112-VALIDATE-TRANS.

           MOVE "Y" TO WS-VALID-TRANS.
           MOVE SPACES TO RJ-REASON.

           IF NOT MT-ADD AND NOT MT-CHANGE AND NOT MT-DELETE
               MOVE "N" TO WS-VALID-TRANS
               MOVE "INVALID ACTION CODE" TO RJ-REASON
           END-IF.

           EVALUATE TRUE
               WHEN MT-REGION
                   IF MT-REGION-ID = SPACES
                      OR MT-REGION-FILL NOT = SPACES
                       MOVE "N" TO WS-VALID-TRANS
                       MOVE "INVALID REGION ID" TO RJ-REASON
                   END-IF
               WHEN MT-DISTRICT
                   IF MT-DIST-NO IS NOT NUMERIC
                      OR MT-DIST-NO = "0000"
                      OR MT-BRANCH-NO NOT = "00"
                       MOVE "N" TO WS-VALID-TRANS
                       MOVE "INVALID DISTRICT NUMBER" TO RJ-REASON
                   END-IF
               WHEN MT-BRANCH
                   IF MT-ORG-CODE IS NOT NUMERIC
                      OR MT-DIST-NO = "0000"
                      OR MT-BRANCH-NO = "00"
                       MOVE "N" TO WS-VALID-TRANS
                       MOVE "INVALID DIST/BRANCH NUMBER" TO RJ-REASON
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-VALID-TRANS
                   MOVE "INVALID RECORD TYPE" TO RJ-REASON
           END-EVALUATE.

           IF TRANS-IS-VALID AND MT-ADD AND MT-NAME = SPACES
               MOVE "N" TO WS-VALID-TRANS
               MOVE "NAME REQUIRED ON ADD" TO RJ-REASON
           END-IF.

           IF TRANS-IS-VALID
              AND NOT MT-DISTRICT
              AND MT-REGION-CODE NOT = SPACES
               MOVE "N" TO WS-VALID-TRANS
               MOVE "REGION CODE ON DISTRICT ONLY" TO RJ-REASON
           END-IF.

           IF TRANS-IS-VALID AND MT-DISTRICT AND MT-ADD
              AND MT-REGION-CODE = SPACES
               MOVE "N" TO WS-VALID-TRANS
               MOVE "REGION REQUIRED ON DISTRICT" TO RJ-REASON
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

           IF TRANS-IS-VALID AND MT-DISTRICT AND NOT MT-DELETE
              AND MT-REGION-CODE NOT = SPACES
               PERFORM 113-CHECK-PARENT
               IF NOT PARENT-ON-FILE
                   MOVE "N" TO WS-VALID-TRANS
                   MOVE "REGION NOT ON FILE" TO RJ-REASON
               END-IF
           END-IF.

           IF TRANS-IS-VALID AND MT-BRANCH AND MT-ADD
               PERFORM 113-CHECK-PARENT
               IF NOT PARENT-ON-FILE
                   MOVE "N" TO WS-VALID-TRANS
                   MOVE "DISTRICT NOT ON FILE" TO RJ-REASON
               END-IF
           END-IF.

           IF TRANS-IS-VALID AND MT-DELETE AND NOT MT-BRANCH
               PERFORM 114-CHECK-CHILDREN
               IF CHILD-ON-FILE
                   MOVE "N" TO WS-VALID-TRANS
                   IF MT-REGION
                       MOVE "REGION STILL HAS DISTRICTS" TO RJ-REASON
                   ELSE
                       MOVE "DISTRICT STILL HAS BRANCHES" TO RJ-REASON
                   END-IF
               END-IF
           END-IF.

           IF NOT TRANS-IS-VALID
               MOVE MAINT-TRANS-REC TO RJ-ORIGINAL-RECORD
               ADD 1 TO WS-REJECT-COUNT
               WRITE REJECT-RECORD
           END-IF.

      ***************************************************************
      * 113-CHECK-PARENT.
      *  - A DISTRICT'S REGION, OR A NEW BRANCH'S DISTRICT, MUST
      *  - ALREADY BE ON THE MASTER
      ***************************************************************
       113-CHECK-PARENT.

           MOVE "N" TO WS-PARENT-HELD.
           MOVE SPACES TO OM-KEY.

           IF MT-DISTRICT
               MOVE "R"            TO OM-REC-TYPE
               MOVE MT-REGION-CODE TO OM-REGION-ID
           ELSE
               MOVE "D"            TO OM-REC-TYPE
               MOVE MT-DIST-NO     TO OM-DIST-NO
               MOVE ZERO           TO OM-BRANCH-NO
           END-IF.

           READ ORG-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PARENT-ON-FILE TO TRUE
           END-READ.

      ***************************************************************
      * 114-CHECK-CHILDREN.
      *  - A REGION IS STILL IN USE WHILE ANY DISTRICT NAMES IT, SO
      *  - EVERY DISTRICT RECORD IS BROWSED.  A DISTRICT IS STILL IN
      *  - USE WHILE ANY BRANCH IS FILED UNDER IT; ITS BRANCHES
      *  - FOLLOW ITS NUMBER IN KEY ORDER, SO THE MASTER IS
      *  - POSITIONED THERE AND ONE RECORD IS READ.
      ***************************************************************
       114-CHECK-CHILDREN.

           MOVE "N" TO WS-CHILD-HELD.

           IF MT-REGION
               MOVE "D"        TO OM-REC-TYPE
               MOVE LOW-VALUES TO OM-ORG-CODE
           ELSE
               MOVE "B"        TO OM-REC-TYPE
               MOVE MT-DIST-NO TO OM-DIST-NO
               MOVE ZERO       TO OM-BRANCH-NO
           END-IF.

           START ORG-MASTER KEY IS NOT LESS THAN OM-KEY
               INVALID KEY
                   MOVE "N" TO WS-MORE-ORG
               NOT INVALID KEY
                   MOVE "Y" TO WS-MORE-ORG
           END-START.

           PERFORM UNTIL NOT MORE-ORG-RECORDS OR CHILD-ON-FILE
               READ ORG-MASTER NEXT RECORD
                   AT END
                       MOVE "N" TO WS-MORE-ORG
                   NOT AT END
                       IF MT-REGION
                           IF NOT OM-DISTRICT
                               MOVE "N" TO WS-MORE-ORG
                           ELSE
                               IF OM-REGION-CODE = MT-REGION-ID
                                   SET CHILD-ON-FILE TO TRUE
                               END-IF
                           END-IF
                       ELSE
                           IF OM-BRANCH
                              AND OM-DIST-NO = MT-DIST-NO
                               SET CHILD-ON-FILE TO TRUE
                           END-IF
                           MOVE "N" TO WS-MORE-ORG
                       END-IF
               END-READ
           END-PERFORM.

      ***************************************************************
      * 130-APPLY-ADD.
      *  - A NEW MASTER RECORD IS BUILT FROM THE TRANSACTION AND
      *  - WRITTEN, AND THE AFTER IMAGE IS PRINTED
      ***************************************************************
       130-APPLY-ADD.

           MOVE SPACES          TO ORG-MASTER-REC.
           MOVE MT-KEY          TO OM-KEY.
           MOVE MT-NAME         TO OM-NAME.
           MOVE MT-MANAGER      TO OM-MANAGER.
           MOVE MT-REGION-CODE  TO OM-REGION-CODE.
           MOVE CD-DATE         TO OM-MAINT-DATE.

           WRITE ORG-MASTER-REC.

           IF OM-FOUND
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
      *  - ONLY THE NON-BLANK TRANSACTION FIELDS REPLACE THE HELD
      *  - MASTER FIELDS, SO A CHANGE CAN NEVER BLANK OUT A NAME OR
      *  - TAKE A DISTRICT OUT OF ITS REGION.  BEFORE AND AFTER
      *  - IMAGES ARE PRINTED.
      ***************************************************************
       140-APPLY-CHANGE.

           PERFORM 155-PRINT-BEFORE-IMAGE.

           MOVE HELD-MASTER-REC TO ORG-MASTER-REC.

           IF MT-NAME NOT = SPACES
               MOVE MT-NAME TO OM-NAME
           END-IF.

           IF MT-MANAGER NOT = SPACES
               MOVE MT-MANAGER TO OM-MANAGER
           END-IF.

           IF MT-REGION-CODE NOT = SPACES
               MOVE MT-REGION-CODE TO OM-REGION-CODE
           END-IF.

           MOVE CD-DATE TO OM-MAINT-DATE.

           REWRITE ORG-MASTER-REC.

           IF OM-FOUND
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
      *  - DELETED
      ***************************************************************
       150-APPLY-DELETE.

           PERFORM 155-PRINT-BEFORE-IMAGE.

           MOVE HELD-MASTER-REC TO ORG-MASTER-REC.

           DELETE ORG-MASTER.

           IF OM-FOUND
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

           MOVE HELD-MASTER-REC TO ORG-MASTER-REC.
           PERFORM 165-FORMAT-AUDIT-LINE.
           MOVE "BEFORE" TO AL-IMAGE-TAG.

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

           PERFORM 165-FORMAT-AUDIT-LINE.
           MOVE "AFTER" TO AL-IMAGE-TAG.

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
      * 165-FORMAT-AUDIT-LINE.
      *  - THE MASTER RECORD IN THE RECORD AREA IS MOVED TO THE
      *  - AUDIT LINE.  A REGION SHOWS ITS ID IN THE REGION COLUMN,
      *  - A DISTRICT ITS NUMBER AND THE REGION IT BELONGS TO, AND A
      *  - BRANCH ITS DISTRICT AND BRANCH NUMBERS.
      ***************************************************************
       165-FORMAT-AUDIT-LINE.

           MOVE SPACES TO AL-DIST-NO
                          AL-BRANCH-NO
                          AL-REGION.

           MOVE MT-ACTION           TO AL-ACTION.

           EVALUATE TRUE
               WHEN OM-REGION
                   MOVE "REGION"       TO AL-LEVEL
                   MOVE OM-REGION-ID   TO AL-REGION
               WHEN OM-DISTRICT
                   MOVE "DISTRICT"     TO AL-LEVEL
                   MOVE OM-DIST-NO     TO AL-DIST-NO
                   MOVE OM-REGION-CODE TO AL-REGION
               WHEN OTHER
                   MOVE "BRANCH"       TO AL-LEVEL
                   MOVE OM-DIST-NO     TO AL-DIST-NO
                   MOVE OM-BRANCH-NO   TO AL-BRANCH-NO
           END-EVALUATE.

           MOVE OM-NAME             TO AL-NAME.
           MOVE OM-MANAGER          TO AL-MANAGER.
           MOVE OM-MAINT-DATE       TO AL-MAINT-DATE.

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
                 ORG-MASTER
                 MAINT-REPORT
                 MAINT-REJECTS.
