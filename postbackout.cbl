       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSTBKOUT.
       AUTHOR. BRANDON PAXTON.
       DATE-COMPILED.
      **************************************************************
      * PURPOSE:  THIS PROGRAM BACKS OUT ONE CBL01 POSTING RUN.
      * THE RUN ID ON THE CONTROL CARD IS THE RUN DATE AND TIME
      * CBL01 STAMPED ON ITS RUNAUDIT RECORD AND ON EVERY PSTJRNL
      * POSTING JOURNAL RECORD IT WROTE.  THE RUN'S JOURNALED
      * YTDMAST UPDATES ARE FIRST PROVED AGAINST ITS RA-TOTAL-
      * FINAL-AMT; ONLY A JOURNAL THAT BALANCES (OR A CARD THAT
      * FORCES IT) IS BACKED OUT.  EACH YTDMAST UPDATE IS THEN
      * REVERSED, NEWEST FIRST: A MASTER NOBODY HAS POSTED TO SINCE
      * IS PUT BACK TO ITS BEFORE IMAGE (OR DELETED IF THE RUN
      * ADDED IT), ONE POSTED TO SINCE HAS ONLY THE RUN'S OWN
      * AMOUNTS TAKEN OUT SO THE LATER POSTINGS STAND.  EVERY
      * SLSHIST SNAPSHOT THE RUN WROTE IS SUPERSEDED BY A NEW ONE
      * WITH THE RUN'S AMOUNT TAKEN BACK OUT, THE RUN'S PSTGCTL
      * ENTRY IS CLEARED SO THE CORRECTED SALSDATI CAN BE POSTED
      * WITHOUT A FORCE, AND THE RUN IS MARKED BACKED OUT ON THE
      * JOURNAL SO IT CANNOT BE BACKED OUT TWICE.  A RUN THAT WAS
      * A RESTART ALSO TAKES IN THE POSTINGS OF THE INTERRUPTED
      * RUN IT FINISHED.  A RUN IN A YEAR YTDCLOSE HAS CLOSED IS
      * REFUSED.  THE REVERSAL AUDIT LISTS EVERY MASTER AND
      * SNAPSHOT TOUCHED AND BALANCES THE AMOUNT REVERSED BACK TO
      * THE RUN'S RA-TOTAL-FINAL-AMT.
      **************************************************************
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BACKOUT-CARD
           ASSIGN TO PBKCARD
           FILE STATUS IS WS-BC-STATUS.

           SELECT RUN-AUDIT
           ASSIGN TO RUNAUDIT
           FILE STATUS IS WS-RA-STATUS.

           SELECT POSTING-JOURNAL
           ASSIGN TO PSTJRNL
           FILE STATUS IS WS-PJ-STATUS.

           SELECT POSTING-CONTROL
           ASSIGN TO PSTGCTL
           FILE STATUS IS WS-PG-STATUS.

           SELECT CLOSE-CONTROL
           ASSIGN TO YECLCTL
           FILE STATUS IS WS-CL-STATUS.

           SELECT YTD-MASTER
           ASSIGN TO YTDMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS YM-KEY
           FILE STATUS IS WS-YM-STATUS.

           SELECT SALES-HISTORY
           ASSIGN TO SLSHIST.

           SELECT BACKOUT-REPORT
           ASSIGN TO PBKRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  BACKOUT-CARD
           RECORD CONTAINS 13 CHARACTERS.

       01  BACKOUT-CARD-REC.
           05  BC-RUN-DATE         PIC 9(8).
           05  BC-RUN-TIME         PIC 9(4).
           05  BC-FORCE-BACKOUT    PIC X(1).

       FD  RUN-AUDIT
             RECORD CONTAINS 65 CHARACTERS.

           COPY RARECORD.

       FD  POSTING-JOURNAL
           RECORD CONTAINS 70 CHARACTERS.

           COPY PJRECORD.

       FD  POSTING-CONTROL
             RECORD CONTAINS 34 CHARACTERS.

       01  POSTING-CONTROL-REC.
           05  PG-POST-DATE          PIC 9(8).
           05  PG-POST-TIME          PIC 9(4).
           05  PG-REC-COUNT          PIC 9(7).
           05  PG-TOTAL-AMT          PIC S9(13)V99.

       FD  CLOSE-CONTROL
           RECORD CONTAINS 12 CHARACTERS.

       01  CLOSE-CONTROL-REC.
           05  CL-LAST-CLOSED-YEAR PIC 9(4).
           05  CL-CLOSE-RUN-DATE   PIC 9(8).

       FD  YTD-MASTER
           RECORD CONTAINS 36 CHARACTERS.

           COPY YMRECORD.

       FD  SALES-HISTORY
             RECORD CONTAINS 22 CHARACTERS.

           COPY SHRECORD.

       FD  BACKOUT-REPORT
             RECORD CONTAINS 132 CHARACTERS.

       01  PRINT-REC        PIC X(132).

       WORKING-STORAGE SECTION.

       01  WORK-FIELDS.
             05 WS-BC-STATUS      PIC X(2).
                 88  BC-FILE-OK          VALUE "00".
             05 WS-RA-STATUS      PIC X(2).
                 88  RA-FILE-OK          VALUE "00".
             05 WS-PJ-STATUS      PIC X(2).
                 88  PJ-FILE-OK          VALUE "00".
             05 WS-PG-STATUS      PIC X(2).
                 88  PG-FILE-OK          VALUE "00".
             05 WS-CL-STATUS      PIC X(2).
                 88  CL-FILE-OK          VALUE "00".
             05 WS-YM-STATUS      PIC X(2).
                 88  YM-FOUND            VALUE "00".
                 88  YM-NOT-FOUND        VALUE "23".
             05 WS-RA-EOF         PIC X  VALUE "N".
                 88  RA-NO-MORE          VALUE "Y".
             05 WS-PJ-EOF         PIC X  VALUE "N".
                 88  PJ-NO-MORE          VALUE "Y".
             05 WS-PG-EOF         PIC X  VALUE "N".
                 88  PG-NO-MORE          VALUE "Y".
             05 WS-SH-EOF         PIC X  VALUE "N".
                 88  SH-NO-MORE          VALUE "Y".
             05 WS-TARGET-RUN-ID.
                 10 WS-TARGET-DATE PIC 9(8) VALUE ZERO.
                 10 WS-TARGET-TIME PIC 9(4) VALUE ZERO.
             05 WS-TARGET-YEAR    PIC 9(4) VALUE ZERO.
             05 WS-FORCE          PIC X  VALUE "N".
                 88  FORCE-BACKOUT       VALUE "Y".
             05 WS-LAST-CLOSED-YEAR PIC 9(4) VALUE ZERO.
             05 WS-RA-FOUND       PIC X  VALUE "N".
                 88  RA-FOUND-FOR-RUN    VALUE "Y".
             05 WS-RA-RESTART-FLAG PIC X VALUE "N".
                 88  RUN-WAS-RESTART     VALUE "Y".
             05 WS-RA-TOTAL-FINAL-AMT PIC S9(13)V99 VALUE ZERO.
             05 WS-TARGET-SEEN    PIC X  VALUE "N".
                 88  TARGET-SEEN         VALUE "Y".
             05 WS-TRAILER-FOUND  PIC X  VALUE "N".
                 88  TRAILER-FOUND       VALUE "Y".
             05 WS-BACKED-OUT     PIC X  VALUE "N".
                 88  RUN-ALREADY-BACKED-OUT VALUE "Y".
             05 WS-GROUP-RUN-ID   PIC X(12) VALUE SPACES.
             05 WS-TR-PG-POST-DATE PIC 9(8) VALUE ZERO.
             05 WS-TR-PG-POST-TIME PIC 9(4) VALUE ZERO.
             05 WS-TR-PG-REC-COUNT PIC 9(7) VALUE ZERO.
             05 WS-TR-PG-TOTAL-AMT PIC S9(13)V99 VALUE ZERO.
             05 WS-PG-CLEARED     PIC X  VALUE "N".
                 88  PG-ENTRY-CLEARED    VALUE "Y".
             05 WS-CARRIED-COUNT  PIC 9(5) VALUE ZERO.
             05 WS-YR-SUB         PIC 9(4) VALUE ZERO.
             05 WS-HR-SUB         PIC 9(4) VALUE ZERO.
             05 WS-HR-SUB2        PIC 9(4) VALUE ZERO.
             05 WS-PT-SUB         PIC 9(4) VALUE ZERO.
             05 WS-JOURNAL-TOTAL  PIC S9(13)V99 VALUE ZERO.
             05 WS-REVERSED-TOTAL PIC S9(13)V99 VALUE ZERO.
             05 WS-NOT-REVERSED-TOTAL PIC S9(13)V99 VALUE ZERO.
             05 WS-DIFFERENCE     PIC S9(13)V99 VALUE ZERO.
             05 WS-RUN-DELTA      PIC S9(8)V99 VALUE ZERO.
             05 WS-MTD-DELTA      PIC S9(7)V99 VALUE ZERO.
             05 WS-HIST-DELTA     PIC S9(7)V99 VALUE ZERO.
             05 WS-RESTORED-COUNT PIC 9(5) VALUE ZERO.
             05 WS-ADJUSTED-COUNT PIC 9(5) VALUE ZERO.
             05 WS-DELETED-COUNT  PIC 9(5) VALUE ZERO.
             05 WS-MISSING-COUNT  PIC 9(5) VALUE ZERO.
             05 WS-SUPERSEDED-COUNT PIC 9(5) VALUE ZERO.
             05 WS-RUN-DATE       PIC 9(8) VALUE ZERO.

      * THE RUN'S YTDMAST UPDATES AS JOURNALED, OLDEST FIRST.  THEY
      * ARE REVERSED NEWEST FIRST SO A SALESPERSON POSTED TWICE
      * (ONCE BY AN INTERRUPTED RUN AND AGAIN BY ITS RESTART) UNDOES
      * CLEANLY BACK TO THE FIRST BEFORE IMAGE.
       01  YTD-REVERSAL-TABLE.
             05  YR-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  YR-ENTRIES OCCURS 1 TO 5000 TIMES
                     DEPENDING ON YR-ENTRY-COUNT.
                 10  YR-RUN-ID           PIC X(12).
                 10  YR-DIST-NO          PIC X(4).
                 10  YR-BRANCH-NO        PIC X(2).
                 10  YR-SALES-NO         PIC X(2).
                 10  YR-ADDED-FLAG       PIC X(1).
                     88  YR-RECORD-ADDED     VALUE "A".
                 10  YR-BEFORE-YTD-AMT   PIC S9(7)V99.
                 10  YR-BEFORE-MTD-AMT   PIC S9(6)V99.
                 10  YR-BEFORE-MTD-MONTH PIC 99.
                 10  YR-AFTER-YTD-AMT    PIC S9(7)V99.
                 10  YR-AFTER-MTD-AMT    PIC S9(6)V99.
                 10  YR-AFTER-MTD-MONTH  PIC 99.

      * THE RUN'S SLSHIST SNAPSHOTS AS JOURNALED, WITH THE LAST
      * SNAPSHOT NOW ON SLSHIST FOR THE SAME SALESPERSON/MONTH.
       01  HIST-REVERSAL-TABLE.
             05  HR-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  HR-ENTRIES OCCURS 1 TO 9000 TIMES
                     DEPENDING ON HR-ENTRY-COUNT.
                 10  HR-DIST-NO          PIC 9(4).
                 10  HR-BRANCH-NO        PIC 9(2).
                 10  HR-SALES-NO         PIC 9(2).
                 10  HR-YEAR             PIC 9(4).
                 10  HR-MONTH            PIC 9(2).
                 10  HR-BEFORE-AMT       PIC S9(6)V99.
                 10  HR-AFTER-AMT        PIC S9(6)V99.
                 10  HR-CURRENT-AMT      PIC S9(6)V99.
                 10  HR-NEW-AMT          PIC S9(6)V99.

      * PSTGCTL HELD WHILE THE RUN'S ENTRY IS TAKEN OUT OF IT.
       01  POSTING-CONTROL-TABLE.
             05  PT-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
             05  PT-ENTRIES OCCURS 1 TO 5000 TIMES
                     DEPENDING ON PT-ENTRY-COUNT.
                 10  PT-POST-DATE        PIC 9(8).
                 10  PT-POST-TIME        PIC 9(4).
                 10  PT-REC-COUNT        PIC 9(7).
                 10  PT-TOTAL-AMT        PIC S9(13)V99.

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
             05   PIC X(41)  VALUE
                  'P O S T I N G   B A C K O U T   A U D I T'.

       01  HEADING-LINE-2.
            05                    PIC X(11)   VALUE SPACES.
            05                    PIC X(10)
              VALUE 'RUN DATE: '.
            05  HL2-RUN-DATE      PIC 9(8).
            05                    PIC X(10)  VALUE SPACES.
            05                    PIC X(20)
              VALUE 'RUN BACKED OUT:     '.
            05  HL2-TARGET-DATE   PIC 9(8).
            05                    PIC X(1)   VALUE SPACES.
            05  HL2-TARGET-TIME   PIC 9(4).
            05                    PIC X(48)  VALUE SPACES.
            05                    PIC X(6)   VALUE 'PAGE  '.
            05  HL2-PAGE-NUMBER   PIC ZZ9.

       01  HEADING-LINE-3.
           05                    PIC X(11)   VALUE SPACES.
           05                    PIC X(14)   VALUE 'SALESPERSON'.
           05                    PIC X(17)   VALUE 'RUN YTD BEFORE'.
           05                    PIC X(17)   VALUE ' RUN YTD AFTER'.
           05                    PIC X(17)   VALUE '  YTD REVERSED'.
           05                    PIC X(17)   VALUE '  MASTER YTD NOW'.
           05                    PIC X(17)   VALUE '  YTD AFTER B/O'.
           05                    PIC X(6)    VALUE SPACES.
           05                    PIC X(6)    VALUE 'ACTION'.

       01  YTD-LINE.
            05                    PIC X(11) VALUE SPACES.
            05  YL-DIST-NO        PIC X(4).
            05                    PIC X(1)  VALUE '-'.
            05  YL-BRANCH-NO      PIC X(2).
            05                    PIC X(1)  VALUE '-'.
            05  YL-SALES-NO       PIC X(2).
            05                    PIC X(3)  VALUE SPACES.
            05  YL-BEFORE-YTD     PIC $$,$$$,$$9.99-.
            05                    PIC X(3)  VALUE SPACES.
            05  YL-AFTER-YTD      PIC $$,$$$,$$9.99-.
            05                    PIC X(3)  VALUE SPACES.
            05  YL-REVERSED       PIC $$$,$$$,$$9.99-.
            05                    PIC X(2)  VALUE SPACES.
            05  YL-CURRENT-YTD    PIC $$,$$$,$$9.99-.
            05                    PIC X(3)  VALUE SPACES.
            05  YL-NEW-YTD        PIC $$,$$$,$$9.99-.
            05                    PIC X(3)  VALUE SPACES.
            05  YL-ACTION         PIC X(18).

       01  HIST-HEADING-LINE.
           05                    PIC X(11)   VALUE SPACES.
           05                    PIC X(14)   VALUE 'SALESPERSON'.
           05                    PIC X(10)   VALUE 'YEAR/MO'.
           05                    PIC X(15)   VALUE 'RUN SNAP BEFORE'.
           05                    PIC X(15)   VALUE ' RUN SNAPSHOT'.
           05                    PIC X(15)   VALUE ' SLSHIST NOW'.
           05                    PIC X(15)   VALUE ' NEW SNAPSHOT'.

       01  HIST-LINE.
            05                    PIC X(11) VALUE SPACES.
            05  HSL-DIST-NO       PIC 9(4).
            05                    PIC X(1)  VALUE '-'.
            05  HSL-BRANCH-NO     PIC 9(2).
            05                    PIC X(1)  VALUE '-'.
            05  HSL-SALES-NO      PIC 9(2).
            05                    PIC X(4)  VALUE SPACES.
            05  HSL-YEAR          PIC 9(4).
            05                    PIC X(1)  VALUE '/'.
            05  HSL-MONTH         PIC 99.
            05                    PIC X(3)  VALUE SPACES.
            05  HSL-BEFORE-AMT    PIC $$$$,$$9.99-.
            05                    PIC X(3)  VALUE SPACES.
            05  HSL-AFTER-AMT     PIC $$$$,$$9.99-.
            05                    PIC X(3)  VALUE SPACES.
            05  HSL-CURRENT-AMT   PIC $$$$,$$9.99-.
            05                    PIC X(3)  VALUE SPACES.
            05  HSL-NEW-AMT       PIC $$$$,$$9.99-.

       01  PROOF-LINE-1.
            05                     PIC X(11) VALUE SPACES.
            05                     PIC X(36)
              VALUE 'RUNAUDIT RA-TOTAL-FINAL-AMT:        '.
            05 PL1-RA-TOTAL        PIC $$,$$$,$$$,$$$,$$9.99-.

       01  PROOF-LINE-2.
            05                     PIC X(11) VALUE SPACES.
            05                     PIC X(25)
              VALUE 'JOURNALED YTD UPDATES:   '.
            05 PL2-ENTRY-COUNT     PIC ZZ,ZZ9.
            05                     PIC X(5) VALUE SPACES.
            05 PL2-JOURNAL-TOTAL   PIC $$,$$$,$$$,$$$,$$9.99-.
            05                     PIC X(5) VALUE SPACES.
            05                     PIC X(26)
              VALUE 'FROM INTERRUPTED RUN(S): '.
            05 PL2-CARRIED-COUNT   PIC ZZ,ZZ9.

       01  PROOF-LINE-3.
            05                     PIC X(11) VALUE SPACES.
            05 PL3-MESSAGE         PIC X(36).
            05 PL3-AMOUNT-AREA     PIC X(22).
            05 PL3-DIFFERENCE REDEFINES PL3-AMOUNT-AREA
                                   PIC $$,$$$,$$$,$$$,$$9.99-.

       01  TOTALS-LINE-1.
             05                    PIC X(11) VALUE SPACES.
             05                    PIC X(19)
                  VALUE  'YTDMAST RESTORED:  '.
             05 TL-RESTORED-COUNT  PIC ZZ,ZZ9.
             05                    PIC X(5)  VALUE SPACES.
             05                    PIC X(10) VALUE 'ADJUSTED: '.
             05 TL-ADJUSTED-COUNT  PIC ZZ,ZZ9.
             05                    PIC X(5)  VALUE SPACES.
             05                    PIC X(9)  VALUE 'DELETED: '.
             05 TL-DELETED-COUNT   PIC ZZ,ZZ9.
             05                    PIC X(5)  VALUE SPACES.
             05                    PIC X(13) VALUE 'NOT ON FILE: '.
             05 TL-MISSING-COUNT   PIC ZZ,ZZ9.

       01  TOTALS-LINE-2.
            05                     PIC X(11) VALUE SPACES.
            05                     PIC X(36)
              VALUE 'TOTAL YTD REVERSED:                 '.
            05 TL2-REVERSED-TOTAL  PIC $$,$$$,$$$,$$$,$$9.99-.
            05                     PIC X(5) VALUE SPACES.
            05                     PIC X(14)
              VALUE 'NOT REVERSED: '.
            05 TL2-NOT-REVERSED    PIC $$,$$$,$$$,$$$,$$9.99-.

       01  TOTALS-LINE-3.
            05                     PIC X(11) VALUE SPACES.
            05                     PIC X(30)
              VALUE 'SLSHIST SNAPSHOTS SUPERSEDED: '.
            05 TL3-SUPERSEDED      PIC ZZ,ZZ9.
            05                     PIC X(5) VALUE SPACES.
            05                     PIC X(15)
              VALUE 'PSTGCTL ENTRY: '.
            05 TL3-PG-POST-DATE    PIC 9(8).
            05                     PIC X(1) VALUE SPACES.
            05 TL3-PG-POST-TIME    PIC 9(4).
            05                     PIC X(1) VALUE SPACES.
            05 TL3-PG-MESSAGE      PIC X(9).

       01  TOTALS-LINE-4.
            05                     PIC X(38) VALUE SPACES.
            05                     PIC X(45)
              VALUE "* * * * *    END    OF    REPORT    * * * * *".

       PROCEDURE DIVISION.
      ***************************************************************

      * 000-MAIN.
      *  - PERFORM 100-HSK (RUN ID, GUARDS, JOURNAL LOAD AND PROOF)
      *  - REVERSE THE RUN'S YTDMAST UPDATES, NEWEST FIRST
      *  - SUPERSEDE THE RUN'S SLSHIST SNAPSHOTS
      *  - CLEAR THE RUN'S PSTGCTL ENTRY AND MARK IT BACKED OUT
      *  - PERFORM 120-EOJ
      ***************************************************************
       000-MAIN.

              PERFORM 100-HSK.

              MOVE HEADING-LINE-3 TO PRINT-REC.
              WRITE PRINT-REC AFTER ADVANCING 2 LINES.
              ADD 2 TO LINE-COUNT.

              PERFORM 110-REVERSE-YTD-MASTER
                  VARYING WS-YR-SUB FROM YR-ENTRY-COUNT BY -1
                  UNTIL WS-YR-SUB < 1.

              PERFORM 130-SUPERSEDE-HISTORY.

              PERFORM 140-CLEAR-POSTING-CONTROL.

              PERFORM 150-MARK-RUN-BACKED-OUT.

              PERFORM 120-EOJ.

              STOP RUN.

      ***************************************************************
      * 100-HSK.
      *  - THE RUN ID IS READ FROM THE CONTROL CARD AND EVERY GUARD
      *  - IS PASSED BEFORE ANY FILE IS UPDATED: THE RUN'S YEAR IS
      *  - STILL OPEN, THE RUN IS ON RUNAUDIT, IT FINISHED (ITS
      *  - JOURNAL TRAILER IS THERE), IT HAS NOT ALREADY BEEN BACKED
      *  - OUT, AND ITS JOURNAL PROVES TO ITS RA-TOTAL-FINAL-AMT.
      *  - ANY FAILURE ENDS THE RUN WITH RC 16, NOTHING CHANGED.
      ***************************************************************
       100-HSK.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           COMPUTE WS-RUN-DATE =
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.

           PERFORM 101-READ-BACKOUT-CARD.

           PERFORM 102-CHECK-CLOSE-CONTROL.

           PERFORM 103-FIND-RUN-AUDIT.

           PERFORM 104-LOAD-JOURNAL.

           PERFORM 105-LOAD-POSTING-CONTROL.

           OPEN I-O YTD-MASTER.

           IF NOT YM-FOUND
               DISPLAY "PSTBKOUT: YTD-MASTER OPEN FAILED, STATUS="
                       WS-YM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BACKOUT-REPORT.

           MOVE WS-RUN-DATE    TO HL2-RUN-DATE.
           MOVE WS-TARGET-DATE TO HL2-TARGET-DATE.
           MOVE WS-TARGET-TIME TO HL2-TARGET-TIME.

           PERFORM 200-PRINT-HEADING-LINES.

           PERFORM 106-PROVE-JOURNAL.

      ***************************************************************
      * 101-READ-BACKOUT-CARD.
      *  - THE CARD CARRIES THE RUN ID (RA-RUN-DATE, RA-RUN-TIME)
      *  - AND AN OPTIONAL "Y" TO BACK OUT A JOURNAL THAT DOES NOT
      *  - PROVE TO RUNAUDIT.  THE CARD IS REQUIRED.
      ***************************************************************
       101-READ-BACKOUT-CARD.

           OPEN INPUT BACKOUT-CARD.

           IF NOT BC-FILE-OK
               DISPLAY "PSTBKOUT: BACKOUT CARD FILE MISSING, STATUS="
                       WS-BC-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ BACKOUT-CARD
               AT END
                 DISPLAY "PSTBKOUT: BACKOUT CARD IS EMPTY"
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ.

           IF BC-RUN-DATE IS NOT NUMERIC
              OR BC-RUN-DATE = ZERO
              OR BC-RUN-TIME IS NOT NUMERIC
               DISPLAY "PSTBKOUT: INVALID RUN ID ON CARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE BC-RUN-DATE TO WS-TARGET-DATE.
           MOVE BC-RUN-TIME TO WS-TARGET-TIME.
           COMPUTE WS-TARGET-YEAR = BC-RUN-DATE / 10000.

           IF BC-FORCE-BACKOUT = "Y"
               SET FORCE-BACKOUT TO TRUE
           END-IF.

           CLOSE BACKOUT-CARD.

      ***************************************************************
      * 102-CHECK-CLOSE-CONTROL.
      *  - ONCE YTDCLOSE HAS CLOSED THE RUN'S YEAR THE RUN'S YTD IS
      *  - IN YM-PRIOR-YTD-AMT AND THE ARCHIVE, SO IT IS NO LONGER
      *  - BACKED OUT HERE.  A MISSING FILE MEANS NO CLOSE HAS EVER
      *  - RUN.
      ***************************************************************
       102-CHECK-CLOSE-CONTROL.

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

           IF WS-TARGET-YEAR <= WS-LAST-CLOSED-YEAR
               DISPLAY "PSTBKOUT: YEAR " WS-TARGET-YEAR
                       " ALREADY CLOSED (LAST CLOSED "
                       WS-LAST-CLOSED-YEAR ") - BACKOUT REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ***************************************************************
      * 103-FIND-RUN-AUDIT.
      *  - THE RUN'S RUNAUDIT RECORD GIVES THE TOTAL THE BACKOUT
      *  - MUST BALANCE TO AND WHETHER THE RUN WAS A RESTART.  A
      *  - RUN REFUSED OR ENDED BY A SEQUENCE ERROR (RC 16) IS NOT A
      *  - POSTING THAT CAN BE BACKED OUT.
      ***************************************************************
       103-FIND-RUN-AUDIT.

           OPEN INPUT RUN-AUDIT.

           IF NOT RA-FILE-OK
               DISPLAY "PSTBKOUT: RUN-AUDIT OPEN FAILED, STATUS="
                       WS-RA-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL RA-NO-MORE
               READ RUN-AUDIT
                   AT END
                     SET RA-NO-MORE TO TRUE
                   NOT AT END
                     IF RA-RUN-DATE = WS-TARGET-DATE
                        AND RA-RUN-TIME = WS-TARGET-TIME
                        AND RA-RETURN-CODE NOT = 16
                         SET RA-FOUND-FOR-RUN TO TRUE
                         MOVE RA-TOTAL-FINAL-AMT
                             TO WS-RA-TOTAL-FINAL-AMT
                         MOVE RA-RESTART-FLAG TO WS-RA-RESTART-FLAG
                     END-IF
               END-READ
           END-PERFORM.

           CLOSE RUN-AUDIT.

           IF NOT RA-FOUND-FOR-RUN
               DISPLAY "PSTBKOUT: NO COMPLETED RUN " WS-TARGET-DATE
                       " " WS-TARGET-TIME " ON RUNAUDIT"
                       " - BACKOUT REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ***************************************************************
      * 104-LOAD-JOURNAL.
      *  - THE WHOLE JOURNAL IS READ.  THE RUN'S OWN ENTRIES ARE
      *  - LOADED, AND SO ARE THOSE OF ANY RUN JUST BEFORE IT THAT
      *  - NEVER WROTE A TRAILER - THE INTERRUPTED RUN A RESTART
      *  - FINISHES.  THEY ARE KEPT ONLY WHEN RUNAUDIT SAYS THE RUN
      *  - WAS A RESTART.  A TRAILER FROM ANY OTHER RUN ENDS THE
      *  - CHAIN.
      ***************************************************************
       104-LOAD-JOURNAL.

           OPEN INPUT POSTING-JOURNAL.

           IF NOT PJ-FILE-OK
               DISPLAY "PSTBKOUT: POSTING JOURNAL OPEN FAILED, "
                       "STATUS=" WS-PJ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL PJ-NO-MORE
               READ POSTING-JOURNAL
                   AT END
                     SET PJ-NO-MORE TO TRUE
                   NOT AT END
                     PERFORM 104A-LOAD-JOURNAL-ENTRY
               END-READ
           END-PERFORM.

           CLOSE POSTING-JOURNAL.

           IF RUN-ALREADY-BACKED-OUT
               DISPLAY "PSTBKOUT: RUN " WS-TARGET-DATE " "
                       WS-TARGET-TIME " ALREADY BACKED OUT"
                       " - BACKOUT REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT TRAILER-FOUND
               DISPLAY "PSTBKOUT: NO JOURNAL TRAILER FOR RUN "
                       WS-TARGET-DATE " " WS-TARGET-TIME
                       " - BACKOUT REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      ***************************************************************
      * 104A-LOAD-JOURNAL-ENTRY.
      *  - ONE JOURNAL RECORD.  ONCE THE RUN'S TRAILER HAS BEEN
      *  - READ ONLY A LATER BACKOUT MARK FOR THE RUN MATTERS.
      ***************************************************************
       104A-LOAD-JOURNAL-ENTRY.

           IF PJ-RUN-ID = WS-TARGET-RUN-ID
               IF NOT TARGET-SEEN
                   SET TARGET-SEEN TO TRUE
                   IF NOT RUN-WAS-RESTART
                       MOVE ZERO TO YR-ENTRY-COUNT
                                    HR-ENTRY-COUNT
                   END-IF
                   MOVE YR-ENTRY-COUNT TO WS-CARRIED-COUNT
               END-IF
               EVALUATE TRUE
                   WHEN PJ-RUN-BACKED-OUT
                       SET RUN-ALREADY-BACKED-OUT TO TRUE
                   WHEN TRAILER-FOUND
                       CONTINUE
                   WHEN PJ-RUN-TRAILER
                       SET TRAILER-FOUND TO TRUE
                       MOVE PJ-PG-POST-DATE  TO WS-TR-PG-POST-DATE
                       MOVE PJ-PG-POST-TIME  TO WS-TR-PG-POST-TIME
                       MOVE PJ-PG-REC-COUNT  TO WS-TR-PG-REC-COUNT
                       MOVE PJ-PG-TOTAL-AMT  TO WS-TR-PG-TOTAL-AMT
                   WHEN PJ-YTD-UPDATE
                       PERFORM 104B-ADD-YTD-ENTRY
                   WHEN PJ-HISTORY-SNAPSHOT
                       PERFORM 104C-ADD-HIST-ENTRY
               END-EVALUATE
           ELSE
               IF NOT TARGET-SEEN
                   EVALUATE TRUE
                       WHEN PJ-RUN-TRAILER
                           MOVE ZERO TO YR-ENTRY-COUNT
                                        HR-ENTRY-COUNT
                       WHEN PJ-YTD-UPDATE
                           PERFORM 104B-ADD-YTD-ENTRY
                       WHEN PJ-HISTORY-SNAPSHOT
                           PERFORM 104C-ADD-HIST-ENTRY
                   END-EVALUATE
               END-IF
           END-IF.

      ***************************************************************
      * 104B-ADD-YTD-ENTRY.
      *  - A FULL TABLE ENDS THE RUN BEFORE ANYTHING IS REVERSED
      ***************************************************************
       104B-ADD-YTD-ENTRY.

           IF YR-ENTRY-COUNT >= 5000
               DISPLAY "PSTBKOUT: YTD REVERSAL TABLE FULL - "
                       "BACKOUT TERMINATED, NOTHING REVERSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO YR-ENTRY-COUNT.
           MOVE YR-ENTRY-COUNT      TO WS-YR-SUB.
           MOVE PJ-RUN-ID           TO YR-RUN-ID(WS-YR-SUB).
           MOVE PJ-DIST-NO          TO YR-DIST-NO(WS-YR-SUB).
           MOVE PJ-BRANCH-NO        TO YR-BRANCH-NO(WS-YR-SUB).
           MOVE PJ-SALES-NO         TO YR-SALES-NO(WS-YR-SUB).
           MOVE PJ-ADDED-FLAG       TO YR-ADDED-FLAG(WS-YR-SUB).
           MOVE PJ-BEFORE-YTD-AMT   TO YR-BEFORE-YTD-AMT(WS-YR-SUB).
           MOVE PJ-BEFORE-MTD-AMT   TO YR-BEFORE-MTD-AMT(WS-YR-SUB).
           MOVE PJ-BEFORE-MTD-MONTH TO
                YR-BEFORE-MTD-MONTH(WS-YR-SUB).
           MOVE PJ-AFTER-YTD-AMT    TO YR-AFTER-YTD-AMT(WS-YR-SUB).
           MOVE PJ-AFTER-MTD-AMT    TO YR-AFTER-MTD-AMT(WS-YR-SUB).
           MOVE PJ-AFTER-MTD-MONTH  TO
                YR-AFTER-MTD-MONTH(WS-YR-SUB).

      ***************************************************************
      * 104C-ADD-HIST-ENTRY.
      *  - A FULL TABLE ENDS THE RUN BEFORE ANYTHING IS REVERSED
      ***************************************************************
       104C-ADD-HIST-ENTRY.

           IF HR-ENTRY-COUNT >= 9000
               DISPLAY "PSTBKOUT: SNAPSHOT REVERSAL TABLE FULL - "
                       "BACKOUT TERMINATED, NOTHING REVERSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO HR-ENTRY-COUNT.
           MOVE HR-ENTRY-COUNT      TO WS-HR-SUB.
           MOVE PJ-DIST-NO          TO HR-DIST-NO(WS-HR-SUB).
           MOVE PJ-BRANCH-NO        TO HR-BRANCH-NO(WS-HR-SUB).
           MOVE PJ-SALES-NO         TO HR-SALES-NO(WS-HR-SUB).
           MOVE PJ-HIST-YEAR        TO HR-YEAR(WS-HR-SUB).
           MOVE PJ-HIST-MONTH       TO HR-MONTH(WS-HR-SUB).
           MOVE PJ-HIST-BEFORE-AMT  TO HR-BEFORE-AMT(WS-HR-SUB).
           MOVE PJ-HIST-AFTER-AMT   TO HR-AFTER-AMT(WS-HR-SUB).
           MOVE PJ-HIST-AFTER-AMT   TO HR-CURRENT-AMT(WS-HR-SUB).

      ***************************************************************
      * 105-LOAD-POSTING-CONTROL.
      *  - PSTGCTL IS HELD IN A TABLE SO 140-CLEAR-POSTING-CONTROL
      *  - CAN WRITE IT BACK WITHOUT THE RUN'S ENTRY.  A MISSING
      *  - FILE LEAVES NOTHING TO CLEAR.
      ***************************************************************
       105-LOAD-POSTING-CONTROL.

           OPEN INPUT POSTING-CONTROL.

           IF PG-FILE-OK
               PERFORM UNTIL PG-NO-MORE
                   READ POSTING-CONTROL
                       AT END
                         SET PG-NO-MORE TO TRUE
                       NOT AT END
                         IF PT-ENTRY-COUNT >= 5000
                             DISPLAY "PSTBKOUT: POSTING CONTROL "
                                     "TABLE FULL - BACKOUT "
                                     "TERMINATED, NOTHING REVERSED"
                             MOVE 16 TO RETURN-CODE
                             STOP RUN
                         END-IF
                         ADD 1 TO PT-ENTRY-COUNT
                         MOVE PT-ENTRY-COUNT TO WS-PT-SUB
                         MOVE PG-POST-DATE TO PT-POST-DATE(WS-PT-SUB)
                         MOVE PG-POST-TIME TO PT-POST-TIME(WS-PT-SUB)
                         MOVE PG-REC-COUNT TO PT-REC-COUNT(WS-PT-SUB)
                         MOVE PG-TOTAL-AMT TO PT-TOTAL-AMT(WS-PT-SUB)
                   END-READ
               END-PERFORM
               CLOSE POSTING-CONTROL
           END-IF.

      ***************************************************************
      * 106-PROVE-JOURNAL.
      *  - THE YTD AMOUNTS THE JOURNAL SAYS THE RUN POSTED MUST ADD
      *  - UP TO THE RUN'S RA-TOTAL-FINAL-AMT.  WHEN THEY DO NOT,
      *  - THE JOURNAL IS NOT A TRUE RECORD OF THE RUN AND NOTHING
      *  - IS REVERSED UNLESS THE CARD FORCES IT.
      ***************************************************************
       106-PROVE-JOURNAL.

           MOVE ZERO TO WS-JOURNAL-TOTAL.

           PERFORM VARYING WS-YR-SUB FROM 1 BY 1
                   UNTIL WS-YR-SUB > YR-ENTRY-COUNT
               COMPUTE WS-JOURNAL-TOTAL = WS-JOURNAL-TOTAL
                   + YR-AFTER-YTD-AMT(WS-YR-SUB)
                   - YR-BEFORE-YTD-AMT(WS-YR-SUB)
           END-PERFORM.

           COMPUTE WS-DIFFERENCE =
               WS-JOURNAL-TOTAL - WS-RA-TOTAL-FINAL-AMT.

           MOVE WS-RA-TOTAL-FINAL-AMT TO PL1-RA-TOTAL.
           MOVE PROOF-LINE-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           MOVE YR-ENTRY-COUNT    TO PL2-ENTRY-COUNT.
           MOVE WS-JOURNAL-TOTAL  TO PL2-JOURNAL-TOTAL.
           MOVE WS-CARRIED-COUNT  TO PL2-CARRIED-COUNT.
           MOVE PROOF-LINE-2 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.

           IF WS-DIFFERENCE = ZERO
               MOVE "JOURNAL PROVES TO RUNAUDIT" TO PL3-MESSAGE
               MOVE SPACES TO PL3-AMOUNT-AREA
           ELSE
               MOVE "*** JOURNAL OUT OF BALANCE BY:" TO PL3-MESSAGE
               MOVE WS-DIFFERENCE TO PL3-DIFFERENCE
           END-IF.
           MOVE PROOF-LINE-3 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.
           ADD 4 TO LINE-COUNT.

           IF WS-DIFFERENCE NOT = ZERO
               IF FORCE-BACKOUT
                   MOVE "*** BACKOUT FORCED BY CONTROL CARD"
                       TO PL3-MESSAGE
                   MOVE SPACES TO PL3-AMOUNT-AREA
                   MOVE PROOF-LINE-3 TO PRINT-REC
                   WRITE PRINT-REC AFTER ADVANCING 1 LINES
                   ADD 1 TO LINE-COUNT
               ELSE
                   MOVE "*** BACKOUT REFUSED - NOTHING CHANGED"
                       TO PL3-MESSAGE
                   MOVE SPACES TO PL3-AMOUNT-AREA
                   MOVE PROOF-LINE-3 TO PRINT-REC
                   WRITE PRINT-REC AFTER ADVANCING 2 LINES
                   MOVE TOTALS-LINE-4 TO PRINT-REC
                   WRITE PRINT-REC AFTER ADVANCING 2 LINES
                   DISPLAY "PSTBKOUT: JOURNAL DOES NOT PROVE TO "
                           "RUNAUDIT - BACKOUT REFUSED"
                   CLOSE YTD-MASTER
                         BACKOUT-REPORT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      ***************************************************************
      * 110-REVERSE-YTD-MASTER.
      *  - ONE JOURNALED YTDMAST UPDATE.  IF THE MASTER STILL HOLDS
      *  - EXACTLY WHAT THE RUN LEFT, IT GOES BACK TO THE BEFORE
      *  - IMAGE - OR IS DELETED WHEN THE RUN ADDED IT.  OTHERWISE
      *  - A LATER RUN HAS POSTED TO IT, AND ONLY THE RUN'S OWN
      *  - YTD AMOUNT (AND ITS MTD AMOUNT, WHILE THE MASTER IS
      *  - STILL ON THE SAME MONTH) IS TAKEN BACK OUT.
      ***************************************************************
       110-REVERSE-YTD-MASTER.

           COMPUTE WS-RUN-DELTA = YR-AFTER-YTD-AMT(WS-YR-SUB)
                                - YR-BEFORE-YTD-AMT(WS-YR-SUB).

           MOVE YR-DIST-NO(WS-YR-SUB)   TO YM-DIST-NO  YL-DIST-NO.
           MOVE YR-BRANCH-NO(WS-YR-SUB) TO YM-BRANCH-NO YL-BRANCH-NO.
           MOVE YR-SALES-NO(WS-YR-SUB)  TO YM-SALES-NO YL-SALES-NO.
           MOVE YR-BEFORE-YTD-AMT(WS-YR-SUB) TO YL-BEFORE-YTD.
           MOVE YR-AFTER-YTD-AMT(WS-YR-SUB)  TO YL-AFTER-YTD.
           MOVE WS-RUN-DELTA                 TO YL-REVERSED.

           READ YTD-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.

           IF NOT YM-FOUND
               MOVE ZERO TO YL-CURRENT-YTD YL-NEW-YTD
               MOVE "NOT ON FILE" TO YL-ACTION
               ADD 1 TO WS-MISSING-COUNT
               ADD WS-RUN-DELTA TO WS-NOT-REVERSED-TOTAL
           ELSE
               MOVE YM-YTD-AMT TO YL-CURRENT-YTD
               IF YM-YTD-AMT = YR-AFTER-YTD-AMT(WS-YR-SUB)
                  AND YM-MTD-AMT = YR-AFTER-MTD-AMT(WS-YR-SUB)
                  AND YM-MTD-MONTH = YR-AFTER-MTD-MONTH(WS-YR-SUB)
                   IF YR-RECORD-ADDED(WS-YR-SUB)
                       DELETE YTD-MASTER
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       MOVE ZERO TO YL-NEW-YTD
                       MOVE "DELETED" TO YL-ACTION
                       ADD 1 TO WS-DELETED-COUNT
                   ELSE
                       MOVE YR-BEFORE-YTD-AMT(WS-YR-SUB)
                           TO YM-YTD-AMT
                       MOVE YR-BEFORE-MTD-AMT(WS-YR-SUB)
                           TO YM-MTD-AMT
                       MOVE YR-BEFORE-MTD-MONTH(WS-YR-SUB)
                           TO YM-MTD-MONTH
                       REWRITE YTD-MASTER-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       MOVE YM-YTD-AMT TO YL-NEW-YTD
                       MOVE "RESTORED" TO YL-ACTION
                       ADD 1 TO WS-RESTORED-COUNT
                   END-IF
               ELSE
                   IF YR-BEFORE-MTD-MONTH(WS-YR-SUB) =
                      YR-AFTER-MTD-MONTH(WS-YR-SUB)
                       COMPUTE WS-MTD-DELTA =
                           YR-AFTER-MTD-AMT(WS-YR-SUB)
                         - YR-BEFORE-MTD-AMT(WS-YR-SUB)
                   ELSE
                       MOVE YR-AFTER-MTD-AMT(WS-YR-SUB)
                           TO WS-MTD-DELTA
                   END-IF
                   SUBTRACT WS-RUN-DELTA FROM YM-YTD-AMT
                   IF YM-MTD-MONTH = YR-AFTER-MTD-MONTH(WS-YR-SUB)
                       SUBTRACT WS-MTD-DELTA FROM YM-MTD-AMT
                   END-IF
                   REWRITE YTD-MASTER-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   MOVE YM-YTD-AMT TO YL-NEW-YTD
                   MOVE "ADJUSTED-LATER PST" TO YL-ACTION
                   ADD 1 TO WS-ADJUSTED-COUNT
               END-IF
               IF YM-FOUND
                   ADD WS-RUN-DELTA TO WS-REVERSED-TOTAL
               ELSE
                   DISPLAY "PSTBKOUT: YTD-MASTER UPDATE FAILED, "
                           "STATUS=" WS-YM-STATUS " KEY=" YM-KEY
                   MOVE "UPDATE FAILED" TO YL-ACTION
                   ADD WS-RUN-DELTA TO WS-NOT-REVERSED-TOTAL
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 200-PRINT-HEADING-LINES
               MOVE HEADING-LINE-3 TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 2 LINES
               ADD 2 TO LINE-COUNT
           END-IF.

           MOVE YTD-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-COUNT.

      ***************************************************************
      * 130-SUPERSEDE-HISTORY.
      *  - SLSHIST IS READ FOR THE LAST SNAPSHOT NOW ON FILE FOR
      *  - EACH SALESPERSON/MONTH THE RUN SNAPSHOTTED (A MONTH
      *  - SHCONSOL HAS SINCE DROPPED IS TAKEN AT THE RUN'S OWN
      *  - FIGURE).  EACH IS THEN SUPERSEDED, NEWEST FIRST, BY A
      *  - SNAPSHOT WITH THE RUN'S AMOUNT TAKEN BACK OUT, APPENDED
      *  - SO IT IS THE ONE SLSTREND, SLSFCST AND SHCONSOL KEEP.
      ***************************************************************
       130-SUPERSEDE-HISTORY.

           OPEN INPUT SALES-HISTORY.

           PERFORM UNTIL SH-NO-MORE
               READ SALES-HISTORY
                   AT END
                     SET SH-NO-MORE TO TRUE
                   NOT AT END
                     PERFORM 131-FIND-HIST-CURRENT
                         VARYING WS-HR-SUB FROM 1 BY 1
                         UNTIL WS-HR-SUB > HR-ENTRY-COUNT
               END-READ
           END-PERFORM.

           CLOSE SALES-HISTORY.

           OPEN EXTEND SALES-HISTORY.

           IF HR-ENTRY-COUNT > ZERO
               MOVE HIST-HEADING-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 3 LINES
               ADD 3 TO LINE-COUNT
           END-IF.

           PERFORM 132-WRITE-SUPERSEDING-SNAPSHOT
               VARYING WS-HR-SUB FROM HR-ENTRY-COUNT BY -1
               UNTIL WS-HR-SUB < 1.

           CLOSE SALES-HISTORY.

      ***************************************************************
      * 131-FIND-HIST-CURRENT.
      *  - THE SNAPSHOT JUST READ BECOMES THE CURRENT FIGURE OF
      *  - EVERY JOURNALED SNAPSHOT FOR ITS SALESPERSON/MONTH
      ***************************************************************
       131-FIND-HIST-CURRENT.

           IF SH-DIST-NO = HR-DIST-NO(WS-HR-SUB)
              AND SH-BRANCH-NO = HR-BRANCH-NO(WS-HR-SUB)
              AND SH-SALES-NO = HR-SALES-NO(WS-HR-SUB)
              AND SH-YEAR = HR-YEAR(WS-HR-SUB)
              AND SH-MONTH = HR-MONTH(WS-HR-SUB)
               MOVE SH-MONTH-AMT TO HR-CURRENT-AMT(WS-HR-SUB)
           END-IF.

      ***************************************************************
      * 132-WRITE-SUPERSEDING-SNAPSHOT.
      *  - THE NEW FIGURE IS THE CURRENT ONE LESS WHAT THE RUN ADDED.
      *  - AN EARLIER JOURNALED SNAPSHOT FOR THE SAME MONTH THEN
      *  - WORKS FROM THE NEW FIGURE.
      ***************************************************************
       132-WRITE-SUPERSEDING-SNAPSHOT.

           COMPUTE WS-HIST-DELTA = HR-AFTER-AMT(WS-HR-SUB)
                                 - HR-BEFORE-AMT(WS-HR-SUB).
           COMPUTE HR-NEW-AMT(WS-HR-SUB) =
               HR-CURRENT-AMT(WS-HR-SUB) - WS-HIST-DELTA.

           MOVE HR-DIST-NO(WS-HR-SUB)   TO SH-DIST-NO.
           MOVE HR-BRANCH-NO(WS-HR-SUB) TO SH-BRANCH-NO.
           MOVE HR-SALES-NO(WS-HR-SUB)  TO SH-SALES-NO.
           MOVE HR-YEAR(WS-HR-SUB)      TO SH-YEAR.
           MOVE HR-MONTH(WS-HR-SUB)     TO SH-MONTH.
           MOVE HR-NEW-AMT(WS-HR-SUB)   TO SH-MONTH-AMT.
           WRITE SALES-HISTORY-REC.
           ADD 1 TO WS-SUPERSEDED-COUNT.

           PERFORM VARYING WS-HR-SUB2 FROM 1 BY 1
                   UNTIL WS-HR-SUB2 >= WS-HR-SUB
               IF HR-DIST-NO(WS-HR-SUB2) = HR-DIST-NO(WS-HR-SUB)
                  AND HR-BRANCH-NO(WS-HR-SUB2) =
                      HR-BRANCH-NO(WS-HR-SUB)
                  AND HR-SALES-NO(WS-HR-SUB2) =
                      HR-SALES-NO(WS-HR-SUB)
                  AND HR-YEAR(WS-HR-SUB2) = HR-YEAR(WS-HR-SUB)
                  AND HR-MONTH(WS-HR-SUB2) = HR-MONTH(WS-HR-SUB)
                   MOVE HR-NEW-AMT(WS-HR-SUB)
                       TO HR-CURRENT-AMT(WS-HR-SUB2)
               END-IF
           END-PERFORM.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 200-PRINT-HEADING-LINES
               MOVE HIST-HEADING-LINE TO PRINT-REC
               WRITE PRINT-REC AFTER ADVANCING 2 LINES
               ADD 2 TO LINE-COUNT
           END-IF.

           MOVE HR-DIST-NO(WS-HR-SUB)     TO HSL-DIST-NO.
           MOVE HR-BRANCH-NO(WS-HR-SUB)   TO HSL-BRANCH-NO.
           MOVE HR-SALES-NO(WS-HR-SUB)    TO HSL-SALES-NO.
           MOVE HR-YEAR(WS-HR-SUB)        TO HSL-YEAR.
           MOVE HR-MONTH(WS-HR-SUB)       TO HSL-MONTH.
           MOVE HR-BEFORE-AMT(WS-HR-SUB)  TO HSL-BEFORE-AMT.
           MOVE HR-AFTER-AMT(WS-HR-SUB)   TO HSL-AFTER-AMT.
           MOVE HR-CURRENT-AMT(WS-HR-SUB) TO HSL-CURRENT-AMT.
           MOVE HR-NEW-AMT(WS-HR-SUB)     TO HSL-NEW-AMT.
           MOVE HIST-LINE TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.
           ADD 1 TO LINE-COUNT.

      ***************************************************************
      * 140-CLEAR-POSTING-CONTROL.
      *  - PSTGCTL IS WRITTEN BACK WITHOUT THE ENTRY THE RUN'S
      *  - JOURNAL TRAILER NAMES, SO CBL01 WILL ACCEPT THE CORRECTED
      *  - SALSDATI WITHOUT A FORCE.  AN ENTRY NOT FOUND (ALREADY
      *  - REMOVED BY HAND) IS REPORTED WITH RC 4.
      ***************************************************************
       140-CLEAR-POSTING-CONTROL.

           OPEN OUTPUT POSTING-CONTROL.

           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > PT-ENTRY-COUNT
               IF NOT PG-ENTRY-CLEARED
                  AND PT-POST-DATE(WS-PT-SUB) = WS-TR-PG-POST-DATE
                  AND PT-POST-TIME(WS-PT-SUB) = WS-TR-PG-POST-TIME
                  AND PT-REC-COUNT(WS-PT-SUB) = WS-TR-PG-REC-COUNT
                  AND PT-TOTAL-AMT(WS-PT-SUB) = WS-TR-PG-TOTAL-AMT
                   SET PG-ENTRY-CLEARED TO TRUE
               ELSE
                   MOVE PT-POST-DATE(WS-PT-SUB) TO PG-POST-DATE
                   MOVE PT-POST-TIME(WS-PT-SUB) TO PG-POST-TIME
                   MOVE PT-REC-COUNT(WS-PT-SUB) TO PG-REC-COUNT
                   MOVE PT-TOTAL-AMT(WS-PT-SUB) TO PG-TOTAL-AMT
                   WRITE POSTING-CONTROL-REC
               END-IF
           END-PERFORM.

           CLOSE POSTING-CONTROL.

           IF NOT PG-ENTRY-CLEARED
               DISPLAY "PSTBKOUT: PSTGCTL ENTRY " WS-TR-PG-POST-DATE
                       " " WS-TR-PG-POST-TIME " NOT FOUND"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      ***************************************************************
      * 150-MARK-RUN-BACKED-OUT.
      *  - THE BACKOUT MARK ON THE JOURNAL STOPS A SECOND BACKOUT
      *  - OF THE SAME RUN.
      ***************************************************************
       150-MARK-RUN-BACKED-OUT.

           OPEN EXTEND POSTING-JOURNAL.

           MOVE SPACES           TO POSTING-JOURNAL-REC.
           MOVE WS-TARGET-DATE   TO PJ-RUN-DATE.
           MOVE WS-TARGET-TIME   TO PJ-RUN-TIME.
           MOVE "R"              TO PJ-RECORD-TYPE.
           WRITE POSTING-JOURNAL-REC.

           CLOSE POSTING-JOURNAL.

      ***************************************************************
      * 120-EOJ.
      *  - THE REVERSAL TOTALS ARE PRINTED AND BALANCED BACK TO THE
      *  - RUN'S RA-TOTAL-FINAL-AMT.  AN AMOUNT THAT COULD NOT BE
      *  - REVERSED, OR A FORCED BACKOUT THAT DOES NOT BALANCE, ENDS
      *  - WITH RC 8.
      ***************************************************************
       120-EOJ.

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 200-PRINT-HEADING-LINES
           END-IF.

           MOVE WS-RESTORED-COUNT TO TL-RESTORED-COUNT.
           MOVE WS-ADJUSTED-COUNT TO TL-ADJUSTED-COUNT.
           MOVE WS-DELETED-COUNT  TO TL-DELETED-COUNT.
           MOVE WS-MISSING-COUNT  TO TL-MISSING-COUNT.
           MOVE TOTALS-LINE-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 3 LINES.

           MOVE WS-REVERSED-TOTAL     TO TL2-REVERSED-TOTAL.
           MOVE WS-NOT-REVERSED-TOTAL TO TL2-NOT-REVERSED.
           MOVE TOTALS-LINE-2 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           MOVE WS-RA-TOTAL-FINAL-AMT TO PL1-RA-TOTAL.
           MOVE PROOF-LINE-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.

           COMPUTE WS-DIFFERENCE =
               WS-REVERSED-TOTAL - WS-RA-TOTAL-FINAL-AMT.

           IF WS-DIFFERENCE = ZERO
               MOVE "REVERSAL BALANCES TO RUNAUDIT" TO PL3-MESSAGE
               MOVE SPACES TO PL3-AMOUNT-AREA
           ELSE
               MOVE "*** REVERSAL OUT OF BALANCE BY:" TO PL3-MESSAGE
               MOVE WS-DIFFERENCE TO PL3-DIFFERENCE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE PROOF-LINE-3 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 1 LINES.

           MOVE WS-SUPERSEDED-COUNT TO TL3-SUPERSEDED.
           MOVE WS-TR-PG-POST-DATE  TO TL3-PG-POST-DATE.
           MOVE WS-TR-PG-POST-TIME  TO TL3-PG-POST-TIME.
           IF PG-ENTRY-CLEARED
               MOVE "CLEARED"   TO TL3-PG-MESSAGE
           ELSE
               MOVE "NOT FOUND" TO TL3-PG-MESSAGE
           END-IF.
           MOVE TOTALS-LINE-3 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           MOVE TOTALS-LINE-4 TO PRINT-REC.
           WRITE PRINT-REC AFTER ADVANCING 2 LINES.

           CLOSE YTD-MASTER
                 BACKOUT-REPORT.

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

            MOVE ZERO TO LINE-COUNT.
