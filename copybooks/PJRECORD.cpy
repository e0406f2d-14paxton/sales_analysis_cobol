      ***************************************************************
      * PJRECORD - YTDMAST POSTING JOURNAL RECORD LAYOUT
      *  - SHARED BY CBL01 (WRITER) AND PSTBKOUT (READER) SO BOTH
      *  - PROGRAMS AGREE ON THE PSTJRNL FILE LAYOUT.  THE FILE IS
      *  - PERMANENT AND ALWAYS OPENED EXTEND.  EVERY RECORD CARRIES
      *  - THE RUN ID OF THE RUN THAT WROTE IT: THE RA-RUN-DATE AND
      *  - RA-RUN-TIME THAT RUN STAMPS ON ITS RUNAUDIT RECORD.
      *  - Y  ONE YTDMAST UPDATE: THE SALESPERSON'S YTD/MTD BEFORE
      *  -    AND AFTER, AND WHETHER THE RECORD WAS ADDED NEW.
      *  - H  ONE SLSHIST SNAPSHOT: THE MONTH'S FIGURE BEFORE THE
      *  -    SNAPSHOT AND THE FIGURE SNAPSHOTTED.
      *  - T  THE RUN'S TRAILER, WRITTEN AT A CLEAN EOJ WITH THE
      *  -    PSTGCTL ENTRY IT RECORDED AND ITS RA-TOTAL-FINAL-AMT.
      *  -    A RUN WITH NO TRAILER DID NOT FINISH.
      *  - R  WRITTEN BY PSTBKOUT WHEN IT HAS BACKED THE RUN OUT.
      ***************************************************************
       01  POSTING-JOURNAL-REC.
           05  PJ-RUN-ID.
               10  PJ-RUN-DATE         PIC 9(8).
               10  PJ-RUN-TIME         PIC 9(4).
           05  PJ-RECORD-TYPE          PIC X(1).
               88  PJ-YTD-UPDATE           VALUE "Y".
               88  PJ-HISTORY-SNAPSHOT     VALUE "H".
               88  PJ-RUN-TRAILER          VALUE "T".
               88  PJ-RUN-BACKED-OUT       VALUE "R".
           05  PJ-KEY.
               10  PJ-DIST-NO          PIC X(4).
               10  PJ-BRANCH-NO        PIC X(2).
               10  PJ-SALES-NO         PIC X(2).
           05  PJ-YTD-DETAIL.
               10  PJ-ADDED-FLAG       PIC X(1).
                   88  PJ-RECORD-ADDED     VALUE "A".
               10  PJ-BEFORE-YTD-AMT   PIC S9(7)V99.
               10  PJ-BEFORE-MTD-AMT   PIC S9(6)V99.
               10  PJ-BEFORE-MTD-MONTH PIC 99.
               10  PJ-AFTER-YTD-AMT    PIC S9(7)V99.
               10  PJ-AFTER-MTD-AMT    PIC S9(6)V99.
               10  PJ-AFTER-MTD-MONTH  PIC 99.
               10                      PIC X(10).
           05  PJ-HISTORY-DETAIL REDEFINES PJ-YTD-DETAIL.
               10  PJ-HIST-YEAR        PIC 9(4).
               10  PJ-HIST-MONTH       PIC 99.
               10  PJ-HIST-BEFORE-AMT  PIC S9(6)V99.
               10  PJ-HIST-AFTER-AMT   PIC S9(6)V99.
               10                      PIC X(27).
           05  PJ-TRAILER-DETAIL REDEFINES PJ-YTD-DETAIL.
               10  PJ-PG-POST-DATE     PIC 9(8).
               10  PJ-PG-POST-TIME     PIC 9(4).
               10  PJ-PG-REC-COUNT     PIC 9(7).
               10  PJ-PG-TOTAL-AMT     PIC S9(13)V99.
               10  PJ-TOTAL-FINAL-AMT  PIC S9(13)V99.
