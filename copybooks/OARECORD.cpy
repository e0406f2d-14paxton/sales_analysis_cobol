      ***************************************************************
      * OARECORD - OFFBOARDING ARCHIVE RECORD LAYOUT
      *  - WRITTEN BY SLSOFFB.  THE OFFBARCH FILE IS PERMANENT AND
      *  - ALWAYS OPENED EXTEND.  EVERY RECORD SLSOFFB REMOVES FROM
      *  - A LIVE FILE FOR A TERMINATED SALESPERSON IS COPIED HERE
      *  - FIRST, WHOLE, SO NOTHING PURGED IS LOST: THE SLSPMAST
      *  - RECORD AS IT STOOD, THE YTDMAST RECORD, THE COACHRPT
      *  - CONSECUTIVE-MONTHS RECORD AND EVERY SLSHIST MONTH.
      *  - OA-IMAGE HOLDS THE ORIGINAL RECORD LEFT-JUSTIFIED.
      ***************************************************************
       01  OFFBOARD-ARCHIVE-REC.
           05  OA-REC-TYPE          PIC X(1).
               88  OA-PERSON            VALUE "S".
               88  OA-YTD-MASTER        VALUE "Y".
               88  OA-STREAK            VALUE "K".
               88  OA-HISTORY           VALUE "H".
           05  OA-KEY.
               10  OA-DIST-NO       PIC X(4).
               10  OA-BRANCH-NO     PIC X(2).
               10  OA-SALES-NO      PIC X(2).
           05  OA-OFFBOARD-DATE     PIC 9(8).
           05  OA-IMAGE             PIC X(37).
