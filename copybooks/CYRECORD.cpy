      * CYRECORD - CYCLE CONTROL RECORD LAYOUT
      *  - SHARED BY EVERY PROGRAM IN THE NIGHTLY CYCLE (SLSMERGE,
      *  - CBL01, COMMCALC, TOPPERF, COACHRPT AS WRITERS AND
      *  - CYCLEBAL AS THE READER, WITH SLSOFFB ALSO READING IT FOR
      *  - COMMCALC'S PAYRINTF COUNT) SO ALL AGREE ON THE CYCLCTL
      *  - FILE LAYOUT.  EACH PROGRAM APPENDS ONE RECORD PER FILE
      *  - HAND-OFF AT EOJ: HOW MANY RECORDS IT WROTE TO (OR READ
      *  - FROM) THAT FILE.  CYCLEBAL TAKES THE LAST RECORD PER
