      ***************************************************************
      * OMRECORD - ORGMAST ORGANIZATION MASTER RECORD LAYOUT
      *  - SHARED BY ORGMAINT (MAINTENANCE), REGNSUM AND THE
      *  - REPORTING PROGRAMS THAT PRINT DISTRICT AND BRANCH NAMES,
      *  - SO ALL OF THEM AGREE ON THE ORGMAST KSDS RECORD LAYOUT.
      *  - KEY = RECORD TYPE AND ORGANIZATION CODE:
      *  -   "R" REGION    CODE = REGION ID, THEN SPACES
      *  -   "D" DISTRICT  CODE = DISTRICT NUMBER, THEN "00"
      *  -   "B" BRANCH    CODE = DISTRICT NUMBER AND BRANCH NUMBER
      *  - EVERY RECORD CARRIES A NAME AND MANAGER.  THE REGION IS
      *  - CARRIED ON THE DISTRICT RECORD ONLY; A BRANCH BELONGS TO
      *  - THE REGION OF ITS DISTRICT.
      ***************************************************************
       01  ORG-MASTER-REC.
           05  OM-KEY.
               10  OM-REC-TYPE         PIC X(1).
                   88  OM-REGION           VALUE "R".
                   88  OM-DISTRICT         VALUE "D".
                   88  OM-BRANCH           VALUE "B".
               10  OM-ORG-CODE         PIC X(6).
               10  OM-ORG-CODE-R REDEFINES OM-ORG-CODE.
                   15  OM-DIST-NO      PIC 9(4).
                   15  OM-BRANCH-NO    PIC 9(2).
               10  OM-REGION-CODE-R REDEFINES OM-ORG-CODE.
                   15  OM-REGION-ID    PIC X(2).
                   15                  PIC X(4).
           05  OM-NAME                 PIC X(20).
           05  OM-MANAGER              PIC X(20).
           05  OM-REGION-CODE          PIC X(2).
           05  OM-MAINT-DATE           PIC 9(8).
           05                          PIC X(23).
