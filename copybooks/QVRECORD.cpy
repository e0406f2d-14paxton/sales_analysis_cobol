      * QVRECORD - QUOTAVS ONLINE QUOTA RECORD LAYOUT
      *  - SHARED BY QUOTALD (NIGHTLY LOADER) AND SLSINQ (ONLINE
      *  - READER) SO BOTH PROGRAMS AGREE ON THE QUOTAVS KSDS
      *  - RECORD LAYOUT.  THE FILE HOLDS EACH BRANCH'S QUOTAMST
      *  - QUOTA IN EFFECT THIS MONTH, REBUILT EVERY NIGHT BY
      *  - QUOTALD, KEY = DISTRICT/BRANCH.
      ***************************************************************
       01  QUOTA-VSAM-REC.
           05  QV-KEY.
