      *
      * FILES (CICS FCT):  YTDMAST  - KSDS, KEY = DIST/BRANCH/SALES
      *                    STORMSTR - KSDS, KEY = BRANCH/SALES
      *                    QUOTAVS  - KSDS COPY OF THE QUOTAMST
      *                               QUOTA IN EFFECT THIS MONTH,
      *                               LOADED NIGHTLY, KEY =
      *                               DIST/BRANCH
      **************************************************************
       ENVIRONMENT DIVISION.

