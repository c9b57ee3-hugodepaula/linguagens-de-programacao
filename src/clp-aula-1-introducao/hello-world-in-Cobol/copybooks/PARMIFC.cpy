000160*    03/08/24   JH     ORIGINAL COPYBOOK, EXTRACTED FROM         *
000170*                      HELLOWORLD'S LINKAGE SECTION FOR THE      *
000180*                      NEW SUITEDRV DRIVER.                      *
000182*    06/10/24   JH     ADDED HW-AS-OF-DATE.  ZERO FOR A NORMAL   *
000184*                      RUN; A PRIOR BUSINESS DATE (YYYYMMDD)     *
000186*                      WHEN THE DRIVER IS MAKING UP A MISSED     *
000188*                      BUSINESS DAY.                             *
000190*                                                                *
000200*****************************************************************
000210*
000260         88  HW-RUN-MODE-NORMAL                 VALUE 'N'.
000270         88  HW-RUN-MODE-TEST                   VALUE 'T'.
000280*
000290     05  HW-AS-OF-DATE               PIC 9(08).
000300*
