000140*    DATE       INIT   DESCRIPTION                               *
000150*    ---------  -----  ------------------------------------------*
000160*    03/22/24   JH     ORIGINAL COPYBOOK.                        *
000161*    06/10/24   JH     THE FILLER NOW CARRIES THE ACTUAL         *
000162*                      PROCESSING DATE AND A LATE-RERUN FLAG.    *
000163*                      ON A LATE RERUN RUN-STAT-DATE IS THE      *
000164*                      BUSINESS DATE MADE UP.  OLDER RECORDS     *
000165*                      CARRY SPACES IN THE NEW FIELDS.           *
000170*                                                                *
000180*****************************************************************
000190*
000270     05  RUN-STAT-RECORDS-READ       PIC 9(05).
000280     05  RUN-STAT-RECORDS-WRITTEN    PIC 9(05).
000290     05  RUN-STAT-RETURN-CODE        PIC 9(04).
000294     05  RUN-STAT-PROCESS-DATE       PIC 9(08).
000298     05  RUN-STAT-RERUN-FLAG         PIC X(01).
000302         88  RUN-STAT-LATE-RERUN                VALUE 'R'.
000306     05  FILLER                      PIC X(17).
000310*
