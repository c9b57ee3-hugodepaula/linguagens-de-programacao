000180*    DATE       INIT   DESCRIPTION                               *
000190*    ---------  -----  ------------------------------------------*
000200*    05/14/24   JH     ORIGINAL COPYBOOK.                        *
000201*    06/10/24   JH     EVERY RECORD NOW CARRIES A LATE-RERUN     *
000202*                      FLAG; THE 'H' RECORD ALSO CARRIES THE     *
000203*                      ACTUAL PROCESSING DATE.  ON A LATE RERUN  *
000204*                      BULL-HIST-DATE IS THE BUSINESS DATE MADE  *
000205*                      UP.  OLDER RECORDS CARRY SPACES.          *
000206*    06/24/24   JH     EVERY RECORD NOW CARRIES THE ROUTE        *
000207*                      CLASS -- ON 'H' THE DEPARTMENT'S CLASS,   *
000208*                      ON 'M' THE CLASS THE MESSAGE WAS ROUTED   *
000209*                      ON ('ALL' FOR THE COMMON MESSAGES).       *
000210*                      DISTMNT USES IT TO FIND DORMANT           *
000211*                      ROUTING.  OLDER RECORDS CARRY SPACES.     *
000212*                                                                *
000220*****************************************************************
000230*
000240 01  BULL-HIST-RECORD.
000340         10  BULL-HIST-DEPT-NAME     PIC X(20).
000350         10  BULL-HIST-BIN           PIC X(04).
000360         10  BULL-HIST-COPIES        PIC 9(02).
000366         10  BULL-HIST-PROCESS-DATE  PIC 9(08).
000372         10  FILLER                  PIC X(06).
000380     05  BULL-HIST-SHIFT             PIC X(01).
000390     05  BULL-HIST-OPERATOR-ID       PIC X(08).
000394     05  BULL-HIST-RERUN-FLAG        PIC X(01).
000398         88  BULL-HIST-LATE-RERUN               VALUE 'R'.
000402     05  BULL-HIST-ROUTE-CLASS       PIC X(04).
000406     05  FILLER                      PIC X(02).
000410*
