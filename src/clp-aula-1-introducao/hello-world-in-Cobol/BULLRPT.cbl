000290*    DATE       INIT   DESCRIPTION
000300*    ---------  -----  ------------------------------------------
000310*    05/14/24   JH     ORIGINAL PROGRAM.
000312*    06/10/24   JH     A GROUP WRITTEN BY A LATE RERUN (AS-OF-DATE
000314*                      MODE) NOW CARRIES 'LATE RERUN - PROCESSED'
000316*                      AND THE ACTUAL PROCESSING DATE ON THE THIRD
000318*                      HEADING LINE, AS THE ORIGINAL PAGE DID.
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
001030 01  BR-GRP-COPIES                   PIC 9(02)  VALUE ZERO.
001040 01  BR-GRP-SHIFT                    PIC X(01)  VALUE SPACES.
001050 01  BR-GRP-OPERATOR                 PIC X(08)  VALUE SPACES.
001052 01  BR-GRP-RERUN-FLAG               PIC X(01)  VALUE SPACES.
001054     88  BR-GRP-LATE-RERUN                      VALUE 'R'.
001056 01  BR-GRP-PROCESS-DATE             PIC X(08)  VALUE SPACES.
001060*
001070 01  BR-LINE-SUB                     PIC 9(03)  COMP VALUE ZERO.
001080 01  BR-LINE-USED                    PIC 9(03)  COMP VALUE ZERO.
001600     05  FILLER                      PIC X(14)  VALUE
001610         '   OPERATOR : '.
001620     05  BR-PH3-OPER                 PIC X(08).
001624     05  FILLER                      PIC X(03)  VALUE SPACES.
001628     05  BR-PH3-RERUN-TEXT           PIC X(23)  VALUE SPACES.
001632     05  BR-PH3-RERUN-DATE           PIC X(08)  VALUE SPACES.
001636     05  FILLER                      PIC X(47)  VALUE SPACES.
001640*
001650 01  BR-REPRINT-BANNER.
001660     05  FILLER                      PIC X(36)  VALUE
003420     END-IF.
003430     MOVE BULL-HIST-SHIFT TO BR-GRP-SHIFT.
003440     MOVE BULL-HIST-OPERATOR-ID TO BR-GRP-OPERATOR.
003443     MOVE BULL-HIST-RERUN-FLAG TO BR-GRP-RERUN-FLAG.
003446     MOVE BULL-HIST-PROCESS-DATE TO BR-GRP-PROCESS-DATE.
003450*
003460 3300-EXIT.
003470     EXIT.
003830     MOVE BR-GRP-RUN-ID TO BR-PH3-RUN-ID.
003840     MOVE BR-GRP-SHIFT TO BR-PH3-SHIFT.
003850     MOVE BR-GRP-OPERATOR TO BR-PH3-OPER.
003851     MOVE SPACES TO BR-PH3-RERUN-TEXT.
003852     MOVE SPACES TO BR-PH3-RERUN-DATE.
003853     IF BR-GRP-LATE-RERUN
003854         MOVE 'LATE RERUN - PROCESSED ' TO BR-PH3-RERUN-TEXT
003855         MOVE BR-GRP-PROCESS-DATE TO BR-PH3-RERUN-DATE
003856     END-IF.
003860     WRITE REPRINT-RECORD FROM BR-PAGE-HEADING-1
003870         AFTER ADVANCING PAGE.
003880     PERFORM 3900-CHECK-REPRINT-STATUS THRU 3900-EXIT.
