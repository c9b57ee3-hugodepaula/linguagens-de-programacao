000210*      - NO EXECUTION ENDED RC 0 ON A WEEKEND OR HOLIDAY DAY
000220*        (A CLEAN FULL RUN ON A NON-PROCESSING DAY MEANS THE
000230*        CALENDAR CHECK WAS BYPASSED)
000232*    A LATE RERUN (A MAKE-UP EXECUTION FOR A MISSED BUSINESS DAY)
000234*    COUNTS AS THAT DAY'S EXECUTION AND IS ALSO LISTED, WITH ITS
000236*    ACTUAL PROCESSING DATE, IN AN INFORMATIONAL SECTION THAT
000238*    DOES NOT RAISE THE RETURN CODE.
000240*    EXCEPTIONS GO TO THE 132-COLUMN RPTOUT REPORT AND THE
000250*    STEP POSTS RC 8 SO THE ON-CALL NOTIFICATION PATH FIRES.
000260*
000350*    DATE       INIT   DESCRIPTION
000360*    ---------  -----  ------------------------------------------
000370*    04/16/24   JH     ORIGINAL PROGRAM.
000371*    06/10/24   JH     RUN-HISTORY RECORDS FLAGGED AS LATE RERUNS
000372*                      (AS-OF-DATE MODE) ARE LISTED IN A NEW
000373*                      INFORMATIONAL SECTION WITH THEIR ACTUAL
000374*                      PROCESSING DATE AND COUNTED IN THE SUMMARY.
000375*    07/22/24   JH     AUDCLOSE'S DAILY CONTROL RECORDS (TYPE
000376*                      'K') ARE SKIPPED -- THEY MATCH NO RUN-
000377*                      HISTORY RECORD AND ARE NOT ORPHANS.
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
001580 01  RN-CAL-READ                     PIC 9(07)  COMP VALUE ZERO.
001590 01  RN-AUDIT-ORPHANS                PIC 9(07)  COMP VALUE ZERO.
001600 01  RN-EXCEPTION-COUNT              PIC 9(05)  COMP VALUE ZERO.
001605 01  RN-RERUN-COUNT                  PIC 9(05)  COMP VALUE ZERO.
001610*
001620 01  RN-EXEC-SUB                     PIC 9(03)  COMP VALUE ZERO.
001630 01  RN-EXEC-USED                    PIC 9(03)  COMP VALUE ZERO.
001690         10  RN-EXEC-WRITTEN         PIC 9(05).
001700         10  RN-EXEC-RC              PIC 9(04).
001710         10  RN-EXEC-AUDIT-COUNT     PIC 9(07)  COMP.
001712         10  RN-EXEC-RERUN-FLAG      PIC X(01).
001714             88  RN-EXEC-LATE-RERUN             VALUE 'R'.
001716         10  RN-EXEC-PROCESS-DATE    PIC 9(08).
001720*
001730 01  RN-ALERT-SUB                    PIC 9(03)  COMP VALUE ZERO.
001740 01  RN-ALERT-USED                   PIC 9(03)  COMP VALUE ZERO.
002340     05  RN-CNT-VALUE                PIC ZZZZZZ9.
002350     05  FILLER                      PIC X(85)  VALUE SPACES.
002360*
002361 01  RN-RERUN-HEADING.
002362     05  FILLER                      PIC X(12)  VALUE 'DATE'.
002363     05  FILLER                      PIC X(10)  VALUE 'RUN ID'.
002364     05  FILLER                      PIC X(40)  VALUE
002365         'MAKE-UP EXECUTION'.
002366     05  FILLER                      PIC X(70)  VALUE SPACES.
002367*
002368 01  RN-RERUN-TEXT.
002369     05  FILLER                      PIC X(25)  VALUE
002370         'MAKE-UP RUN PROCESSED ON '.
002371     05  RN-RERUN-PROCESS-DATE       PIC 9(08)  VALUE ZERO.
002372     05  FILLER                      PIC X(07)  VALUE SPACES.
002373*
002374 PROCEDURE DIVISION.
002380*
002390 0000-MAINLINE.
002400*
002450     PERFORM 3400-LOAD-ALERTS THRU 3400-EXIT.
002460     PERFORM 4000-CHECK-EXECUTIONS THRU 4000-EXIT.
002470     PERFORM 4500-CHECK-CALENDAR THRU 4500-EXIT.
002475     PERFORM 4900-LIST-LATE-RERUNS THRU 4900-EXIT.
002480     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002490     PERFORM 6000-CLOSE-REPORT THRU 6000-EXIT.
002500     IF RN-EXCEPTION-COUNT > ZERO
003630         TO RN-EXEC-WRITTEN (RN-EXEC-USED).
003640     MOVE RUN-STAT-RETURN-CODE TO RN-EXEC-RC (RN-EXEC-USED).
003650     MOVE ZERO TO RN-EXEC-AUDIT-COUNT (RN-EXEC-USED).
003651     MOVE RUN-STAT-RERUN-FLAG
003652         TO RN-EXEC-RERUN-FLAG (RN-EXEC-USED).
003653     MOVE ZERO TO RN-EXEC-PROCESS-DATE (RN-EXEC-USED).
003654     IF RUN-STAT-LATE-RERUN
003655         MOVE RUN-STAT-PROCESS-DATE
003656             TO RN-EXEC-PROCESS-DATE (RN-EXEC-USED)
003657         ADD 1 TO RN-RERUN-COUNT
003658     END-IF.
003660*
003670 3100-EXIT.
003680     EXIT.
003950         GO TO 9999-ERROR-EXIT
003960     END-IF.
003970     ADD 1 TO RN-AUDIT-READ.
003972     IF AUDIT-LOG-TYPE-CONTROL
003974         GO TO 3300-EXIT
003976     END-IF.
003980     IF AUDIT-LOG-DATE < RN-WINDOW-START
003990         OR AUDIT-LOG-DATE > RN-RUN-DATE
004000         GO TO 3300-EXIT
006430 4850-EXIT.
006440     EXIT.
006450*
006451*****************************************************************
006452*    4900 BLOCK - LATE RERUNS.  AN EXECUTION FLAGGED ON THE RUN  *
006453*    HISTORY AS A LATE RERUN MADE UP ITS BUSINESS DATE ON A      *
006454*    LATER DAY.  IT SATISFIES THE BUSINESS-DAY CHECK ABOVE LIKE  *
006455*    ANY OTHER EXECUTION, BUT IS LISTED HERE WITH ITS ACTUAL     *
006456*    PROCESSING DATE SO A MAKE-UP RUN IS NEVER MISTAKEN FOR A    *
006457*    REAL-TIME ONE.  THE LIST IS INFORMATIONAL ONLY.             *
006458*****************************************************************
006459*
006460 4900-LIST-LATE-RERUNS.
006461*
006462     IF RN-RERUN-COUNT = ZERO
006463         GO TO 4900-EXIT
006464     END-IF.
006465     MOVE SPACES TO RN-SECTION-LINE.
006466     MOVE 'LATE RERUNS (MAKE-UP EXECUTIONS)' TO RN-SEC-TITLE.
006467     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
006468     WRITE REPORT-RECORD FROM RN-RERUN-HEADING
006469         AFTER ADVANCING 1 LINE.
006470     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
006471     ADD 1 TO RN-LINE-COUNT.
006472     MOVE 1 TO RN-EXEC-SUB.
006473     PERFORM 4950-LIST-RERUN-EXEC THRU 4950-EXIT
006474         UNTIL RN-EXEC-SUB > RN-EXEC-USED.
006475*
006476 4900-EXIT.
006477     EXIT.
006478*
006479 4950-LIST-RERUN-EXEC.
006480*
006481     IF NOT RN-EXEC-LATE-RERUN (RN-EXEC-SUB)
006482         GO TO 4950-NEXT
006483     END-IF.
006484     MOVE SPACES TO RN-EXC-LINE.
006485     MOVE RN-EXEC-DATE (RN-EXEC-SUB) TO RN-EXC-DATE.
006486     MOVE RN-EXEC-RUN-ID (RN-EXEC-SUB) TO RN-EXC-RUN-ID.
006487     MOVE RN-EXEC-PROCESS-DATE (RN-EXEC-SUB)
006488         TO RN-RERUN-PROCESS-DATE.
006489     MOVE RN-RERUN-TEXT TO RN-EXC-TEXT.
006490     PERFORM 7050-WRITE-INFO-LINE THRU 7050-EXIT.
006491*
006492 4950-NEXT.
006493     ADD 1 TO RN-EXEC-SUB.
006494*
006495 4950-EXIT.
006496     EXIT.
006497*
006498 6000-CLOSE-REPORT.
006499*
006500     CLOSE RECON-REPORT-FILE.
006501*
006502 6000-EXIT.
006510     EXIT.
006520*
006530 7000-WRITE-EXCEPTION-LINE.
006660     ADD 1 TO RN-LINE-COUNT.
006670*
006680 7000-EXIT.
006681     EXIT.
006683*
006684*    INFORMATIONAL LINES (THE LATE-RERUN LIST) ARE NOT
006685*    EXCEPTIONS AND DO NOT RAISE THE RETURN CODE.
006686*
006687 7050-WRITE-INFO-LINE.
006688*
006689     IF RN-LINE-COUNT > 55
006690         PERFORM 7200-WRITE-PAGE-HEADING THRU 7200-EXIT
006691         WRITE REPORT-RECORD FROM RN-RERUN-HEADING
006692             AFTER ADVANCING 1 LINE
006693         PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT
006694         ADD 1 TO RN-LINE-COUNT
006695     END-IF.
006696     WRITE REPORT-RECORD FROM RN-EXC-LINE
006697         AFTER ADVANCING 1 LINE.
006698     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
006699     ADD 1 TO RN-LINE-COUNT.
006700*
006701 7050-EXIT.
006702     EXIT.
006703*
006710 7100-WRITE-SECTION-TITLE.
006720*
006730     IF RN-LINE-COUNT > 50
007420     MOVE 'EXCEPTIONS REPORTED          :' TO RN-CNT-TITLE.
007430     MOVE RN-EXCEPTION-COUNT TO RN-CNT-VALUE.
007440     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007442     MOVE 'LATE RERUN EXECUTIONS        :' TO RN-CNT-TITLE.
007444     MOVE RN-RERUN-COUNT TO RN-CNT-VALUE.
007446     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007450     IF RN-ALERT-OVERFLOW > ZERO
007460         MOVE 'ALERTS NOT TABLED (TABLE FULL):' TO RN-CNT-TITLE
007470         MOVE RN-ALERT-OVERFLOW TO RN-CNT-VALUE
