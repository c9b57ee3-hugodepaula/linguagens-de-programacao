000080*    AUDIT TRAIL ANALYSIS REPORT.  READS THE AUDIT LOG WRITTEN
000090*    BY THE NIGHTLY HELLOWLD STEP AND PRINTS THE OPERATIONS
000100*    FIGURES MANAGEMENT ASKS FOR EVERY MONTH:
000106*      - RUNS PER DAY WITH FIRST AND LAST RUN TIME AND THE
000112*        NUMBER OF THEM THAT WERE LATE (MAKE-UP) RERUNS
000120*      - DISTRIBUTION OF RETURN-CODE VALUES
000130*      - COUNT OF 'STEP ALREADY COMPLETE TODAY' SKIP ENTRIES
000135*      - COUNT OF LATE RERUNS MADE UP FOR A MISSED BUSINESS DAY
000140*      - MONTH-TO-DATE EXCEPTIONS -- EVERY RUN LOGGED WITH A
000150*        NON-ZERO RETURN CODE IN THE CURRENT MONTH
000160*      - RECORDS PER RUN ID AND PER OPERATOR ID, EACH WITH ITS
000400*                      RECORDS WRITTEN BEFORE THE FIELDS
000410*                      EXISTED CARRY SPACES THERE AND GROUP
000420*                      UNDER A BLANK ID.
000421*    06/10/24   JH     LATE RERUNS (AS-OF-DATE MODE) ARE COUNTED
000422*                      FROM THEIR 'R' MARKER RECORD -- A MAKE-UP
000423*                      COLUMN ON THE DAILY SUMMARY AND A TOTAL
000424*                      UNDER THE SKIP COUNT.  THE MARKER ITSELF
000425*                      IS LEFT OUT OF THE RC, RUN-ID AND
000426*                      OPERATOR TALLIES.
000427*    07/22/24   JH     AUDCLOSE'S DAILY CONTROL RECORDS (TYPE
000428*                      'K') ARE SKIPPED.
000430*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000960 01  AR-PREV-DATE                    PIC 9(08)  VALUE ZERO.
000970 01  AR-PREV-TIME                    PIC 9(08)  VALUE 99999999.
000980 01  AR-DAY-RUN-COUNT                PIC 9(05)  COMP VALUE ZERO.
000985 01  AR-DAY-RERUN-COUNT              PIC 9(05)  COMP VALUE ZERO.
000990 01  AR-DAY-FIRST-TIME               PIC 9(08)  VALUE ZERO.
001000 01  AR-DAY-LAST-TIME                PIC 9(08)  VALUE ZERO.
001010*
001020 01  AR-RECORDS-READ                 PIC 9(07)  COMP VALUE ZERO.
001030 01  AR-SKIP-COUNT                   PIC 9(05)  COMP VALUE ZERO.
001035 01  AR-RERUN-COUNT                  PIC 9(05)  COMP VALUE ZERO.
001040 01  AR-EXC-OVERFLOW                 PIC 9(05)  COMP VALUE ZERO.
001050 01  AR-RC-OVERFLOW                  PIC 9(07)  COMP VALUE ZERO.
001060*
001740     05  FILLER                      PIC X(08)  VALUE 'RUNS'.
001750     05  FILLER                      PIC X(12)  VALUE 'FIRST RUN'.
001760     05  FILLER                      PIC X(12)  VALUE 'LAST RUN'.
001766     05  FILLER                      PIC X(10)  VALUE 'MAKE-UP'.
001772     05  FILLER                      PIC X(78)  VALUE SPACES.
001780*
001790 01  AR-DAY-LINE.
001800     05  AR-DAY-DATE                 PIC 9(08).
001840     05  AR-DAY-FIRST                PIC 9(08).
001850     05  FILLER                      PIC X(04)  VALUE SPACES.
001860     05  AR-DAY-LAST                 PIC 9(08).
001865     05  FILLER                      PIC X(04)  VALUE SPACES.
001870     05  AR-DAY-MAKEUP               PIC ZZZZ9.
001875     05  FILLER                      PIC X(83)  VALUE SPACES.
001880*
001890 01  AR-RC-HEADING.
001900     05  FILLER                      PIC X(12)  VALUE 'RET CODE'.
003050*
003060 3100-PROCESS-AUDIT-RECORD.
003070*
003071*    AUDCLOSE'S DAILY CONTROL RECORDS CLOSE THE DAY; THEY ARE
003072*    NOT EXECUTIONS AND ARE LEFT OUT OF EVERY TALLY.
003073*
003074     IF AUDIT-LOG-TYPE-CONTROL
003075         GO TO 3100-NEXT
003076     END-IF.
003080     IF AUDIT-LOG-DATE NOT = AR-PREV-DATE
003090         PERFORM 3300-PRINT-DAY-BREAK THRU 3300-EXIT
003100         MOVE AUDIT-LOG-DATE TO AR-PREV-DATE
003250     IF AUDIT-LOG-TIME > AR-DAY-LAST-TIME
003260         MOVE AUDIT-LOG-TIME TO AR-DAY-LAST-TIME
003270     END-IF.
003271*
003272*    A LATE RERUN OPENS WITH ONE 'R' MARKER RECORD DATED FOR THE
003273*    BUSINESS DAY IT MADE UP.  IT COUNTS THE EXECUTION AS A
003274*    MAKE-UP RUN BUT IS NOT A MESSAGE, SO IT STAYS OUT OF THE
003275*    RETURN-CODE, RUN-ID AND OPERATOR TALLIES.  THE MAKE-UP RUN
003276*    IS APPENDED AFTER LATER DAYS, SO ITS DATE PRINTS AGAIN ON
003277*    ITS OWN DAILY LINE WITH THE MAKE-UP COLUMN SET.
003278*
003279     IF AUDIT-LOG-TYPE-LATE-RERUN
003280         ADD 1 TO AR-DAY-RERUN-COUNT
003281         ADD 1 TO AR-RERUN-COUNT
003282         GO TO 3100-NEXT
003283     END-IF.
003284     PERFORM 4000-TALLY-RETURN-CODE THRU 4000-EXIT.
003290     PERFORM 4300-TALLY-RUN-ID THRU 4300-EXIT.
003300     PERFORM 4400-TALLY-OPERATOR THRU 4400-EXIT.
003310     IF AUDIT-LOG-MESSAGE = 'STEP ALREADY COMPLETE TODAY'
003360         AND AR-LOG-YYYYMM = AR-RUN-YYYYMM
003370         PERFORM 4200-SAVE-EXCEPTION THRU 4200-EXIT
003380     END-IF.
003383*
003386 3100-NEXT.
003390     PERFORM 3000-READ-AUDIT-LOG THRU 3000-EXIT.
003400*
003410 3100-EXIT.
003500     MOVE AR-DAY-RUN-COUNT TO AR-DAY-RUNS.
003510     MOVE AR-DAY-FIRST-TIME TO AR-DAY-FIRST.
003520     MOVE AR-DAY-LAST-TIME TO AR-DAY-LAST.
003525     MOVE AR-DAY-RERUN-COUNT TO AR-DAY-MAKEUP.
003530     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003540     MOVE ZERO TO AR-DAY-RUN-COUNT.
003550     MOVE ZERO TO AR-DAY-FIRST-TIME.
003560     MOVE ZERO TO AR-DAY-LAST-TIME.
003565     MOVE ZERO TO AR-DAY-RERUN-COUNT.
003570     MOVE 99999999 TO AR-PREV-TIME.
003580*
003590 3300-EXIT.
005550         AFTER ADVANCING 2 LINES.
005560     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
005570     ADD 2 TO AR-LINE-COUNT.
005571     MOVE SPACES TO AR-COUNT-LINE.
005572     MOVE 'LATE RERUN (MAKE-UP) EXECUTIONS    :'
005573         TO AR-CNT-TITLE.
005574     MOVE AR-RERUN-COUNT TO AR-CNT-VALUE.
005575     WRITE REPORT-RECORD FROM AR-COUNT-LINE
005576         AFTER ADVANCING 1 LINE.
005577     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
005578     ADD 1 TO AR-LINE-COUNT.
005580*
005590 5100-EXIT.
005600     EXIT.
