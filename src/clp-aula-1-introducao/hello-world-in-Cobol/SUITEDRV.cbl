000220*                  'C' CONTINUE WITH THE NEXT STEP
000230*                  'K' SKIP THE NEXT SCHEDULED STEP
000240*                  'S' STOP THE SUITE
000241*      COL 21    FREQUENCY, CHECKED AGAINST THE PROCESSING
000242*                CALENDAR FOR THE BUSINESS DATE:
000243*                  ' ' OR 'D' EVERY RUN
000244*                  'W' WEEKLY ON THE DAY NAMED IN COLS 22-24
000245*                      (MON TUE WED THU FRI SAT SUN)
000246*                  'F' FIRST BUSINESS DAY OF THE MONTH
000247*                  'L' LAST BUSINESS DAY OF THE MONTH
000248*                  'M' MONTH-END (LAST CALENDAR DAY)
000250*    A STEP RC OF 1-4 IS INFORMATIONAL (E.G. A CALENDAR OR
000260*    ALREADY-COMPLETE SKIP) AND NEVER TRIGGERS THE ACTION.
000261*    AN ENTRY NOT DUE ON THE BUSINESS DATE IS LOGGED AS NOT
000262*    SCHEDULED AND DOES NOT COUNT AS THE NEXT STEP FOR A 'K'
000263*    ACTION.  AN INVALID FREQUENCY IS TREATED AS A STEP THAT
000264*    POSTED RC 16.  A DATE MISSING FROM THE CALENDAR COUNTS AS A
000265*    BUSINESS DAY.
000270*
000280*    THE DRIVER'S RETURN CODE IS THE HIGHEST RC POSTED BY ANY
000290*    STEP, OR 16 ON A SCHEDULE FILE ERROR OR A CALL FAILURE.
000291*
000292*    AN OPTIONAL ASOFDATE CARD (YYYYMMDD IN COLS 1-8) MAKES UP A
000293*    MISSED BUSINESS DAY.  THE DATE IS PASSED TO EVERY STEP IN
000294*    HW-AS-OF-DATE AND THE SUITE LEDGER IS KEYED BY IT, SO A
000295*    STOPPED MAKE-UP RUN RESUMES LIKE ANY OTHER.  NO CARD, A
000296*    BLANK CARD OR TODAY'S DATE IS A NORMAL RUN; A FUTURE OR
000297*    INVALID DATE ENDS THE DRIVER RC 16 BEFORE ANY STEP IS CALLED.
000300*
000310*    MODIFICATION HISTORY.
000320*    DATE       INIT   DESCRIPTION
000400*                      RESUMES AT THE FAILED ENTRY INSTEAD OF
000410*                      FROM THE TOP.  TEST-MODE ENTRIES ARE
000420*                      NEVER LEDGERED.
000421*    06/10/24   JH     AS-OF-DATE RERUN MODE.  AN ASOFDATE CARD
000422*                      NAMING A PRIOR BUSINESS DATE MAKES THE
000423*                      WHOLE SUITE A LATE RERUN FOR THAT DATE:
000424*                      THE DATE IS PASSED TO EVERY STEP IN
000425*                      HW-AS-OF-DATE AND KEYS THE SUITE LEDGER.
000426*    07/15/24   JH     RUN FREQUENCIES.  SCHEDULE CARDS CARRY A
000427*                      FREQUENCY IN COLS 21-24, CHECKED AGAINST
000428*                      THE PROCESSING CALENDAR FOR THE BUSINESS
000429*                      DATE BEFORE THE STEP IS CALLED.  AN ENTRY
000430*                      NOT DUE IS LOGGED AS NOT SCHEDULED AND
000431*                      COUNTED APART FROM SKIPPED STEPS.
000432*    08/12/24   JH     AS-OF DATE EDIT NOW REJECTS 29 FEBRUARY
000433*                      OUTSIDE A LEAP YEAR.  THE LEAP-YEAR TEST
000434*                      MOVED OUT OF 1400 INTO NEW 1450 SO BOTH USE
000435*                      IT.
000436*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SPECIAL-NAMES.
000530     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO CHKPT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS DRV-CHKPT-FILE-STATUS.
000551     SELECT OPTIONAL ASOF-DATE-FILE ASSIGN TO ASOFDATE
000552         ORGANIZATION IS SEQUENTIAL
000553         FILE STATUS IS DRV-ASOF-FILE-STATUS.
000554     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
000555         ORGANIZATION IS SEQUENTIAL
000556         FILE STATUS IS DRV-CAL-FILE-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000720         88  SCHED-ACTION-CONTINUE              VALUE 'C'.
000730         88  SCHED-ACTION-SKIP-NEXT             VALUE 'K'.
000740         88  SCHED-ACTION-STOP                  VALUE 'S'.
000742     05  SCHED-FREQUENCY             PIC X(01).
000744         88  SCHED-FREQ-DAILY                   VALUE ' ' 'D'.
000746         88  SCHED-FREQ-WEEKLY                  VALUE 'W'.
000748         88  SCHED-FREQ-FIRST-BUS-DAY           VALUE 'F'.
000750         88  SCHED-FREQ-LAST-BUS-DAY            VALUE 'L'.
000752         88  SCHED-FREQ-MONTH-END               VALUE 'M'.
000754     05  SCHED-FREQ-DAY              PIC X(03).
000756     05  FILLER                      PIC X(56).
000760*
000770 FD  CHECKPOINT-FILE
000780     RECORDING MODE IS F
000790     RECORD CONTAINS 80 CHARACTERS.
000800*
000810     COPY CHKPTLG.
000811*
000812 FD  ASOF-DATE-FILE
000813     RECORDING MODE IS F
000814     RECORD CONTAINS 80 CHARACTERS.
000815 01  ASOF-DATE-RECORD.
000816     05  ASOF-BUSINESS-DATE          PIC X(08).
000817     05  FILLER                      PIC X(72).
000818*
000819 FD  CALENDAR-FILE
000820     RECORDING MODE IS F
000821     RECORD CONTAINS 80 CHARACTERS.
000822 01  CALENDAR-RECORD.
000823     05  CAL-DATE.
000824         10  CAL-YEAR-MONTH          PIC 9(06).
000825         10  CAL-DAY                 PIC 9(02).
000826     05  CAL-DAY-TYPE                PIC X(01).
000827     05  FILLER                      PIC X(71).
000828*
000830 WORKING-STORAGE SECTION.
000840*
000850     COPY PARMIFC.
000920     88  DRV-CHKPT-FILE-OK                      VALUE '00'.
000930     88  DRV-CHKPT-FILE-NOT-FOUND               VALUE '05'.
000940*
000941 01  DRV-CAL-FILE-STATUS             PIC X(02)  VALUE '00'.
000942     88  DRV-CAL-FILE-OK                        VALUE '00'.
000943*
000944 01  DRV-CAL-EOF-SW                  PIC X(01)  VALUE 'N'.
000945     88  DRV-CAL-EOF                            VALUE 'Y'.
000946*
000950 01  DRV-CHKPT-EOF-SW                PIC X(01)  VALUE 'N'.
000960     88  DRV-CHKPT-EOF                          VALUE 'Y'.
000970*
000990     88  DRV-STEP-DONE                          VALUE 'Y'.
001000*
001010 01  DRV-RUN-DATE                    PIC 9(08)  VALUE ZERO.
001011*
001012 01  DRV-TODAY-DATE                  PIC 9(08)  VALUE ZERO.
001013*
001014 01  DRV-AS-OF-DATE                  PIC 9(08)  VALUE ZERO.
001015*
001016 01  DRV-LATE-RERUN-SW               PIC X(01)  VALUE 'N'.
001017     88  DRV-LATE-RERUN                         VALUE 'Y'.
001018*
001019 01  DRV-ASOF-FILE-STATUS            PIC X(02)  VALUE '00'.
001020     88  DRV-ASOF-FILE-OK                       VALUE '00'.
001021     88  DRV-ASOF-FILE-EOF                      VALUE '10'.
001022     88  DRV-ASOF-FILE-NOT-FOUND                VALUE '05'.
001023*
001024 01  DRV-CHECK-DATE.
001025     05  DRV-CHECK-YEAR              PIC 9(04).
001026     05  DRV-CHECK-MONTH             PIC 9(02).
001027     05  DRV-CHECK-DAY               PIC 9(02).
001028 01  DRV-CHECK-DATE-NUM REDEFINES DRV-CHECK-DATE
001029                                     PIC 9(08).
001030*
001031 01  DRV-MONTH-DAYS-DEF              PIC X(24)  VALUE
001032     '312931303130313130313031'.
001033 01  DRV-MONTH-DAYS REDEFINES DRV-MONTH-DAYS-DEF.
001034     05  DRV-DAYS-IN-MONTH OCCURS 12 TIMES
001035                                     PIC 9(02).
001036*
001037*    CALENDAR VIEW OF THE BUSINESS DATE'S MONTH (1200-1400).
001038*
001039 01  DRV-BUS-DATE.
001040     05  DRV-BUS-YEAR                PIC 9(04).
001041     05  DRV-BUS-MONTH               PIC 9(02).
001042     05  DRV-BUS-DAY                 PIC 9(02).
001043 01  DRV-BUS-DATE-NUM REDEFINES DRV-BUS-DATE
001044                                     PIC 9(08).
001045 01  DRV-BUS-MONTH-NUM               PIC 9(06)  VALUE ZERO.
001046*
001047 01  DRV-DAY-TYPE-TABLE.
001048     05  DRV-DAY-TYPE OCCURS 31 TIMES
001049                                     PIC X(01).
001050 01  DRV-DAY-SUB                     PIC 9(02)  COMP VALUE ZERO.
001051 01  DRV-MONTH-LIMIT                 PIC 9(02)  COMP VALUE ZERO.
001052 01  DRV-FIRST-BUS-DAY               PIC 9(02)  COMP VALUE ZERO.
001053 01  DRV-LAST-BUS-DAY                PIC 9(02)  COMP VALUE ZERO.
001054 01  DRV-CAL-DAYS-FOUND              PIC 9(02)  COMP VALUE ZERO.
001055 01  DRV-LEAP-QUOT                   PIC 9(04)  COMP VALUE ZERO.
001056 01  DRV-LEAP-REM                    PIC 9(04)  COMP VALUE ZERO.
001057 01  DRV-LEAP-YEAR-WORK              PIC 9(04)  VALUE ZERO.
001058 01  DRV-LEAP-SW                     PIC X(01)  VALUE 'N'.
001059     88  DRV-LEAP-YEAR                          VALUE 'Y'.
001060 01  DRV-CHECK-LIMIT                 PIC 9(02)  COMP VALUE ZERO.
001061*
001062*    ZELLER'S CONGRUENCE WORK FIELDS.  DRV-RUN-DOW RUNS
001063*    0=SATURDAY, 1=SUNDAY, 2=MONDAY ... 6=FRIDAY, THE SAME
001064*    ORDER AS THE DAY-NAME TABLE BELOW.
001065*
001066 01  DRV-ZEL-MONTH                   PIC 9(02)  COMP VALUE ZERO.
001067 01  DRV-ZEL-YEAR                    PIC 9(04)  COMP VALUE ZERO.
001068 01  DRV-ZEL-CENTURY                 PIC 9(02)  COMP VALUE ZERO.
001069 01  DRV-ZEL-YY                      PIC 9(02)  COMP VALUE ZERO.
001070 01  DRV-ZEL-MONTH-TERM              PIC 9(04)  COMP VALUE ZERO.
001071 01  DRV-ZEL-YY-TERM                 PIC 9(04)  COMP VALUE ZERO.
001072 01  DRV-ZEL-CENT-TERM               PIC 9(04)  COMP VALUE ZERO.
001073 01  DRV-ZEL-WORK                    PIC 9(08)  COMP VALUE ZERO.
001074 01  DRV-RUN-DOW                     PIC 9(01)  COMP VALUE ZERO.
001075*
001076 01  DRV-DAY-NAMES-DEF               PIC X(21)  VALUE
001077     'SATSUNMONTUEWEDTHUFRI'.
001078 01  DRV-DAY-NAMES REDEFINES DRV-DAY-NAMES-DEF.
001079     05  DRV-DAY-NAME OCCURS 7 TIMES PIC X(03).
001080 01  DRV-NAME-SUB                    PIC 9(02)  COMP VALUE ZERO.
001081*
001082 01  DRV-DAY-FOUND-SW                PIC X(01)  VALUE 'N'.
001083     88  DRV-DAY-FOUND                          VALUE 'Y'.
001084*
001085 01  DRV-FREQ-DUE-SW                 PIC X(01)  VALUE 'N'.
001086     88  DRV-FREQ-DUE                           VALUE 'Y'.
001087*
001088 01  DRV-FREQ-BAD-SW                 PIC X(01)  VALUE 'N'.
001089     88  DRV-FREQ-BAD                           VALUE 'Y'.
001090*
001091 01  DRV-DONE-SUB                    PIC 9(03)  COMP VALUE ZERO.
001092 01  DRV-DONE-USED                   PIC 9(03)  COMP VALUE ZERO.
001093 01  DRV-DONE-TABLE.
001094     05  DRV-DONE-STEP-ID OCCURS 50 TIMES
001095                                     PIC X(08).
001096*
001097 01  DRV-SCHED-EOF-SW                PIC X(01)  VALUE 'N'.
001100     88  DRV-SCHED-EOF                          VALUE 'Y'.
001110*
001120 01  DRV-STOP-SUITE-SW               PIC X(01)  VALUE 'N'.
001210 01  DRV-STEPS-CALLED                PIC 9(05)  COMP VALUE ZERO.
001220 01  DRV-STEPS-SKIPPED               PIC 9(05)  COMP VALUE ZERO.
001230 01  DRV-STEPS-FAILED                PIC 9(05)  COMP VALUE ZERO.
001235 01  DRV-STEPS-NOT-SCHED             PIC 9(05)  COMP VALUE ZERO.
001240*
001250 01  DRV-HIGHEST-RC                  PIC 9(04)  COMP VALUE ZERO.
001260*
001430*
001440 1000-INITIALIZE.
001450*
001455     ACCEPT DRV-TODAY-DATE FROM DATE YYYYMMDD.
001460     MOVE DRV-TODAY-DATE TO DRV-RUN-DATE.
001465     PERFORM 1100-READ-AS-OF-DATE THRU 1100-EXIT.
001467     PERFORM 1200-LOAD-CALENDAR-MONTH THRU 1200-EXIT.
001470     PERFORM 1500-LOAD-CHECKPOINT-LEDGER THRU 1500-EXIT.
001480*
001490 1000-EXIT.
001491     EXIT.
001492*
001493*****************************************************************
001494*    1100 - AS-OF-DATE CARD.  A MISSING FILE, A DUMMY DD, A      *
001495*    BLANK CARD OR TODAY'S DATE LEAVES A NORMAL RUN.  A PRIOR    *
001496*    VALID DATE BECOMES THE BUSINESS DATE FOR THE WHOLE SUITE.   *
001497*****************************************************************
001498*
001499 1100-READ-AS-OF-DATE.
001500*
001501     OPEN INPUT ASOF-DATE-FILE.
001502     IF DRV-ASOF-FILE-NOT-FOUND
001503         CLOSE ASOF-DATE-FILE
001504         GO TO 1100-EXIT
001505     END-IF.
001506     IF NOT DRV-ASOF-FILE-OK
001507         MOVE 'ASOFDATE' TO DRV-ERROR-FILE-ID
001508         MOVE DRV-ASOF-FILE-STATUS TO DRV-ERROR-STATUS
001509         GO TO 9999-ERROR-EXIT
001510     END-IF.
001511     READ ASOF-DATE-FILE
001512         AT END
001513             CLOSE ASOF-DATE-FILE
001514             GO TO 1100-EXIT
001515     END-READ.
001516     IF NOT DRV-ASOF-FILE-OK
001517         MOVE 'ASOFDATE' TO DRV-ERROR-FILE-ID
001518         MOVE DRV-ASOF-FILE-STATUS TO DRV-ERROR-STATUS
001519         GO TO 9999-ERROR-EXIT
001520     END-IF.
001521     CLOSE ASOF-DATE-FILE.
001522     IF ASOF-BUSINESS-DATE = SPACES
001523         GO TO 1100-EXIT
001524     END-IF.
001525     IF ASOF-BUSINESS-DATE NOT NUMERIC
001526         DISPLAY 'SUITEDRV - AS-OF DATE NOT NUMERIC: '
001527             ASOF-BUSINESS-DATE UPON CONSOLE-DEVICE
001528         MOVE 'ASOFDATE' TO DRV-ERROR-FILE-ID
001529         MOVE DRV-ASOF-FILE-STATUS TO DRV-ERROR-STATUS
001530         GO TO 9999-ERROR-EXIT
001531     END-IF.
001532     MOVE ASOF-BUSINESS-DATE TO DRV-CHECK-DATE.
001533     PERFORM 1150-SET-CHECK-LIMIT THRU 1150-EXIT.
001534     IF DRV-CHECK-MONTH < 1 OR DRV-CHECK-MONTH > 12
001535         OR DRV-CHECK-DAY < 1
001536         OR DRV-CHECK-DAY > DRV-CHECK-LIMIT
001537         OR DRV-CHECK-DATE-NUM > DRV-TODAY-DATE
001538         DISPLAY 'SUITEDRV - AS-OF DATE INVALID OR FUTURE: '
001539             ASOF-BUSINESS-DATE UPON CONSOLE-DEVICE
001540         MOVE 'ASOFDATE' TO DRV-ERROR-FILE-ID
001541         MOVE DRV-ASOF-FILE-STATUS TO DRV-ERROR-STATUS
001542         GO TO 9999-ERROR-EXIT
001543     END-IF.
001544     IF DRV-CHECK-DATE-NUM = DRV-TODAY-DATE
001545         GO TO 1100-EXIT
001546     END-IF.
001547     MOVE DRV-CHECK-DATE-NUM TO DRV-AS-OF-DATE.
001548     MOVE DRV-CHECK-DATE-NUM TO DRV-RUN-DATE.
001549     SET DRV-LATE-RERUN TO TRUE.
001550     DISPLAY 'SUITEDRV - LATE RERUN FOR BUSINESS DATE '
001551         DRV-RUN-DATE ' PROCESSED ON ' DRV-TODAY-DATE
001552         UPON CONSOLE-DEVICE.
001553*
001554 1100-EXIT.
001555     EXIT.
001556*
001557 1150-SET-CHECK-LIMIT.
001558*
001559     MOVE ZERO TO DRV-CHECK-LIMIT.
001560     IF DRV-CHECK-MONTH < 1 OR DRV-CHECK-MONTH > 12
001561         GO TO 1150-EXIT
001562     END-IF.
001563     MOVE DRV-DAYS-IN-MONTH (DRV-CHECK-MONTH) TO DRV-CHECK-LIMIT.
001564     IF DRV-CHECK-MONTH NOT = 2
001565         GO TO 1150-EXIT
001566     END-IF.
001567     MOVE DRV-CHECK-YEAR TO DRV-LEAP-YEAR-WORK.
001568     PERFORM 1450-SET-LEAP-YEAR THRU 1450-EXIT.
001569     IF NOT DRV-LEAP-YEAR
001570         MOVE 28 TO DRV-CHECK-LIMIT
001571     END-IF.
001572*
001573 1150-EXIT.
001574     EXIT.
001575*
001576*****************************************************************
001577*    1200 - CALENDAR VIEW OF THE BUSINESS DATE'S MONTH FOR THE   *
001578*    FREQUENCY CHECK.  EVERY DAY STARTS AS A BUSINESS DAY AND    *
001579*    THE CALENDAR FILE OVERRIDES IT, SO A DATE MISSING FROM THE  *
001580*    FILE COUNTS AS A BUSINESS DAY, AS IT DOES IN THE NIGHTLY    *
001581*    STEP.  THE FIRST AND LAST BUSINESS DAYS, THE MONTH LENGTH   *
001582*    AND THE DAY OF THE WEEK ARE SET HERE ONCE PER RUN.          *
001583*****************************************************************
001584*
001585 1200-LOAD-CALENDAR-MONTH.
001586*
001587     MOVE DRV-RUN-DATE TO DRV-BUS-DATE-NUM.
001588     DIVIDE DRV-RUN-DATE BY 100 GIVING DRV-BUS-MONTH-NUM.
001589     PERFORM 1400-SET-MONTH-LIMIT THRU 1400-EXIT.
001590     MOVE ALL 'B' TO DRV-DAY-TYPE-TABLE.
001591     OPEN INPUT CALENDAR-FILE.
001592     IF NOT DRV-CAL-FILE-OK
001593         MOVE 'CALENDAR' TO DRV-ERROR-FILE-ID
001594         MOVE DRV-CAL-FILE-STATUS TO DRV-ERROR-STATUS
001595         GO TO 9999-ERROR-EXIT
001596     END-IF.
001597     PERFORM 1250-READ-CALENDAR THRU 1250-EXIT
001598         UNTIL DRV-CAL-EOF.
001599     CLOSE CALENDAR-FILE.
001600     IF DRV-CAL-DAYS-FOUND < DRV-MONTH-LIMIT
001601         DISPLAY 'SUITEDRV - CALENDAR INCOMPLETE FOR MONTH '
001602             DRV-BUS-MONTH-NUM ' - UNLISTED DATES TAKEN AS'
001603             ' BUSINESS DAYS' UPON CONSOLE-DEVICE
001604     END-IF.
001605     MOVE ZERO TO DRV-FIRST-BUS-DAY.
001606     MOVE ZERO TO DRV-LAST-BUS-DAY.
001607     MOVE 1 TO DRV-DAY-SUB.
001608     PERFORM 1270-SCAN-BUSINESS-DAYS THRU 1270-EXIT
001609         UNTIL DRV-DAY-SUB > DRV-MONTH-LIMIT.
001610     PERFORM 1300-SET-RUN-WEEKDAY THRU 1300-EXIT.
001611*
001612 1200-EXIT.
001613     EXIT.
001614*
001615 1250-READ-CALENDAR.
001616*
001617     READ CALENDAR-FILE
001618         AT END
001619             SET DRV-CAL-EOF TO TRUE
001620             GO TO 1250-EXIT
001621     END-READ.
001622     IF NOT DRV-CAL-FILE-OK
001623         MOVE 'CALENDAR' TO DRV-ERROR-FILE-ID
001624         MOVE DRV-CAL-FILE-STATUS TO DRV-ERROR-STATUS
001625         GO TO 9999-ERROR-EXIT
001626     END-IF.
001627     IF CAL-YEAR-MONTH NOT = DRV-BUS-MONTH-NUM
001628         GO TO 1250-EXIT
001629     END-IF.
001630     IF CAL-DAY < 1 OR CAL-DAY > DRV-MONTH-LIMIT
001631         GO TO 1250-EXIT
001632     END-IF.
001633     MOVE CAL-DAY-TYPE TO DRV-DAY-TYPE (CAL-DAY).
001634     ADD 1 TO DRV-CAL-DAYS-FOUND.
001635*
001636 1250-EXIT.
001637     EXIT.
001638*
001639 1270-SCAN-BUSINESS-DAYS.
001640*
001641     IF DRV-DAY-TYPE (DRV-DAY-SUB) = 'B'
001642         IF DRV-FIRST-BUS-DAY = ZERO
001643             MOVE DRV-DAY-SUB TO DRV-FIRST-BUS-DAY
001644         END-IF
001645         MOVE DRV-DAY-SUB TO DRV-LAST-BUS-DAY
001646     END-IF.
001647     ADD 1 TO DRV-DAY-SUB.
001648*
001649 1270-EXIT.
001650     EXIT.
001651*
001652*****************************************************************
001653*    1300 - DAY OF THE WEEK OF THE BUSINESS DATE BY ZELLER'S     *
001654*    CONGRUENCE (0=SATURDAY, 1=SUNDAY ... 6=FRIDAY), EACH        *
001655*    DIVISION TRUNCATED INTO ITS OWN INTEGER RECEIVER.           *
001656*****************************************************************
001657*
001658 1300-SET-RUN-WEEKDAY.
001659*
001660     MOVE DRV-BUS-MONTH TO DRV-ZEL-MONTH.
001661     MOVE DRV-BUS-YEAR TO DRV-ZEL-YEAR.
001662     IF DRV-ZEL-MONTH < 3
001663         ADD 12 TO DRV-ZEL-MONTH
001664         SUBTRACT 1 FROM DRV-ZEL-YEAR
001665     END-IF.
001666     DIVIDE DRV-ZEL-YEAR BY 100 GIVING DRV-ZEL-CENTURY
001667         REMAINDER DRV-ZEL-YY.
001668     COMPUTE DRV-ZEL-WORK = 13 * (DRV-ZEL-MONTH + 1).
001669     DIVIDE DRV-ZEL-WORK BY 5 GIVING DRV-ZEL-MONTH-TERM.
001670     DIVIDE DRV-ZEL-YY BY 4 GIVING DRV-ZEL-YY-TERM.
001671     DIVIDE DRV-ZEL-CENTURY BY 4 GIVING DRV-ZEL-CENT-TERM.
001672     COMPUTE DRV-ZEL-WORK = DRV-BUS-DAY
001673         + DRV-ZEL-MONTH-TERM
001674         + DRV-ZEL-YY + DRV-ZEL-YY-TERM
001675         + DRV-ZEL-CENT-TERM + (5 * DRV-ZEL-CENTURY).
001676     DIVIDE DRV-ZEL-WORK BY 7 GIVING DRV-LEAP-QUOT
001677         REMAINDER DRV-RUN-DOW.
001678*
001679 1300-EXIT.
001680     EXIT.
001681*
001682 1400-SET-MONTH-LIMIT.
001683*
001684     MOVE DRV-DAYS-IN-MONTH (DRV-BUS-MONTH) TO DRV-MONTH-LIMIT.
001685     IF DRV-BUS-MONTH NOT = 2
001686         GO TO 1400-EXIT
001687     END-IF.
001688     MOVE DRV-BUS-YEAR TO DRV-LEAP-YEAR-WORK.
001689     PERFORM 1450-SET-LEAP-YEAR THRU 1450-EXIT.
001690     IF NOT DRV-LEAP-YEAR
001691         MOVE 28 TO DRV-MONTH-LIMIT
001692     END-IF.
001693*
001694 1400-EXIT.
001695     EXIT.
001696*
001697 1450-SET-LEAP-YEAR.
001698*
001699     MOVE 'N' TO DRV-LEAP-SW.
001700     DIVIDE DRV-LEAP-YEAR-WORK BY 4 GIVING DRV-LEAP-QUOT
001701         REMAINDER DRV-LEAP-REM.
001702     IF DRV-LEAP-REM NOT = ZERO
001703         GO TO 1450-EXIT
001704     END-IF.
001705     DIVIDE DRV-LEAP-YEAR-WORK BY 100 GIVING DRV-LEAP-QUOT
001706         REMAINDER DRV-LEAP-REM.
001707     IF DRV-LEAP-REM NOT = ZERO
001708         SET DRV-LEAP-YEAR TO TRUE
001709         GO TO 1450-EXIT
001710     END-IF.
001711     DIVIDE DRV-LEAP-YEAR-WORK BY 400 GIVING DRV-LEAP-QUOT
001712         REMAINDER DRV-LEAP-REM.
001713     IF DRV-LEAP-REM = ZERO
001714         SET DRV-LEAP-YEAR TO TRUE
001715     END-IF.
001716*
001717 1450-EXIT.
001718     EXIT.
001719*
001720 1500-LOAD-CHECKPOINT-LEDGER.
001721*
001722     OPEN INPUT CHECKPOINT-FILE.
001723     IF DRV-CHKPT-FILE-NOT-FOUND
001724         CLOSE CHECKPOINT-FILE
001725         GO TO 1500-EXIT
001726     END-IF.
001727     IF NOT DRV-CHKPT-FILE-OK
001728         MOVE 'CHKPT' TO DRV-ERROR-FILE-ID
001729         MOVE DRV-CHKPT-FILE-STATUS TO DRV-ERROR-STATUS
001730         GO TO 9999-ERROR-EXIT
001731     END-IF.
001732     PERFORM 1550-READ-LEDGER-RECORD THRU 1550-EXIT
001733         UNTIL DRV-CHKPT-EOF.
001734     CLOSE CHECKPOINT-FILE.
001735*
001736 1500-EXIT.
001737     EXIT.
001738*
001739 1550-READ-LEDGER-RECORD.
001740*
001741     READ CHECKPOINT-FILE
001742         AT END
001750             SET DRV-CHKPT-EOF TO TRUE
001760             GO TO 1550-EXIT
001770     END-READ.
002300         AND SCHED-PROGRAM-NAME = SPACES
002310         GO TO 3100-NEXT
002320     END-IF.
002321     PERFORM 3300-CHECK-FREQUENCY THRU 3300-EXIT.
002322     IF NOT DRV-FREQ-DUE AND NOT DRV-FREQ-BAD
002323         ADD 1 TO DRV-STEPS-NOT-SCHED
002324         DISPLAY 'SUITEDRV - STEP ' SCHED-STEP-ID
002325             ' NOT SCHEDULED ON ' DRV-RUN-DATE
002326             ' - FREQUENCY ' SCHED-FREQUENCY ' ' SCHED-FREQ-DAY
002327             UPON CONSOLE-DEVICE
002328         GO TO 3100-NEXT
002329     END-IF.
002330     IF DRV-SKIP-NEXT
002340         MOVE 'N' TO DRV-SKIP-NEXT-SW
002350         ADD 1 TO DRV-STEPS-SKIPPED
002460             UPON CONSOLE-DEVICE
002470         GO TO 3100-NEXT
002480     END-IF.
002481*
002482*    A FREQUENCY THE DRIVER CANNOT READ IS TREATED AS A FAILED
002483*    STEP, SO THE CARD'S OWN ACTION COLUMN DECIDES WHAT FOLLOWS.
002484*
002485     IF DRV-FREQ-BAD
002486         DISPLAY 'SUITEDRV - STEP ' SCHED-STEP-ID
002487             ' INVALID FREQUENCY ' SCHED-FREQUENCY ' '
002488             SCHED-FREQ-DAY UPON CONSOLE-DEVICE
002489         MOVE 16 TO HW-RETURN-CODE
002490         PERFORM 4500-JUDGE-STEP-RESULT THRU 4500-EXIT
002491         GO TO 3100-NEXT
002492     END-IF.
002493     PERFORM 4000-CALL-STEP THRU 4000-EXIT.
002500     PERFORM 4500-JUDGE-STEP-RESULT THRU 4500-EXIT.
002510     IF HW-RETURN-CODE <= 4
002520         AND SCHED-RUN-MODE NOT = 'T'
002570     PERFORM 3000-READ-SCHEDULE THRU 3000-EXIT.
002580*
002590 3100-EXIT.
002591     EXIT.
002592*
002593*****************************************************************
002594*    3300 - IS THE ENTRY DUE ON THE BUSINESS DATE?  BLANK OR 'D' *
002595*    RUNS EVERY TIME; 'W' ON THE NAMED WEEKDAY; 'F' / 'L' ON THE *
002596*    FIRST / LAST BUSINESS DAY OF THE MONTH; 'M' ON THE LAST     *
002597*    CALENDAR DAY OF THE MONTH.  ANYTHING ELSE IS A BAD CARD.    *
002598*****************************************************************
002599*
002600 3300-CHECK-FREQUENCY.
002601*
002602     MOVE 'N' TO DRV-FREQ-DUE-SW.
002603     MOVE 'N' TO DRV-FREQ-BAD-SW.
002604     IF SCHED-FREQ-DAILY
002605         SET DRV-FREQ-DUE TO TRUE
002606         GO TO 3300-EXIT
002607     END-IF.
002608     IF SCHED-FREQ-WEEKLY
002609         PERFORM 3350-FIND-DAY-NAME THRU 3350-EXIT
002610         IF NOT DRV-DAY-FOUND
002611             SET DRV-FREQ-BAD TO TRUE
002612         ELSE
002613             IF DRV-NAME-SUB = DRV-RUN-DOW + 1
002614                 SET DRV-FREQ-DUE TO TRUE
002615             END-IF
002616         END-IF
002617         GO TO 3300-EXIT
002618     END-IF.
002619     IF SCHED-FREQ-FIRST-BUS-DAY
002620         IF DRV-BUS-DAY = DRV-FIRST-BUS-DAY
002621             SET DRV-FREQ-DUE TO TRUE
002622         END-IF
002623         GO TO 3300-EXIT
002624     END-IF.
002625     IF SCHED-FREQ-LAST-BUS-DAY
002626         IF DRV-BUS-DAY = DRV-LAST-BUS-DAY
002627             SET DRV-FREQ-DUE TO TRUE
002628         END-IF
002629         GO TO 3300-EXIT
002630     END-IF.
002631     IF SCHED-FREQ-MONTH-END
002632         IF DRV-BUS-DAY = DRV-MONTH-LIMIT
002633             SET DRV-FREQ-DUE TO TRUE
002634         END-IF
002635         GO TO 3300-EXIT
002636     END-IF.
002637     SET DRV-FREQ-BAD TO TRUE.
002638*
002639 3300-EXIT.
002640     EXIT.
002641*
002642 3350-FIND-DAY-NAME.
002643*
002644     MOVE 'N' TO DRV-DAY-FOUND-SW.
002645     MOVE 1 TO DRV-NAME-SUB.
002646     PERFORM 3360-SCAN-DAY-NAME THRU 3360-EXIT
002647         UNTIL DRV-DAY-FOUND OR DRV-NAME-SUB > 7.
002648*
002649 3350-EXIT.
002650     EXIT.
002651*
002652 3360-SCAN-DAY-NAME.
002653*
002654     IF DRV-DAY-NAME (DRV-NAME-SUB) = SCHED-FREQ-DAY
002655         SET DRV-DAY-FOUND TO TRUE
002656     ELSE
002657         ADD 1 TO DRV-NAME-SUB
002658     END-IF.
002659*
002660 3360-EXIT.
002661     EXIT.
002662*
002663 3500-CHECK-STEP-DONE.
002664*
002665     MOVE 'N' TO DRV-STEP-DONE-SW.
002666     MOVE 1 TO DRV-DONE-SUB.
002667     PERFORM 3550-SCAN-DONE-TABLE THRU 3550-EXIT
002670         UNTIL DRV-STEP-DONE OR DRV-DONE-SUB > DRV-DONE-USED.
002680*
002690 3500-EXIT.
002890     ELSE
002900         SET HW-RUN-MODE-NORMAL TO TRUE
002910     END-IF.
002915     MOVE DRV-AS-OF-DATE TO HW-AS-OF-DATE.
002920     DISPLAY 'SUITEDRV - CALLING STEP ' SCHED-STEP-ID
002930         ' PROGRAM ' SCHED-PROGRAM-NAME
002940         ' MODE ' HW-RUN-MODE-FLAG
003790         UPON CONSOLE-DEVICE.
003800     DISPLAY 'STEPS SKIPPED   : ' DRV-STEPS-SKIPPED
003810         UPON CONSOLE-DEVICE.
003813     DISPLAY 'NOT SCHEDULED   : ' DRV-STEPS-NOT-SCHED
003816         UPON CONSOLE-DEVICE.
003820     DISPLAY 'STEPS FAILED    : ' DRV-STEPS-FAILED
003830         UPON CONSOLE-DEVICE.
003840     DISPLAY 'HIGHEST STEP RC : ' DRV-HIGHEST-RC
003850         UPON CONSOLE-DEVICE.
003851     DISPLAY 'BUSINESS DATE   : ' DRV-RUN-DATE
003852         UPON CONSOLE-DEVICE.
003853     IF DRV-LATE-RERUN
003854         DISPLAY 'LATE RERUN - PROCESSED ON ' DRV-TODAY-DATE
003855             UPON CONSOLE-DEVICE
003856     END-IF.
003860*
003870 8000-EXIT.
003880     EXIT.
