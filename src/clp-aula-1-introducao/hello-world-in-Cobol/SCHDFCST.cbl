000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SCHDFCST.
000030 AUTHOR. J. HARRISON.
000040 INSTALLATION. DATA PROCESSING DEPT.
000050 DATE-WRITTEN. 07/15/2024.
000060 DATE-COMPILED.
000070*
000080*    SUITE SCHEDULE FORECAST.  READS THE SUITEDRV SCHEDULE DECK
000090*    AND THE PROCESSING CALENDAR AND LISTS, FOR EVERY DATE OF ONE
000100*    MONTH, THE SCHEDULE ENTRIES WHOSE FREQUENCY (COLS 21-24 OF
000110*    THE SCHEDULE CARD) MAKES THEM DUE THAT DAY -- THE SAME TEST
000120*    THE DRIVER APPLIES BEFORE IT CALLS A STEP.  OPERATIONS USES
000130*    IT TO PLAN STAFFING FOR THE MONTH AHEAD.
000140*
000150*    A SECOND SECTION LISTS EVERY ENTRY WITH THE NUMBER OF DATES
000160*    IT FIRES IN THE MONTH, AND FLAGS AN ENTRY THAT NEVER FIRES
000170*    OR WHOSE FREQUENCY THE DRIVER WOULD REJECT.
000180*
000190*    THE FORECAST IS WHAT THE CALENDAR AND THE FREQUENCIES ALLOW.
000200*    IT CANNOT SEE A STEP SKIPPED BY A PRIOR STEP'S FAILURE OR
000210*    ALREADY COMPLETE ON THE RESTART LEDGER.  A DATE MISSING FROM
000220*    THE CALENDAR COUNTS AS A BUSINESS DAY, AS IT DOES IN THE
000230*    NIGHTLY STEP, AND IS SHOWN AS NOT ON CALENDAR.
000240*
000250*    PARAMETER CARD LAYOUT (FCSTPARM, 80 BYTES):
000260*      COLS 1-6    FORECAST MONTH YYYYMM (BLANK = THE MONTH AFTER
000270*                  THE RUN DATE)
000280*
000290*    RETURN CODES:  0 EVERY ENTRY FIRES IN THE MONTH, 4 AN ENTRY
000300*    NEVER FIRES OR CARRIES AN INVALID FREQUENCY, 16 FILE ERROR,
000310*    BAD PARAMETER CARD OR SCHEDULE TABLE FULL.
000320*
000330*    MODIFICATION HISTORY.
000340*    DATE       INIT   DESCRIPTION
000350*    ---------  -----  ------------------------------------------
000360*    07/15/24   JH     ORIGINAL PROGRAM.
000370*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SPECIAL-NAMES.
000410     CONSOLE IS CONSOLE-DEVICE.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT FCST-PARM-FILE ASSIGN TO FCSTPARM
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS SF-PARM-FILE-STATUS.
000470     SELECT SCHEDULE-FILE ASSIGN TO SCHEDULE
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS SF-SCHED-FILE-STATUS.
000500     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS SF-CAL-FILE-STATUS.
000530     SELECT FCST-REPORT-FILE ASSIGN TO RPTOUT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS SF-RPT-FILE-STATUS.
000560*
000570 DATA DIVISION.
000580 FILE SECTION.
000590*
000600 FD  FCST-PARM-FILE
000610     RECORDING MODE IS F
000620     RECORD CONTAINS 80 CHARACTERS.
000630 01  FCST-PARM-RECORD.
000640     05  FPARM-MONTH                 PIC X(06).
000650     05  FILLER                      PIC X(74).
000660*
000670 FD  SCHEDULE-FILE
000680     RECORDING MODE IS F
000690     RECORD CONTAINS 80 CHARACTERS.
000700 01  SCHEDULE-RECORD.
000710     05  SCHED-STEP-ID               PIC X(08).
000720     05  SCHED-COMMENT REDEFINES SCHED-STEP-ID.
000730         10  SCHED-COMMENT-FLAG      PIC X(01).
000740             88  SCHED-COMMENT-CARD             VALUE '*'.
000750         10  FILLER                  PIC X(07).
000760     05  SCHED-PROGRAM-NAME          PIC X(10).
000770     05  SCHED-RUN-MODE              PIC X(01).
000780     05  SCHED-ERROR-ACTION          PIC X(01).
000790     05  SCHED-FREQUENCY             PIC X(01).
000800     05  SCHED-FREQ-DAY              PIC X(03).
000810     05  FILLER                      PIC X(56).
000820*
000830 FD  CALENDAR-FILE
000840     RECORDING MODE IS F
000850     RECORD CONTAINS 80 CHARACTERS.
000860 01  CALENDAR-RECORD.
000870     05  CAL-DATE.
000880         10  CAL-YEAR-MONTH          PIC 9(06).
000890         10  CAL-DAY                 PIC 9(02).
000900     05  CAL-DAY-TYPE                PIC X(01).
000910     05  CAL-HOLIDAY-NAME            PIC X(30).
000920     05  FILLER                      PIC X(41).
000930*
000940 FD  FCST-REPORT-FILE
000950     RECORDING MODE IS F
000960     RECORD CONTAINS 132 CHARACTERS.
000970 01  REPORT-RECORD                   PIC X(132).
000980*
000990 WORKING-STORAGE SECTION.
001000*
001010 01  SF-PARM-FILE-STATUS             PIC X(02)  VALUE '00'.
001020     88  SF-PARM-FILE-OK                        VALUE '00'.
001030*
001040 01  SF-SCHED-FILE-STATUS            PIC X(02)  VALUE '00'.
001050     88  SF-SCHED-FILE-OK                       VALUE '00'.
001060     88  SF-SCHED-FILE-EOF                      VALUE '10'.
001070*
001080 01  SF-CAL-FILE-STATUS              PIC X(02)  VALUE '00'.
001090     88  SF-CAL-FILE-OK                         VALUE '00'.
001100*
001110 01  SF-RPT-FILE-STATUS              PIC X(02)  VALUE '00'.
001120     88  SF-RPT-FILE-OK                         VALUE '00'.
001130*
001140 01  SF-SCHED-EOF-SW                 PIC X(01)  VALUE 'N'.
001150     88  SF-SCHED-EOF                           VALUE 'Y'.
001160*
001170 01  SF-CAL-EOF-SW                   PIC X(01)  VALUE 'N'.
001180     88  SF-CAL-EOF                             VALUE 'Y'.
001190*
001200 01  SF-DAY-FOUND-SW                 PIC X(01)  VALUE 'N'.
001210     88  SF-DAY-FOUND                           VALUE 'Y'.
001220*
001230 01  SF-FREQ-DUE-SW                  PIC X(01)  VALUE 'N'.
001240     88  SF-FREQ-DUE                            VALUE 'Y'.
001250*
001260 01  SF-RUN-DATE.
001270     05  SF-RUN-YEAR                 PIC 9(04).
001280     05  SF-RUN-MONTH                PIC 9(02).
001290     05  SF-RUN-DAY                  PIC 9(02).
001300*
001310 01  SF-FCST-MONTH.
001320     05  SF-FCST-YEAR                PIC 9(04).
001330     05  SF-FCST-MO                  PIC 9(02).
001340 01  SF-FCST-MONTH-NUM REDEFINES SF-FCST-MONTH
001350                                     PIC 9(06).
001360*
001370 01  SF-WORK-DATE.
001380     05  SF-WORK-YEAR                PIC 9(04).
001390     05  SF-WORK-MONTH               PIC 9(02).
001400     05  SF-WORK-DAY                 PIC 9(02).
001410 01  SF-WORK-DATE-NUM REDEFINES SF-WORK-DATE
001420                                     PIC 9(08).
001430*
001440 01  SF-MONTH-DAYS-DEF               PIC X(24)  VALUE
001450     '312931303130313130313031'.
001460 01  SF-MONTH-DAYS REDEFINES SF-MONTH-DAYS-DEF.
001470     05  SF-DAYS-IN-MONTH OCCURS 12 TIMES
001480                                     PIC 9(02).
001490*
001500*    CALENDAR VIEW OF THE FORECAST MONTH.  EVERY DAY STARTS AS A
001510*    BUSINESS DAY NOT ON THE CALENDAR; THE CALENDAR OVERRIDES IT.
001520*
001530 01  SF-DAY-TABLE.
001540     05  SF-DAY-ENTRY OCCURS 31 TIMES.
001550         10  SF-DAY-TYPE             PIC X(01).
001560         10  SF-DAY-LISTED           PIC X(01).
001570         10  SF-DAY-NAME-TEXT        PIC X(30).
001580 01  SF-DAY-SUB                      PIC 9(02)  COMP VALUE ZERO.
001590 01  SF-MONTH-LIMIT                  PIC 9(02)  COMP VALUE ZERO.
001600 01  SF-FIRST-BUS-DAY                PIC 9(02)  COMP VALUE ZERO.
001610 01  SF-LAST-BUS-DAY                 PIC 9(02)  COMP VALUE ZERO.
001620 01  SF-CAL-DAYS-FOUND               PIC 9(02)  COMP VALUE ZERO.
001630 01  SF-LEAP-QUOT                    PIC 9(04)  COMP VALUE ZERO.
001640 01  SF-LEAP-REM                     PIC 9(04)  COMP VALUE ZERO.
001650*
001660*    ZELLER'S CONGRUENCE WORK FIELDS.  SF-DOW RUNS 0=SATURDAY,
001670*    1=SUNDAY, 2=MONDAY ... 6=FRIDAY, THE SAME ORDER AS THE
001680*    DAY-NAME TABLE BELOW.
001690*
001700 01  SF-ZEL-MONTH                    PIC 9(02)  COMP VALUE ZERO.
001710 01  SF-ZEL-YEAR                     PIC 9(04)  COMP VALUE ZERO.
001720 01  SF-ZEL-CENTURY                  PIC 9(02)  COMP VALUE ZERO.
001730 01  SF-ZEL-YY                       PIC 9(02)  COMP VALUE ZERO.
001740 01  SF-ZEL-MONTH-TERM               PIC 9(04)  COMP VALUE ZERO.
001750 01  SF-ZEL-YY-TERM                  PIC 9(04)  COMP VALUE ZERO.
001760 01  SF-ZEL-CENT-TERM                PIC 9(04)  COMP VALUE ZERO.
001770 01  SF-ZEL-WORK                     PIC 9(08)  COMP VALUE ZERO.
001780 01  SF-DOW                          PIC 9(01)  COMP VALUE ZERO.
001790*
001800 01  SF-DAY-NAMES-DEF                PIC X(21)  VALUE
001810     'SATSUNMONTUEWEDTHUFRI'.
001820 01  SF-DAY-NAMES REDEFINES SF-DAY-NAMES-DEF.
001830     05  SF-DAY-NAME OCCURS 7 TIMES  PIC X(03).
001840 01  SF-NAME-SUB                     PIC 9(02)  COMP VALUE ZERO.
001850*
001860*    SCHEDULE ENTRIES.  SF-ENT-NAME-SUB HOLDS THE WEEKDAY OF A
001870*    'W' ENTRY IN DAY-NAME TABLE ORDER.
001880*
001890 01  SF-ENT-SUB                      PIC 9(03)  COMP VALUE ZERO.
001900 01  SF-ENT-USED                     PIC 9(03)  COMP VALUE ZERO.
001910 01  SF-ENT-TABLE.
001920     05  SF-ENT-ENTRY OCCURS 100 TIMES.
001930         10  SF-ENT-STEP-ID          PIC X(08).
001940         10  SF-ENT-PROGRAM          PIC X(10).
001950         10  SF-ENT-MODE             PIC X(01).
001960         10  SF-ENT-FREQUENCY        PIC X(01).
001970             88  SF-ENT-DAILY                   VALUE ' ' 'D'.
001980             88  SF-ENT-WEEKLY                  VALUE 'W'.
001990             88  SF-ENT-FIRST-BUS-DAY           VALUE 'F'.
002000             88  SF-ENT-LAST-BUS-DAY            VALUE 'L'.
002010             88  SF-ENT-MONTH-END               VALUE 'M'.
002020         10  SF-ENT-FREQ-DAY         PIC X(03).
002030         10  SF-ENT-NAME-SUB         PIC 9(02)  COMP.
002040         10  SF-ENT-VALID-SW         PIC X(01).
002050             88  SF-ENT-VALID                   VALUE 'Y'.
002060         10  SF-ENT-FIRES            PIC 9(03)  COMP.
002070*
002080 01  SF-SLOT-SUB                     PIC 9(02)  COMP VALUE ZERO.
002090 01  SF-DATE-STEPS                   PIC 9(03)  COMP VALUE ZERO.
002100*
002110 01  SF-CARDS-READ                   PIC 9(05)  COMP VALUE ZERO.
002120 01  SF-DATES-WITH-NONE              PIC 9(05)  COMP VALUE ZERO.
002130 01  SF-NEVER-COUNT                  PIC 9(05)  COMP VALUE ZERO.
002140 01  SF-INVALID-COUNT                PIC 9(05)  COMP VALUE ZERO.
002150 01  SF-FIRINGS-TOTAL                PIC 9(05)  COMP VALUE ZERO.
002160*
002170 01  SF-LINE-COUNT                   PIC 9(03)  COMP VALUE 99.
002180 01  SF-PAGE-COUNT                   PIC 9(05)  COMP VALUE ZERO.
002190*
002200 01  SF-RETURN-CODE                  PIC 9(04)  COMP VALUE ZERO.
002210*
002220 01  SF-ERROR-FILE-ID                PIC X(08)  VALUE SPACES.
002230*
002240 01  SF-ERROR-STATUS                 PIC X(02)  VALUE SPACES.
002250*
002260 01  SF-HEADING-1.
002270     05  FILLER                      PIC X(10)  VALUE 'SCHDFCST'.
002280     05  FILLER                      PIC X(26)  VALUE
002290         'SUITE SCHEDULE FORECAST'.
002300     05  FILLER                      PIC X(09)  VALUE 'MONTH : '.
002310     05  SF-HDG-MONTH                PIC 9(06).
002320     05  FILLER                      PIC X(03)  VALUE SPACES.
002330     05  FILLER                      PIC X(11)  VALUE
002340         'RUN DATE : '.
002350     05  SF-HDG-RUN-DATE             PIC 9(08).
002360     05  FILLER                      PIC X(08)  VALUE
002370         '   PAGE '.
002380     05  SF-HDG-PAGE                 PIC ZZZZ9.
002390     05  FILLER                      PIC X(46)  VALUE SPACES.
002400*
002410 01  SF-SECTION-LINE.
002420     05  SF-SEC-TITLE                PIC X(60).
002430     05  FILLER                      PIC X(72)  VALUE SPACES.
002440*
002450 01  SF-DATE-HEADING.
002460     05  FILLER                      PIC X(10)  VALUE 'DATE'.
002470     05  FILLER                      PIC X(05)  VALUE 'DAY'.
002480     05  FILLER                      PIC X(32)  VALUE 'CALENDAR'.
002490     05  FILLER                      PIC X(07)  VALUE 'STEPS'.
002500     05  FILLER                      PIC X(20)  VALUE
002510         'SCHEDULE ENTRIES DUE'.
002520     05  FILLER                      PIC X(58)  VALUE SPACES.
002530*
002540 01  SF-DATE-LINE.
002550     05  SF-DL-DATE                  PIC X(08).
002560     05  FILLER                      PIC X(02)  VALUE SPACES.
002570     05  SF-DL-DAY                   PIC X(03).
002580     05  FILLER                      PIC X(02)  VALUE SPACES.
002590     05  SF-DL-CALENDAR              PIC X(30).
002600     05  FILLER                      PIC X(02)  VALUE SPACES.
002610     05  SF-DL-STEPS                 PIC ZZ9.
002620     05  FILLER                      PIC X(04)  VALUE SPACES.
002630     05  SF-DL-SLOT OCCURS 8 TIMES.
002640         10  SF-DL-STEP-ID           PIC X(08).
002650         10  FILLER                  PIC X(01).
002660     05  FILLER                      PIC X(06)  VALUE SPACES.
002670*
002680 01  SF-ENTRY-HEADING.
002690     05  FILLER                      PIC X(10)  VALUE 'STEP ID'.
002700     05  FILLER                      PIC X(12)  VALUE 'PROGRAM'.
002710     05  FILLER                      PIC X(06)  VALUE 'MODE'.
002720     05  FILLER                      PIC X(24)  VALUE 'FREQUENCY'.
002730     05  FILLER                      PIC X(07)  VALUE 'DATES'.
002740     05  FILLER                      PIC X(30)  VALUE 'REMARKS'.
002750     05  FILLER                      PIC X(43)  VALUE SPACES.
002760*
002770 01  SF-ENTRY-LINE.
002780     05  SF-EL-STEP-ID               PIC X(08).
002790     05  FILLER                      PIC X(02)  VALUE SPACES.
002800     05  SF-EL-PROGRAM               PIC X(10).
002810     05  FILLER                      PIC X(02)  VALUE SPACES.
002820     05  SF-EL-MODE                  PIC X(01).
002830     05  FILLER                      PIC X(05)  VALUE SPACES.
002840     05  SF-EL-FREQUENCY             PIC X(22).
002850     05  FILLER                      PIC X(02)  VALUE SPACES.
002860     05  SF-EL-FIRES                 PIC ZZ9.
002870     05  FILLER                      PIC X(04)  VALUE SPACES.
002880     05  SF-EL-REMARK                PIC X(30).
002890     05  FILLER                      PIC X(43)  VALUE SPACES.
002900*
002910 01  SF-COUNT-LINE.
002920     05  SF-CNT-TITLE                PIC X(40).
002930     05  SF-CNT-VALUE                PIC ZZZZ9.
002940     05  FILLER                      PIC X(87)  VALUE SPACES.
002950*
002960 PROCEDURE DIVISION.
002970*
002980 0000-MAINLINE.
002990*
003000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003010     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
003020     PERFORM 2200-LOAD-SCHEDULE THRU 2200-EXIT.
003030     PERFORM 2500-LOAD-CALENDAR-MONTH THRU 2500-EXIT.
003040     MOVE SPACES TO SF-SECTION-LINE.
003050     MOVE 'SCHEDULE ENTRIES DUE BY DATE' TO SF-SEC-TITLE.
003060     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
003070     PERFORM 7300-WRITE-DATE-HEADING THRU 7300-EXIT.
003080     MOVE 1 TO SF-DAY-SUB.
003090     PERFORM 3000-FORECAST-ONE-DATE THRU 3000-EXIT
003100         UNTIL SF-DAY-SUB > SF-MONTH-LIMIT.
003110     PERFORM 4000-PRINT-ENTRIES THRU 4000-EXIT.
003120     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
003130     CLOSE FCST-REPORT-FILE.
003140     IF SF-NEVER-COUNT > ZERO OR SF-INVALID-COUNT > ZERO
003150         MOVE 4 TO SF-RETURN-CODE
003160     END-IF.
003170     GO TO 9900-PROGRAM-EXIT.
003180*
003190 1000-INITIALIZE.
003200*
003210     ACCEPT SF-RUN-DATE FROM DATE YYYYMMDD.
003220     MOVE SF-RUN-DATE TO SF-HDG-RUN-DATE.
003230     OPEN INPUT FCST-PARM-FILE.
003240     IF NOT SF-PARM-FILE-OK
003250         MOVE 'FCSTPARM' TO SF-ERROR-FILE-ID
003260         MOVE SF-PARM-FILE-STATUS TO SF-ERROR-STATUS
003270         GO TO 9999-ERROR-EXIT
003280     END-IF.
003290     READ FCST-PARM-FILE
003300         AT END
003310             MOVE SPACES TO FCST-PARM-RECORD
003320     END-READ.
003330     CLOSE FCST-PARM-FILE.
003340*
003350*    NO MONTH ON THE CARD -- FORECAST NEXT MONTH.
003360*
003370     IF FPARM-MONTH = SPACES
003380         MOVE SF-RUN-YEAR TO SF-FCST-YEAR
003390         MOVE SF-RUN-MONTH TO SF-FCST-MO
003400         IF SF-FCST-MO = 12
003410             MOVE 1 TO SF-FCST-MO
003420             ADD 1 TO SF-FCST-YEAR
003430         ELSE
003440             ADD 1 TO SF-FCST-MO
003450         END-IF
003460     ELSE
003470         IF FPARM-MONTH NOT NUMERIC
003480             DISPLAY 'SCHDFCST - BAD FCSTPARM CARD: '
003490                 FCST-PARM-RECORD UPON CONSOLE-DEVICE
003500             MOVE 'FCSTPARM' TO SF-ERROR-FILE-ID
003510             MOVE SF-PARM-FILE-STATUS TO SF-ERROR-STATUS
003520             GO TO 9999-ERROR-EXIT
003530         END-IF
003540         MOVE FPARM-MONTH TO SF-FCST-MONTH
003550         IF SF-FCST-MO < 1 OR SF-FCST-MO > 12
003560             DISPLAY 'SCHDFCST - BAD FCSTPARM CARD: '
003570                 FCST-PARM-RECORD UPON CONSOLE-DEVICE
003580             MOVE 'FCSTPARM' TO SF-ERROR-FILE-ID
003590             MOVE SF-PARM-FILE-STATUS TO SF-ERROR-STATUS
003600             GO TO 9999-ERROR-EXIT
003610         END-IF
003620     END-IF.
003630     MOVE SF-FCST-MONTH-NUM TO SF-HDG-MONTH.
003640     DISPLAY 'SCHDFCST - FORECAST MONTH ' SF-FCST-MONTH-NUM
003650         UPON CONSOLE-DEVICE.
003660*
003670 1000-EXIT.
003680     EXIT.
003690*
003700 2000-OPEN-FILES.
003710*
003720     OPEN INPUT SCHEDULE-FILE.
003730     IF NOT SF-SCHED-FILE-OK
003740         MOVE 'SCHEDULE' TO SF-ERROR-FILE-ID
003750         MOVE SF-SCHED-FILE-STATUS TO SF-ERROR-STATUS
003760         GO TO 9999-ERROR-EXIT
003770     END-IF.
003780     OPEN INPUT CALENDAR-FILE.
003790     IF NOT SF-CAL-FILE-OK
003800         MOVE 'CALENDAR' TO SF-ERROR-FILE-ID
003810         MOVE SF-CAL-FILE-STATUS TO SF-ERROR-STATUS
003820         GO TO 9999-ERROR-EXIT
003830     END-IF.
003840     OPEN OUTPUT FCST-REPORT-FILE.
003850     IF NOT SF-RPT-FILE-OK
003860         MOVE 'RPTOUT' TO SF-ERROR-FILE-ID
003870         MOVE SF-RPT-FILE-STATUS TO SF-ERROR-STATUS
003880         GO TO 9999-ERROR-EXIT
003890     END-IF.
003900*
003910 2000-EXIT.
003920     EXIT.
003930*
003940*****************************************************************
003950*    2200 - LOAD THE SCHEDULE DECK.  COMMENT AND EMPTY CARDS ARE *
003960*    PASSED OVER AS THE DRIVER PASSES THEM; EACH OTHER CARD'S    *
003970*    FREQUENCY IS EDITED ONCE HERE.                              *
003980*****************************************************************
003990*
004000 2200-LOAD-SCHEDULE.
004010*
004020     PERFORM 2250-READ-SCHEDULE THRU 2250-EXIT
004030         UNTIL SF-SCHED-EOF.
004040     CLOSE SCHEDULE-FILE.
004050*
004060 2200-EXIT.
004070     EXIT.
004080*
004090 2250-READ-SCHEDULE.
004100*
004110     READ SCHEDULE-FILE
004120         AT END
004130             SET SF-SCHED-EOF TO TRUE
004140             GO TO 2250-EXIT
004150     END-READ.
004160     IF NOT SF-SCHED-FILE-OK
004170         MOVE 'SCHEDULE' TO SF-ERROR-FILE-ID
004180         MOVE SF-SCHED-FILE-STATUS TO SF-ERROR-STATUS
004190         GO TO 9999-ERROR-EXIT
004200     END-IF.
004210     ADD 1 TO SF-CARDS-READ.
004220     IF SCHED-COMMENT-CARD
004230         GO TO 2250-EXIT
004240     END-IF.
004250     IF SCHED-STEP-ID = SPACES
004260         AND SCHED-PROGRAM-NAME = SPACES
004270         GO TO 2250-EXIT
004280     END-IF.
004290     IF SF-ENT-USED >= 100
004300         DISPLAY 'SCHDFCST - SCHEDULE TABLE FULL'
004310             UPON CONSOLE-DEVICE
004320         MOVE 'SCHEDULE' TO SF-ERROR-FILE-ID
004330         MOVE SF-SCHED-FILE-STATUS TO SF-ERROR-STATUS
004340         GO TO 9999-ERROR-EXIT
004350     END-IF.
004360     ADD 1 TO SF-ENT-USED.
004370     MOVE SF-ENT-USED TO SF-ENT-SUB.
004380     MOVE SCHED-STEP-ID TO SF-ENT-STEP-ID (SF-ENT-SUB).
004390     MOVE SCHED-PROGRAM-NAME TO SF-ENT-PROGRAM (SF-ENT-SUB).
004400     MOVE SCHED-RUN-MODE TO SF-ENT-MODE (SF-ENT-SUB).
004410     MOVE SCHED-FREQUENCY TO SF-ENT-FREQUENCY (SF-ENT-SUB).
004420     MOVE SCHED-FREQ-DAY TO SF-ENT-FREQ-DAY (SF-ENT-SUB).
004430     MOVE ZERO TO SF-ENT-NAME-SUB (SF-ENT-SUB).
004440     MOVE ZERO TO SF-ENT-FIRES (SF-ENT-SUB).
004450     MOVE 'Y' TO SF-ENT-VALID-SW (SF-ENT-SUB).
004460     IF SF-ENT-DAILY (SF-ENT-SUB)
004470         OR SF-ENT-FIRST-BUS-DAY (SF-ENT-SUB)
004480         OR SF-ENT-LAST-BUS-DAY (SF-ENT-SUB)
004490         OR SF-ENT-MONTH-END (SF-ENT-SUB)
004500         GO TO 2250-EXIT
004510     END-IF.
004520     IF SF-ENT-WEEKLY (SF-ENT-SUB)
004530         PERFORM 2300-FIND-DAY-NAME THRU 2300-EXIT
004540         IF SF-DAY-FOUND
004550             MOVE SF-NAME-SUB TO SF-ENT-NAME-SUB (SF-ENT-SUB)
004560             GO TO 2250-EXIT
004570         END-IF
004580     END-IF.
004590     MOVE 'N' TO SF-ENT-VALID-SW (SF-ENT-SUB).
004600     ADD 1 TO SF-INVALID-COUNT.
004610*
004620 2250-EXIT.
004630     EXIT.
004640*
004650 2300-FIND-DAY-NAME.
004660*
004670     MOVE 'N' TO SF-DAY-FOUND-SW.
004680     MOVE 1 TO SF-NAME-SUB.
004690     PERFORM 2350-SCAN-DAY-NAME THRU 2350-EXIT
004700         UNTIL SF-DAY-FOUND OR SF-NAME-SUB > 7.
004710*
004720 2300-EXIT.
004730     EXIT.
004740*
004750 2350-SCAN-DAY-NAME.
004760*
004770     IF SF-DAY-NAME (SF-NAME-SUB) = SCHED-FREQ-DAY
004780         SET SF-DAY-FOUND TO TRUE
004790     ELSE
004800         ADD 1 TO SF-NAME-SUB
004810     END-IF.
004820*
004830 2350-EXIT.
004840     EXIT.
004850*
004860*****************************************************************
004870*    2500 - CALENDAR VIEW OF THE FORECAST MONTH: DAY TYPES, THE  *
004880*    FIRST AND LAST BUSINESS DAYS, THE MONTH LENGTH AND THE DAY  *
004890*    OF THE WEEK OF THE FIRST.                                   *
004900*****************************************************************
004910*
004920 2500-LOAD-CALENDAR-MONTH.
004930*
004940     MOVE SF-FCST-YEAR TO SF-WORK-YEAR.
004950     MOVE SF-FCST-MO TO SF-WORK-MONTH.
004960     MOVE 1 TO SF-WORK-DAY.
004970     PERFORM 6000-SET-MONTH-LIMIT THRU 6000-EXIT.
004980     MOVE 1 TO SF-DAY-SUB.
004990     PERFORM 2550-CLEAR-DAY THRU 2550-EXIT
005000         UNTIL SF-DAY-SUB > 31.
005010     PERFORM 2600-READ-CALENDAR THRU 2600-EXIT
005020         UNTIL SF-CAL-EOF.
005030     CLOSE CALENDAR-FILE.
005040     MOVE 1 TO SF-DAY-SUB.
005050     PERFORM 2700-SCAN-BUSINESS-DAYS THRU 2700-EXIT
005060         UNTIL SF-DAY-SUB > SF-MONTH-LIMIT.
005070     PERFORM 6100-ZELLER-DAY-OF-WEEK THRU 6100-EXIT.
005080*
005090 2500-EXIT.
005100     EXIT.
005110*
005120 2550-CLEAR-DAY.
005130*
005140     MOVE 'B' TO SF-DAY-TYPE (SF-DAY-SUB).
005150     MOVE 'N' TO SF-DAY-LISTED (SF-DAY-SUB).
005160     MOVE SPACES TO SF-DAY-NAME-TEXT (SF-DAY-SUB).
005170     ADD 1 TO SF-DAY-SUB.
005180*
005190 2550-EXIT.
005200     EXIT.
005210*
005220 2600-READ-CALENDAR.
005230*
005240     READ CALENDAR-FILE
005250         AT END
005260             SET SF-CAL-EOF TO TRUE
005270             GO TO 2600-EXIT
005280     END-READ.
005290     IF NOT SF-CAL-FILE-OK
005300         MOVE 'CALENDAR' TO SF-ERROR-FILE-ID
005310         MOVE SF-CAL-FILE-STATUS TO SF-ERROR-STATUS
005320         GO TO 9999-ERROR-EXIT
005330     END-IF.
005340     IF CAL-YEAR-MONTH NOT = SF-FCST-MONTH-NUM
005350         GO TO 2600-EXIT
005360     END-IF.
005370     IF CAL-DAY < 1 OR CAL-DAY > SF-MONTH-LIMIT
005380         GO TO 2600-EXIT
005390     END-IF.
005400     MOVE CAL-DAY-TYPE TO SF-DAY-TYPE (CAL-DAY).
005410     MOVE 'Y' TO SF-DAY-LISTED (CAL-DAY).
005420     MOVE CAL-HOLIDAY-NAME TO SF-DAY-NAME-TEXT (CAL-DAY).
005430     ADD 1 TO SF-CAL-DAYS-FOUND.
005440*
005450 2600-EXIT.
005460     EXIT.
005470*
005480 2700-SCAN-BUSINESS-DAYS.
005490*
005500     IF SF-DAY-TYPE (SF-DAY-SUB) = 'B'
005510         IF SF-FIRST-BUS-DAY = ZERO
005520             MOVE SF-DAY-SUB TO SF-FIRST-BUS-DAY
005530         END-IF
005540         MOVE SF-DAY-SUB TO SF-LAST-BUS-DAY
005550     END-IF.
005560     ADD 1 TO SF-DAY-SUB.
005570*
005580 2700-EXIT.
005590     EXIT.
005600*
005610*****************************************************************
005620*    3000 - ONE DATE OF THE MONTH.  EVERY ENTRY DUE THAT DAY IS  *
005630*    PLACED ON THE DATE LINE, EIGHT STEP IDS TO A LINE.          *
005640*****************************************************************
005650*
005660 3000-FORECAST-ONE-DATE.
005670*
005680     MOVE SF-DAY-SUB TO SF-WORK-DAY.
005690     MOVE SPACES TO SF-DATE-LINE.
005700     MOVE SF-WORK-DATE TO SF-DL-DATE.
005710     MOVE SF-DAY-NAME (SF-DOW + 1) TO SF-DL-DAY.
005720     IF SF-DAY-LISTED (SF-DAY-SUB) = 'N'
005730         MOVE 'NOT ON CALENDAR' TO SF-DL-CALENDAR
005740     ELSE
005750         IF SF-DAY-TYPE (SF-DAY-SUB) = 'B'
005760             MOVE 'BUSINESS DAY' TO SF-DL-CALENDAR
005770         ELSE
005780             IF SF-DAY-TYPE (SF-DAY-SUB) = 'W'
005790                 MOVE 'WEEKEND' TO SF-DL-CALENDAR
005800             ELSE
005810                 MOVE SF-DAY-NAME-TEXT (SF-DAY-SUB)
005820                     TO SF-DL-CALENDAR
005830             END-IF
005840         END-IF
005850     END-IF.
005860     MOVE ZERO TO SF-DATE-STEPS.
005870     MOVE 1 TO SF-ENT-SUB.
005880     PERFORM 3050-COUNT-ONE-ENTRY THRU 3050-EXIT
005890         UNTIL SF-ENT-SUB > SF-ENT-USED.
005900     MOVE SF-DATE-STEPS TO SF-DL-STEPS.
005910     MOVE ZERO TO SF-SLOT-SUB.
005920     MOVE 1 TO SF-ENT-SUB.
005930     PERFORM 3100-CHECK-ONE-ENTRY THRU 3100-EXIT
005940         UNTIL SF-ENT-SUB > SF-ENT-USED.
005950     IF SF-SLOT-SUB = ZERO
005960         ADD 1 TO SF-DATES-WITH-NONE
005970         MOVE 'NONE' TO SF-DL-STEP-ID (1)
005980     END-IF.
005990     PERFORM 3500-WRITE-DATE-LINE THRU 3500-EXIT.
006000     ADD 1 TO SF-DOW.
006010     IF SF-DOW > 6
006020         MOVE ZERO TO SF-DOW
006030     END-IF.
006040     ADD 1 TO SF-DAY-SUB.
006050*
006060 3000-EXIT.
006070     EXIT.
006080*
006090 3050-COUNT-ONE-ENTRY.
006100*
006110     PERFORM 3200-CHECK-FREQUENCY THRU 3200-EXIT.
006120     IF SF-FREQ-DUE
006130         ADD 1 TO SF-DATE-STEPS
006140     END-IF.
006150     ADD 1 TO SF-ENT-SUB.
006160*
006170 3050-EXIT.
006180     EXIT.
006190*
006200 3100-CHECK-ONE-ENTRY.
006210*
006220     PERFORM 3200-CHECK-FREQUENCY THRU 3200-EXIT.
006230     IF NOT SF-FREQ-DUE
006240         GO TO 3100-NEXT
006250     END-IF.
006260     ADD 1 TO SF-ENT-FIRES (SF-ENT-SUB).
006270     ADD 1 TO SF-FIRINGS-TOTAL.
006280     IF SF-SLOT-SUB = 8
006290         PERFORM 3500-WRITE-DATE-LINE THRU 3500-EXIT
006300         MOVE SPACES TO SF-DATE-LINE
006310         MOVE ZERO TO SF-SLOT-SUB
006320     END-IF.
006330     ADD 1 TO SF-SLOT-SUB.
006340     MOVE SF-ENT-STEP-ID (SF-ENT-SUB)
006350         TO SF-DL-STEP-ID (SF-SLOT-SUB).
006360*
006370 3100-NEXT.
006380     ADD 1 TO SF-ENT-SUB.
006390*
006400 3100-EXIT.
006410     EXIT.
006420*
006430*****************************************************************
006440*    3200 - IS THE ENTRY DUE ON SF-DAY-SUB?  THE SAME RULES AS   *
006450*    THE DRIVER'S FREQUENCY CHECK.                               *
006460*****************************************************************
006470*
006480 3200-CHECK-FREQUENCY.
006490*
006500     MOVE 'N' TO SF-FREQ-DUE-SW.
006510     IF NOT SF-ENT-VALID (SF-ENT-SUB)
006520         GO TO 3200-EXIT
006530     END-IF.
006540     IF SF-ENT-DAILY (SF-ENT-SUB)
006550         SET SF-FREQ-DUE TO TRUE
006560         GO TO 3200-EXIT
006570     END-IF.
006580     IF SF-ENT-WEEKLY (SF-ENT-SUB)
006590         IF SF-ENT-NAME-SUB (SF-ENT-SUB) = SF-DOW + 1
006600             SET SF-FREQ-DUE TO TRUE
006610         END-IF
006620         GO TO 3200-EXIT
006630     END-IF.
006640     IF SF-ENT-FIRST-BUS-DAY (SF-ENT-SUB)
006650         IF SF-DAY-SUB = SF-FIRST-BUS-DAY
006660             SET SF-FREQ-DUE TO TRUE
006670         END-IF
006680         GO TO 3200-EXIT
006690     END-IF.
006700     IF SF-ENT-LAST-BUS-DAY (SF-ENT-SUB)
006710         IF SF-DAY-SUB = SF-LAST-BUS-DAY
006720             SET SF-FREQ-DUE TO TRUE
006730         END-IF
006740         GO TO 3200-EXIT
006750     END-IF.
006760     IF SF-DAY-SUB = SF-MONTH-LIMIT
006770         SET SF-FREQ-DUE TO TRUE
006780     END-IF.
006790*
006800 3200-EXIT.
006810     EXIT.
006820*
006830 3500-WRITE-DATE-LINE.
006840*
006850     IF SF-LINE-COUNT > 55
006860         PERFORM 7200-WRITE-PAGE-HEADING THRU 7200-EXIT
006870         PERFORM 7300-WRITE-DATE-HEADING THRU 7300-EXIT
006880     END-IF.
006890     WRITE REPORT-RECORD FROM SF-DATE-LINE
006900         AFTER ADVANCING 1 LINE.
006910     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
006920     ADD 1 TO SF-LINE-COUNT.
006930*
006940 3500-EXIT.
006950     EXIT.
006960*
006970 4000-PRINT-ENTRIES.
006980*
006990     MOVE SPACES TO SF-SECTION-LINE.
007000     MOVE 'SCHEDULE ENTRIES AND DATES DUE IN THE MONTH'
007010         TO SF-SEC-TITLE.
007020     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
007030     PERFORM 7400-WRITE-ENTRY-HEADING THRU 7400-EXIT.
007040     MOVE 1 TO SF-ENT-SUB.
007050     PERFORM 4100-PRINT-ONE-ENTRY THRU 4100-EXIT
007060         UNTIL SF-ENT-SUB > SF-ENT-USED.
007070*
007080 4000-EXIT.
007090     EXIT.
007100*
007110 4100-PRINT-ONE-ENTRY.
007120*
007130     MOVE SPACES TO SF-ENTRY-LINE.
007140     MOVE SF-ENT-STEP-ID (SF-ENT-SUB) TO SF-EL-STEP-ID.
007150     MOVE SF-ENT-PROGRAM (SF-ENT-SUB) TO SF-EL-PROGRAM.
007160     MOVE SF-ENT-MODE (SF-ENT-SUB) TO SF-EL-MODE.
007170     MOVE SF-ENT-FIRES (SF-ENT-SUB) TO SF-EL-FIRES.
007180     IF NOT SF-ENT-VALID (SF-ENT-SUB)
007190         MOVE SPACES TO SF-EL-FREQUENCY
007200         STRING 'INVALID ' SF-ENT-FREQUENCY (SF-ENT-SUB) ' '
007210             SF-ENT-FREQ-DAY (SF-ENT-SUB)
007220             DELIMITED BY SIZE INTO SF-EL-FREQUENCY
007230         MOVE 'DRIVER TREATS AS RC 16' TO SF-EL-REMARK
007240     ELSE
007250         IF SF-ENT-DAILY (SF-ENT-SUB)
007260             MOVE 'DAILY' TO SF-EL-FREQUENCY
007270         END-IF
007280         IF SF-ENT-WEEKLY (SF-ENT-SUB)
007290             MOVE SPACES TO SF-EL-FREQUENCY
007300             STRING 'WEEKLY ON ' SF-ENT-FREQ-DAY (SF-ENT-SUB)
007310                 DELIMITED BY SIZE INTO SF-EL-FREQUENCY
007320         END-IF
007330         IF SF-ENT-FIRST-BUS-DAY (SF-ENT-SUB)
007340             MOVE 'FIRST BUSINESS DAY' TO SF-EL-FREQUENCY
007350         END-IF
007360         IF SF-ENT-LAST-BUS-DAY (SF-ENT-SUB)
007370             MOVE 'LAST BUSINESS DAY' TO SF-EL-FREQUENCY
007380         END-IF
007390         IF SF-ENT-MONTH-END (SF-ENT-SUB)
007400             MOVE 'MONTH-END' TO SF-EL-FREQUENCY
007410         END-IF
007420         IF SF-ENT-FIRES (SF-ENT-SUB) = ZERO
007430             ADD 1 TO SF-NEVER-COUNT
007440             MOVE '*** NEVER FIRES THIS MONTH' TO SF-EL-REMARK
007450         END-IF
007460     END-IF.
007470     IF SF-LINE-COUNT > 55
007480         PERFORM 7200-WRITE-PAGE-HEADING THRU 7200-EXIT
007490         PERFORM 7400-WRITE-ENTRY-HEADING THRU 7400-EXIT
007500     END-IF.
007510     WRITE REPORT-RECORD FROM SF-ENTRY-LINE
007520         AFTER ADVANCING 1 LINE.
007530     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
007540     ADD 1 TO SF-LINE-COUNT.
007550     ADD 1 TO SF-ENT-SUB.
007560*
007570 4100-EXIT.
007580     EXIT.
007590*
007600*****************************************************************
007610*    6000 BLOCK - DATE ARITHMETIC ON THE SF-WORK-DATE FIELDS.    *
007620*    MONTH LENGTH WITH THE LEAP-YEAR TEST, AND ZELLER'S          *
007630*    CONGRUENCE DAY OF THE WEEK.                                 *
007640*****************************************************************
007650*
007660 6000-SET-MONTH-LIMIT.
007670*
007680     MOVE SF-DAYS-IN-MONTH (SF-WORK-MONTH) TO SF-MONTH-LIMIT.
007690     IF SF-WORK-MONTH NOT = 2
007700         GO TO 6000-EXIT
007710     END-IF.
007720     DIVIDE SF-WORK-YEAR BY 4 GIVING SF-LEAP-QUOT
007730         REMAINDER SF-LEAP-REM.
007740     IF SF-LEAP-REM NOT = ZERO
007750         MOVE 28 TO SF-MONTH-LIMIT
007760         GO TO 6000-EXIT
007770     END-IF.
007780     DIVIDE SF-WORK-YEAR BY 100 GIVING SF-LEAP-QUOT
007790         REMAINDER SF-LEAP-REM.
007800     IF SF-LEAP-REM NOT = ZERO
007810         GO TO 6000-EXIT
007820     END-IF.
007830     DIVIDE SF-WORK-YEAR BY 400 GIVING SF-LEAP-QUOT
007840         REMAINDER SF-LEAP-REM.
007850     IF SF-LEAP-REM NOT = ZERO
007860         MOVE 28 TO SF-MONTH-LIMIT
007870     END-IF.
007880*
007890 6000-EXIT.
007900     EXIT.
007910*
007920 6100-ZELLER-DAY-OF-WEEK.
007930*
007940     MOVE SF-WORK-MONTH TO SF-ZEL-MONTH.
007950     MOVE SF-WORK-YEAR TO SF-ZEL-YEAR.
007960     IF SF-ZEL-MONTH < 3
007970         ADD 12 TO SF-ZEL-MONTH
007980         SUBTRACT 1 FROM SF-ZEL-YEAR
007990     END-IF.
008000     DIVIDE SF-ZEL-YEAR BY 100 GIVING SF-ZEL-CENTURY
008010         REMAINDER SF-ZEL-YY.
008020     COMPUTE SF-ZEL-WORK = 13 * (SF-ZEL-MONTH + 1).
008030     DIVIDE SF-ZEL-WORK BY 5 GIVING SF-ZEL-MONTH-TERM.
008040     DIVIDE SF-ZEL-YY BY 4 GIVING SF-ZEL-YY-TERM.
008050     DIVIDE SF-ZEL-CENTURY BY 4 GIVING SF-ZEL-CENT-TERM.
008060     COMPUTE SF-ZEL-WORK = SF-WORK-DAY
008070         + SF-ZEL-MONTH-TERM
008080         + SF-ZEL-YY + SF-ZEL-YY-TERM
008090         + SF-ZEL-CENT-TERM + (5 * SF-ZEL-CENTURY).
008100     DIVIDE SF-ZEL-WORK BY 7 GIVING SF-LEAP-QUOT
008110         REMAINDER SF-DOW.
008120*
008130 6100-EXIT.
008140     EXIT.
008150*
008160 7100-WRITE-SECTION-TITLE.
008170*
008180     IF SF-LINE-COUNT > 50
008190         PERFORM 7200-WRITE-PAGE-HEADING THRU 7200-EXIT
008200     END-IF.
008210     WRITE REPORT-RECORD FROM SF-SECTION-LINE
008220         AFTER ADVANCING 2 LINES.
008230     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
008240     ADD 2 TO SF-LINE-COUNT.
008250*
008260 7100-EXIT.
008270     EXIT.
008280*
008290 7200-WRITE-PAGE-HEADING.
008300*
008310     ADD 1 TO SF-PAGE-COUNT.
008320     MOVE SF-PAGE-COUNT TO SF-HDG-PAGE.
008330     WRITE REPORT-RECORD FROM SF-HEADING-1
008340         AFTER ADVANCING PAGE.
008350     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
008360     MOVE SPACES TO REPORT-RECORD.
008370     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
008380     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
008390     MOVE 2 TO SF-LINE-COUNT.
008400*
008410 7200-EXIT.
008420     EXIT.
008430*
008440 7300-WRITE-DATE-HEADING.
008450*
008460     WRITE REPORT-RECORD FROM SF-DATE-HEADING
008470         AFTER ADVANCING 1 LINE.
008480     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
008490     ADD 1 TO SF-LINE-COUNT.
008500*
008510 7300-EXIT.
008520     EXIT.
008530*
008540 7400-WRITE-ENTRY-HEADING.
008550*
008560     WRITE REPORT-RECORD FROM SF-ENTRY-HEADING
008570         AFTER ADVANCING 1 LINE.
008580     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
008590     ADD 1 TO SF-LINE-COUNT.
008600*
008610 7400-EXIT.
008620     EXIT.
008630*
008640 7900-CHECK-REPORT-STATUS.
008650*
008660     IF NOT SF-RPT-FILE-OK
008670         MOVE 'RPTOUT' TO SF-ERROR-FILE-ID
008680         MOVE SF-RPT-FILE-STATUS TO SF-ERROR-STATUS
008690         GO TO 9999-ERROR-EXIT
008700     END-IF.
008710*
008720 7900-EXIT.
008730     EXIT.
008740*
008750 8000-WRITE-SUMMARY.
008760*
008770     MOVE SPACES TO SF-SECTION-LINE.
008780     MOVE 'FORECAST SUMMARY' TO SF-SEC-TITLE.
008790     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
008800     MOVE SPACES TO SF-COUNT-LINE.
008810     MOVE 'SCHEDULE ENTRIES                   :' TO SF-CNT-TITLE.
008820     MOVE SF-ENT-USED TO SF-CNT-VALUE.
008830     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
008840     MOVE 'STEP CALLS FORECAST                :' TO SF-CNT-TITLE.
008850     MOVE SF-FIRINGS-TOTAL TO SF-CNT-VALUE.
008860     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
008870     MOVE 'DATES WITH NO ENTRY DUE            :' TO SF-CNT-TITLE.
008880     MOVE SF-DATES-WITH-NONE TO SF-CNT-VALUE.
008890     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
008900     MOVE 'ENTRIES THAT NEVER FIRE            :' TO SF-CNT-TITLE.
008910     MOVE SF-NEVER-COUNT TO SF-CNT-VALUE.
008920     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
008930     MOVE 'ENTRIES WITH INVALID FREQUENCY     :' TO SF-CNT-TITLE.
008940     MOVE SF-INVALID-COUNT TO SF-CNT-VALUE.
008950     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
008960     MOVE 'MONTH DATES ON THE CALENDAR        :' TO SF-CNT-TITLE.
008970     MOVE SF-CAL-DAYS-FOUND TO SF-CNT-VALUE.
008980     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
008990     IF SF-CAL-DAYS-FOUND < SF-MONTH-LIMIT
009000         MOVE SPACES TO SF-COUNT-LINE
009010         MOVE '*** CALENDAR INCOMPLETE FOR THE MONTH'
009020             TO SF-CNT-TITLE
009030         PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
009040         DISPLAY 'SCHDFCST - CALENDAR INCOMPLETE FOR MONTH '
009050             SF-FCST-MONTH-NUM UPON CONSOLE-DEVICE
009060     END-IF.
009070     DISPLAY 'SCHDFCST - SCHEDULE ENTRIES  ' SF-ENT-USED
009080         UPON CONSOLE-DEVICE.
009090     DISPLAY 'SCHDFCST - NEVER FIRE        ' SF-NEVER-COUNT
009100         UPON CONSOLE-DEVICE.
009110     DISPLAY 'SCHDFCST - INVALID FREQUENCY ' SF-INVALID-COUNT
009120         UPON CONSOLE-DEVICE.
009130*
009140 8000-EXIT.
009150     EXIT.
009160*
009170 8100-WRITE-COUNT-LINE.
009180*
009190     WRITE REPORT-RECORD FROM SF-COUNT-LINE
009200         AFTER ADVANCING 1 LINE.
009210     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
009220*
009230 8100-EXIT.
009240     EXIT.
009250*
009260 9999-ERROR-EXIT.
009270*
009280     MOVE 16 TO SF-RETURN-CODE.
009290     DISPLAY 'SCHDFCST ABEND - ' SF-ERROR-FILE-ID
009300         ' FILE STATUS ' SF-ERROR-STATUS
009310         UPON CONSOLE-DEVICE.
009320*
009330 9900-PROGRAM-EXIT.
009340*
009350     MOVE SF-RETURN-CODE TO RETURN-CODE.
009360     GOBACK.
009370*
009380 END PROGRAM SCHDFCST.
