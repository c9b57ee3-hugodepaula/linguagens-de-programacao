000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RCPTCHK.
000030 AUTHOR. J. HARRISON.
000040 INSTALLATION. DATA PROCESSING DEPT.
000050 DATE-WRITTEN. 07/01/2024.
000060 DATE-COMPILED.
000070*
000080*    BULLETIN RECEIPT FOLLOW-UP.  RUN AT END OF SUITE, BEFORE THE
000090*    ALERTMON JOB.  BULLHIST PROVES WHAT WAS PRINTED FOR EACH
000100*    DEPARTMENT; THE RECEIPTS FILE (RCPTMNT) RECORDS WHO SIGNED
000110*    FOR THE PAGES AND WHEN.  THIS PROGRAM MATCHES THE TWO ON
000120*    BULLETIN DATE AND DEPARTMENT CODE AND LISTS EVERY BULLETIN
000130*    NOT ACKNOWLEDGED WITHIN THE ALLOWED NUMBER OF BUSINESS DAYS,
000140*    COUNTED ON THE PROCESSING CALENDAR FROM THE DAY AFTER THE
000150*    BULLETIN DATE.  A BULLETIN STILL UNSIGNED PAST ITS DUE DATE
000160*    ALSO GOES TO THE ALERT FILE AS A WARNING (SEVERITY 2) SO IT
000170*    LANDS ON TONIGHT'S ALERTMON REPORT; ONE SIGNED LATE IS
000180*    LISTED ONLY.  RECEIPTS THAT MATCH NO BULLETIN (A MISKEYED
000190*    DATE OR DEPARTMENT) ARE LISTED SEPARATELY.
000193*    A LATE RERUN'S BULLETIN IS DUE FROM ITS PROCESSING DATE (THE
000196*    NIGHT IT WAS PRINTED) BUT STILL MATCHES ON BUSINESS DATE.
000200*
000210*    PARAMETER CARD LAYOUT (RCPTPARM, 80 BYTES):
000220*      COLS 1-2    BUSINESS DAYS ALLOWED FOR PICKUP, 01-99
000230*      COLS 3-10   CHECK BULLETINS FROM YYYYMMDD (BLANK = ALL
000240*                  OF BULLHIST) -- KEEPS PAGES PRINTED BEFORE
000250*                  RECEIPTS WERE KEPT OFF THE REPORT
000260*
000270*    ONE HEADER RECORD PER DEPARTMENT PER RUN IS WRITTEN TO
000280*    BULLHIST, SO A DATE PRINTED TWICE (A RERUN) IS CHECKED ONCE.
000290*
000300*    RETURN CODES:  0 EVERY BULLETIN DUE HAS BEEN ACKNOWLEDGED ON
000310*    TIME, 4 OVERDUE OR LATE BULLETINS OR UNMATCHED RECEIPTS (SEE
000320*    REPORT), 16 FILE ERROR, BAD PARAMETER CARD, CALENDAR NOT
000330*    COVERING TODAY OR TABLE FULL.
000340*
000350*    MODIFICATION HISTORY.
000360*    DATE       INIT   DESCRIPTION
000370*    ---------  -----  ------------------------------------------
000380*    07/01/24   JH     ORIGINAL PROGRAM.
000382*    08/26/24   JH     A LATE RERUN'S BULLETIN IS NOW DUE COUNTING
000384*                      FROM ITS PROCESSING DATE, THE NIGHT IT
000386*                      WAS PRINTED, NOT ITS BUSINESS DATE.
000390*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SPECIAL-NAMES.
000430     CONSOLE IS CONSOLE-DEVICE.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT RCPT-PARM-FILE ASSIGN TO RCPTPARM
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS RK-PARM-FILE-STATUS.
000490     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS RK-CAL-FILE-STATUS.
000520     SELECT OPTIONAL RCPT-FILE ASSIGN TO RECEIPTS
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS RK-RCPT-FILE-STATUS.
000550     SELECT BULL-HIST-FILE ASSIGN TO BULLHIST
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS RK-HIST-FILE-STATUS.
000580     SELECT ALERT-FILE ASSIGN TO ALERTFIL
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS RK-ALERT-FILE-STATUS.
000610     SELECT FOLLOWUP-REPORT-FILE ASSIGN TO RCPTPRNT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS RK-RPT-FILE-STATUS.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670*
000680 FD  RCPT-PARM-FILE
000690     RECORDING MODE IS F
000700     RECORD CONTAINS 80 CHARACTERS.
000710 01  RCPT-PARM-RECORD.
000720     05  RPARM-DAYS-ALLOWED          PIC X(02).
000730     05  RPARM-CHECK-FROM            PIC X(08).
000740     05  FILLER                      PIC X(70).
000750*
000760 FD  CALENDAR-FILE
000770     RECORDING MODE IS F
000780     RECORD CONTAINS 80 CHARACTERS.
000790 01  CALENDAR-RECORD.
000800     05  CAL-DATE                    PIC 9(08).
000810     05  CAL-DAY-TYPE                PIC X(01).
000820         88  CAL-BUSINESS-DAY                   VALUE 'B'.
000830         88  CAL-WEEKEND-DAY                    VALUE 'W'.
000840         88  CAL-HOLIDAY                        VALUE 'H'.
000850     05  CAL-HOLIDAY-NAME            PIC X(30).
000860     05  FILLER                      PIC X(41).
000870*
000880 FD  RCPT-FILE
000890     RECORDING MODE IS F
000900     RECORD CONTAINS 80 CHARACTERS.
000910*
000920     COPY RCPTREC.
000930*
000940 FD  BULL-HIST-FILE
000950     RECORDING MODE IS F
000960     RECORD CONTAINS 80 CHARACTERS.
000970*
000980     COPY BULLHST.
000990*
001000 FD  ALERT-FILE
001010     RECORDING MODE IS F
001020     RECORD CONTAINS 80 CHARACTERS.
001030*
001040     COPY ALERTRC.
001050*
001060 FD  FOLLOWUP-REPORT-FILE
001070     RECORDING MODE IS F
001080     RECORD CONTAINS 132 CHARACTERS.
001090 01  REPORT-RECORD                   PIC X(132).
001100*
001110 WORKING-STORAGE SECTION.
001120*
001130 01  RK-PARM-FILE-STATUS             PIC X(02)  VALUE '00'.
001140     88  RK-PARM-FILE-OK                        VALUE '00'.
001150     88  RK-PARM-FILE-EOF                       VALUE '10'.
001160*
001170 01  RK-CAL-FILE-STATUS              PIC X(02)  VALUE '00'.
001180     88  RK-CAL-FILE-OK                         VALUE '00'.
001190     88  RK-CAL-FILE-EOF                        VALUE '10'.
001200*
001210 01  RK-RCPT-FILE-STATUS             PIC X(02)  VALUE '00'.
001220     88  RK-RCPT-FILE-OK                        VALUE '00'.
001230     88  RK-RCPT-FILE-EOF                       VALUE '10'.
001240     88  RK-RCPT-FILE-MISSING                   VALUE '05'.
001250*
001260 01  RK-HIST-FILE-STATUS             PIC X(02)  VALUE '00'.
001270     88  RK-HIST-FILE-OK                        VALUE '00'.
001280     88  RK-HIST-FILE-EOF                       VALUE '10'.
001290*
001300 01  RK-ALERT-FILE-STATUS            PIC X(02)  VALUE '00'.
001310     88  RK-ALERT-FILE-OK                       VALUE '00'.
001320*
001330 01  RK-RPT-FILE-STATUS              PIC X(02)  VALUE '00'.
001340     88  RK-RPT-FILE-OK                         VALUE '00'.
001350*
001360 01  RK-CAL-EOF-SW                   PIC X(01)  VALUE 'N'.
001370     88  RK-CAL-EOF                             VALUE 'Y'.
001380*
001390 01  RK-RCPT-EOF-SW                  PIC X(01)  VALUE 'N'.
001400     88  RK-RCPT-EOF                            VALUE 'Y'.
001410*
001420 01  RK-HIST-EOF-SW                  PIC X(01)  VALUE 'N'.
001430     88  RK-HIST-EOF                            VALUE 'Y'.
001440*
001450 01  RK-FOUND-SW                     PIC X(01)  VALUE 'N'.
001460     88  RK-FOUND                               VALUE 'Y'.
001470*
001480 01  RK-RUN-DATE                     PIC 9(08)  VALUE ZERO.
001490 01  RK-RUN-TIME                     PIC 9(08)  VALUE ZERO.
001500 01  RK-DAYS-ALLOWED                 PIC 9(02)  VALUE ZERO.
001510 01  RK-CHECK-FROM                   PIC 9(08)  VALUE ZERO.
001520 01  RK-CAL-LAST-DATE                PIC 9(08)  VALUE ZERO.
001530 01  RK-DUE-DATE                     PIC 9(08)  VALUE ZERO.
001540*
001550*    BUSINESS DAYS FROM THE PROCESSING CALENDAR, IN DATE ORDER.
001560*
001570 01  RK-BDAY-SUB                     PIC 9(05)  COMP VALUE ZERO.
001580 01  RK-BDAY-USED                    PIC 9(05)  COMP VALUE ZERO.
001590 01  RK-BUSINESS-DAY-TABLE.
001600     05  RK-BDAY-DATE OCCURS 3000 TIMES
001610                                     PIC 9(08).
001620*
001630 01  RK-RCPT-SUB                     PIC 9(05)  COMP VALUE ZERO.
001640 01  RK-RCPT-USED                    PIC 9(05)  COMP VALUE ZERO.
001650 01  RK-RECEIPT-TABLE.
001660     05  RK-RCPT-ENTRY OCCURS 5000 TIMES.
001670         10  RK-RCPT-RUN-DATE        PIC 9(08).
001680         10  RK-RCPT-DEPT-CODE       PIC X(04).
001690         10  RK-RCPT-SIGNED-BY       PIC X(20).
001700         10  RK-RCPT-SIGNED-DATE     PIC 9(08).
001710         10  RK-RCPT-MATCHED-SW      PIC X(01).
001720             88  RK-RCPT-MATCHED                VALUE 'Y'.
001730*
001740 01  RK-BULL-SUB                     PIC 9(05)  COMP VALUE ZERO.
001750 01  RK-BULL-USED                    PIC 9(05)  COMP VALUE ZERO.
001760 01  RK-BULLETIN-TABLE.
001770     05  RK-BULL-ENTRY OCCURS 5000 TIMES.
001780         10  RK-BULL-DATE            PIC 9(08).
001785         10  RK-BULL-PRINT-DATE      PIC 9(08).
001790         10  RK-BULL-RUN-ID          PIC X(08).
001800         10  RK-BULL-DEPT-CODE       PIC X(04).
001810         10  RK-BULL-DEPT-NAME       PIC X(20).
001820         10  RK-BULL-BIN             PIC X(04).
001830*
001840 01  RK-HIST-READ                    PIC 9(07)  COMP VALUE ZERO.
001850 01  RK-RCPTS-LOADED                 PIC 9(05)  COMP VALUE ZERO.
001860 01  RK-BULLS-CHECKED                PIC 9(05)  COMP VALUE ZERO.
001870 01  RK-ON-TIME                      PIC 9(05)  COMP VALUE ZERO.
001880 01  RK-SIGNED-LATE                  PIC 9(05)  COMP VALUE ZERO.
001890 01  RK-OVERDUE                      PIC 9(05)  COMP VALUE ZERO.
001900 01  RK-NOT-YET-DUE                  PIC 9(05)  COMP VALUE ZERO.
001910 01  RK-UNMATCHED-RCPTS              PIC 9(05)  COMP VALUE ZERO.
001920 01  RK-WARNINGS-WRITTEN             PIC 9(05)  COMP VALUE ZERO.
001930*
001940 01  RK-LINE-COUNT                   PIC 9(03)  COMP VALUE 99.
001950 01  RK-PAGE-COUNT                   PIC 9(05)  COMP VALUE ZERO.
001960*
001970 01  RK-RETURN-CODE                  PIC 9(04)  COMP VALUE ZERO.
001980*
001990 01  RK-ERROR-FILE-ID                PIC X(08)  VALUE SPACES.
002000*
002010 01  RK-ERROR-STATUS                 PIC X(02)  VALUE SPACES.
002020*
002030 01  RK-ALERT-TEXT.
002040     05  FILLER                      PIC X(11)  VALUE
002050         'NO RECEIPT '.
002060     05  RK-ALT-DEPT                 PIC X(04).
002070     05  FILLER                      PIC X(05)  VALUE ' FOR '.
002080     05  RK-ALT-DATE                 PIC 9(08).
002090     05  FILLER                      PIC X(02)  VALUE SPACES.
002100*
002110 01  RK-HEADING-1.
002120     05  FILLER                      PIC X(09)  VALUE 'RCPTCHK'.
002130     05  FILLER                      PIC X(36)  VALUE
002140         'BULLETIN RECEIPT FOLLOW-UP REPORT'.
002150     05  FILLER                      PIC X(11)  VALUE
002160         'RUN DATE : '.
002170     05  RK-HDG-RUN-DATE             PIC 9(08).
002180     05  FILLER                      PIC X(08)  VALUE
002190         '   PAGE '.
002200     05  RK-HDG-PAGE                 PIC ZZZZ9.
002210     05  FILLER                      PIC X(55)  VALUE SPACES.
002220*
002230 01  RK-HEADING-2.
002240     05  FILLER                      PIC X(10)  VALUE 'BULLETIN'.
002250     05  FILLER                      PIC X(10)  VALUE 'RUN ID'.
002260     05  FILLER                      PIC X(06)  VALUE 'DEPT'.
002270     05  FILLER                      PIC X(22)  VALUE 'NAME'.
002280     05  FILLER                      PIC X(06)  VALUE 'BIN'.
002290     05  FILLER                      PIC X(10)  VALUE 'DUE BY'.
002300     05  FILLER                      PIC X(22)  VALUE 'SIGNED BY'.
002310     05  FILLER                      PIC X(10)  VALUE 'SIGNED'.
002320     05  FILLER                      PIC X(30)  VALUE 'STATUS'.
002330     05  FILLER                      PIC X(06)  VALUE SPACES.
002340*
002350 01  RK-DETAIL-LINE.
002360     05  RK-DET-BULL-DATE            PIC X(10).
002370     05  RK-DET-RUN-ID               PIC X(10).
002380     05  RK-DET-DEPT                 PIC X(06).
002390     05  RK-DET-NAME                 PIC X(22).
002400     05  RK-DET-BIN                  PIC X(06).
002410     05  RK-DET-DUE-DATE             PIC X(10).
002420     05  RK-DET-SIGNED-BY            PIC X(22).
002430     05  RK-DET-SIGNED-DATE          PIC X(10).
002440     05  RK-DET-STATUS               PIC X(30).
002450     05  FILLER                      PIC X(06)  VALUE SPACES.
002460*
002470 01  RK-SECTION-LINE.
002480     05  RK-SEC-TITLE                PIC X(60).
002490     05  FILLER                      PIC X(72)  VALUE SPACES.
002500*
002510 01  RK-SECTION-TITLE-OVERDUE.
002520     05  FILLER                      PIC X(31)  VALUE
002530         'BULLETINS NOT ACKNOWLEDGED IN '.
002540     05  RK-SEC-DAYS                 PIC Z9.
002550     05  FILLER                      PIC X(27)  VALUE
002560         ' BUSINESS DAYS'.
002570*
002580 01  RK-TOTAL-LINE.
002590     05  FILLER                      PIC X(22).
002600     05  RK-TOT-COUNT                PIC ZZZZ9.
002610     05  FILLER                      PIC X(105) VALUE SPACES.
002620*
002630 PROCEDURE DIVISION.
002640*
002650 0000-MAINLINE.
002660*
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002680     PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT.
002690     PERFORM 2200-LOAD-RECEIPTS THRU 2200-EXIT.
002700     PERFORM 2400-LOAD-BULLETINS THRU 2400-EXIT.
002710     OPEN OUTPUT FOLLOWUP-REPORT-FILE.
002720     IF NOT RK-RPT-FILE-OK
002730         MOVE 'RCPTPRNT' TO RK-ERROR-FILE-ID
002740         MOVE RK-RPT-FILE-STATUS TO RK-ERROR-STATUS
002750         GO TO 9999-ERROR-EXIT
002760     END-IF.
002770     PERFORM 3000-CHECK-BULLETINS THRU 3000-EXIT.
002780     PERFORM 4000-LIST-UNMATCHED THRU 4000-EXIT.
002790     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002800     CLOSE FOLLOWUP-REPORT-FILE.
002810     IF (RK-OVERDUE > ZERO OR RK-SIGNED-LATE > ZERO
002820         OR RK-UNMATCHED-RCPTS > ZERO)
002830         AND RK-RETURN-CODE = ZERO
002840         MOVE 4 TO RK-RETURN-CODE
002850     END-IF.
002860     GO TO 9900-PROGRAM-EXIT.
002870*
002880 1000-INITIALIZE.
002890*
002900     ACCEPT RK-RUN-DATE FROM DATE YYYYMMDD.
002910     ACCEPT RK-RUN-TIME FROM TIME.
002920     MOVE RK-RUN-DATE TO RK-HDG-RUN-DATE.
002930     OPEN INPUT RCPT-PARM-FILE.
002940     IF NOT RK-PARM-FILE-OK
002950         MOVE 'RCPTPARM' TO RK-ERROR-FILE-ID
002960         MOVE RK-PARM-FILE-STATUS TO RK-ERROR-STATUS
002970         GO TO 9999-ERROR-EXIT
002980     END-IF.
002990     READ RCPT-PARM-FILE
003000         AT END
003010             DISPLAY 'RCPTCHK - RCPTPARM CARD MISSING'
003020                 UPON CONSOLE-DEVICE
003030             MOVE 'RCPTPARM' TO RK-ERROR-FILE-ID
003040             MOVE RK-PARM-FILE-STATUS TO RK-ERROR-STATUS
003050             GO TO 9999-ERROR-EXIT
003060     END-READ.
003070     IF NOT RK-PARM-FILE-OK
003080         MOVE 'RCPTPARM' TO RK-ERROR-FILE-ID
003090         MOVE RK-PARM-FILE-STATUS TO RK-ERROR-STATUS
003100         GO TO 9999-ERROR-EXIT
003110     END-IF.
003120     IF RPARM-DAYS-ALLOWED NOT NUMERIC
003130         OR RPARM-DAYS-ALLOWED = '00'
003140         OR (RPARM-CHECK-FROM NOT = SPACES
003150             AND RPARM-CHECK-FROM NOT NUMERIC)
003160         DISPLAY 'RCPTCHK - BAD RCPTPARM CARD: '
003170             RCPT-PARM-RECORD UPON CONSOLE-DEVICE
003180         MOVE 'RCPTPARM' TO RK-ERROR-FILE-ID
003190         MOVE RK-PARM-FILE-STATUS TO RK-ERROR-STATUS
003200         GO TO 9999-ERROR-EXIT
003210     END-IF.
003220     MOVE RPARM-DAYS-ALLOWED TO RK-DAYS-ALLOWED.
003230     IF RPARM-CHECK-FROM NOT = SPACES
003240         MOVE RPARM-CHECK-FROM TO RK-CHECK-FROM
003250     END-IF.
003260     CLOSE RCPT-PARM-FILE.
003270     MOVE RK-DAYS-ALLOWED TO RK-SEC-DAYS.
003280     DISPLAY 'RCPTCHK - BUSINESS DAYS ALLOWED ' RK-DAYS-ALLOWED
003290         ' CHECKING FROM ' RK-CHECK-FROM UPON CONSOLE-DEVICE.
003300*
003310 1000-EXIT.
003320     EXIT.
003330*
003340*****************************************************************
003350*    2000 BLOCK - LOAD.  THE CALENDAR'S BUSINESS DAYS, THE       *
003360*    RECEIPTS, AND ONE ENTRY PER BULLETIN DATE AND DEPARTMENT    *
003370*    FROM THE BULLHIST HEADER RECORDS IN THE CHECK WINDOW.       *
003380*****************************************************************
003390*
003400 2000-LOAD-CALENDAR.
003410*
003420     OPEN INPUT CALENDAR-FILE.
003430     IF NOT RK-CAL-FILE-OK
003440         MOVE 'CALENDAR' TO RK-ERROR-FILE-ID
003450         MOVE RK-CAL-FILE-STATUS TO RK-ERROR-STATUS
003460         GO TO 9999-ERROR-EXIT
003470     END-IF.
003480     PERFORM 2100-READ-CALENDAR THRU 2100-EXIT
003490         UNTIL RK-CAL-EOF.
003500     CLOSE CALENDAR-FILE.
003510*
003520*    A CALENDAR THAT STOPS SHORT OF TODAY WOULD LEAVE EVERY
003530*    BULLETIN LOOKING NOT YET DUE.
003540*
003550     IF RK-CAL-LAST-DATE < RK-RUN-DATE
003560         DISPLAY 'RCPTCHK - CALENDAR ENDS ' RK-CAL-LAST-DATE
003570             ' BEFORE TODAY' UPON CONSOLE-DEVICE
003580         MOVE 'CALENDAR' TO RK-ERROR-FILE-ID
003590         MOVE RK-CAL-FILE-STATUS TO RK-ERROR-STATUS
003600         GO TO 9999-ERROR-EXIT
003610     END-IF.
003620*
003630 2000-EXIT.
003640     EXIT.
003650*
003660 2100-READ-CALENDAR.
003670*
003680     READ CALENDAR-FILE
003690         AT END
003700             SET RK-CAL-EOF TO TRUE
003710             GO TO 2100-EXIT
003720     END-READ.
003730     IF NOT RK-CAL-FILE-OK
003740         MOVE 'CALENDAR' TO RK-ERROR-FILE-ID
003750         MOVE RK-CAL-FILE-STATUS TO RK-ERROR-STATUS
003760         GO TO 9999-ERROR-EXIT
003770     END-IF.
003780     MOVE CAL-DATE TO RK-CAL-LAST-DATE.
003790     IF NOT CAL-BUSINESS-DAY
003800         OR CAL-DATE < RK-CHECK-FROM
003810         GO TO 2100-EXIT
003820     END-IF.
003830     IF RK-BDAY-USED >= 3000
003840         DISPLAY 'RCPTCHK - BUSINESS DAY TABLE FULL'
003850             UPON CONSOLE-DEVICE
003860         MOVE 'CALENDAR' TO RK-ERROR-FILE-ID
003870         MOVE RK-CAL-FILE-STATUS TO RK-ERROR-STATUS
003880         GO TO 9999-ERROR-EXIT
003890     END-IF.
003900     ADD 1 TO RK-BDAY-USED.
003910     MOVE CAL-DATE TO RK-BDAY-DATE (RK-BDAY-USED).
003920*
003930 2100-EXIT.
003940     EXIT.
003950*
003960 2200-LOAD-RECEIPTS.
003970*
003980     OPEN INPUT RCPT-FILE.
003990     IF RK-RCPT-FILE-MISSING
004000         CLOSE RCPT-FILE
004010         GO TO 2200-EXIT
004020     END-IF.
004030     IF NOT RK-RCPT-FILE-OK
004040         MOVE 'RECEIPTS' TO RK-ERROR-FILE-ID
004050         MOVE RK-RCPT-FILE-STATUS TO RK-ERROR-STATUS
004060         GO TO 9999-ERROR-EXIT
004070     END-IF.
004080     PERFORM 2300-READ-RECEIPT THRU 2300-EXIT
004090         UNTIL RK-RCPT-EOF.
004100     CLOSE RCPT-FILE.
004110*
004120 2200-EXIT.
004130     EXIT.
004140*
004150 2300-READ-RECEIPT.
004160*
004170     READ RCPT-FILE
004180         AT END
004190             SET RK-RCPT-EOF TO TRUE
004200             GO TO 2300-EXIT
004210     END-READ.
004220     IF NOT RK-RCPT-FILE-OK
004230         MOVE 'RECEIPTS' TO RK-ERROR-FILE-ID
004240         MOVE RK-RCPT-FILE-STATUS TO RK-ERROR-STATUS
004250         GO TO 9999-ERROR-EXIT
004260     END-IF.
004270     IF RCPT-RUN-DATE < RK-CHECK-FROM
004280         GO TO 2300-EXIT
004290     END-IF.
004300     IF RK-RCPT-USED >= 5000
004310         DISPLAY 'RCPTCHK - RECEIPT TABLE FULL'
004320             UPON CONSOLE-DEVICE
004330         MOVE 'RECEIPTS' TO RK-ERROR-FILE-ID
004340         MOVE RK-RCPT-FILE-STATUS TO RK-ERROR-STATUS
004350         GO TO 9999-ERROR-EXIT
004360     END-IF.
004370     ADD 1 TO RK-RCPT-USED.
004380     ADD 1 TO RK-RCPTS-LOADED.
004390     MOVE RCPT-RUN-DATE TO RK-RCPT-RUN-DATE (RK-RCPT-USED).
004400     MOVE RCPT-DEPT-CODE TO RK-RCPT-DEPT-CODE (RK-RCPT-USED).
004410     MOVE RCPT-SIGNED-BY TO RK-RCPT-SIGNED-BY (RK-RCPT-USED).
004420     MOVE RCPT-SIGNED-DATE TO RK-RCPT-SIGNED-DATE (RK-RCPT-USED).
004430     MOVE 'N' TO RK-RCPT-MATCHED-SW (RK-RCPT-USED).
004440*
004450 2300-EXIT.
004460     EXIT.
004470*
004480 2400-LOAD-BULLETINS.
004490*
004500     OPEN INPUT BULL-HIST-FILE.
004510     IF NOT RK-HIST-FILE-OK
004520         MOVE 'BULLHIST' TO RK-ERROR-FILE-ID
004530         MOVE RK-HIST-FILE-STATUS TO RK-ERROR-STATUS
004540         GO TO 9999-ERROR-EXIT
004550     END-IF.
004560     PERFORM 2500-READ-HISTORY THRU 2500-EXIT
004570         UNTIL RK-HIST-EOF.
004580     CLOSE BULL-HIST-FILE.
004590*
004600 2400-EXIT.
004610     EXIT.
004620*
004630 2500-READ-HISTORY.
004640*
004650     READ BULL-HIST-FILE
004660         AT END
004670             SET RK-HIST-EOF TO TRUE
004680             GO TO 2500-EXIT
004690     END-READ.
004700     IF NOT RK-HIST-FILE-OK
004710         MOVE 'BULLHIST' TO RK-ERROR-FILE-ID
004720         MOVE RK-HIST-FILE-STATUS TO RK-ERROR-STATUS
004730         GO TO 9999-ERROR-EXIT
004740     END-IF.
004750     ADD 1 TO RK-HIST-READ.
004760     IF NOT BULL-HIST-TYPE-HEADER
004770         OR BULL-HIST-DATE < RK-CHECK-FROM
004780         GO TO 2500-EXIT
004790     END-IF.
004800     MOVE 'N' TO RK-FOUND-SW.
004810     MOVE 1 TO RK-BULL-SUB.
004820     PERFORM 2550-SCAN-BULLETINS THRU 2550-EXIT
004830         UNTIL RK-FOUND OR RK-BULL-SUB > RK-BULL-USED.
004840     IF RK-FOUND
004850         GO TO 2500-EXIT
004860     END-IF.
004870     IF RK-BULL-USED >= 5000
004880         DISPLAY 'RCPTCHK - BULLETIN TABLE FULL -- RAISE THE '
004890             'CHECK-FROM DATE' UPON CONSOLE-DEVICE
004900         MOVE 'BULLHIST' TO RK-ERROR-FILE-ID
004910         MOVE RK-HIST-FILE-STATUS TO RK-ERROR-STATUS
004920         GO TO 9999-ERROR-EXIT
004930     END-IF.
004940     ADD 1 TO RK-BULL-USED.
004950     MOVE BULL-HIST-DATE TO RK-BULL-DATE (RK-BULL-USED).
004951     IF BULL-HIST-LATE-RERUN
004952         MOVE BULL-HIST-PROCESS-DATE
004953             TO RK-BULL-PRINT-DATE (RK-BULL-USED)
004954     ELSE
004955         MOVE BULL-HIST-DATE TO RK-BULL-PRINT-DATE (RK-BULL-USED)
004956     END-IF.
004960     MOVE BULL-HIST-RUN-ID TO RK-BULL-RUN-ID (RK-BULL-USED).
004970     MOVE BULL-HIST-DEPT-CODE TO RK-BULL-DEPT-CODE (RK-BULL-USED).
004980     MOVE BULL-HIST-DEPT-NAME TO RK-BULL-DEPT-NAME (RK-BULL-USED).
004990     MOVE BULL-HIST-BIN TO RK-BULL-BIN (RK-BULL-USED).
005000*
005010 2500-EXIT.
005020     EXIT.
005030*
005040 2550-SCAN-BULLETINS.
005050*
005060     IF RK-BULL-DATE (RK-BULL-SUB) = BULL-HIST-DATE
005070         AND RK-BULL-DEPT-CODE (RK-BULL-SUB) = BULL-HIST-DEPT-CODE
005080         SET RK-FOUND TO TRUE
005090     ELSE
005100         ADD 1 TO RK-BULL-SUB
005110     END-IF.
005120*
005130 2550-EXIT.
005140     EXIT.
005150*
005160*****************************************************************
005170*    3000 BLOCK - ONE BULLETIN AT A TIME.  THE DUE DATE IS THE   *
005180*    NTH BUSINESS DAY AFTER THE PRINT DATE.  A RECEIPT SIGNED    *
005190*    AFTER IT IS LATE; NO RECEIPT AND TODAY PAST IT IS OVERDUE   *
005200*    AND RAISES A WARNING ALERT.  A DUE DATE BEYOND THE END OF   *
005210*    THE CALENDAR IS NOT YET DUE.                                *
005220*****************************************************************
005230*
005240 3000-CHECK-BULLETINS.
005250*
005260     MOVE SPACES TO RK-SECTION-LINE.
005270     MOVE RK-SECTION-TITLE-OVERDUE TO RK-SEC-TITLE.
005280     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
005290     MOVE 1 TO RK-BULL-SUB.
005300     PERFORM 3100-CHECK-ONE-BULLETIN THRU 3100-EXIT
005310         UNTIL RK-BULL-SUB > RK-BULL-USED.
005320     IF RK-OVERDUE = ZERO AND RK-SIGNED-LATE = ZERO
005330         MOVE SPACES TO RK-DETAIL-LINE
005340         MOVE 'EVERY BULLETIN DUE WAS ACKNOWLEDGED ON TIME'
005350             TO RK-DETAIL-LINE
005360         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005370     END-IF.
005380*
005390 3000-EXIT.
005400     EXIT.
005410*
005420 3100-CHECK-ONE-BULLETIN.
005430*
005440     ADD 1 TO RK-BULLS-CHECKED.
005450     PERFORM 3200-FIND-DUE-DATE THRU 3200-EXIT.
005460     MOVE 'N' TO RK-FOUND-SW.
005470     MOVE 1 TO RK-RCPT-SUB.
005480     PERFORM 3300-SCAN-RECEIPTS THRU 3300-EXIT
005490         UNTIL RK-FOUND OR RK-RCPT-SUB > RK-RCPT-USED.
005500     IF RK-FOUND
005510         MOVE 'Y' TO RK-RCPT-MATCHED-SW (RK-RCPT-SUB)
005520         IF RK-DUE-DATE = ZERO
005526             OR RK-RCPT-SIGNED-DATE (RK-RCPT-SUB)
005532                 NOT > RK-DUE-DATE
005540             ADD 1 TO RK-ON-TIME
005550             GO TO 3100-NEXT
005560         END-IF
005570         ADD 1 TO RK-SIGNED-LATE
005580         PERFORM 3400-FORMAT-BULLETIN-LINE THRU 3400-EXIT
005590         MOVE RK-RCPT-SIGNED-BY (RK-RCPT-SUB) TO RK-DET-SIGNED-BY
005600         MOVE RK-RCPT-SIGNED-DATE (RK-RCPT-SUB)
005610             TO RK-DET-SIGNED-DATE
005620         MOVE 'ACKNOWLEDGED LATE' TO RK-DET-STATUS
005630         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005640         GO TO 3100-NEXT
005650     END-IF.
005660     IF RK-DUE-DATE = ZERO
005670         OR RK-RUN-DATE NOT > RK-DUE-DATE
005680         ADD 1 TO RK-NOT-YET-DUE
005690         GO TO 3100-NEXT
005700     END-IF.
005710     ADD 1 TO RK-OVERDUE.
005720     PERFORM 3400-FORMAT-BULLETIN-LINE THRU 3400-EXIT.
005730     MOVE 'OVERDUE - NOT ACKNOWLEDGED' TO RK-DET-STATUS.
005740     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005750     PERFORM 5000-WRITE-WARNING-ALERT THRU 5000-EXIT.
005760*
005770 3100-NEXT.
005780     ADD 1 TO RK-BULL-SUB.
005790*
005800 3100-EXIT.
005810     EXIT.
005820*
005830 3200-FIND-DUE-DATE.
005840*
005850     MOVE ZERO TO RK-DUE-DATE.
005860     MOVE 1 TO RK-BDAY-SUB.
005870     PERFORM 3250-SKIP-BUSINESS-DAY THRU 3250-EXIT
005880         UNTIL RK-BDAY-SUB > RK-BDAY-USED
005886         OR RK-BDAY-DATE (RK-BDAY-SUB)
005893             > RK-BULL-PRINT-DATE (RK-BULL-SUB).
005900     ADD RK-DAYS-ALLOWED TO RK-BDAY-SUB.
005910     SUBTRACT 1 FROM RK-BDAY-SUB.
005920     IF RK-BDAY-SUB NOT > RK-BDAY-USED
005930         MOVE RK-BDAY-DATE (RK-BDAY-SUB) TO RK-DUE-DATE
005940     END-IF.
005950*
005960 3200-EXIT.
005970     EXIT.
005980*
005990 3250-SKIP-BUSINESS-DAY.
006000*
006010     ADD 1 TO RK-BDAY-SUB.
006020*
006030 3250-EXIT.
006040     EXIT.
006050*
006060 3300-SCAN-RECEIPTS.
006070*
006076     IF RK-RCPT-RUN-DATE (RK-RCPT-SUB)
006082             = RK-BULL-DATE (RK-BULL-SUB)
006090         AND RK-RCPT-DEPT-CODE (RK-RCPT-SUB)
006100             = RK-BULL-DEPT-CODE (RK-BULL-SUB)
006110         SET RK-FOUND TO TRUE
006120     ELSE
006130         ADD 1 TO RK-RCPT-SUB
006140     END-IF.
006150*
006160 3300-EXIT.
006170     EXIT.
006180*
006190 3400-FORMAT-BULLETIN-LINE.
006200*
006210     MOVE SPACES TO RK-DETAIL-LINE.
006220     MOVE RK-BULL-DATE (RK-BULL-SUB) TO RK-DET-BULL-DATE.
006230     MOVE RK-BULL-RUN-ID (RK-BULL-SUB) TO RK-DET-RUN-ID.
006240     MOVE RK-BULL-DEPT-CODE (RK-BULL-SUB) TO RK-DET-DEPT.
006250     MOVE RK-BULL-DEPT-NAME (RK-BULL-SUB) TO RK-DET-NAME.
006260     MOVE RK-BULL-BIN (RK-BULL-SUB) TO RK-DET-BIN.
006270     MOVE RK-DUE-DATE TO RK-DET-DUE-DATE.
006280*
006290 3400-EXIT.
006300     EXIT.
006310*
006320*****************************************************************
006330*    4000 BLOCK - RECEIPTS IN THE CHECK WINDOW THAT NO BULLETIN  *
006340*    CLAIMED.  USUALLY A MISKEYED DATE OR DEPARTMENT ON RCPTMNT, *
006350*    WHICH ALSO LEAVES THE REAL BULLETIN LOOKING UNSIGNED.       *
006360*****************************************************************
006370*
006380 4000-LIST-UNMATCHED.
006390*
006400     MOVE SPACES TO RK-SECTION-LINE.
006406     MOVE 'RECEIPTS MATCHING NO BULLETIN ON BULLHIST'
006412         TO RK-SEC-TITLE.
006420     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
006430     MOVE 1 TO RK-RCPT-SUB.
006440     PERFORM 4100-CHECK-ONE-RECEIPT THRU 4100-EXIT
006450         UNTIL RK-RCPT-SUB > RK-RCPT-USED.
006460     IF RK-UNMATCHED-RCPTS = ZERO
006470         MOVE SPACES TO RK-DETAIL-LINE
006480         MOVE 'EVERY RECEIPT MATCHES A BULLETIN'
006490             TO RK-DETAIL-LINE
006500         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
006510     END-IF.
006520*
006530 4000-EXIT.
006540     EXIT.
006550*
006560 4100-CHECK-ONE-RECEIPT.
006570*
006580     IF RK-RCPT-MATCHED (RK-RCPT-SUB)
006590         GO TO 4100-NEXT
006600     END-IF.
006610     ADD 1 TO RK-UNMATCHED-RCPTS.
006620     MOVE SPACES TO RK-DETAIL-LINE.
006630     MOVE RK-RCPT-RUN-DATE (RK-RCPT-SUB) TO RK-DET-BULL-DATE.
006640     MOVE RK-RCPT-DEPT-CODE (RK-RCPT-SUB) TO RK-DET-DEPT.
006650     MOVE RK-RCPT-SIGNED-BY (RK-RCPT-SUB) TO RK-DET-SIGNED-BY.
006660     MOVE RK-RCPT-SIGNED-DATE (RK-RCPT-SUB) TO RK-DET-SIGNED-DATE.
006670     MOVE 'NO SUCH BULLETIN' TO RK-DET-STATUS.
006680     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006690*
006700 4100-NEXT.
006710     ADD 1 TO RK-RCPT-SUB.
006720*
006730 4100-EXIT.
006740     EXIT.
006750*
006760 5000-WRITE-WARNING-ALERT.
006770*
006780     OPEN EXTEND ALERT-FILE.
006790     IF NOT RK-ALERT-FILE-OK
006800         MOVE 'ALERTFIL' TO RK-ERROR-FILE-ID
006810         MOVE RK-ALERT-FILE-STATUS TO RK-ERROR-STATUS
006820         GO TO 9999-ERROR-EXIT
006830     END-IF.
006840     MOVE RK-BULL-DEPT-CODE (RK-BULL-SUB) TO RK-ALT-DEPT.
006850     MOVE RK-BULL-DATE (RK-BULL-SUB) TO RK-ALT-DATE.
006860     MOVE SPACES TO ALERT-RECORD.
006870     MOVE RK-RUN-DATE TO ALERT-DATE.
006880     MOVE RK-RUN-TIME TO ALERT-TIME.
006890     MOVE RK-BULL-RUN-ID (RK-BULL-SUB) TO ALERT-RUN-ID.
006900     MOVE 'RECEIPTS' TO ALERT-FILE-ID.
006910     MOVE SPACES TO ALERT-FILE-STATUS.
006920     SET ALERT-WARNING TO TRUE.
006930     MOVE RK-ALERT-TEXT TO ALERT-MESSAGE.
006940     WRITE ALERT-RECORD.
006950     IF NOT RK-ALERT-FILE-OK
006960         MOVE 'ALERTFIL' TO RK-ERROR-FILE-ID
006970         MOVE RK-ALERT-FILE-STATUS TO RK-ERROR-STATUS
006980         GO TO 9999-ERROR-EXIT
006990     END-IF.
007000     CLOSE ALERT-FILE.
007010     ADD 1 TO RK-WARNINGS-WRITTEN.
007020*
007030 5000-EXIT.
007040     EXIT.
007050*
007060 7000-WRITE-REPORT-LINE.
007070*
007080     IF RK-LINE-COUNT > 55
007090         PERFORM 7200-WRITE-PAGE-HEADING THRU 7200-EXIT
007100     END-IF.
007110     WRITE REPORT-RECORD FROM RK-DETAIL-LINE
007120         AFTER ADVANCING 1 LINE.
007130     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
007140     ADD 1 TO RK-LINE-COUNT.
007150*
007160 7000-EXIT.
007170     EXIT.
007180*
007190 7100-WRITE-SECTION-TITLE.
007200*
007210     IF RK-LINE-COUNT > 50
007220         PERFORM 7200-WRITE-PAGE-HEADING THRU 7200-EXIT
007230     END-IF.
007240     WRITE REPORT-RECORD FROM RK-SECTION-LINE
007250         AFTER ADVANCING 2 LINES.
007260     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
007270     ADD 2 TO RK-LINE-COUNT.
007280*
007290 7100-EXIT.
007300     EXIT.
007310*
007320 7200-WRITE-PAGE-HEADING.
007330*
007340     ADD 1 TO RK-PAGE-COUNT.
007350     MOVE RK-PAGE-COUNT TO RK-HDG-PAGE.
007360     WRITE REPORT-RECORD FROM RK-HEADING-1
007370         AFTER ADVANCING PAGE.
007380     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
007390     WRITE REPORT-RECORD FROM RK-HEADING-2
007400         AFTER ADVANCING 2 LINES.
007410     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
007420     MOVE SPACES TO REPORT-RECORD.
007430     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
007440     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
007450     MOVE 4 TO RK-LINE-COUNT.
007460*
007470 7200-EXIT.
007480     EXIT.
007490*
007500 7900-CHECK-REPORT-STATUS.
007510*
007520     IF NOT RK-RPT-FILE-OK
007530         MOVE 'RCPTPRNT' TO RK-ERROR-FILE-ID
007540         MOVE RK-RPT-FILE-STATUS TO RK-ERROR-STATUS
007550         GO TO 9999-ERROR-EXIT
007560     END-IF.
007570*
007580 7900-EXIT.
007590     EXIT.
007600*
007610 8000-WRITE-SUMMARY.
007620*
007630     MOVE SPACES TO RK-DETAIL-LINE.
007640     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007650     MOVE SPACES TO RK-TOTAL-LINE.
007660     MOVE 'BULLETINS CHECKED   :' TO RK-TOTAL-LINE.
007670     MOVE RK-BULLS-CHECKED TO RK-TOT-COUNT.
007680     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007690     MOVE 'SIGNED ON TIME      :' TO RK-TOTAL-LINE.
007700     MOVE RK-ON-TIME TO RK-TOT-COUNT.
007710     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007720     MOVE 'SIGNED LATE         :' TO RK-TOTAL-LINE.
007730     MOVE RK-SIGNED-LATE TO RK-TOT-COUNT.
007740     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007750     MOVE 'OVERDUE (ALERTED)   :' TO RK-TOTAL-LINE.
007760     MOVE RK-OVERDUE TO RK-TOT-COUNT.
007770     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007780     MOVE 'NOT YET DUE         :' TO RK-TOTAL-LINE.
007790     MOVE RK-NOT-YET-DUE TO RK-TOT-COUNT.
007800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007810     MOVE 'RECEIPTS LOADED     :' TO RK-TOTAL-LINE.
007820     MOVE RK-RCPTS-LOADED TO RK-TOT-COUNT.
007830     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007840     MOVE 'RECEIPTS UNMATCHED  :' TO RK-TOTAL-LINE.
007850     MOVE RK-UNMATCHED-RCPTS TO RK-TOT-COUNT.
007860     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007870     DISPLAY 'RCPTCHK - BULLETINS CHECKED ' RK-BULLS-CHECKED
007880         UPON CONSOLE-DEVICE.
007890     DISPLAY 'RCPTCHK - OVERDUE (ALERTED) ' RK-OVERDUE
007900         UPON CONSOLE-DEVICE.
007910     DISPLAY 'RCPTCHK - SIGNED LATE       ' RK-SIGNED-LATE
007920         UPON CONSOLE-DEVICE.
007930     DISPLAY 'RCPTCHK - RECEIPTS UNMATCHED ' RK-UNMATCHED-RCPTS
007940         UPON CONSOLE-DEVICE.
007950*
007960 8000-EXIT.
007970     EXIT.
007980*
007990 8100-WRITE-TOTAL-LINE.
008000*
008010     WRITE REPORT-RECORD FROM RK-TOTAL-LINE
008020         AFTER ADVANCING 1 LINE.
008030     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
008040*
008050 8100-EXIT.
008060     EXIT.
008070*
008080 9999-ERROR-EXIT.
008090*
008100     MOVE 16 TO RK-RETURN-CODE.
008110     DISPLAY 'RCPTCHK ABEND - ' RK-ERROR-FILE-ID
008120         ' FILE STATUS ' RK-ERROR-STATUS
008130         UPON CONSOLE-DEVICE.
008140*
008150 9900-PROGRAM-EXIT.
008160*
008170     MOVE RK-RETURN-CODE TO RETURN-CODE.
008180     GOBACK.
008190*
008200 END PROGRAM RCPTCHK.
