000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RCPTMNT.
000030 AUTHOR. J. HARRISON.
000040 INSTALLATION. DATA PROCESSING DEPT.
000050 DATE-WRITTEN. 07/01/2024.
000060 DATE-COMPILED.
000070*
000080*    BULLETIN RECEIPT MAINTENANCE.  APPLIES A DECK OF RECEIPT
000090*    CARDS TO THE RECEIPTS FILE AND PRINTS A MAINTENANCE REPORT.
000100*    EACH CARD RECORDS ONE DEPARTMENT'S PICKUP OF A NIGHT'S
000110*    BULLETIN PAGES FROM ITS DELIVERY BIN -- WHO SIGNED FOR THEM
000120*    AND WHEN -- SO A DEPARTMENT THAT SAYS IT NEVER GOT A NOTICE
000130*    CAN BE ANSWERED, AND THE RCPTCHK FOLLOW-UP CAN CHASE THE
000140*    PAGES NOBODY COLLECTED.
000150*
000160*    THE FILE IS REWRITTEN IN FULL: THE CURRENT FILE LOADS FROM
000170*    RCPTIN, THE CARDS APPLY TO THE TABLE, AND THE RESULT WRITES
000180*    TO RCPTOUT.  THE JOB'S FOLLOW-ON STEPS SWAP THE NEW FILE IN
000190*    AS THE LIVE RECEIPTS FILE (SEE THE RCPTMNT JCL MEMBER), SO A
000200*    FAILED PASS LEAVES THE LIVE FILE ALONE.
000210*
000220*    TRANSACTION CARD LAYOUT (RCPTTRAN, 80 BYTES):
000230*      COL 1       ACTION -- 'A' ADD, 'D' DELETE, 'L' LIST
000240*      COLS 2-9    BULLETIN BUSINESS DATE YYYYMMDD (BLANK ON 'L'
000250*                  LISTS THE WHOLE FILE)
000260*      COLS 10-13  DEPARTMENT CODE
000270*      COLS 14-33  SIGNED BY                 (ADD ONLY)
000280*      COLS 34-41  DATE SIGNED YYYYMMDD      (ADD ONLY)
000290*      COLS 42-45  TIME SIGNED HHMM          (ADD ONLY)
000300*    A RECEIPT KEYED IN WRONG IS DELETED AND ADDED AGAIN.  THE
000310*    DATE SIGNED MAY NOT BE BEFORE THE BULLETIN DATE OR AFTER
000320*    TODAY.
000330*
000340*    RETURN CODES:  0 ALL CARDS APPLIED, 4 ONE OR MORE REJECTED
000350*    CARDS (SEE REPORT), 16 FILE ERROR OR RECEIPT TABLE FULL.
000360*
000370*    MODIFICATION HISTORY.
000380*    DATE       INIT   DESCRIPTION
000390*    ---------  -----  ------------------------------------------
000400*    07/01/24   JH     ORIGINAL PROGRAM.
000403*    08/12/24   JH     DATE EDIT NOW REJECTS 29 FEBRUARY OUTSIDE A
000406*                      LEAP YEAR.
000410*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SPECIAL-NAMES.
000450     CONSOLE IS CONSOLE-DEVICE.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT TRAN-CARD-FILE ASSIGN TO RCPTTRAN
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS RM-TRAN-FILE-STATUS.
000510     SELECT OPTIONAL RCPT-IN-FILE ASSIGN TO RCPTIN
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS RM-RCPTIN-FILE-STATUS.
000540     SELECT RCPT-OUT-FILE ASSIGN TO RCPTOUT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS RM-RCPTOT-FILE-STATUS.
000570     SELECT MAINT-REPORT-FILE ASSIGN TO RCPTPRNT
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS RM-RPT-FILE-STATUS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630*
000640 FD  TRAN-CARD-FILE
000650     RECORDING MODE IS F
000660     RECORD CONTAINS 80 CHARACTERS.
000670 01  TRAN-CARD-RECORD.
000680     05  TRAN-ACTION                 PIC X(01).
000690         88  TRAN-ADD                           VALUE 'A'.
000700         88  TRAN-DELETE                        VALUE 'D'.
000710         88  TRAN-LIST                          VALUE 'L'.
000720     05  TRAN-RUN-DATE               PIC X(08).
000730     05  TRAN-RUN-DATE-NUM REDEFINES TRAN-RUN-DATE
000740                                     PIC 9(08).
000750     05  TRAN-DEPT-CODE              PIC X(04).
000760     05  TRAN-SIGNED-BY              PIC X(20).
000770     05  TRAN-SIGNED-DATE            PIC X(08).
000780     05  TRAN-SIGNED-DATE-NUM REDEFINES TRAN-SIGNED-DATE
000790                                     PIC 9(08).
000800     05  TRAN-SIGNED-TIME.
000810         10  TRAN-SIGNED-HH          PIC X(02).
000820         10  TRAN-SIGNED-MM          PIC X(02).
000830     05  FILLER                      PIC X(35).
000840*
000850 FD  RCPT-IN-FILE
000860     RECORDING MODE IS F
000870     RECORD CONTAINS 80 CHARACTERS.
000880 01  RCPT-IN-RECORD                  PIC X(80).
000890*
000900 FD  RCPT-OUT-FILE
000910     RECORDING MODE IS F
000920     RECORD CONTAINS 80 CHARACTERS.
000930 01  RCPT-OUT-RECORD                 PIC X(80).
000940*
000950 FD  MAINT-REPORT-FILE
000960     RECORDING MODE IS F
000970     RECORD CONTAINS 132 CHARACTERS.
000980 01  REPORT-RECORD                   PIC X(132).
000990*
001000 WORKING-STORAGE SECTION.
001010*
001020*    BOTH RECEIPT FILES ARE READ INTO AND WRITTEN FROM THE ONE
001030*    LAYOUT BELOW.
001040*
001050     COPY RCPTREC.
001060*
001070 01  RM-TRAN-FILE-STATUS             PIC X(02)  VALUE '00'.
001080     88  RM-TRAN-FILE-OK                        VALUE '00'.
001090     88  RM-TRAN-FILE-EOF                       VALUE '10'.
001100*
001110 01  RM-RCPTIN-FILE-STATUS           PIC X(02)  VALUE '00'.
001120     88  RM-RCPTIN-FILE-OK                      VALUE '00'.
001130     88  RM-RCPTIN-FILE-EOF                     VALUE '10'.
001140     88  RM-RCPTIN-FILE-MISSING                 VALUE '05'.
001150*
001160 01  RM-RCPTOT-FILE-STATUS           PIC X(02)  VALUE '00'.
001170     88  RM-RCPTOT-FILE-OK                      VALUE '00'.
001180*
001190 01  RM-RPT-FILE-STATUS              PIC X(02)  VALUE '00'.
001200     88  RM-RPT-FILE-OK                         VALUE '00'.
001210*
001220 01  RM-TRAN-EOF-SW                  PIC X(01)  VALUE 'N'.
001230     88  RM-TRAN-EOF                            VALUE 'Y'.
001240*
001250 01  RM-RCPTIN-EOF-SW                PIC X(01)  VALUE 'N'.
001260     88  RM-RCPTIN-EOF                          VALUE 'Y'.
001270*
001280 01  RM-RCPT-FOUND-SW                PIC X(01)  VALUE 'N'.
001290     88  RM-RCPT-FOUND                          VALUE 'Y'.
001300*
001310 01  RM-DATE-BAD-SW                  PIC X(01)  VALUE 'N'.
001320     88  RM-DATE-BAD                            VALUE 'Y'.
001330*
001340 01  RM-RUN-DATE                     PIC 9(08)  VALUE ZERO.
001350*
001360 01  RM-CHECK-DATE.
001370     05  RM-CHECK-YEAR               PIC 9(04).
001380     05  RM-CHECK-MONTH              PIC 9(02).
001390     05  RM-CHECK-DAY                PIC 9(02).
001400 01  RM-CHECK-DATE-NUM REDEFINES RM-CHECK-DATE
001410                                     PIC 9(08).
001420*
001430 01  RM-MONTH-DAYS-DEF               PIC X(24)  VALUE
001440     '312931303130313130313031'.
001450 01  RM-MONTH-DAYS REDEFINES RM-MONTH-DAYS-DEF.
001460     05  RM-DAYS-IN-MONTH OCCURS 12 TIMES
001470                                     PIC 9(02).
001472 01  RM-MONTH-LIMIT                  PIC 9(02)  COMP VALUE ZERO.
001474 01  RM-LEAP-QUOT                    PIC 9(04)  COMP VALUE ZERO.
001476 01  RM-LEAP-REM                     PIC 9(04)  COMP VALUE ZERO.
001480*
001490 01  RM-RCPT-SUB                     PIC 9(05)  COMP VALUE ZERO.
001500 01  RM-RCPT-USED                    PIC 9(05)  COMP VALUE ZERO.
001510 01  RM-LIST-SUB                     PIC 9(05)  COMP VALUE ZERO.
001520 01  RM-RECEIPT-TABLE.
001530     05  RM-RCPT-ENTRY OCCURS 5000 TIMES.
001540         10  RM-RCPT-RUN-DATE        PIC 9(08).
001550         10  RM-RCPT-DEPT-CODE       PIC X(04).
001560         10  RM-RCPT-SIGNED-BY       PIC X(20).
001570         10  RM-RCPT-SIGNED-DATE     PIC 9(08).
001580         10  RM-RCPT-SIGNED-TIME     PIC 9(04).
001590         10  RM-RCPT-RECORDED-DATE   PIC 9(08).
001600         10  RM-RCPT-DELETED-SW      PIC X(01).
001610             88  RM-RCPT-DELETED                VALUE 'Y'.
001620*
001630 01  RM-TRANS-READ                   PIC 9(05)  COMP VALUE ZERO.
001640 01  RM-RCPTS-LOADED                 PIC 9(05)  COMP VALUE ZERO.
001650 01  RM-RCPTS-ADDED                  PIC 9(05)  COMP VALUE ZERO.
001660 01  RM-RCPTS-DELETED                PIC 9(05)  COMP VALUE ZERO.
001670 01  RM-RCPTS-LISTED                 PIC 9(05)  COMP VALUE ZERO.
001680 01  RM-RCPTS-WRITTEN                PIC 9(05)  COMP VALUE ZERO.
001690 01  RM-TRANS-REJECTED               PIC 9(05)  COMP VALUE ZERO.
001700*
001710 01  RM-LINE-COUNT                   PIC 9(03)  COMP VALUE 99.
001720 01  RM-PAGE-COUNT                   PIC 9(05)  COMP VALUE ZERO.
001730*
001740 01  RM-RETURN-CODE                  PIC 9(04)  COMP VALUE ZERO.
001750*
001760 01  RM-ERROR-FILE-ID                PIC X(08)  VALUE SPACES.
001770*
001780 01  RM-ERROR-STATUS                 PIC X(02)  VALUE SPACES.
001790*
001800 01  RM-REJECT-REASON                PIC X(40)  VALUE SPACES.
001810 01  RM-IMAGE-TAG                    PIC X(08)  VALUE SPACES.
001820 01  RM-ACTION-TEXT                  PIC X(08)  VALUE SPACES.
001830*
001840 01  RM-HEADING-1.
001850     05  FILLER                      PIC X(09)  VALUE 'RCPTMNT'.
001860     05  FILLER                      PIC X(36)  VALUE
001870         'BULLETIN RECEIPT MAINTENANCE REPORT'.
001880     05  FILLER                      PIC X(11)  VALUE
001890         'RUN DATE : '.
001900     05  RM-HDG-RUN-DATE             PIC 9(08).
001910     05  FILLER                      PIC X(08)  VALUE
001920         '   PAGE '.
001930     05  RM-HDG-PAGE                 PIC ZZZZ9.
001940     05  FILLER                      PIC X(55)  VALUE SPACES.
001950*
001960 01  RM-HEADING-2.
001970     05  FILLER                      PIC X(08)  VALUE 'ACTION'.
001980     05  FILLER                      PIC X(08)  VALUE 'IMAGE'.
001990     05  FILLER                      PIC X(10)  VALUE 'BULLETIN'.
002000     05  FILLER                      PIC X(06)  VALUE 'DEPT'.
002010     05  FILLER                      PIC X(22)  VALUE 'SIGNED BY'.
002020     05  FILLER                      PIC X(10)  VALUE 'SIGNED'.
002030     05  FILLER                      PIC X(06)  VALUE 'TIME'.
002040     05  FILLER                      PIC X(40)  VALUE 'COMMENT'.
002050     05  FILLER                      PIC X(22)  VALUE SPACES.
002060*
002070 01  RM-DETAIL-LINE.
002080     05  RM-DET-ACTION               PIC X(08).
002090     05  RM-DET-IMAGE                PIC X(08).
002100     05  RM-DET-RUN-DATE             PIC X(10).
002110     05  RM-DET-DEPT                 PIC X(06).
002120     05  RM-DET-SIGNED-BY            PIC X(22).
002130     05  RM-DET-SIGNED-DATE          PIC X(10).
002140     05  RM-DET-SIGNED-TIME          PIC X(06).
002150     05  RM-DET-COMMENT              PIC X(40).
002160     05  FILLER                      PIC X(22)  VALUE SPACES.
002170*
002180 01  RM-TOTAL-LINE.
002190     05  FILLER                      PIC X(22).
002200     05  RM-TOT-COUNT                PIC ZZZZ9.
002210     05  FILLER                      PIC X(105) VALUE SPACES.
002220*
002230 PROCEDURE DIVISION.
002240*
002250 0000-MAINLINE.
002260*
002270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002280     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
002290     PERFORM 2200-LOAD-RECEIPTS THRU 2200-EXIT.
002300     PERFORM 3000-READ-TRAN-CARD THRU 3000-EXIT.
002310     PERFORM 3100-PROCESS-TRAN-CARD THRU 3100-EXIT
002320         UNTIL RM-TRAN-EOF.
002330     PERFORM 5000-WRITE-NEW-RECEIPTS THRU 5000-EXIT.
002340     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002350     PERFORM 6000-CLOSE-FILES THRU 6000-EXIT.
002360     IF RM-TRANS-REJECTED > ZERO
002370         AND RM-RETURN-CODE = ZERO
002380         MOVE 4 TO RM-RETURN-CODE
002390     END-IF.
002400     GO TO 9900-PROGRAM-EXIT.
002410*
002420 1000-INITIALIZE.
002430*
002440     ACCEPT RM-RUN-DATE FROM DATE YYYYMMDD.
002450     MOVE RM-RUN-DATE TO RM-HDG-RUN-DATE.
002460*
002470 1000-EXIT.
002480     EXIT.
002490*
002500 2000-OPEN-FILES.
002510*
002520     OPEN INPUT TRAN-CARD-FILE.
002530     IF NOT RM-TRAN-FILE-OK
002540         MOVE 'RCPTTRAN' TO RM-ERROR-FILE-ID
002550         MOVE RM-TRAN-FILE-STATUS TO RM-ERROR-STATUS
002560         GO TO 9999-ERROR-EXIT
002570     END-IF.
002580     OPEN OUTPUT RCPT-OUT-FILE.
002590     IF NOT RM-RCPTOT-FILE-OK
002600         MOVE 'RCPTOUT' TO RM-ERROR-FILE-ID
002610         MOVE RM-RCPTOT-FILE-STATUS TO RM-ERROR-STATUS
002620         GO TO 9999-ERROR-EXIT
002630     END-IF.
002640     OPEN OUTPUT MAINT-REPORT-FILE.
002650     IF NOT RM-RPT-FILE-OK
002660         MOVE 'RCPTPRNT' TO RM-ERROR-FILE-ID
002670         MOVE RM-RPT-FILE-STATUS TO RM-ERROR-STATUS
002680         GO TO 9999-ERROR-EXIT
002690     END-IF.
002700*
002710 2000-EXIT.
002720     EXIT.
002730*
002740 2200-LOAD-RECEIPTS.
002750*
002760     OPEN INPUT RCPT-IN-FILE.
002770     IF RM-RCPTIN-FILE-MISSING
002780         SET RM-RCPTIN-EOF TO TRUE
002790         CLOSE RCPT-IN-FILE
002800         GO TO 2200-EXIT
002810     END-IF.
002820     IF NOT RM-RCPTIN-FILE-OK
002830         MOVE 'RCPTIN' TO RM-ERROR-FILE-ID
002840         MOVE RM-RCPTIN-FILE-STATUS TO RM-ERROR-STATUS
002850         GO TO 9999-ERROR-EXIT
002860     END-IF.
002870     PERFORM 2250-READ-RECEIPT THRU 2250-EXIT
002880         UNTIL RM-RCPTIN-EOF.
002890     CLOSE RCPT-IN-FILE.
002900*
002910 2200-EXIT.
002920     EXIT.
002930*
002940 2250-READ-RECEIPT.
002950*
002960     READ RCPT-IN-FILE INTO BULL-RCPT-RECORD
002970         AT END
002980             SET RM-RCPTIN-EOF TO TRUE
002990             GO TO 2250-EXIT
003000     END-READ.
003010     IF NOT RM-RCPTIN-FILE-OK
003020         MOVE 'RCPTIN' TO RM-ERROR-FILE-ID
003030         MOVE RM-RCPTIN-FILE-STATUS TO RM-ERROR-STATUS
003040         GO TO 9999-ERROR-EXIT
003050     END-IF.
003060     IF RM-RCPT-USED >= 5000
003070         DISPLAY 'RCPTMNT - RECEIPT TABLE FULL'
003080             UPON CONSOLE-DEVICE
003090         MOVE 'RCPTIN' TO RM-ERROR-FILE-ID
003100         MOVE RM-RCPTIN-FILE-STATUS TO RM-ERROR-STATUS
003110         GO TO 9999-ERROR-EXIT
003120     END-IF.
003130     ADD 1 TO RM-RCPT-USED.
003140     ADD 1 TO RM-RCPTS-LOADED.
003150     MOVE RCPT-RUN-DATE TO RM-RCPT-RUN-DATE (RM-RCPT-USED).
003160     MOVE RCPT-DEPT-CODE TO RM-RCPT-DEPT-CODE (RM-RCPT-USED).
003170     MOVE RCPT-SIGNED-BY TO RM-RCPT-SIGNED-BY (RM-RCPT-USED).
003180     MOVE RCPT-SIGNED-DATE TO RM-RCPT-SIGNED-DATE (RM-RCPT-USED).
003190     MOVE RCPT-SIGNED-TIME TO RM-RCPT-SIGNED-TIME (RM-RCPT-USED).
003200     MOVE RCPT-RECORDED-DATE
003210         TO RM-RCPT-RECORDED-DATE (RM-RCPT-USED).
003220     MOVE 'N' TO RM-RCPT-DELETED-SW (RM-RCPT-USED).
003230*
003240 2250-EXIT.
003250     EXIT.
003260*
003270 3000-READ-TRAN-CARD.
003280*
003290     READ TRAN-CARD-FILE
003300         AT END
003310             SET RM-TRAN-EOF TO TRUE
003320         NOT AT END
003330             ADD 1 TO RM-TRANS-READ
003340     END-READ.
003350     IF NOT RM-TRAN-FILE-OK AND NOT RM-TRAN-FILE-EOF
003360         MOVE 'RCPTTRAN' TO RM-ERROR-FILE-ID
003370         MOVE RM-TRAN-FILE-STATUS TO RM-ERROR-STATUS
003380         GO TO 9999-ERROR-EXIT
003390     END-IF.
003400*
003410 3000-EXIT.
003420     EXIT.
003430*
003440 3100-PROCESS-TRAN-CARD.
003450*
003460     IF TRAN-ADD
003470         PERFORM 4000-ADD-RECEIPT THRU 4000-EXIT
003480     ELSE
003490         IF TRAN-DELETE
003500             PERFORM 4200-DELETE-RECEIPT THRU 4200-EXIT
003510         ELSE
003520             IF TRAN-LIST
003530                 PERFORM 4300-LIST-RECEIPTS THRU 4300-EXIT
003540             ELSE
003550                 MOVE 'REJECTED - UNKNOWN ACTION CODE'
003560                     TO RM-REJECT-REASON
003570                 PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003580             END-IF
003590         END-IF
003600     END-IF.
003610     PERFORM 3000-READ-TRAN-CARD THRU 3000-EXIT.
003620*
003630 3100-EXIT.
003640     EXIT.
003650*
003660 3500-FIND-RECEIPT.
003670*
003680     MOVE 'N' TO RM-RCPT-FOUND-SW.
003690     MOVE 1 TO RM-RCPT-SUB.
003700     PERFORM 3550-SCAN-RECEIPT-TABLE THRU 3550-EXIT
003710         UNTIL RM-RCPT-FOUND OR RM-RCPT-SUB > RM-RCPT-USED.
003720*
003730 3500-EXIT.
003740     EXIT.
003750*
003760 3550-SCAN-RECEIPT-TABLE.
003770*
003780     IF RM-RCPT-RUN-DATE (RM-RCPT-SUB) = TRAN-RUN-DATE-NUM
003790         AND RM-RCPT-DEPT-CODE (RM-RCPT-SUB) = TRAN-DEPT-CODE
003800         AND NOT RM-RCPT-DELETED (RM-RCPT-SUB)
003810         SET RM-RCPT-FOUND TO TRUE
003820     ELSE
003830         ADD 1 TO RM-RCPT-SUB
003840     END-IF.
003850*
003860 3550-EXIT.
003870     EXIT.
003880*
003890 4000-ADD-RECEIPT.
003900*
003910     MOVE TRAN-RUN-DATE TO RM-CHECK-DATE.
003920     PERFORM 4700-EDIT-DATE THRU 4700-EXIT.
003930     IF RM-DATE-BAD
003940         MOVE 'REJECTED - BULLETIN DATE INVALID'
003950             TO RM-REJECT-REASON
003960         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003970         GO TO 4000-EXIT
003980     END-IF.
003990     IF TRAN-DEPT-CODE = SPACES
004000         MOVE 'REJECTED - DEPARTMENT CODE BLANK'
004010             TO RM-REJECT-REASON
004020         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004030         GO TO 4000-EXIT
004040     END-IF.
004050     IF TRAN-SIGNED-BY = SPACES
004060         MOVE 'REJECTED - SIGNED BY BLANK'
004070             TO RM-REJECT-REASON
004080         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004090         GO TO 4000-EXIT
004100     END-IF.
004110     MOVE TRAN-SIGNED-DATE TO RM-CHECK-DATE.
004120     PERFORM 4700-EDIT-DATE THRU 4700-EXIT.
004130     IF RM-DATE-BAD
004140         OR TRAN-SIGNED-DATE-NUM < TRAN-RUN-DATE-NUM
004150         MOVE 'REJECTED - DATE SIGNED INVALID'
004160             TO RM-REJECT-REASON
004170         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004180         GO TO 4000-EXIT
004190     END-IF.
004200     IF TRAN-SIGNED-HH NOT NUMERIC
004210         OR TRAN-SIGNED-MM NOT NUMERIC
004220         OR TRAN-SIGNED-HH > '23'
004230         OR TRAN-SIGNED-MM > '59'
004240         MOVE 'REJECTED - TIME SIGNED NOT HHMM'
004250             TO RM-REJECT-REASON
004260         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004270         GO TO 4000-EXIT
004280     END-IF.
004290     PERFORM 3500-FIND-RECEIPT THRU 3500-EXIT.
004300     IF RM-RCPT-FOUND
004310         MOVE 'REJECTED - ALREADY ON FILE'
004320             TO RM-REJECT-REASON
004330         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004340         GO TO 4000-EXIT
004350     END-IF.
004360     IF RM-RCPT-USED >= 5000
004370         DISPLAY 'RCPTMNT - RECEIPT TABLE FULL'
004380             UPON CONSOLE-DEVICE
004390         MOVE 'RCPTTRAN' TO RM-ERROR-FILE-ID
004400         MOVE RM-TRAN-FILE-STATUS TO RM-ERROR-STATUS
004410         GO TO 9999-ERROR-EXIT
004420     END-IF.
004430     ADD 1 TO RM-RCPT-USED.
004440     MOVE RM-RCPT-USED TO RM-RCPT-SUB.
004450     MOVE TRAN-RUN-DATE-NUM TO RM-RCPT-RUN-DATE (RM-RCPT-SUB).
004460     MOVE TRAN-DEPT-CODE TO RM-RCPT-DEPT-CODE (RM-RCPT-SUB).
004470     MOVE TRAN-SIGNED-BY TO RM-RCPT-SIGNED-BY (RM-RCPT-SUB).
004480     MOVE TRAN-SIGNED-DATE-NUM
004490         TO RM-RCPT-SIGNED-DATE (RM-RCPT-SUB).
004500     MOVE TRAN-SIGNED-TIME TO RM-RCPT-SIGNED-TIME (RM-RCPT-SUB).
004510     MOVE RM-RUN-DATE TO RM-RCPT-RECORDED-DATE (RM-RCPT-SUB).
004520     MOVE 'N' TO RM-RCPT-DELETED-SW (RM-RCPT-SUB).
004530     ADD 1 TO RM-RCPTS-ADDED.
004540     MOVE 'ADD' TO RM-ACTION-TEXT.
004550     MOVE 'AFTER' TO RM-IMAGE-TAG.
004560     MOVE 'ADDED' TO RM-REJECT-REASON.
004570     PERFORM 4800-WRITE-ENTRY-IMAGE THRU 4800-EXIT.
004580*
004590 4000-EXIT.
004600     EXIT.
004610*
004620 4200-DELETE-RECEIPT.
004630*
004640     PERFORM 3500-FIND-RECEIPT THRU 3500-EXIT.
004650     IF NOT RM-RCPT-FOUND
004660         MOVE 'REJECTED - NOT ON FILE'
004670             TO RM-REJECT-REASON
004680         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004690         GO TO 4200-EXIT
004700     END-IF.
004710     MOVE 'Y' TO RM-RCPT-DELETED-SW (RM-RCPT-SUB).
004720     ADD 1 TO RM-RCPTS-DELETED.
004730     MOVE 'DELETE' TO RM-ACTION-TEXT.
004740     MOVE 'BEFORE' TO RM-IMAGE-TAG.
004750     MOVE 'DELETED' TO RM-REJECT-REASON.
004760     PERFORM 4800-WRITE-ENTRY-IMAGE THRU 4800-EXIT.
004770*
004780 4200-EXIT.
004790     EXIT.
004800*
004810*****************************************************************
004820*    4300 - LIST.  A BLANK BULLETIN DATE LISTS EVERY RECEIPT AS  *
004830*    IT STANDS AT THAT POINT IN THE DECK; A DATE LISTS THAT      *
004840*    NIGHT'S RECEIPTS ONLY.                                      *
004850*****************************************************************
004860*
004870 4300-LIST-RECEIPTS.
004880*
004890     IF TRAN-RUN-DATE NOT = SPACES
004900         AND TRAN-RUN-DATE-NUM NOT NUMERIC
004910         MOVE 'REJECTED - BULLETIN DATE INVALID'
004920             TO RM-REJECT-REASON
004930         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004940         GO TO 4300-EXIT
004950     END-IF.
004960     MOVE 1 TO RM-LIST-SUB.
004970     PERFORM 4350-LIST-ONE-RECEIPT THRU 4350-EXIT
004980         UNTIL RM-LIST-SUB > RM-RCPT-USED.
004990*
005000 4300-EXIT.
005010     EXIT.
005020*
005030 4350-LIST-ONE-RECEIPT.
005040*
005050     IF RM-RCPT-DELETED (RM-LIST-SUB)
005060         GO TO 4350-NEXT
005070     END-IF.
005080     IF TRAN-RUN-DATE NOT = SPACES
005086         AND RM-RCPT-RUN-DATE (RM-LIST-SUB)
005092             NOT = TRAN-RUN-DATE-NUM
005100         GO TO 4350-NEXT
005110     END-IF.
005120     MOVE RM-LIST-SUB TO RM-RCPT-SUB.
005130     ADD 1 TO RM-RCPTS-LISTED.
005140     MOVE 'LIST' TO RM-ACTION-TEXT.
005150     MOVE SPACES TO RM-IMAGE-TAG.
005160     PERFORM 4800-WRITE-ENTRY-IMAGE THRU 4800-EXIT.
005170*
005180 4350-NEXT.
005190     ADD 1 TO RM-LIST-SUB.
005200*
005210 4350-EXIT.
005220     EXIT.
005230*
005240*****************************************************************
005250*    4700 - DATE EDIT.  RM-CHECK-DATE MUST BE A REAL CALENDAR    *
005260*    DATE NO LATER THAN TODAY; SETS RM-DATE-BAD OTHERWISE.       *
005270*****************************************************************
005280*
005290 4700-EDIT-DATE.
005300*
005310     MOVE 'N' TO RM-DATE-BAD-SW.
005320     IF RM-CHECK-DATE-NUM NOT NUMERIC
005330         SET RM-DATE-BAD TO TRUE
005340         GO TO 4700-EXIT
005350     END-IF.
005360     IF RM-CHECK-MONTH < 1 OR RM-CHECK-MONTH > 12
005370         SET RM-DATE-BAD TO TRUE
005380         GO TO 4700-EXIT
005390     END-IF.
005395     PERFORM 4710-SET-MONTH-LIMIT THRU 4710-EXIT.
005400     IF RM-CHECK-DAY < 1
005410         OR RM-CHECK-DAY > RM-MONTH-LIMIT
005420         OR RM-CHECK-DATE-NUM > RM-RUN-DATE
005430         SET RM-DATE-BAD TO TRUE
005440     END-IF.
005450*
005460 4700-EXIT.
005461     EXIT.
005462*
005463 4710-SET-MONTH-LIMIT.
005464*
005465     MOVE RM-DAYS-IN-MONTH (RM-CHECK-MONTH) TO RM-MONTH-LIMIT.
005466     IF RM-CHECK-MONTH NOT = 2
005467         GO TO 4710-EXIT
005468     END-IF.
005469     DIVIDE RM-CHECK-YEAR BY 4 GIVING RM-LEAP-QUOT
005470         REMAINDER RM-LEAP-REM.
005471     IF RM-LEAP-REM NOT = ZERO
005472         MOVE 28 TO RM-MONTH-LIMIT
005473         GO TO 4710-EXIT
005474     END-IF.
005475     DIVIDE RM-CHECK-YEAR BY 100 GIVING RM-LEAP-QUOT
005476         REMAINDER RM-LEAP-REM.
005477     IF RM-LEAP-REM NOT = ZERO
005478         GO TO 4710-EXIT
005479     END-IF.
005480     DIVIDE RM-CHECK-YEAR BY 400 GIVING RM-LEAP-QUOT
005481         REMAINDER RM-LEAP-REM.
005482     IF RM-LEAP-REM NOT = ZERO
005483         MOVE 28 TO RM-MONTH-LIMIT
005484     END-IF.
005485*
005486 4710-EXIT.
005487     EXIT.
005488*
005490 4800-WRITE-ENTRY-IMAGE.
005500*
005510     MOVE SPACES TO RM-DETAIL-LINE.
005520     MOVE RM-ACTION-TEXT TO RM-DET-ACTION.
005530     MOVE RM-IMAGE-TAG TO RM-DET-IMAGE.
005540     MOVE RM-RCPT-RUN-DATE (RM-RCPT-SUB) TO RM-DET-RUN-DATE.
005550     MOVE RM-RCPT-DEPT-CODE (RM-RCPT-SUB) TO RM-DET-DEPT.
005560     MOVE RM-RCPT-SIGNED-BY (RM-RCPT-SUB) TO RM-DET-SIGNED-BY.
005570     MOVE RM-RCPT-SIGNED-DATE (RM-RCPT-SUB) TO RM-DET-SIGNED-DATE.
005580     MOVE RM-RCPT-SIGNED-TIME (RM-RCPT-SUB) TO RM-DET-SIGNED-TIME.
005590     MOVE RM-REJECT-REASON TO RM-DET-COMMENT.
005600     MOVE SPACES TO RM-REJECT-REASON.
005610     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005620*
005630 4800-EXIT.
005640     EXIT.
005650*
005660 4900-REJECT-TRAN.
005670*
005680     ADD 1 TO RM-TRANS-REJECTED.
005690     MOVE SPACES TO RM-DETAIL-LINE.
005700     MOVE TRAN-ACTION TO RM-DET-ACTION.
005710     MOVE 'CARD' TO RM-DET-IMAGE.
005720     MOVE TRAN-RUN-DATE TO RM-DET-RUN-DATE.
005730     MOVE TRAN-DEPT-CODE TO RM-DET-DEPT.
005740     MOVE TRAN-SIGNED-BY TO RM-DET-SIGNED-BY.
005750     MOVE TRAN-SIGNED-DATE TO RM-DET-SIGNED-DATE.
005760     MOVE TRAN-SIGNED-TIME TO RM-DET-SIGNED-TIME.
005770     MOVE RM-REJECT-REASON TO RM-DET-COMMENT.
005780     MOVE SPACES TO RM-REJECT-REASON.
005790     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005800*
005810 4900-EXIT.
005820     EXIT.
005830*
005840 5000-WRITE-NEW-RECEIPTS.
005850*
005860     MOVE 1 TO RM-RCPT-SUB.
005870     PERFORM 5050-WRITE-RECEIPT THRU 5050-EXIT
005880         UNTIL RM-RCPT-SUB > RM-RCPT-USED.
005890*
005900 5000-EXIT.
005910     EXIT.
005920*
005930 5050-WRITE-RECEIPT.
005940*
005950     IF RM-RCPT-DELETED (RM-RCPT-SUB)
005960         GO TO 5050-NEXT
005970     END-IF.
005980     MOVE SPACES TO BULL-RCPT-RECORD.
005990     MOVE RM-RCPT-RUN-DATE (RM-RCPT-SUB) TO RCPT-RUN-DATE.
006000     MOVE RM-RCPT-DEPT-CODE (RM-RCPT-SUB) TO RCPT-DEPT-CODE.
006010     MOVE RM-RCPT-SIGNED-BY (RM-RCPT-SUB) TO RCPT-SIGNED-BY.
006020     MOVE RM-RCPT-SIGNED-DATE (RM-RCPT-SUB) TO RCPT-SIGNED-DATE.
006030     MOVE RM-RCPT-SIGNED-TIME (RM-RCPT-SUB) TO RCPT-SIGNED-TIME.
006040     MOVE RM-RCPT-RECORDED-DATE (RM-RCPT-SUB)
006050         TO RCPT-RECORDED-DATE.
006060     WRITE RCPT-OUT-RECORD FROM BULL-RCPT-RECORD.
006070     IF NOT RM-RCPTOT-FILE-OK
006080         MOVE 'RCPTOUT' TO RM-ERROR-FILE-ID
006090         MOVE RM-RCPTOT-FILE-STATUS TO RM-ERROR-STATUS
006100         GO TO 9999-ERROR-EXIT
006110     END-IF.
006120     ADD 1 TO RM-RCPTS-WRITTEN.
006130*
006140 5050-NEXT.
006150     ADD 1 TO RM-RCPT-SUB.
006160*
006170 5050-EXIT.
006180     EXIT.
006190*
006200 6000-CLOSE-FILES.
006210*
006220     CLOSE TRAN-CARD-FILE.
006230     CLOSE RCPT-OUT-FILE.
006240     CLOSE MAINT-REPORT-FILE.
006250*
006260 6000-EXIT.
006270     EXIT.
006280*
006290 7000-WRITE-REPORT-LINE.
006300*
006310     IF RM-LINE-COUNT > 55
006320         PERFORM 7200-WRITE-PAGE-HEADING THRU 7200-EXIT
006330     END-IF.
006340     WRITE REPORT-RECORD FROM RM-DETAIL-LINE
006350         AFTER ADVANCING 1 LINE.
006360     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
006370     ADD 1 TO RM-LINE-COUNT.
006380*
006390 7000-EXIT.
006400     EXIT.
006410*
006420 7200-WRITE-PAGE-HEADING.
006430*
006440     ADD 1 TO RM-PAGE-COUNT.
006450     MOVE RM-PAGE-COUNT TO RM-HDG-PAGE.
006460     WRITE REPORT-RECORD FROM RM-HEADING-1
006470         AFTER ADVANCING PAGE.
006480     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
006490     WRITE REPORT-RECORD FROM RM-HEADING-2
006500         AFTER ADVANCING 2 LINES.
006510     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
006520     MOVE SPACES TO REPORT-RECORD.
006530     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
006540     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
006550     MOVE 4 TO RM-LINE-COUNT.
006560*
006570 7200-EXIT.
006580     EXIT.
006590*
006600 7900-CHECK-REPORT-STATUS.
006610*
006620     IF NOT RM-RPT-FILE-OK
006630         MOVE 'RCPTPRNT' TO RM-ERROR-FILE-ID
006640         MOVE RM-RPT-FILE-STATUS TO RM-ERROR-STATUS
006650         GO TO 9999-ERROR-EXIT
006660     END-IF.
006670*
006680 7900-EXIT.
006690     EXIT.
006700*
006710 8000-WRITE-SUMMARY.
006720*
006730     MOVE SPACES TO RM-DETAIL-LINE.
006740     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006750     MOVE SPACES TO RM-TOTAL-LINE.
006760     MOVE 'TRANSACTIONS READ   :' TO RM-TOTAL-LINE.
006770     MOVE RM-TRANS-READ TO RM-TOT-COUNT.
006780     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006790     MOVE 'RECEIPTS LOADED     :' TO RM-TOTAL-LINE.
006800     MOVE RM-RCPTS-LOADED TO RM-TOT-COUNT.
006810     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006820     MOVE 'RECEIPTS ADDED      :' TO RM-TOTAL-LINE.
006830     MOVE RM-RCPTS-ADDED TO RM-TOT-COUNT.
006840     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006850     MOVE 'RECEIPTS DELETED    :' TO RM-TOTAL-LINE.
006860     MOVE RM-RCPTS-DELETED TO RM-TOT-COUNT.
006870     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006880     MOVE 'RECEIPTS LISTED     :' TO RM-TOTAL-LINE.
006890     MOVE RM-RCPTS-LISTED TO RM-TOT-COUNT.
006900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006910     MOVE 'RECEIPTS WRITTEN    :' TO RM-TOTAL-LINE.
006920     MOVE RM-RCPTS-WRITTEN TO RM-TOT-COUNT.
006930     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006940     MOVE 'TRANSACTIONS REJECTD:' TO RM-TOTAL-LINE.
006950     MOVE RM-TRANS-REJECTED TO RM-TOT-COUNT.
006960     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006970     DISPLAY 'RCPTMNT - TRANSACTIONS READ     ' RM-TRANS-READ
006980         UPON CONSOLE-DEVICE.
006990     DISPLAY 'RCPTMNT - TRANSACTIONS REJECTED '
007000         RM-TRANS-REJECTED UPON CONSOLE-DEVICE.
007010*
007020 8000-EXIT.
007030     EXIT.
007040*
007050 8100-WRITE-TOTAL-LINE.
007060*
007070     WRITE REPORT-RECORD FROM RM-TOTAL-LINE
007080         AFTER ADVANCING 1 LINE.
007090     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
007100*
007110 8100-EXIT.
007120     EXIT.
007130*
007140 9999-ERROR-EXIT.
007150*
007160     MOVE 16 TO RM-RETURN-CODE.
007170     DISPLAY 'RCPTMNT ABEND - ' RM-ERROR-FILE-ID
007180         ' FILE STATUS ' RM-ERROR-STATUS
007190         UPON CONSOLE-DEVICE.
007200*
007210 9900-PROGRAM-EXIT.
007220*
007230     MOVE RM-RETURN-CODE TO RETURN-CODE.
007240     GOBACK.
007250*
007260 END PROGRAM RCPTMNT.
