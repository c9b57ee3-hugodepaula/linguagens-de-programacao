000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DISTMNT.
000030 AUTHOR. J. HARRISON.
000040 INSTALLATION. DATA PROCESSING DEPT.
000050 DATE-WRITTEN. 06/24/2024.
000060 DATE-COMPILED.
000070*
000080*    BULLETIN DISTRIBUTION LIST MAINTENANCE.  APPLIES A DECK OF
000090*    MAINTENANCE TRANSACTION CARDS TO THE DISTRIBUTION LIST READ
000100*    BY THE NIGHTLY HELLOWLD STEP AND PRINTS A BEFORE/AFTER
000110*    MAINTENANCE REPORT, SO THE DESK CAN ADD, CHANGE, DELETE AND
000120*    LIST DEPARTMENTS WITHOUT EDITING THE DATASET BY HAND -- A
000130*    TYPO IN THE COPY COUNT OR A ROUTE CLASS KEYED ONE COLUMN OFF
000140*    QUIETLY CHANGES WHO GETS WHICH BULLETIN PAGE.
000150*
000160*    THE LIST IS REWRITTEN IN FULL: THE CURRENT FILE LOADS FROM
000170*    DISTIN, THE TRANSACTIONS APPLY TO THE TABLE, AND THE RESULT
000180*    WRITES TO DISTOUT.  THE JOB'S FOLLOW-ON STEPS SWAP THE NEW
000190*    FILE IN AS THE LIVE LIST (SEE THE DISTMNT JCL MEMBER), SO A
000200*    FAILED PASS LEAVES THE LIVE FILE ALONE.
000210*
000220*    TRANSACTION CARD LAYOUT (DISTTRAN, 80 BYTES):
000230*      COL 1       ACTION -- 'A' ADD, 'C' CHANGE, 'D' DELETE,
000240*                  'L' LIST
000250*      COLS 2-5    DEPARTMENT CODE   (BLANK ON 'L' LISTS ALL)
000260*      COLS 6-25   DEPARTMENT NAME
000270*      COLS 26-27  COPIES, 01-99
000280*      COLS 28-31  DELIVERY BIN
000290*      COLS 32-35  ROUTE CLASS -- BLANK OR 'ALL' RECEIVES ONLY
000300*                  THE MESSAGES ROUTED TO EVERY DEPARTMENT
000310*      COLS 36-80  MUST BE BLANK
000320*    AN ADD NEEDS NAME, COPIES AND BIN.  A CHANGE REPLACES ONLY
000330*    THE FIELDS PUNCHED; TO PUT A DEPARTMENT BACK ON THE COMMON
000340*    MESSAGES ONLY, PUNCH 'ALL' IN THE CLASS.  A CODE OR CLASS
000350*    NOT STARTING IN ITS FIRST COLUMN, OR ANYTHING PUNCHED PAST
000360*    COLUMN 35, IS TAKEN AS A SHIFTED CARD AND REJECTED.
000370*
000380*    THE DISTPARM CARD CARRIES THE DORMANT-CLASS THRESHOLD IN
000390*    DAYS, COLS 1-3 (001-999).
000400*
000410*    AFTER THE DECK IS APPLIED, TWO ROUTING CHECKS RUN AGAINST
000420*    THE NEW LIST.  ROUTE CLASSES ON THE LIVE PARMIN DECK THAT NO
000430*    DEPARTMENT RECEIVES ARE LISTED -- THOSE MESSAGES PRINT ON
000440*    NOBODY'S PAGE.  DEPARTMENTS WHOSE CLASS HAS NOT APPEARED ON
000450*    ANY BULLETIN IN BULLHIST FOR THE THRESHOLD NUMBER OF DAYS
000460*    ARE LISTED AS DORMANT ROUTING.  EITHER INPUT MAY BE ABSENT;
000470*    ITS CHECK IS THEN SKIPPED WITH A NOTE ON THE REPORT.
000480*
000490*    RETURN CODES:  0 ALL TRANSACTIONS APPLIED AND ROUTING CLEAN,
000500*    4 ONE OR MORE REJECTED TRANSACTIONS, UNRECEIVED CLASSES OR
000510*    DORMANT DEPARTMENTS (SEE REPORT), 16 FILE ERROR, BAD DISTPARM
000520*    CARD OR TABLE FULL.
000530*
000540*    MODIFICATION HISTORY.
000550*    DATE       INIT   DESCRIPTION
000560*    ---------  -----  ------------------------------------------
000570*    06/24/24   JH     ORIGINAL PROGRAM.
000580*
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SPECIAL-NAMES.
000620     CONSOLE IS CONSOLE-DEVICE.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT DIST-PARM-FILE ASSIGN TO DISTPARM
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS DM-PARM-FILE-STATUS.
000680     SELECT TRAN-CARD-FILE ASSIGN TO DISTTRAN
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS DM-TRAN-FILE-STATUS.
000710     SELECT OPTIONAL DIST-IN-FILE ASSIGN TO DISTIN
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS DM-DISTIN-FILE-STATUS.
000740     SELECT DIST-OUT-FILE ASSIGN TO DISTOUT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS DM-DISTOT-FILE-STATUS.
000770     SELECT OPTIONAL PARM-CARD-FILE ASSIGN TO PARMIN
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS DM-PARMIN-FILE-STATUS.
000800     SELECT OPTIONAL BULL-HIST-FILE ASSIGN TO BULLHIST
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS DM-HIST-FILE-STATUS.
000830     SELECT MAINT-REPORT-FILE ASSIGN TO DISTPRNT
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS DM-RPT-FILE-STATUS.
000860*
000870 DATA DIVISION.
000880 FILE SECTION.
000890*
000900 FD  DIST-PARM-FILE
000910     RECORDING MODE IS F
000920     RECORD CONTAINS 80 CHARACTERS.
000930 01  DIST-PARM-RECORD.
000940     05  DPARM-DORMANT-DAYS          PIC X(03).
000950     05  FILLER                      PIC X(77).
000960*
000970 FD  TRAN-CARD-FILE
000980     RECORDING MODE IS F
000990     RECORD CONTAINS 80 CHARACTERS.
001000 01  TRAN-CARD-RECORD.
001010     05  TRAN-ACTION                 PIC X(01).
001020         88  TRAN-ADD                           VALUE 'A'.
001030         88  TRAN-CHANGE                        VALUE 'C'.
001040         88  TRAN-DELETE                        VALUE 'D'.
001050         88  TRAN-LIST                          VALUE 'L'.
001060     05  TRAN-DEPT-CODE              PIC X(04).
001070     05  TRAN-DEPT-NAME              PIC X(20).
001080     05  TRAN-COPIES                 PIC X(02).
001090     05  TRAN-COPIES-NUM REDEFINES TRAN-COPIES
001100                                     PIC 9(02).
001110     05  TRAN-BIN                    PIC X(04).
001120     05  TRAN-ROUTE-CLASS            PIC X(04).
001130     05  TRAN-OVERFLOW               PIC X(45).
001140*
001150 FD  DIST-IN-FILE
001160     RECORDING MODE IS F
001170     RECORD CONTAINS 80 CHARACTERS.
001180 01  DIST-IN-RECORD.
001190     05  DISTIN-DEPT-CODE            PIC X(04).
001200     05  DISTIN-DEPT-NAME            PIC X(20).
001210     05  DISTIN-COPIES               PIC X(02).
001220     05  DISTIN-BIN                  PIC X(04).
001230     05  DISTIN-ROUTE-CLASS          PIC X(04).
001240     05  FILLER                      PIC X(46).
001250*
001260 FD  DIST-OUT-FILE
001270     RECORDING MODE IS F
001280     RECORD CONTAINS 80 CHARACTERS.
001290 01  DIST-OUT-RECORD.
001300     05  DISTOT-DEPT-CODE            PIC X(04).
001310     05  DISTOT-DEPT-NAME            PIC X(20).
001320     05  DISTOT-COPIES               PIC X(02).
001330     05  DISTOT-BIN                  PIC X(04).
001340     05  DISTOT-ROUTE-CLASS          PIC X(04).
001350     05  FILLER                      PIC X(46).
001360*
001370*    ONLY THE CARD TYPE AND THE 'D' CARD'S MESSAGE CODE AND ROUTE
001380*    CLASS ARE USED HERE; SEE HELLOWORLD FOR THE FULL DECK LAYOUT.
001390*
001400 FD  PARM-CARD-FILE
001410     RECORDING MODE IS F
001420     RECORD CONTAINS 80 CHARACTERS.
001430 01  PARM-CARD-RECORD.
001440     05  PARM-CARD-TYPE              PIC X(01).
001450         88  PARM-DETAIL-CARD                   VALUE 'D'.
001460     05  FILLER                      PIC X(79).
001470 01  PARM-DETAIL-REC.
001480     05  FILLER                      PIC X(01).
001490     05  PARM-MESSAGE-CODE           PIC X(08).
001500     05  PARM-LANGUAGE-CODE          PIC X(02).
001510     05  PARM-ROUTE-CLASS            PIC X(04).
001520     05  FILLER                      PIC X(65).
001530*
001540 FD  BULL-HIST-FILE
001550     RECORDING MODE IS F
001560     RECORD CONTAINS 80 CHARACTERS.
001570     COPY BULLHST.
001580*
001590 FD  MAINT-REPORT-FILE
001600     RECORDING MODE IS F
001610     RECORD CONTAINS 132 CHARACTERS.
001620 01  REPORT-RECORD                   PIC X(132).
001630*
001640 WORKING-STORAGE SECTION.
001650*
001660 01  DM-PARM-FILE-STATUS             PIC X(02)  VALUE '00'.
001670     88  DM-PARM-FILE-OK                        VALUE '00'.
001680     88  DM-PARM-FILE-EOF                       VALUE '10'.
001690*
001700 01  DM-TRAN-FILE-STATUS             PIC X(02)  VALUE '00'.
001710     88  DM-TRAN-FILE-OK                        VALUE '00'.
001720     88  DM-TRAN-FILE-EOF                       VALUE '10'.
001730*
001740 01  DM-DISTIN-FILE-STATUS           PIC X(02)  VALUE '00'.
001750     88  DM-DISTIN-FILE-OK                      VALUE '00'.
001760     88  DM-DISTIN-FILE-EOF                     VALUE '10'.
001770     88  DM-DISTIN-FILE-MISSING                 VALUE '05'.
001780*
001790 01  DM-DISTOT-FILE-STATUS           PIC X(02)  VALUE '00'.
001800     88  DM-DISTOT-FILE-OK                      VALUE '00'.
001810*
001820 01  DM-PARMIN-FILE-STATUS           PIC X(02)  VALUE '00'.
001830     88  DM-PARMIN-FILE-OK                      VALUE '00'.
001840     88  DM-PARMIN-FILE-EOF                     VALUE '10'.
001850     88  DM-PARMIN-FILE-MISSING                 VALUE '05'.
001860*
001870 01  DM-HIST-FILE-STATUS             PIC X(02)  VALUE '00'.
001880     88  DM-HIST-FILE-OK                        VALUE '00'.
001890     88  DM-HIST-FILE-EOF                       VALUE '10'.
001900     88  DM-HIST-FILE-MISSING                   VALUE '05'.
001910*
001920 01  DM-RPT-FILE-STATUS              PIC X(02)  VALUE '00'.
001930     88  DM-RPT-FILE-OK                         VALUE '00'.
001940*
001950 01  DM-TRAN-EOF-SW                  PIC X(01)  VALUE 'N'.
001960     88  DM-TRAN-EOF                            VALUE 'Y'.
001970*
001980 01  DM-DISTIN-EOF-SW                PIC X(01)  VALUE 'N'.
001990     88  DM-DISTIN-EOF                          VALUE 'Y'.
002000*
002010 01  DM-PARMIN-EOF-SW                PIC X(01)  VALUE 'N'.
002020     88  DM-PARMIN-EOF                          VALUE 'Y'.
002030*
002040 01  DM-HIST-EOF-SW                  PIC X(01)  VALUE 'N'.
002050     88  DM-HIST-EOF                            VALUE 'Y'.
002060*
002070 01  DM-DEPT-FOUND-SW                PIC X(01)  VALUE 'N'.
002080     88  DM-DEPT-FOUND                          VALUE 'Y'.
002090*
002100 01  DM-CLASS-FOUND-SW               PIC X(01)  VALUE 'N'.
002110     88  DM-CLASS-FOUND                         VALUE 'Y'.
002120*
002130 01  DM-CARD-BAD-SW                  PIC X(01)  VALUE 'N'.
002140     88  DM-CARD-BAD                            VALUE 'Y'.
002150*
002160 01  DM-RUN-DATE                     PIC 9(08)  VALUE ZERO.
002170 01  DM-CUTOFF-DATE                  PIC 9(08)  VALUE ZERO.
002180 01  DM-DORMANT-DAYS                 PIC 9(03)  VALUE ZERO.
002190 01  DM-DAYS-BACK                    PIC 9(03)  COMP VALUE ZERO.
002200*
002210 01  DM-DIST-SUB                     PIC 9(03)  COMP VALUE ZERO.
002220 01  DM-DIST-USED                    PIC 9(03)  COMP VALUE ZERO.
002230 01  DM-LIST-SUB                     PIC 9(03)  COMP VALUE ZERO.
002240 01  DM-DIST-TABLE.
002250     05  DM-DIST-ENTRY OCCURS 200 TIMES.
002260         10  DM-DIST-CODE            PIC X(04).
002270         10  DM-DIST-NAME            PIC X(20).
002280         10  DM-DIST-COPIES          PIC X(02).
002290         10  DM-DIST-BIN             PIC X(04).
002300         10  DM-DIST-CLASS           PIC X(04).
002310         10  DM-DIST-DELETED-SW      PIC X(01).
002320             88  DM-DIST-DELETED                VALUE 'Y'.
002330*
002340*    ROUTE CLASSES NAMED ON THE LIVE PARMIN DECK, WITH THE NUMBER
002350*    OF 'D' CARDS ROUTED ON EACH.
002360*
002370 01  DM-PCLS-SUB                     PIC 9(03)  COMP VALUE ZERO.
002380 01  DM-PCLS-USED                    PIC 9(03)  COMP VALUE ZERO.
002390 01  DM-PARM-CLASS-TABLE.
002400     05  DM-PCLS-ENTRY OCCURS 100 TIMES.
002410         10  DM-PCLS-CLASS           PIC X(04).
002420         10  DM-PCLS-FIRST-CODE      PIC X(08).
002430         10  DM-PCLS-CARDS           PIC 9(05)  COMP.
002440*
002450*    ROUTE CLASSES SEEN ON BULLHIST MESSAGE RECORDS, WITH THE
002460*    LATEST BUSINESS DATE EACH APPEARED ON A BULLETIN.
002470*
002480 01  DM-SEEN-SUB                     PIC 9(03)  COMP VALUE ZERO.
002490 01  DM-SEEN-USED                    PIC 9(03)  COMP VALUE ZERO.
002500 01  DM-SEEN-CLASS-TABLE.
002510     05  DM-SEEN-ENTRY OCCURS 100 TIMES.
002520         10  DM-SEEN-CLASS           PIC X(04).
002530         10  DM-SEEN-DATE            PIC 9(08).
002540*
002550 01  DM-WORK-DATE.
002560     05  DM-WORK-YEAR                PIC 9(04).
002570     05  DM-WORK-MONTH               PIC 9(02).
002580     05  DM-WORK-DAY                 PIC 9(02).
002590 01  DM-WORK-DATE-NUM REDEFINES DM-WORK-DATE
002600                                     PIC 9(08).
002610*
002620 01  DM-MONTH-DAYS-DEF               PIC X(24)  VALUE
002630     '312831303130313130313031'.
002640 01  DM-MONTH-DAYS REDEFINES DM-MONTH-DAYS-DEF.
002650     05  DM-DAYS-IN-MONTH OCCURS 12 TIMES
002660                                     PIC 9(02).
002670*
002680 01  DM-LEAP-QUOT                    PIC 9(04)  COMP VALUE ZERO.
002690 01  DM-LEAP-REM                     PIC 9(04)  COMP VALUE ZERO.
002700 01  DM-LEAP-SW                      PIC X(01)  VALUE 'N'.
002710     88  DM-LEAP-YEAR                           VALUE 'Y'.
002720*
002730 01  DM-TRANS-READ                   PIC 9(05)  COMP VALUE ZERO.
002740 01  DM-DEPTS-LOADED                 PIC 9(05)  COMP VALUE ZERO.
002750 01  DM-DEPTS-ADDED                  PIC 9(05)  COMP VALUE ZERO.
002760 01  DM-DEPTS-CHANGED                PIC 9(05)  COMP VALUE ZERO.
002770 01  DM-DEPTS-DELETED                PIC 9(05)  COMP VALUE ZERO.
002780 01  DM-DEPTS-LISTED                 PIC 9(05)  COMP VALUE ZERO.
002790 01  DM-DEPTS-WRITTEN                PIC 9(05)  COMP VALUE ZERO.
002800 01  DM-TRANS-REJECTED               PIC 9(05)  COMP VALUE ZERO.
002810 01  DM-UNRECEIVED-CLASSES           PIC 9(05)  COMP VALUE ZERO.
002820 01  DM-DORMANT-DEPTS                PIC 9(05)  COMP VALUE ZERO.
002830*
002840 01  DM-LINE-COUNT                   PIC 9(03)  COMP VALUE 99.
002850 01  DM-PAGE-COUNT                   PIC 9(05)  COMP VALUE ZERO.
002860*
002870 01  DM-RETURN-CODE                  PIC 9(04)  COMP VALUE ZERO.
002880*
002890 01  DM-ERROR-FILE-ID                PIC X(08)  VALUE SPACES.
002900*
002910 01  DM-ERROR-STATUS                 PIC X(02)  VALUE SPACES.
002920*
002930 01  DM-REJECT-REASON                PIC X(40)  VALUE SPACES.
002940 01  DM-IMAGE-TAG                    PIC X(08)  VALUE SPACES.
002950 01  DM-ACTION-TEXT                  PIC X(08)  VALUE SPACES.
002960*
002970 01  DM-UNRECEIVED-COMMENT.
002980     05  FILLER                      PIC X(23)  VALUE
002990         'NO DEPARTMENT - CARDS: '.
003000     05  DM-UNR-CARDS                PIC ZZZZ9.
003010     05  FILLER                      PIC X(12)  VALUE SPACES.
003020*
003030 01  DM-DORMANT-COMMENT.
003040     05  FILLER                      PIC X(23)  VALUE
003050         'CLASS LAST ON BULLETIN '.
003060     05  DM-DOR-DATE                 PIC 9(08).
003070     05  FILLER                      PIC X(09)  VALUE SPACES.
003080*
003090 01  DM-HEADING-1.
003100     05  FILLER                      PIC X(09)  VALUE 'DISTMNT'.
003110     05  FILLER                      PIC X(36)  VALUE
003120         'DISTRIBUTION LIST MAINTENANCE REPORT'.
003130     05  FILLER                      PIC X(11)  VALUE
003140         'RUN DATE : '.
003150     05  DM-HDG-RUN-DATE             PIC 9(08).
003160     05  FILLER                      PIC X(08)  VALUE
003170         '   PAGE '.
003180     05  DM-HDG-PAGE                 PIC ZZZZ9.
003190     05  FILLER                      PIC X(55)  VALUE SPACES.
003200*
003210 01  DM-HEADING-2.
003220     05  FILLER                      PIC X(08)  VALUE 'ACTION'.
003230     05  FILLER                      PIC X(08)  VALUE 'IMAGE'.
003240     05  FILLER                      PIC X(06)  VALUE 'DEPT'.
003250     05  FILLER                      PIC X(22)  VALUE 'NAME'.
003260     05  FILLER                      PIC X(08)  VALUE 'COPIES'.
003270     05  FILLER                      PIC X(06)  VALUE 'BIN'.
003280     05  FILLER                      PIC X(08)  VALUE 'CLASS'.
003290     05  FILLER                      PIC X(40)  VALUE 'COMMENT'.
003300     05  FILLER                      PIC X(26)  VALUE SPACES.
003310*
003320 01  DM-DETAIL-LINE.
003330     05  DM-DET-ACTION               PIC X(08).
003340     05  DM-DET-IMAGE                PIC X(08).
003350     05  DM-DET-DEPT                 PIC X(06).
003360     05  DM-DET-NAME                 PIC X(22).
003370     05  DM-DET-COPIES               PIC X(08).
003380     05  DM-DET-BIN                  PIC X(06).
003390     05  DM-DET-CLASS                PIC X(08).
003400     05  DM-DET-COMMENT              PIC X(40).
003410     05  FILLER                      PIC X(26)  VALUE SPACES.
003420*
003430 01  DM-SECTION-LINE.
003440     05  DM-SEC-TITLE                PIC X(60).
003450     05  FILLER                      PIC X(72)  VALUE SPACES.
003460*
003470 01  DM-SECTION-TITLE-DORMANT.
003480     05  FILLER                      PIC X(39)  VALUE
003490         'DEPARTMENTS WHOSE CLASS HAS NOT PRINTED'.
003500     05  FILLER                      PIC X(07)  VALUE ' SINCE '.
003510     05  DM-SEC-CUTOFF-DATE          PIC 9(08).
003520     05  FILLER                      PIC X(06)  VALUE SPACES.
003530*
003540 01  DM-TOTAL-LINE.
003550     05  FILLER                      PIC X(22).
003560     05  DM-TOT-COUNT                PIC ZZZZ9.
003570     05  FILLER                      PIC X(105) VALUE SPACES.
003580*
003590 PROCEDURE DIVISION.
003600*
003610 0000-MAINLINE.
003620*
003630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003640     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
003650     PERFORM 2200-LOAD-DIST-LIST THRU 2200-EXIT.
003660     PERFORM 3000-READ-TRAN-CARD THRU 3000-EXIT.
003670     PERFORM 3100-PROCESS-TRAN-CARD THRU 3100-EXIT
003680         UNTIL DM-TRAN-EOF.
003690     PERFORM 5000-WRITE-NEW-LIST THRU 5000-EXIT.
003700     PERFORM 5500-CHECK-ROUTE-CLASSES THRU 5500-EXIT.
003710     PERFORM 5700-CHECK-DORMANT-DEPTS THRU 5700-EXIT.
003720     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
003730     PERFORM 6000-CLOSE-FILES THRU 6000-EXIT.
003740     IF (DM-TRANS-REJECTED > ZERO OR DM-UNRECEIVED-CLASSES > ZERO
003750         OR DM-DORMANT-DEPTS > ZERO)
003760         AND DM-RETURN-CODE = ZERO
003770         MOVE 4 TO DM-RETURN-CODE
003780     END-IF.
003790     GO TO 9900-PROGRAM-EXIT.
003800*
003810 1000-INITIALIZE.
003820*
003830     ACCEPT DM-RUN-DATE FROM DATE YYYYMMDD.
003840     MOVE DM-RUN-DATE TO DM-HDG-RUN-DATE.
003850     PERFORM 1100-GET-DORMANT-DAYS THRU 1100-EXIT.
003860*
003870*    THE CUTOFF IS THE RUN DATE LESS THE THRESHOLD, COUNTED BACK
003880*    ONE CALENDAR DAY AT A TIME.
003890*
003900     MOVE DM-RUN-DATE TO DM-WORK-DATE-NUM.
003910     MOVE ZERO TO DM-DAYS-BACK.
003920     PERFORM 6600-PRIOR-DAY THRU 6600-EXIT
003930         UNTIL DM-DAYS-BACK = DM-DORMANT-DAYS.
003940     MOVE DM-WORK-DATE-NUM TO DM-CUTOFF-DATE.
003950     MOVE DM-CUTOFF-DATE TO DM-SEC-CUTOFF-DATE.
003960*
003970 1000-EXIT.
003980     EXIT.
003990*
004000 1100-GET-DORMANT-DAYS.
004010*
004020     OPEN INPUT DIST-PARM-FILE.
004030     IF NOT DM-PARM-FILE-OK
004040         MOVE 'DISTPARM' TO DM-ERROR-FILE-ID
004050         MOVE DM-PARM-FILE-STATUS TO DM-ERROR-STATUS
004060         GO TO 9999-ERROR-EXIT
004070     END-IF.
004080     READ DIST-PARM-FILE
004090         AT END
004100             DISPLAY 'DISTMNT - DISTPARM CARD MISSING'
004110                 UPON CONSOLE-DEVICE
004120             MOVE 'DISTPARM' TO DM-ERROR-FILE-ID
004130             MOVE DM-PARM-FILE-STATUS TO DM-ERROR-STATUS
004140             GO TO 9999-ERROR-EXIT
004150     END-READ.
004160     IF NOT DM-PARM-FILE-OK
004170         MOVE 'DISTPARM' TO DM-ERROR-FILE-ID
004180         MOVE DM-PARM-FILE-STATUS TO DM-ERROR-STATUS
004190         GO TO 9999-ERROR-EXIT
004200     END-IF.
004210     IF DPARM-DORMANT-DAYS NOT NUMERIC
004220         OR DPARM-DORMANT-DAYS = '000'
004230         DISPLAY 'DISTMNT - DORMANT DAYS NOT 001-999: '
004240             DPARM-DORMANT-DAYS UPON CONSOLE-DEVICE
004250         MOVE 'DISTPARM' TO DM-ERROR-FILE-ID
004260         MOVE DM-PARM-FILE-STATUS TO DM-ERROR-STATUS
004270         GO TO 9999-ERROR-EXIT
004280     END-IF.
004290     MOVE DPARM-DORMANT-DAYS TO DM-DORMANT-DAYS.
004300     CLOSE DIST-PARM-FILE.
004310     DISPLAY 'DISTMNT - DORMANT-CLASS THRESHOLD DAYS '
004320         DM-DORMANT-DAYS UPON CONSOLE-DEVICE.
004330*
004340 1100-EXIT.
004350     EXIT.
004360*
004370 2000-OPEN-FILES.
004380*
004390     OPEN INPUT TRAN-CARD-FILE.
004400     IF NOT DM-TRAN-FILE-OK
004410         MOVE 'DISTTRAN' TO DM-ERROR-FILE-ID
004420         MOVE DM-TRAN-FILE-STATUS TO DM-ERROR-STATUS
004430         GO TO 9999-ERROR-EXIT
004440     END-IF.
004450     OPEN OUTPUT DIST-OUT-FILE.
004460     IF NOT DM-DISTOT-FILE-OK
004470         MOVE 'DISTOUT' TO DM-ERROR-FILE-ID
004480         MOVE DM-DISTOT-FILE-STATUS TO DM-ERROR-STATUS
004490         GO TO 9999-ERROR-EXIT
004500     END-IF.
004510     OPEN OUTPUT MAINT-REPORT-FILE.
004520     IF NOT DM-RPT-FILE-OK
004530         MOVE 'DISTPRNT' TO DM-ERROR-FILE-ID
004540         MOVE DM-RPT-FILE-STATUS TO DM-ERROR-STATUS
004550         GO TO 9999-ERROR-EXIT
004560     END-IF.
004570*
004580 2000-EXIT.
004590     EXIT.
004600*
004610 2200-LOAD-DIST-LIST.
004620*
004630     OPEN INPUT DIST-IN-FILE.
004640     IF DM-DISTIN-FILE-MISSING
004650         SET DM-DISTIN-EOF TO TRUE
004660         CLOSE DIST-IN-FILE
004670         GO TO 2200-EXIT
004680     END-IF.
004690     IF NOT DM-DISTIN-FILE-OK
004700         MOVE 'DISTIN' TO DM-ERROR-FILE-ID
004710         MOVE DM-DISTIN-FILE-STATUS TO DM-ERROR-STATUS
004720         GO TO 9999-ERROR-EXIT
004730     END-IF.
004740     PERFORM 2250-READ-DIST-RECORD THRU 2250-EXIT
004750         UNTIL DM-DISTIN-EOF.
004760     CLOSE DIST-IN-FILE.
004770*
004780 2200-EXIT.
004790     EXIT.
004800*
004810 2250-READ-DIST-RECORD.
004820*
004830     READ DIST-IN-FILE
004840         AT END
004850             SET DM-DISTIN-EOF TO TRUE
004860             GO TO 2250-EXIT
004870     END-READ.
004880     IF NOT DM-DISTIN-FILE-OK
004890         MOVE 'DISTIN' TO DM-ERROR-FILE-ID
004900         MOVE DM-DISTIN-FILE-STATUS TO DM-ERROR-STATUS
004910         GO TO 9999-ERROR-EXIT
004920     END-IF.
004930     IF DM-DIST-USED >= 200
004940         DISPLAY 'DISTMNT - DISTRIBUTION LIST TABLE FULL'
004950             UPON CONSOLE-DEVICE
004960         MOVE 'DISTIN' TO DM-ERROR-FILE-ID
004970         MOVE DM-DISTIN-FILE-STATUS TO DM-ERROR-STATUS
004980         GO TO 9999-ERROR-EXIT
004990     END-IF.
005000     ADD 1 TO DM-DIST-USED.
005010     ADD 1 TO DM-DEPTS-LOADED.
005020     MOVE DISTIN-DEPT-CODE TO DM-DIST-CODE (DM-DIST-USED).
005030     MOVE DISTIN-DEPT-NAME TO DM-DIST-NAME (DM-DIST-USED).
005040     MOVE DISTIN-COPIES TO DM-DIST-COPIES (DM-DIST-USED).
005050     MOVE DISTIN-BIN TO DM-DIST-BIN (DM-DIST-USED).
005060     MOVE DISTIN-ROUTE-CLASS TO DM-DIST-CLASS (DM-DIST-USED).
005070     MOVE 'N' TO DM-DIST-DELETED-SW (DM-DIST-USED).
005080*
005090 2250-EXIT.
005100     EXIT.
005110*
005120 3000-READ-TRAN-CARD.
005130*
005140     READ TRAN-CARD-FILE
005150         AT END
005160             SET DM-TRAN-EOF TO TRUE
005170         NOT AT END
005180             ADD 1 TO DM-TRANS-READ
005190     END-READ.
005200     IF NOT DM-TRAN-FILE-OK AND NOT DM-TRAN-FILE-EOF
005210         MOVE 'DISTTRAN' TO DM-ERROR-FILE-ID
005220         MOVE DM-TRAN-FILE-STATUS TO DM-ERROR-STATUS
005230         GO TO 9999-ERROR-EXIT
005240     END-IF.
005250*
005260 3000-EXIT.
005270     EXIT.
005280*
005290 3100-PROCESS-TRAN-CARD.
005300*
005310     IF TRAN-ADD
005320         PERFORM 4000-ADD-DEPT THRU 4000-EXIT
005330     ELSE
005340         IF TRAN-CHANGE
005350             PERFORM 4100-CHANGE-DEPT THRU 4100-EXIT
005360         ELSE
005370             IF TRAN-DELETE
005380                 PERFORM 4200-DELETE-DEPT THRU 4200-EXIT
005390             ELSE
005400                 IF TRAN-LIST
005410                     PERFORM 4300-LIST-DEPTS THRU 4300-EXIT
005420                 ELSE
005430                     MOVE 'REJECTED - UNKNOWN ACTION CODE'
005440                         TO DM-REJECT-REASON
005450                     PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
005460                 END-IF
005470             END-IF
005480         END-IF
005490     END-IF.
005500     PERFORM 3000-READ-TRAN-CARD THRU 3000-EXIT.
005510*
005520 3100-EXIT.
005530     EXIT.
005540*
005550 3500-FIND-DEPT-ENTRY.
005560*
005570     MOVE 'N' TO DM-DEPT-FOUND-SW.
005580     MOVE 1 TO DM-DIST-SUB.
005590     PERFORM 3550-SCAN-DIST-TABLE THRU 3550-EXIT
005600         UNTIL DM-DEPT-FOUND OR DM-DIST-SUB > DM-DIST-USED.
005610*
005620 3500-EXIT.
005630     EXIT.
005640*
005650 3550-SCAN-DIST-TABLE.
005660*
005670     IF DM-DIST-CODE (DM-DIST-SUB) = TRAN-DEPT-CODE
005680         AND NOT DM-DIST-DELETED (DM-DIST-SUB)
005690         SET DM-DEPT-FOUND TO TRUE
005700     ELSE
005710         ADD 1 TO DM-DIST-SUB
005720     END-IF.
005730*
005740 3550-EXIT.
005750     EXIT.
005760*
005770 4000-ADD-DEPT.
005780*
005790     PERFORM 4700-EDIT-CARD-COLUMNS THRU 4700-EXIT.
005800     IF DM-CARD-BAD
005810         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
005820         GO TO 4000-EXIT
005830     END-IF.
005840     IF TRAN-DEPT-NAME = SPACES
005850         MOVE 'REJECTED - DEPARTMENT NAME BLANK'
005860             TO DM-REJECT-REASON
005870         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
005880         GO TO 4000-EXIT
005890     END-IF.
005900     IF TRAN-COPIES = SPACES
005910         MOVE 'REJECTED - COPIES NOT 01-99'
005920             TO DM-REJECT-REASON
005930         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
005940         GO TO 4000-EXIT
005950     END-IF.
005960     IF TRAN-BIN = SPACES
005970         MOVE 'REJECTED - DELIVERY BIN BLANK'
005980             TO DM-REJECT-REASON
005990         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
006000         GO TO 4000-EXIT
006010     END-IF.
006020     PERFORM 3500-FIND-DEPT-ENTRY THRU 3500-EXIT.
006030     IF DM-DEPT-FOUND
006040         MOVE 'REJECTED - ALREADY ON FILE'
006050             TO DM-REJECT-REASON
006060         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
006070         GO TO 4000-EXIT
006080     END-IF.
006090     IF DM-DIST-USED >= 200
006100         DISPLAY 'DISTMNT - DISTRIBUTION LIST TABLE FULL'
006110             UPON CONSOLE-DEVICE
006120         MOVE 'DISTTRAN' TO DM-ERROR-FILE-ID
006130         MOVE DM-TRAN-FILE-STATUS TO DM-ERROR-STATUS
006140         GO TO 9999-ERROR-EXIT
006150     END-IF.
006160     ADD 1 TO DM-DIST-USED.
006170     MOVE DM-DIST-USED TO DM-DIST-SUB.
006180     MOVE TRAN-DEPT-CODE TO DM-DIST-CODE (DM-DIST-SUB).
006190     MOVE TRAN-DEPT-NAME TO DM-DIST-NAME (DM-DIST-SUB).
006200     MOVE TRAN-COPIES TO DM-DIST-COPIES (DM-DIST-SUB).
006210     MOVE TRAN-BIN TO DM-DIST-BIN (DM-DIST-SUB).
006220     IF TRAN-ROUTE-CLASS = 'ALL'
006230         MOVE SPACES TO DM-DIST-CLASS (DM-DIST-SUB)
006240     ELSE
006250         MOVE TRAN-ROUTE-CLASS TO DM-DIST-CLASS (DM-DIST-SUB)
006260     END-IF.
006270     MOVE 'N' TO DM-DIST-DELETED-SW (DM-DIST-SUB).
006280     ADD 1 TO DM-DEPTS-ADDED.
006290     MOVE 'ADD' TO DM-ACTION-TEXT.
006300     MOVE 'AFTER' TO DM-IMAGE-TAG.
006310     MOVE 'ADDED' TO DM-REJECT-REASON.
006320     PERFORM 4800-WRITE-ENTRY-IMAGE THRU 4800-EXIT.
006330*
006340 4000-EXIT.
006350     EXIT.
006360*
006370 4100-CHANGE-DEPT.
006380*
006390     PERFORM 4700-EDIT-CARD-COLUMNS THRU 4700-EXIT.
006400     IF DM-CARD-BAD
006410         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
006420         GO TO 4100-EXIT
006430     END-IF.
006440     IF TRAN-DEPT-NAME = SPACES AND TRAN-COPIES = SPACES
006450         AND TRAN-BIN = SPACES AND TRAN-ROUTE-CLASS = SPACES
006460         MOVE 'REJECTED - NOTHING TO CHANGE'
006470             TO DM-REJECT-REASON
006480         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
006490         GO TO 4100-EXIT
006500     END-IF.
006510     PERFORM 3500-FIND-DEPT-ENTRY THRU 3500-EXIT.
006520     IF NOT DM-DEPT-FOUND
006530         MOVE 'REJECTED - NOT ON FILE'
006540             TO DM-REJECT-REASON
006550         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
006560         GO TO 4100-EXIT
006570     END-IF.
006580     MOVE 'CHANGE' TO DM-ACTION-TEXT.
006590     MOVE 'BEFORE' TO DM-IMAGE-TAG.
006600     PERFORM 4800-WRITE-ENTRY-IMAGE THRU 4800-EXIT.
006610     IF TRAN-DEPT-NAME NOT = SPACES
006620         MOVE TRAN-DEPT-NAME TO DM-DIST-NAME (DM-DIST-SUB)
006630     END-IF.
006640     IF TRAN-COPIES NOT = SPACES
006650         MOVE TRAN-COPIES TO DM-DIST-COPIES (DM-DIST-SUB)
006660     END-IF.
006670     IF TRAN-BIN NOT = SPACES
006680         MOVE TRAN-BIN TO DM-DIST-BIN (DM-DIST-SUB)
006690     END-IF.
006700     IF TRAN-ROUTE-CLASS = 'ALL'
006710         MOVE SPACES TO DM-DIST-CLASS (DM-DIST-SUB)
006720     ELSE
006730         IF TRAN-ROUTE-CLASS NOT = SPACES
006740             MOVE TRAN-ROUTE-CLASS TO DM-DIST-CLASS (DM-DIST-SUB)
006750         END-IF
006760     END-IF.
006770     ADD 1 TO DM-DEPTS-CHANGED.
006780     MOVE 'AFTER' TO DM-IMAGE-TAG.
006790     MOVE 'CHANGED' TO DM-REJECT-REASON.
006800     PERFORM 4800-WRITE-ENTRY-IMAGE THRU 4800-EXIT.
006810*
006820 4100-EXIT.
006830     EXIT.
006840*
006850 4200-DELETE-DEPT.
006860*
006870     PERFORM 3500-FIND-DEPT-ENTRY THRU 3500-EXIT.
006880     IF NOT DM-DEPT-FOUND
006890         MOVE 'REJECTED - NOT ON FILE'
006900             TO DM-REJECT-REASON
006910         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
006920         GO TO 4200-EXIT
006930     END-IF.
006940     MOVE 'Y' TO DM-DIST-DELETED-SW (DM-DIST-SUB).
006950     ADD 1 TO DM-DEPTS-DELETED.
006960     MOVE 'DELETE' TO DM-ACTION-TEXT.
006970     MOVE 'BEFORE' TO DM-IMAGE-TAG.
006980     MOVE 'DELETED' TO DM-REJECT-REASON.
006990     PERFORM 4800-WRITE-ENTRY-IMAGE THRU 4800-EXIT.
007000*
007010 4200-EXIT.
007020     EXIT.
007030*
007040*****************************************************************
007050*    4300 - LIST.  A BLANK DEPARTMENT CODE LISTS EVERY ENTRY AS  *
007060*    IT STANDS AT THAT POINT IN THE DECK; A CODE LISTS THAT ONE. *
007070*****************************************************************
007080*
007090 4300-LIST-DEPTS.
007100*
007110     IF TRAN-DEPT-CODE NOT = SPACES
007120         PERFORM 3500-FIND-DEPT-ENTRY THRU 3500-EXIT
007130         IF NOT DM-DEPT-FOUND
007140             MOVE 'REJECTED - NOT ON FILE'
007150                 TO DM-REJECT-REASON
007160             PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
007170             GO TO 4300-EXIT
007180         END-IF
007190         MOVE DM-DIST-SUB TO DM-LIST-SUB
007200         PERFORM 4350-LIST-ONE-DEPT THRU 4350-EXIT
007210         GO TO 4300-EXIT
007220     END-IF.
007230     MOVE 1 TO DM-LIST-SUB.
007240     PERFORM 4350-LIST-ONE-DEPT THRU 4350-EXIT
007250         UNTIL DM-LIST-SUB > DM-DIST-USED.
007260*
007270 4300-EXIT.
007280     EXIT.
007290*
007300 4350-LIST-ONE-DEPT.
007310*
007320     IF DM-DIST-DELETED (DM-LIST-SUB)
007330         GO TO 4350-NEXT
007340     END-IF.
007350     MOVE DM-LIST-SUB TO DM-DIST-SUB.
007360     ADD 1 TO DM-DEPTS-LISTED.
007370     MOVE 'LIST' TO DM-ACTION-TEXT.
007380     MOVE SPACES TO DM-IMAGE-TAG.
007390     PERFORM 4800-WRITE-ENTRY-IMAGE THRU 4800-EXIT.
007400*
007410 4350-NEXT.
007420     ADD 1 TO DM-LIST-SUB.
007430*
007440 4350-EXIT.
007450     EXIT.
007460*
007470*****************************************************************
007480*    4700 - CARD EDITS COMMON TO ADD AND CHANGE.  CATCHES THE    *
007490*    SHIFTED CARD -- A CODE OR CLASS NOT STARTING IN ITS FIRST   *
007500*    COLUMN, OR DATA PAST COLUMN 35 -- AND A COPY COUNT THAT IS  *
007510*    NOT 01-99.  SETS DM-CARD-BAD AND THE REJECT REASON.         *
007520*****************************************************************
007530*
007540 4700-EDIT-CARD-COLUMNS.
007550*
007560     MOVE 'N' TO DM-CARD-BAD-SW.
007570     IF TRAN-DEPT-CODE = SPACES
007580         MOVE 'REJECTED - DEPARTMENT CODE BLANK'
007590             TO DM-REJECT-REASON
007600         SET DM-CARD-BAD TO TRUE
007610         GO TO 4700-EXIT
007620     END-IF.
007630     IF TRAN-DEPT-CODE (1:1) = SPACE
007640         MOVE 'REJECTED - DEPT CODE NOT IN COL 2'
007650             TO DM-REJECT-REASON
007660         SET DM-CARD-BAD TO TRUE
007670         GO TO 4700-EXIT
007680     END-IF.
007690     IF TRAN-COPIES NOT = SPACES
007700         IF TRAN-COPIES-NUM NOT NUMERIC
007710             OR TRAN-COPIES-NUM = ZERO
007720             MOVE 'REJECTED - COPIES NOT 01-99'
007730                 TO DM-REJECT-REASON
007740             SET DM-CARD-BAD TO TRUE
007750             GO TO 4700-EXIT
007760         END-IF
007770     END-IF.
007780     IF TRAN-ROUTE-CLASS NOT = SPACES
007790         AND TRAN-ROUTE-CLASS (1:1) = SPACE
007800         MOVE 'REJECTED - ROUTE CLASS NOT IN COL 32'
007810             TO DM-REJECT-REASON
007820         SET DM-CARD-BAD TO TRUE
007830         GO TO 4700-EXIT
007840     END-IF.
007850     IF TRAN-OVERFLOW NOT = SPACES
007860         MOVE 'REJECTED - DATA PAST COLUMN 35'
007870             TO DM-REJECT-REASON
007880         SET DM-CARD-BAD TO TRUE
007890     END-IF.
007900*
007910 4700-EXIT.
007920     EXIT.
007930*
007940 4800-WRITE-ENTRY-IMAGE.
007950*
007960     MOVE SPACES TO DM-DETAIL-LINE.
007970     MOVE DM-ACTION-TEXT TO DM-DET-ACTION.
007980     MOVE DM-IMAGE-TAG TO DM-DET-IMAGE.
007990     MOVE DM-DIST-CODE (DM-DIST-SUB) TO DM-DET-DEPT.
008000     MOVE DM-DIST-NAME (DM-DIST-SUB) TO DM-DET-NAME.
008010     MOVE DM-DIST-COPIES (DM-DIST-SUB) TO DM-DET-COPIES.
008020     MOVE DM-DIST-BIN (DM-DIST-SUB) TO DM-DET-BIN.
008030     IF DM-DIST-CLASS (DM-DIST-SUB) = SPACES
008040         MOVE 'ALL' TO DM-DET-CLASS
008050     ELSE
008060         MOVE DM-DIST-CLASS (DM-DIST-SUB) TO DM-DET-CLASS
008070     END-IF.
008080     MOVE DM-REJECT-REASON TO DM-DET-COMMENT.
008090     MOVE SPACES TO DM-REJECT-REASON.
008100     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008110*
008120 4800-EXIT.
008130     EXIT.
008140*
008150 4900-REJECT-TRAN.
008160*
008170     ADD 1 TO DM-TRANS-REJECTED.
008180     MOVE SPACES TO DM-DETAIL-LINE.
008190     MOVE TRAN-ACTION TO DM-DET-ACTION.
008200     MOVE 'CARD' TO DM-DET-IMAGE.
008210     MOVE TRAN-DEPT-CODE TO DM-DET-DEPT.
008220     MOVE TRAN-DEPT-NAME TO DM-DET-NAME.
008230     MOVE TRAN-COPIES TO DM-DET-COPIES.
008240     MOVE TRAN-BIN TO DM-DET-BIN.
008250     MOVE TRAN-ROUTE-CLASS TO DM-DET-CLASS.
008260     MOVE DM-REJECT-REASON TO DM-DET-COMMENT.
008270     MOVE SPACES TO DM-REJECT-REASON.
008280     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008290*
008300 4900-EXIT.
008310     EXIT.
008320*
008330 5000-WRITE-NEW-LIST.
008340*
008350     MOVE 1 TO DM-DIST-SUB.
008360     PERFORM 5050-WRITE-DIST-ENTRY THRU 5050-EXIT
008370         UNTIL DM-DIST-SUB > DM-DIST-USED.
008380*
008390 5000-EXIT.
008400     EXIT.
008410*
008420 5050-WRITE-DIST-ENTRY.
008430*
008440     IF DM-DIST-DELETED (DM-DIST-SUB)
008450         GO TO 5050-NEXT
008460     END-IF.
008470     MOVE SPACES TO DIST-OUT-RECORD.
008480     MOVE DM-DIST-CODE (DM-DIST-SUB) TO DISTOT-DEPT-CODE.
008490     MOVE DM-DIST-NAME (DM-DIST-SUB) TO DISTOT-DEPT-NAME.
008500     MOVE DM-DIST-COPIES (DM-DIST-SUB) TO DISTOT-COPIES.
008510     MOVE DM-DIST-BIN (DM-DIST-SUB) TO DISTOT-BIN.
008520     MOVE DM-DIST-CLASS (DM-DIST-SUB) TO DISTOT-ROUTE-CLASS.
008530     WRITE DIST-OUT-RECORD.
008540     IF NOT DM-DISTOT-FILE-OK
008550         MOVE 'DISTOUT' TO DM-ERROR-FILE-ID
008560         MOVE DM-DISTOT-FILE-STATUS TO DM-ERROR-STATUS
008570         GO TO 9999-ERROR-EXIT
008580     END-IF.
008590     ADD 1 TO DM-DEPTS-WRITTEN.
008600*
008610 5050-NEXT.
008620     ADD 1 TO DM-DIST-SUB.
008630*
008640 5050-EXIT.
008650     EXIT.
008660*
008670*****************************************************************
008680*    5500 BLOCK - UNRECEIVED ROUTE CLASSES.  EVERY CLASS NAMED ON*
008690*    A 'D' CARD OF THE LIVE PARMIN DECK MUST BE CARRIED BY AT    *
008700*    LEAST ONE DEPARTMENT ON THE NEW LIST -- A DEPARTMENT ON     *
008710*    'ALL' RECEIVES ONLY THE MESSAGES ROUTED TO 'ALL', SO A CLASS*
008720*    NOBODY CARRIES PRINTS ON NOBODY'S PAGE.                     *
008730*****************************************************************
008740*
008750 5500-CHECK-ROUTE-CLASSES.
008760*
008770     MOVE SPACES TO DM-SECTION-LINE.
008780     MOVE 'ROUTE CLASSES ON PARMIN THAT NO DEPARTMENT RECEIVES'
008790         TO DM-SEC-TITLE.
008800     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
008810     OPEN INPUT PARM-CARD-FILE.
008820     IF DM-PARMIN-FILE-MISSING
008830         CLOSE PARM-CARD-FILE
008840         MOVE SPACES TO DM-DETAIL-LINE
008850         MOVE 'PARMIN NOT SUPPLIED - CHECK SKIPPED'
008860             TO DM-DETAIL-LINE
008870         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008880         GO TO 5500-EXIT
008890     END-IF.
008900     IF NOT DM-PARMIN-FILE-OK
008910         MOVE 'PARMIN' TO DM-ERROR-FILE-ID
008920         MOVE DM-PARMIN-FILE-STATUS TO DM-ERROR-STATUS
008930         GO TO 9999-ERROR-EXIT
008940     END-IF.
008950     PERFORM 5510-READ-PARM-CARD THRU 5510-EXIT
008960         UNTIL DM-PARMIN-EOF.
008970     CLOSE PARM-CARD-FILE.
008980     MOVE 1 TO DM-PCLS-SUB.
008990     PERFORM 5550-CHECK-ONE-CLASS THRU 5550-EXIT
009000         UNTIL DM-PCLS-SUB > DM-PCLS-USED.
009010     IF DM-UNRECEIVED-CLASSES = ZERO
009020         MOVE SPACES TO DM-DETAIL-LINE
009030         MOVE 'EVERY PARMIN ROUTE CLASS REACHES A DEPARTMENT'
009040             TO DM-DETAIL-LINE
009050         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
009060     END-IF.
009070*
009080 5500-EXIT.
009090     EXIT.
009100*
009110 5510-READ-PARM-CARD.
009120*
009130     READ PARM-CARD-FILE
009140         AT END
009150             SET DM-PARMIN-EOF TO TRUE
009160             GO TO 5510-EXIT
009170     END-READ.
009180     IF NOT DM-PARMIN-FILE-OK
009190         MOVE 'PARMIN' TO DM-ERROR-FILE-ID
009200         MOVE DM-PARMIN-FILE-STATUS TO DM-ERROR-STATUS
009210         GO TO 9999-ERROR-EXIT
009220     END-IF.
009230     IF NOT PARM-DETAIL-CARD
009240         OR PARM-ROUTE-CLASS = SPACES
009250         OR PARM-ROUTE-CLASS = 'ALL'
009260         GO TO 5510-EXIT
009270     END-IF.
009280     MOVE 'N' TO DM-CLASS-FOUND-SW.
009290     MOVE 1 TO DM-PCLS-SUB.
009300     PERFORM 5520-SCAN-PARM-CLASSES THRU 5520-EXIT
009310         UNTIL DM-CLASS-FOUND OR DM-PCLS-SUB > DM-PCLS-USED.
009320     IF DM-CLASS-FOUND
009330         ADD 1 TO DM-PCLS-CARDS (DM-PCLS-SUB)
009340         GO TO 5510-EXIT
009350     END-IF.
009360     IF DM-PCLS-USED >= 100
009370         DISPLAY 'DISTMNT - ROUTE CLASS TABLE FULL'
009380             UPON CONSOLE-DEVICE
009390         MOVE 'PARMIN' TO DM-ERROR-FILE-ID
009400         MOVE DM-PARMIN-FILE-STATUS TO DM-ERROR-STATUS
009410         GO TO 9999-ERROR-EXIT
009420     END-IF.
009430     ADD 1 TO DM-PCLS-USED.
009440     MOVE PARM-ROUTE-CLASS TO DM-PCLS-CLASS (DM-PCLS-USED).
009450     MOVE PARM-MESSAGE-CODE TO DM-PCLS-FIRST-CODE (DM-PCLS-USED).
009460     MOVE 1 TO DM-PCLS-CARDS (DM-PCLS-USED).
009470*
009480 5510-EXIT.
009490     EXIT.
009500*
009510 5520-SCAN-PARM-CLASSES.
009520*
009530     IF DM-PCLS-CLASS (DM-PCLS-SUB) = PARM-ROUTE-CLASS
009540         SET DM-CLASS-FOUND TO TRUE
009550     ELSE
009560         ADD 1 TO DM-PCLS-SUB
009570     END-IF.
009580*
009590 5520-EXIT.
009600     EXIT.
009610*
009620 5550-CHECK-ONE-CLASS.
009630*
009640     MOVE 'N' TO DM-DEPT-FOUND-SW.
009650     MOVE 1 TO DM-DIST-SUB.
009660     PERFORM 5560-SCAN-DEPT-CLASS THRU 5560-EXIT
009670         UNTIL DM-DEPT-FOUND OR DM-DIST-SUB > DM-DIST-USED.
009680     IF DM-DEPT-FOUND
009690         GO TO 5550-NEXT
009700     END-IF.
009710     ADD 1 TO DM-UNRECEIVED-CLASSES.
009720     MOVE SPACES TO DM-DETAIL-LINE.
009730     MOVE 'CHECK' TO DM-DET-ACTION.
009740     MOVE 'PARMIN' TO DM-DET-IMAGE.
009750     MOVE DM-PCLS-FIRST-CODE (DM-PCLS-SUB) TO DM-DET-NAME.
009760     MOVE DM-PCLS-CLASS (DM-PCLS-SUB) TO DM-DET-CLASS.
009770     MOVE DM-PCLS-CARDS (DM-PCLS-SUB) TO DM-UNR-CARDS.
009780     MOVE DM-UNRECEIVED-COMMENT TO DM-DET-COMMENT.
009790     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009800*
009810 5550-NEXT.
009820     ADD 1 TO DM-PCLS-SUB.
009830*
009840 5550-EXIT.
009850     EXIT.
009860*
009870 5560-SCAN-DEPT-CLASS.
009880*
009890     IF DM-DIST-CLASS (DM-DIST-SUB) = DM-PCLS-CLASS (DM-PCLS-SUB)
009900         AND NOT DM-DIST-DELETED (DM-DIST-SUB)
009910         SET DM-DEPT-FOUND TO TRUE
009920     ELSE
009930         ADD 1 TO DM-DIST-SUB
009940     END-IF.
009950*
009960 5560-EXIT.
009970     EXIT.
009980*
009990*****************************************************************
010000*    5700 BLOCK - DORMANT ROUTING.  BULLHIST MESSAGE RECORDS     *
010010*    CARRY THE ROUTE CLASS EACH LINE PRINTED ON; THE LATEST DATE *
010020*    PER CLASS IS TABLED, AND EVERY DEPARTMENT ON THE NEW LIST   *
010030*    WITH ITS OWN CLASS WHOSE CLASS HAS NOT PRINTED ON OR AFTER  *
010040*    THE CUTOFF IS LISTED.  DEPARTMENTS ON 'ALL' HAVE NO ROUTING *
010050*    OF THEIR OWN TO GO DEAD AND ARE NOT CHECKED.  RECORDS       *
010060*    WRITTEN BEFORE THE CLASS WAS CARRIED HAVE IT BLANK AND PROVE*
010070*    NOTHING EITHER WAY.                                         *
010080*****************************************************************
010090*
010100 5700-CHECK-DORMANT-DEPTS.
010110*
010120     MOVE DM-SECTION-TITLE-DORMANT TO DM-SEC-TITLE.
010130     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
010140     OPEN INPUT BULL-HIST-FILE.
010150     IF DM-HIST-FILE-MISSING
010160         CLOSE BULL-HIST-FILE
010170         MOVE SPACES TO DM-DETAIL-LINE
010180         MOVE 'BULLHIST NOT SUPPLIED - CHECK SKIPPED'
010190             TO DM-DETAIL-LINE
010200         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
010210         GO TO 5700-EXIT
010220     END-IF.
010230     IF NOT DM-HIST-FILE-OK
010240         MOVE 'BULLHIST' TO DM-ERROR-FILE-ID
010250         MOVE DM-HIST-FILE-STATUS TO DM-ERROR-STATUS
010260         GO TO 9999-ERROR-EXIT
010270     END-IF.
010280     PERFORM 5710-READ-HIST-RECORD THRU 5710-EXIT
010290         UNTIL DM-HIST-EOF.
010300     CLOSE BULL-HIST-FILE.
010310     MOVE 1 TO DM-DIST-SUB.
010320     PERFORM 5750-CHECK-ONE-DEPT THRU 5750-EXIT
010330         UNTIL DM-DIST-SUB > DM-DIST-USED.
010340     IF DM-DORMANT-DEPTS = ZERO
010350         MOVE SPACES TO DM-DETAIL-LINE
010360         MOVE 'EVERY DEPARTMENT CLASS HAS PRINTED SINCE CUTOFF'
010370             TO DM-DETAIL-LINE
010380         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
010390     END-IF.
010400*
010410 5700-EXIT.
010420     EXIT.
010430*
010440 5710-READ-HIST-RECORD.
010450*
010460     READ BULL-HIST-FILE
010470         AT END
010480             SET DM-HIST-EOF TO TRUE
010490             GO TO 5710-EXIT
010500     END-READ.
010510     IF NOT DM-HIST-FILE-OK
010520         MOVE 'BULLHIST' TO DM-ERROR-FILE-ID
010530         MOVE DM-HIST-FILE-STATUS TO DM-ERROR-STATUS
010540         GO TO 9999-ERROR-EXIT
010550     END-IF.
010560     IF NOT BULL-HIST-TYPE-MESSAGE
010570         OR BULL-HIST-ROUTE-CLASS = SPACES
010580         OR BULL-HIST-ROUTE-CLASS = 'ALL'
010590         GO TO 5710-EXIT
010600     END-IF.
010610     MOVE 'N' TO DM-CLASS-FOUND-SW.
010620     MOVE 1 TO DM-SEEN-SUB.
010630     PERFORM 5720-SCAN-SEEN-CLASSES THRU 5720-EXIT
010640         UNTIL DM-CLASS-FOUND OR DM-SEEN-SUB > DM-SEEN-USED.
010650     IF DM-CLASS-FOUND
010660         IF BULL-HIST-DATE > DM-SEEN-DATE (DM-SEEN-SUB)
010670             MOVE BULL-HIST-DATE TO DM-SEEN-DATE (DM-SEEN-SUB)
010680         END-IF
010690         GO TO 5710-EXIT
010700     END-IF.
010710     IF DM-SEEN-USED >= 100
010720         DISPLAY 'DISTMNT - BULLETIN CLASS TABLE FULL'
010730             UPON CONSOLE-DEVICE
010740         MOVE 'BULLHIST' TO DM-ERROR-FILE-ID
010750         MOVE DM-HIST-FILE-STATUS TO DM-ERROR-STATUS
010760         GO TO 9999-ERROR-EXIT
010770     END-IF.
010780     ADD 1 TO DM-SEEN-USED.
010790     MOVE BULL-HIST-ROUTE-CLASS TO DM-SEEN-CLASS (DM-SEEN-USED).
010800     MOVE BULL-HIST-DATE TO DM-SEEN-DATE (DM-SEEN-USED).
010810*
010820 5710-EXIT.
010830     EXIT.
010840*
010850 5720-SCAN-SEEN-CLASSES.
010860*
010870     IF DM-SEEN-CLASS (DM-SEEN-SUB) = BULL-HIST-ROUTE-CLASS
010880         SET DM-CLASS-FOUND TO TRUE
010890     ELSE
010900         ADD 1 TO DM-SEEN-SUB
010910     END-IF.
010920*
010930 5720-EXIT.
010940     EXIT.
010950*
010960 5750-CHECK-ONE-DEPT.
010970*
010980     IF DM-DIST-DELETED (DM-DIST-SUB)
010990         OR DM-DIST-CLASS (DM-DIST-SUB) = SPACES
011000         OR DM-DIST-CLASS (DM-DIST-SUB) = 'ALL'
011010         GO TO 5750-NEXT
011020     END-IF.
011030     MOVE 'N' TO DM-CLASS-FOUND-SW.
011040     MOVE 1 TO DM-SEEN-SUB.
011050     PERFORM 5760-FIND-DEPT-CLASS THRU 5760-EXIT
011060         UNTIL DM-CLASS-FOUND OR DM-SEEN-SUB > DM-SEEN-USED.
011070     IF DM-CLASS-FOUND
011080         IF DM-SEEN-DATE (DM-SEEN-SUB) NOT < DM-CUTOFF-DATE
011090             GO TO 5750-NEXT
011100         END-IF
011110         MOVE DM-SEEN-DATE (DM-SEEN-SUB) TO DM-DOR-DATE
011120         MOVE DM-DORMANT-COMMENT TO DM-REJECT-REASON
011130     ELSE
011140         MOVE 'CLASS NEVER ON A BULLETIN' TO DM-REJECT-REASON
011150     END-IF.
011160     ADD 1 TO DM-DORMANT-DEPTS.
011170     MOVE 'CHECK' TO DM-ACTION-TEXT.
011180     MOVE 'BULLHIST' TO DM-IMAGE-TAG.
011190     PERFORM 4800-WRITE-ENTRY-IMAGE THRU 4800-EXIT.
011200*
011210 5750-NEXT.
011220     ADD 1 TO DM-DIST-SUB.
011230*
011240 5750-EXIT.
011250     EXIT.
011260*
011270 5760-FIND-DEPT-CLASS.
011280*
011290     IF DM-SEEN-CLASS (DM-SEEN-SUB) = DM-DIST-CLASS (DM-DIST-SUB)
011300         SET DM-CLASS-FOUND TO TRUE
011310     ELSE
011320         ADD 1 TO DM-SEEN-SUB
011330     END-IF.
011340*
011350 5760-EXIT.
011360     EXIT.
011370*
011380 6000-CLOSE-FILES.
011390*
011400     CLOSE TRAN-CARD-FILE.
011410     CLOSE DIST-OUT-FILE.
011420     CLOSE MAINT-REPORT-FILE.
011430*
011440 6000-EXIT.
011450     EXIT.
011460*
011470*****************************************************************
011480*    6500 BLOCK - DATE ARITHMETIC.  LEAP-YEAR TEST AND PRIOR-DAY *
011490*    STEP ON THE DM-WORK-DATE FIELDS.                            *
011500*****************************************************************
011510*
011520 6500-SET-LEAP-YEAR.
011530*
011540     MOVE 'N' TO DM-LEAP-SW.
011550     DIVIDE DM-WORK-YEAR BY 4 GIVING DM-LEAP-QUOT
011560         REMAINDER DM-LEAP-REM.
011570     IF DM-LEAP-REM NOT = ZERO
011580         GO TO 6500-EXIT
011590     END-IF.
011600     DIVIDE DM-WORK-YEAR BY 100 GIVING DM-LEAP-QUOT
011610         REMAINDER DM-LEAP-REM.
011620     IF DM-LEAP-REM NOT = ZERO
011630         SET DM-LEAP-YEAR TO TRUE
011640         GO TO 6500-EXIT
011650     END-IF.
011660     DIVIDE DM-WORK-YEAR BY 400 GIVING DM-LEAP-QUOT
011670         REMAINDER DM-LEAP-REM.
011680     IF DM-LEAP-REM = ZERO
011690         SET DM-LEAP-YEAR TO TRUE
011700     END-IF.
011710*
011720 6500-EXIT.
011730     EXIT.
011740*
011750 6600-PRIOR-DAY.
011760*
011770     ADD 1 TO DM-DAYS-BACK.
011780     IF DM-WORK-DAY > 1
011790         SUBTRACT 1 FROM DM-WORK-DAY
011800         GO TO 6600-EXIT
011810     END-IF.
011820     IF DM-WORK-MONTH > 1
011830         SUBTRACT 1 FROM DM-WORK-MONTH
011840     ELSE
011850         MOVE 12 TO DM-WORK-MONTH
011860         SUBTRACT 1 FROM DM-WORK-YEAR
011870     END-IF.
011880     PERFORM 6500-SET-LEAP-YEAR THRU 6500-EXIT.
011890     MOVE DM-DAYS-IN-MONTH (DM-WORK-MONTH) TO DM-WORK-DAY.
011900     IF DM-WORK-MONTH = 2 AND DM-LEAP-YEAR
011910         MOVE 29 TO DM-WORK-DAY
011920     END-IF.
011930*
011940 6600-EXIT.
011950     EXIT.
011960*
011970 7000-WRITE-REPORT-LINE.
011980*
011990     IF DM-LINE-COUNT > 55
012000         PERFORM 7200-WRITE-PAGE-HEADING THRU 7200-EXIT
012010     END-IF.
012020     WRITE REPORT-RECORD FROM DM-DETAIL-LINE
012030         AFTER ADVANCING 1 LINE.
012040     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
012050     ADD 1 TO DM-LINE-COUNT.
012060*
012070 7000-EXIT.
012080     EXIT.
012090*
012100 7100-WRITE-SECTION-TITLE.
012110*
012120     IF DM-LINE-COUNT > 50
012130         PERFORM 7200-WRITE-PAGE-HEADING THRU 7200-EXIT
012140     END-IF.
012150     WRITE REPORT-RECORD FROM DM-SECTION-LINE
012160         AFTER ADVANCING 2 LINES.
012170     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
012180     ADD 2 TO DM-LINE-COUNT.
012190*
012200 7100-EXIT.
012210     EXIT.
012220*
012230 7200-WRITE-PAGE-HEADING.
012240*
012250     ADD 1 TO DM-PAGE-COUNT.
012260     MOVE DM-PAGE-COUNT TO DM-HDG-PAGE.
012270     WRITE REPORT-RECORD FROM DM-HEADING-1
012280         AFTER ADVANCING PAGE.
012290     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
012300     WRITE REPORT-RECORD FROM DM-HEADING-2
012310         AFTER ADVANCING 2 LINES.
012320     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
012330     MOVE SPACES TO REPORT-RECORD.
012340     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
012350     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
012360     MOVE 4 TO DM-LINE-COUNT.
012370*
012380 7200-EXIT.
012390     EXIT.
012400*
012410 7900-CHECK-REPORT-STATUS.
012420*
012430     IF NOT DM-RPT-FILE-OK
012440         MOVE 'DISTPRNT' TO DM-ERROR-FILE-ID
012450         MOVE DM-RPT-FILE-STATUS TO DM-ERROR-STATUS
012460         GO TO 9999-ERROR-EXIT
012470     END-IF.
012480*
012490 7900-EXIT.
012500     EXIT.
012510*
012520 8000-WRITE-SUMMARY.
012530*
012540     MOVE SPACES TO DM-DETAIL-LINE.
012550     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
012560     MOVE SPACES TO DM-TOTAL-LINE.
012570     MOVE 'TRANSACTIONS READ   :' TO DM-TOTAL-LINE.
012580     MOVE DM-TRANS-READ TO DM-TOT-COUNT.
012590     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
012600     MOVE 'DEPARTMENTS LOADED  :' TO DM-TOTAL-LINE.
012610     MOVE DM-DEPTS-LOADED TO DM-TOT-COUNT.
012620     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
012630     MOVE 'DEPARTMENTS ADDED   :' TO DM-TOTAL-LINE.
012640     MOVE DM-DEPTS-ADDED TO DM-TOT-COUNT.
012650     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
012660     MOVE 'DEPARTMENTS CHANGED :' TO DM-TOTAL-LINE.
012670     MOVE DM-DEPTS-CHANGED TO DM-TOT-COUNT.
012680     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
012690     MOVE 'DEPARTMENTS DELETED :' TO DM-TOTAL-LINE.
012700     MOVE DM-DEPTS-DELETED TO DM-TOT-COUNT.
012710     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
012720     MOVE 'DEPARTMENTS LISTED  :' TO DM-TOTAL-LINE.
012730     MOVE DM-DEPTS-LISTED TO DM-TOT-COUNT.
012740     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
012750     MOVE 'DEPARTMENTS WRITTEN :' TO DM-TOTAL-LINE.
012760     MOVE DM-DEPTS-WRITTEN TO DM-TOT-COUNT.
012770     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
012780     MOVE 'TRANSACTIONS REJECTD:' TO DM-TOTAL-LINE.
012790     MOVE DM-TRANS-REJECTED TO DM-TOT-COUNT.
012800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
012810     MOVE 'UNRECEIVED CLASSES  :' TO DM-TOTAL-LINE.
012820     MOVE DM-UNRECEIVED-CLASSES TO DM-TOT-COUNT.
012830     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
012840     MOVE 'DORMANT DEPARTMENTS :' TO DM-TOTAL-LINE.
012850     MOVE DM-DORMANT-DEPTS TO DM-TOT-COUNT.
012860     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
012870     DISPLAY 'DISTMNT - TRANSACTIONS READ     ' DM-TRANS-READ
012880         UPON CONSOLE-DEVICE.
012890     DISPLAY 'DISTMNT - TRANSACTIONS REJECTED '
012900         DM-TRANS-REJECTED UPON CONSOLE-DEVICE.
012910     DISPLAY 'DISTMNT - UNRECEIVED CLASSES    '
012920         DM-UNRECEIVED-CLASSES UPON CONSOLE-DEVICE.
012930     DISPLAY 'DISTMNT - DORMANT DEPARTMENTS   '
012940         DM-DORMANT-DEPTS UPON CONSOLE-DEVICE.
012950*
012960 8000-EXIT.
012970     EXIT.
012980*
012990 8100-WRITE-TOTAL-LINE.
013000*
013010     WRITE REPORT-RECORD FROM DM-TOTAL-LINE
013020         AFTER ADVANCING 1 LINE.
013030     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
013040*
013050 8100-EXIT.
013060     EXIT.
013070*
013080 9999-ERROR-EXIT.
013090*
013100     MOVE 16 TO DM-RETURN-CODE.
013110     DISPLAY 'DISTMNT ABEND - ' DM-ERROR-FILE-ID
013120         ' FILE STATUS ' DM-ERROR-STATUS
013130         UPON CONSOLE-DEVICE.
013140*
013150 9900-PROGRAM-EXIT.
013160*
013170     MOVE DM-RETURN-CODE TO RETURN-CODE.
013180     GOBACK.
013190*
013200 END PROGRAM DISTMNT.
