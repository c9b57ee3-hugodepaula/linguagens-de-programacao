000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PARMEDIT.
000030 AUTHOR. J. HARRISON.
000040 INSTALLATION. DATA PROCESSING DEPT.
000050 DATE-WRITTEN. 06/03/2024.
000060 DATE-COMPILED.
000070*
000080*    PRE-FLIGHT EDIT OF THE HELLOWLD PARM DECK.  THE FIRST TIME
000090*    ANYBODY USED TO FIND OUT THAT PROD.HELLOWLD.PARMCARD WAS BAD
000100*    WAS WHEN THE NIGHTLY STEP ABENDED RC 16 IN THE MIDDLE OF THE
000110*    NIGHT.  THIS PROGRAM IS RUN BY THE DESK IN THE AFTERNOON
000120*    AGAINST THE DECK KEYED FOR A GIVEN RUN DATE AND APPLIES
000130*    EVERY CHECK THE NIGHTLY STEP APPLIES, CARD BY CARD, WITHOUT
000140*    STOPPING AT THE FIRST ONE:
000146*      - HEADER: DUPLICATE HEADER, OPERATOR NOT ON THE OPERATOR
000152*        MASTER, INACTIVE, OR NOT EFFECTIVE FOR THE RUN DATE, AND
000158*        OPERATOR NOT AUTHORIZED (OR NOT YET / NO LONGER) FOR THE
000164*        RUN ID ON THE SHIFT
000170*      - DETAIL: DETAIL BEFORE HEADER, EFFECTIVE DATES NOT
000180*        NUMERIC, NOT A CALENDAR DATE, OR A WINDOW THAT ENDS
000190*        BEFORE IT STARTS, AND A MESSAGE CODE/LANGUAGE PAIR
000203*        MISSING FROM THE MESSAGE CATALOG; AS WARNINGS, CATALOG
000206*        TEXT PLACEHOLDERS THE CARD OR THE CALENDAR CANNOT FILL
000210*      - TRAILER: TRAILER BEFORE HEADER, COUNT NOT NUMERIC, ANY
000220*        CARD AFTER THE TRAILER, AN UNKNOWN CARD TYPE
000230*      - DECK: NO HEADER, NO TRAILER, TRAILER COUNT OUT OF
000240*        BALANCE WITH THE CARDS READ
000250*    PLUS ONE CHECK THE NIGHTLY STEP CANNOT MAKE: A WARNING WHEN
000260*    A DETAIL CARD'S ROUTING CLASS MATCHES NO DEPARTMENT CLASS ON
000270*    THE DISTRIBUTION LIST -- THE MESSAGE WOULD PRINT ON NOBODY'S
000280*    BULLETIN PAGE.  THE RUN DATE IS ALSO LOOKED UP ON THE
000290*    PROCESSING CALENDAR SO A DECK KEYED FOR A WEEKEND OR HOLIDAY
000300*    IS NOTED, AND A DATE MISSING FROM THE CALENDAR IS WARNED.
000310*
000320*    EVERY CARD PRINTS ON THE EDTPRINT REPORT WITH ITS FINDINGS
000330*    (OR 'OK').  ANY ERROR OR WARNING ALSO APPENDS A WARNING
000340*    ALERT RECORD TO THE ALERT FILE, SO A BAD DECK SHOWS UP ON
000350*    THE ALERTMON REPORT WHILE THE DAY SHIFT CAN STILL FIX IT.
000360*    NOTHING IS WRITTEN TO THE AUDIT TRAIL, THE RUN HISTORY OR
000370*    THE RESTART LEDGER.
000380*
000390*    PARAMETER CARD LAYOUT (EDITPARM, 80 BYTES):
000400*      COLS 1-8    RUN DATE YYYYMMDD THE DECK IS KEYED FOR
000403*      COL 9       SHIFT D/E/N THE DECK WILL RUN ON (BLANK = N,
000406*                  THE NIGHT SHIFT THAT RUNS HELLOWLD)
000410*
000420*    RETURN CODES:  0 DECK CLEAN, 4 WARNINGS ONLY, 8 ONE OR MORE
000430*    ERRORS -- THE NIGHTLY STEP WOULD ABEND ON THIS DECK (SEE
000440*    REPORT), 16 FILE ERROR OR BAD PARAMETER CARD.
000450*
000460*    MODIFICATION HISTORY.
000470*    DATE       INIT   DESCRIPTION
000480*    ---------  -----  ------------------------------------------
000490*    06/03/24   JH     ORIGINAL PROGRAM.
000492*    06/17/24   JH     CHECKS THE PLACEHOLDERS IN EACH DETAIL
000494*                      CARD'S CATALOG TEXT AGAINST THE CARD'S NEW
000496*                      VALUE FIELD (COLS 32-51) AND THE CALENDAR,
000498*                      AND THE REPORT NOW SHOWS CARD COLS 1-51.
000500*    08/05/24   JH     HEADER NOW ALSO CHECKED AGAINST THE RUN
000502*                      AUTHORIZATION FILE (OPERAUTH) FOR THE RUN
000504*                      ID AND THE SHIFT KEYED IN EDITPARM COL 9.
000505*    08/12/24   JH     DETAIL-CARD DATE EDIT NOW REJECTS 29
000506*                      FEBRUARY OUTSIDE A LEAP YEAR.
000507*    08/19/24   JH     THE PRE-FLIGHT ALERT NO LONGER CARRIES
000508*                      THE PARMIN END-OF-FILE STATUS.
000509*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SPECIAL-NAMES.
000540     CONSOLE IS CONSOLE-DEVICE.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT EDIT-PARM-FILE ASSIGN TO EDITPARM
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS PE-EPARM-FILE-STATUS.
000600     SELECT PARM-CARD-FILE ASSIGN TO PARMIN
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS PE-PARM-FILE-STATUS.
000630     SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS OPER-ID
000670         FILE STATUS IS PE-OPER-FILE-STATUS.
000671     SELECT OPERATOR-AUTH ASSIGN TO OPERAUTH
000672         ORGANIZATION IS INDEXED
000673         ACCESS MODE IS RANDOM
000674         RECORD KEY IS AUTH-KEY
000675         FILE STATUS IS PE-AUTH-FILE-STATUS.
000680     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS PE-CAL-FILE-STATUS.
000710     SELECT MESSAGE-CATALOG-FILE ASSIGN TO MSGCAT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS PE-MSG-FILE-STATUS.
000740     SELECT DIST-LIST-FILE ASSIGN TO DISTLIST
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS PE-DIST-FILE-STATUS.
000770     SELECT ALERT-FILE ASSIGN TO ALERTFIL
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS PE-ALERT-FILE-STATUS.
000800     SELECT EDIT-REPORT-FILE ASSIGN TO EDTPRINT
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS PE-RPT-FILE-STATUS.
000830*
000840 DATA DIVISION.
000850 FILE SECTION.
000860*
000870 FD  EDIT-PARM-FILE
000880     RECORDING MODE IS F
000890     RECORD CONTAINS 80 CHARACTERS.
000900 01  EDIT-PARM-RECORD.
000905     05  EDIT-RUN-DATE               PIC X(08).
000910     05  EDIT-SHIFT                  PIC X(01).
000915         88  EDIT-SHIFT-VALID                   VALUE 'D' 'E'
000920                                                      'N'.
000925     05  FILLER                      PIC X(71).
000930*
000940 FD  PARM-CARD-FILE
000950     RECORDING MODE IS F
000960     RECORD CONTAINS 80 CHARACTERS.
000970 01  PARM-CARD-RECORD.
000980     05  PARM-CARD-TYPE              PIC X(01).
000990         88  PARM-HEADER-CARD                   VALUE 'H'.
001000         88  PARM-DETAIL-CARD                   VALUE 'D'.
001010         88  PARM-TRAILER-CARD                  VALUE 'T'.
001020     05  FILLER                      PIC X(79).
001030 01  PARM-HEADER-REC.
001040     05  FILLER                      PIC X(01).
001050     05  PARM-RUN-ID                 PIC X(08).
001060     05  PARM-OPERATOR-ID            PIC X(08).
001070     05  FILLER                      PIC X(63).
001080 01  PARM-DETAIL-REC.
001090     05  FILLER                      PIC X(01).
001100     05  PARM-MESSAGE-CODE           PIC X(08).
001110     05  PARM-LANGUAGE-CODE          PIC X(02).
001120     05  PARM-ROUTE-CLASS            PIC X(04).
001130     05  PARM-EFF-FROM               PIC X(08).
001140     05  PARM-EFF-THRU               PIC X(08).
001146     05  PARM-MSG-VALUE              PIC X(20).
001152     05  FILLER                      PIC X(29).
001160 01  PARM-TRAILER-REC.
001170     05  FILLER                      PIC X(01).
001180     05  PARM-EXPECTED-COUNT         PIC 9(05).
001190     05  FILLER                      PIC X(74).
001200 01  PARM-CARD-IMAGE.
001210     05  PARM-IMAGE-TEXT             PIC X(51).
001220     05  FILLER                      PIC X(29).
001230*
001240 FD  OPERATOR-MASTER
001250     RECORD CONTAINS 80 CHARACTERS.
001260*
001270     COPY OPERMST.
001280*
001281 FD  OPERATOR-AUTH
001282     RECORD CONTAINS 80 CHARACTERS.
001283*
001284     COPY OPERAUTH.
001285*
001290 FD  CALENDAR-FILE
001300     RECORDING MODE IS F
001310     RECORD CONTAINS 80 CHARACTERS.
001320 01  CALENDAR-RECORD.
001330     05  CAL-DATE                    PIC 9(08).
001340     05  CAL-DAY-TYPE                PIC X(01).
001350         88  CAL-BUSINESS-DAY                   VALUE 'B'.
001360         88  CAL-WEEKEND-DAY                    VALUE 'W'.
001370         88  CAL-HOLIDAY                        VALUE 'H'.
001380     05  CAL-HOLIDAY-NAME            PIC X(30).
001390     05  FILLER                      PIC X(41).
001400*
001410 FD  MESSAGE-CATALOG-FILE
001420     RECORDING MODE IS F
001430     RECORD CONTAINS 80 CHARACTERS.
001440 01  MESSAGE-CATALOG-RECORD.
001450     05  MSG-CODE                    PIC X(08).
001460     05  MSG-LANGUAGE                PIC X(02).
001470     05  MSG-TEXT                    PIC X(40).
001480     05  FILLER                      PIC X(30).
001490*
001500 FD  DIST-LIST-FILE
001510     RECORDING MODE IS F
001520     RECORD CONTAINS 80 CHARACTERS.
001530 01  DIST-LIST-RECORD.
001540     05  DIST-DEPT-CODE              PIC X(04).
001550     05  DIST-DEPT-NAME              PIC X(20).
001560     05  DIST-COPIES                 PIC 9(02).
001570     05  DIST-BIN                    PIC X(04).
001580     05  DIST-ROUTE-CLASS            PIC X(04).
001590     05  FILLER                      PIC X(46).
001600*
001610 FD  ALERT-FILE
001620     RECORDING MODE IS F
001630     RECORD CONTAINS 80 CHARACTERS.
001640*
001650     COPY ALERTRC.
001660*
001670 FD  EDIT-REPORT-FILE
001680     RECORDING MODE IS F
001690     RECORD CONTAINS 132 CHARACTERS.
001700 01  REPORT-RECORD                   PIC X(132).
001710*
001720 WORKING-STORAGE SECTION.
001730*
001740     COPY RUNCTL.
001750*
001760 01  PE-EPARM-FILE-STATUS            PIC X(02)  VALUE '00'.
001770     88  PE-EPARM-FILE-OK                       VALUE '00'.
001780*
001790 01  PE-PARM-FILE-STATUS             PIC X(02)  VALUE '00'.
001800     88  PE-PARM-FILE-OK                        VALUE '00'.
001810     88  PE-PARM-FILE-EOF                       VALUE '10'.
001820*
001830 01  PE-OPER-FILE-STATUS             PIC X(02)  VALUE '00'.
001840     88  PE-OPER-FILE-OK                        VALUE '00'.
001850     88  PE-OPER-NOT-ON-FILE                    VALUE '23'.
001860*
001862 01  PE-AUTH-FILE-STATUS             PIC X(02)  VALUE '00'.
001864     88  PE-AUTH-FILE-OK                        VALUE '00'.
001866     88  PE-AUTH-NOT-ON-FILE                    VALUE '23'.
001868*
001870 01  PE-CAL-FILE-STATUS              PIC X(02)  VALUE '00'.
001880     88  PE-CAL-FILE-OK                         VALUE '00'.
001890     88  PE-CAL-FILE-EOF                        VALUE '10'.
001900*
001910 01  PE-MSG-FILE-STATUS              PIC X(02)  VALUE '00'.
001920     88  PE-MSG-FILE-OK                         VALUE '00'.
001930     88  PE-MSG-FILE-EOF                        VALUE '10'.
001940*
001950 01  PE-DIST-FILE-STATUS             PIC X(02)  VALUE '00'.
001960     88  PE-DIST-FILE-OK                        VALUE '00'.
001970     88  PE-DIST-FILE-EOF                       VALUE '10'.
001980*
001990 01  PE-ALERT-FILE-STATUS            PIC X(02)  VALUE '00'.
002000     88  PE-ALERT-FILE-OK                       VALUE '00'.
002010*
002020 01  PE-RPT-FILE-STATUS              PIC X(02)  VALUE '00'.
002030     88  PE-RPT-FILE-OK                         VALUE '00'.
002040*
002050 01  PE-PARM-EOF-SW                  PIC X(01)  VALUE 'N'.
002060     88  PE-PARM-EOF                            VALUE 'Y'.
002070*
002080 01  PE-CAL-EOF-SW                   PIC X(01)  VALUE 'N'.
002090     88  PE-CAL-EOF                             VALUE 'Y'.
002100*
002110 01  PE-CAL-FOUND-SW                 PIC X(01)  VALUE 'N'.
002120     88  PE-CAL-FOUND                           VALUE 'Y'.
002130*
002140 01  PE-MSG-EOF-SW                   PIC X(01)  VALUE 'N'.
002150     88  PE-MSG-EOF                             VALUE 'Y'.
002160*
002170 01  PE-MSG-FOUND-SW                 PIC X(01)  VALUE 'N'.
002180     88  PE-MSG-FOUND                           VALUE 'Y'.
002190*
002200 01  PE-DIST-EOF-SW                  PIC X(01)  VALUE 'N'.
002210     88  PE-DIST-EOF                            VALUE 'Y'.
002220*
002230 01  PE-CLASS-FOUND-SW               PIC X(01)  VALUE 'N'.
002240     88  PE-CLASS-FOUND                         VALUE 'Y'.
002250*
002260 01  PE-HEADER-SEEN-SW               PIC X(01)  VALUE 'N'.
002270     88  PE-HEADER-SEEN                         VALUE 'Y'.
002280*
002290 01  PE-TRAILER-SEEN-SW              PIC X(01)  VALUE 'N'.
002300     88  PE-TRAILER-SEEN                        VALUE 'Y'.
002310*
002320 01  PE-COUNT-VALID-SW               PIC X(01)  VALUE 'N'.
002330     88  PE-COUNT-VALID                         VALUE 'Y'.
002340*
002350 01  PE-CARD-LISTED-SW               PIC X(01)  VALUE 'N'.
002360     88  PE-CARD-LISTED                         VALUE 'Y'.
002370*
002380 01  PE-DATES-VALID-SW               PIC X(01)  VALUE 'N'.
002390     88  PE-DATES-VALID                         VALUE 'Y'.
002400*
002410 01  PE-CARD-EFFECTIVE-SW            PIC X(01)  VALUE 'N'.
002420     88  PE-CARD-EFFECTIVE                      VALUE 'Y'.
002430*
002440 01  PE-DATE-VALID-SW                PIC X(01)  VALUE 'N'.
002450     88  PE-DATE-VALID                          VALUE 'Y'.
002460*
002470 01  PE-RUN-TIME                     PIC 9(08)  VALUE ZERO.
002480 01  PE-TODAY-DATE                   PIC 9(08)  VALUE ZERO.
002490*
002500 01  PE-CAL-DAY-TYPE                 PIC X(01)  VALUE 'B'.
002510     88  PE-CAL-DAY-BUSINESS                    VALUE 'B'.
002520     88  PE-CAL-DAY-HOLIDAY                     VALUE 'H'.
002530 01  PE-CAL-NAME-SAVE                PIC X(30)  VALUE SPACES.
002540*
002550 01  PE-MSG-SUB                      PIC 9(03)  COMP VALUE ZERO.
002560 01  PE-MSG-COUNT                    PIC 9(03)  COMP VALUE ZERO.
002570 01  PE-MSG-TABLE.
002580     05  PE-MSG-ENTRY OCCURS 200 TIMES.
002590         10  PE-MSG-TBL-CODE         PIC X(08).
002600         10  PE-MSG-TBL-LANG         PIC X(02).
002605         10  PE-MSG-TBL-TEXT         PIC X(40).
002610*
002620 01  PE-CLASS-SUB                    PIC 9(03)  COMP VALUE ZERO.
002630 01  PE-CLASS-COUNT                  PIC 9(03)  COMP VALUE ZERO.
002640 01  PE-CLASS-TABLE.
002650     05  PE-CLASS-ENTRY OCCURS 100 TIMES.
002660         10  PE-CLASS-CODE           PIC X(04).
002670*
002680 01  PE-LOOKUP-CODE                  PIC X(08)  VALUE SPACES.
002690 01  PE-LOOKUP-LANG                  PIC X(02)  VALUE SPACES.
002700 01  PE-LOOKUP-CLASS                 PIC X(04)  VALUE SPACES.
002710*
002720 01  PE-EFF-FROM-WORK                PIC 9(08)  VALUE ZERO.
002730 01  PE-EFF-THRU-WORK                PIC 9(08)  VALUE ZERO.
002731*
002732     COPY MSGTOKN.
002733*
002734 01  PE-TEXT-WORK                    PIC X(40)  VALUE SPACES.
002735 01  PE-TEXT-POS                     PIC 9(03)  COMP VALUE ZERO.
002736 01  PE-TOKEN-IX                     PIC 9(02)  COMP VALUE ZERO.
002737 01  PE-TOKEN-LEN                    PIC 9(02)  COMP VALUE ZERO.
002738 01  PE-BAD-TOKEN-SW                 PIC X(01)  VALUE 'N'.
002739     88  PE-BAD-TOKEN                           VALUE 'Y'.
002740 01  PE-TOKEN-TALLY.
002741     05  PE-TOKEN-COUNT OCCURS 5 TIMES
002742                                     PIC 9(02).
002743*
002750 01  PE-CHECK-DATE.
002760     05  PE-CHECK-YEAR               PIC 9(04).
002770     05  PE-CHECK-MONTH              PIC 9(02).
002780     05  PE-CHECK-DAY                PIC 9(02).
002790 01  PE-CHECK-DATE-NUM REDEFINES PE-CHECK-DATE
002800                                     PIC 9(08).
002810*
002820 01  PE-MONTH-DAYS-DEF               PIC X(24)  VALUE
002830     '312931303130313130313031'.
002840 01  PE-MONTH-DAYS REDEFINES PE-MONTH-DAYS-DEF.
002850     05  PE-DAYS-IN-MONTH OCCURS 12 TIMES
002860                                     PIC 9(02).
002862 01  PE-MONTH-LIMIT                  PIC 9(02)  COMP VALUE ZERO.
002864 01  PE-LEAP-QUOT                    PIC 9(04)  COMP VALUE ZERO.
002866 01  PE-LEAP-REM                     PIC 9(04)  COMP VALUE ZERO.
002870*
002880 01  PE-CARDS-READ                   PIC 9(05)  COMP VALUE ZERO.
002890 01  PE-EXPECTED-CARDS               PIC 9(05)  COMP VALUE ZERO.
002900 01  PE-DETAIL-CARDS                 PIC 9(05)  COMP VALUE ZERO.
002910 01  PE-EFFECTIVE-CARDS              PIC 9(05)  COMP VALUE ZERO.
002920 01  PE-CARDS-IN-ERROR               PIC 9(05)  COMP VALUE ZERO.
002930 01  PE-ERROR-COUNT                  PIC 9(05)  COMP VALUE ZERO.
002940 01  PE-WARNING-COUNT                PIC 9(05)  COMP VALUE ZERO.
002950 01  PE-CARD-ERRORS                  PIC 9(05)  COMP VALUE ZERO.
002960*
002970 01  PE-LINE-COUNT                   PIC 9(03)  COMP VALUE 99.
002980 01  PE-PAGE-COUNT                   PIC 9(05)  COMP VALUE ZERO.
002990*
003000 01  PE-RETURN-CODE                  PIC 9(04)  COMP VALUE ZERO.
003010*
003020 01  PE-ERROR-FILE-ID                PIC X(08)  VALUE SPACES.
003030*
003040 01  PE-ERROR-STATUS                 PIC X(02)  VALUE SPACES.
003050*
003060 01  PE-FIND-SEVERITY                PIC X(07)  VALUE SPACES.
003070     88  PE-FIND-ERROR                          VALUE 'ERROR'.
003080     88  PE-FIND-WARNING                        VALUE 'WARNING'.
003090 01  PE-FIND-TEXT                    PIC X(40)  VALUE SPACES.
003100 01  PE-OK-TEXT                      PIC X(40)  VALUE SPACES.
003110*
003120 01  PE-HEADING-1.
003130     05  FILLER                      PIC X(09)  VALUE 'PARMEDIT'.
003140     05  FILLER                      PIC X(36)  VALUE
003150         'PARM DECK PRE-FLIGHT EDIT REPORT'.
003160     05  FILLER                      PIC X(11)  VALUE
003170         'RUN DATE : '.
003180     05  PE-HDG-RUN-DATE             PIC 9(08).
003190     05  FILLER                      PIC X(08)  VALUE
003200         '   PAGE '.
003210     05  PE-HDG-PAGE                 PIC ZZZZ9.
003220     05  FILLER                      PIC X(55)  VALUE SPACES.
003230*
003240 01  PE-HEADING-2.
003250     05  FILLER                      PIC X(18)  VALUE
003260         'DECK KEYED FOR :'.
003265     05  PE-HDG-EDIT-DATE            PIC 9(08).
003270     05  FILLER                      PIC X(11)  VALUE
003275         '   SHIFT : '.
003280     05  PE-HDG-EDIT-SHIFT           PIC X(01).
003285     05  FILLER                      PIC X(94)  VALUE SPACES.
003290*
003300 01  PE-HEADING-3.
003310     05  FILLER                      PIC X(07)  VALUE 'CARD'.
003320     05  FILLER                      PIC X(53)  VALUE
003330         'CARD IMAGE (COLS 1-51)'.
003340     05  FILLER                      PIC X(09)  VALUE 'SEVERITY'.
003350     05  FILLER                      PIC X(40)  VALUE 'FINDING'.
003360     05  FILLER                      PIC X(23)  VALUE SPACES.
003370*
003380 01  PE-DETAIL-LINE.
003390     05  PE-DET-CARD-NO              PIC ZZZZ9.
003400     05  FILLER                      PIC X(02)  VALUE SPACES.
003410     05  PE-DET-IMAGE                PIC X(51).
003420     05  FILLER                      PIC X(02)  VALUE SPACES.
003430     05  PE-DET-SEVERITY             PIC X(09).
003440     05  PE-DET-FINDING              PIC X(40).
003450     05  FILLER                      PIC X(23)  VALUE SPACES.
003460*
003470 01  PE-SECTION-LINE.
003480     05  PE-SEC-TITLE                PIC X(40).
003490     05  FILLER                      PIC X(92)  VALUE SPACES.
003500*
003510 01  PE-TOTAL-LINE.
003520     05  FILLER                      PIC X(22).
003530     05  PE-TOT-COUNT                PIC ZZZZ9.
003540     05  FILLER                      PIC X(105) VALUE SPACES.
003550*
003560 PROCEDURE DIVISION.
003570*
003580 0000-MAINLINE.
003590*
003600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003610     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
003620     PERFORM 2200-LOAD-MESSAGE-CATALOG THRU 2200-EXIT.
003630     PERFORM 2400-LOAD-ROUTE-CLASSES THRU 2400-EXIT.
003640     PERFORM 2600-CHECK-CALENDAR THRU 2600-EXIT.
003650     MOVE SPACES TO PE-SECTION-LINE.
003660     MOVE 'CARD-BY-CARD EDIT' TO PE-SEC-TITLE.
003670     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
003680     PERFORM 3000-READ-PARM-CARD THRU 3000-EXIT.
003690     PERFORM 3100-EDIT-PARM-CARD THRU 3100-EXIT
003700         UNTIL PE-PARM-EOF.
003710     PERFORM 5000-BALANCE-PARM-DECK THRU 5000-EXIT.
003720     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
003730     PERFORM 6000-CLOSE-FILES THRU 6000-EXIT.
003740     IF PE-ERROR-COUNT > ZERO
003750         MOVE 8 TO PE-RETURN-CODE
003760     ELSE
003770         IF PE-WARNING-COUNT > ZERO
003780             MOVE 4 TO PE-RETURN-CODE
003790         END-IF
003800     END-IF.
003810     IF PE-RETURN-CODE > ZERO
003820         PERFORM 9800-WRITE-ALERT THRU 9800-EXIT
003830     END-IF.
003840     GO TO 9900-PROGRAM-EXIT.
003850*
003860 1000-INITIALIZE.
003870*
003880     ACCEPT PE-TODAY-DATE FROM DATE YYYYMMDD.
003890     ACCEPT PE-RUN-TIME FROM TIME.
003900     MOVE PE-TODAY-DATE TO PE-HDG-RUN-DATE.
003910     PERFORM 1500-GET-EDIT-DATE THRU 1500-EXIT.
003920*
003930 1000-EXIT.
003940     EXIT.
003950*
003960 1500-GET-EDIT-DATE.
003970*
003980     OPEN INPUT EDIT-PARM-FILE.
003990     IF NOT PE-EPARM-FILE-OK
004000         MOVE 'EDITPARM' TO PE-ERROR-FILE-ID
004010         MOVE PE-EPARM-FILE-STATUS TO PE-ERROR-STATUS
004020         GO TO 9999-ERROR-EXIT
004030     END-IF.
004040     READ EDIT-PARM-FILE
004050         AT END
004060             DISPLAY 'PARMEDIT - EDITPARM CARD MISSING'
004070                 UPON CONSOLE-DEVICE
004080             MOVE 'EDITPARM' TO PE-ERROR-FILE-ID
004090             MOVE PE-EPARM-FILE-STATUS TO PE-ERROR-STATUS
004100             GO TO 9999-ERROR-EXIT
004110     END-READ.
004120     IF NOT PE-EPARM-FILE-OK
004130         MOVE 'EDITPARM' TO PE-ERROR-FILE-ID
004140         MOVE PE-EPARM-FILE-STATUS TO PE-ERROR-STATUS
004150         GO TO 9999-ERROR-EXIT
004160     END-IF.
004170     IF EDIT-RUN-DATE NOT NUMERIC
004180         DISPLAY 'PARMEDIT - RUN DATE NOT NUMERIC: '
004190             EDIT-RUN-DATE UPON CONSOLE-DEVICE
004200         MOVE 'EDITPARM' TO PE-ERROR-FILE-ID
004210         MOVE PE-EPARM-FILE-STATUS TO PE-ERROR-STATUS
004220         GO TO 9999-ERROR-EXIT
004230     END-IF.
004232     IF EDIT-SHIFT = SPACE
004234         MOVE 'N' TO EDIT-SHIFT
004236     END-IF.
004238     IF NOT EDIT-SHIFT-VALID
004240         DISPLAY 'PARMEDIT - SHIFT NOT D, E OR N: '
004242             EDIT-SHIFT UPON CONSOLE-DEVICE
004244         MOVE 'EDITPARM' TO PE-ERROR-FILE-ID
004246         MOVE PE-EPARM-FILE-STATUS TO PE-ERROR-STATUS
004248         GO TO 9999-ERROR-EXIT
004250     END-IF.
004252     MOVE EDIT-RUN-DATE TO HW-RUN-DATE.
004254     MOVE EDIT-RUN-DATE TO PE-HDG-EDIT-DATE.
004256     MOVE EDIT-SHIFT TO HW-SHIFT-CODE.
004258     MOVE EDIT-SHIFT TO PE-HDG-EDIT-SHIFT.
004260     CLOSE EDIT-PARM-FILE.
004270*
004280 1500-EXIT.
004290     EXIT.
004300*
004310 2000-OPEN-FILES.
004320*
004330     OPEN OUTPUT EDIT-REPORT-FILE.
004340     IF NOT PE-RPT-FILE-OK
004350         MOVE 'EDTPRINT' TO PE-ERROR-FILE-ID
004360         MOVE PE-RPT-FILE-STATUS TO PE-ERROR-STATUS
004370         GO TO 9999-ERROR-EXIT
004380     END-IF.
004390     OPEN INPUT PARM-CARD-FILE.
004400     IF NOT PE-PARM-FILE-OK
004410         MOVE 'PARMIN' TO PE-ERROR-FILE-ID
004420         MOVE PE-PARM-FILE-STATUS TO PE-ERROR-STATUS
004430         GO TO 9999-ERROR-EXIT
004440     END-IF.
004450     OPEN INPUT OPERATOR-MASTER.
004460     IF NOT PE-OPER-FILE-OK
004470         MOVE 'OPERMAST' TO PE-ERROR-FILE-ID
004480         MOVE PE-OPER-FILE-STATUS TO PE-ERROR-STATUS
004490         GO TO 9999-ERROR-EXIT
004500     END-IF.
004501     OPEN INPUT OPERATOR-AUTH.
004502     IF NOT PE-AUTH-FILE-OK
004503         MOVE 'OPERAUTH' TO PE-ERROR-FILE-ID
004504         MOVE PE-AUTH-FILE-STATUS TO PE-ERROR-STATUS
004505         GO TO 9999-ERROR-EXIT
004506     END-IF.
004510*
004520 2000-EXIT.
004530     EXIT.
004540*
004550 2200-LOAD-MESSAGE-CATALOG.
004560*
004570     OPEN INPUT MESSAGE-CATALOG-FILE.
004580     IF NOT PE-MSG-FILE-OK
004590         MOVE 'MSGCAT' TO PE-ERROR-FILE-ID
004600         MOVE PE-MSG-FILE-STATUS TO PE-ERROR-STATUS
004610         GO TO 9999-ERROR-EXIT
004620     END-IF.
004630     PERFORM 2250-READ-CATALOG-RECORD THRU 2250-EXIT
004640         UNTIL PE-MSG-EOF.
004650     CLOSE MESSAGE-CATALOG-FILE.
004660*
004670 2200-EXIT.
004680     EXIT.
004690*
004700 2250-READ-CATALOG-RECORD.
004710*
004720     READ MESSAGE-CATALOG-FILE
004730         AT END
004740             SET PE-MSG-EOF TO TRUE
004750             GO TO 2250-EXIT
004760     END-READ.
004770     IF NOT PE-MSG-FILE-OK
004780         MOVE 'MSGCAT' TO PE-ERROR-FILE-ID
004790         MOVE PE-MSG-FILE-STATUS TO PE-ERROR-STATUS
004800         GO TO 9999-ERROR-EXIT
004810     END-IF.
004820     IF PE-MSG-COUNT >= 200
004830         DISPLAY 'PARMEDIT - MESSAGE CATALOG TABLE FULL'
004840             UPON CONSOLE-DEVICE
004850         MOVE 'MSGCAT' TO PE-ERROR-FILE-ID
004860         MOVE PE-MSG-FILE-STATUS TO PE-ERROR-STATUS
004870         GO TO 9999-ERROR-EXIT
004880     END-IF.
004890     ADD 1 TO PE-MSG-COUNT.
004900     MOVE MSG-CODE TO PE-MSG-TBL-CODE (PE-MSG-COUNT).
004910     MOVE MSG-LANGUAGE TO PE-MSG-TBL-LANG (PE-MSG-COUNT).
004915     MOVE MSG-TEXT TO PE-MSG-TBL-TEXT (PE-MSG-COUNT).
004920*
004930 2250-EXIT.
004940     EXIT.
004950*
004960*****************************************************************
004970*    2400 - ROUTING CLASSES.  EVERY CLASS SOME DEPARTMENT ON THE *
004980*    DISTRIBUTION LIST RECEIVES IS TABLED ONCE.  A BLANK CLASS   *
004990*    ON THE LIST MEANS 'ALL', AS IN THE NIGHTLY BULLETIN PRINT.  *
005000*****************************************************************
005010*
005020 2400-LOAD-ROUTE-CLASSES.
005030*
005040     OPEN INPUT DIST-LIST-FILE.
005050     IF NOT PE-DIST-FILE-OK
005060         MOVE 'DISTLIST' TO PE-ERROR-FILE-ID
005070         MOVE PE-DIST-FILE-STATUS TO PE-ERROR-STATUS
005080         GO TO 9999-ERROR-EXIT
005090     END-IF.
005100     PERFORM 2450-READ-DIST-RECORD THRU 2450-EXIT
005110         UNTIL PE-DIST-EOF.
005120     CLOSE DIST-LIST-FILE.
005130*
005140 2400-EXIT.
005150     EXIT.
005160*
005170 2450-READ-DIST-RECORD.
005180*
005190     READ DIST-LIST-FILE
005200         AT END
005210             SET PE-DIST-EOF TO TRUE
005220             GO TO 2450-EXIT
005230     END-READ.
005240     IF NOT PE-DIST-FILE-OK
005250         MOVE 'DISTLIST' TO PE-ERROR-FILE-ID
005260         MOVE PE-DIST-FILE-STATUS TO PE-ERROR-STATUS
005270         GO TO 9999-ERROR-EXIT
005280     END-IF.
005290     IF DIST-ROUTE-CLASS = SPACES
005300         MOVE 'ALL' TO PE-LOOKUP-CLASS
005310     ELSE
005320         MOVE DIST-ROUTE-CLASS TO PE-LOOKUP-CLASS
005330     END-IF.
005340     PERFORM 4700-FIND-ROUTE-CLASS THRU 4700-EXIT.
005350     IF PE-CLASS-FOUND
005360         GO TO 2450-EXIT
005370     END-IF.
005380     IF PE-CLASS-COUNT >= 100
005390         DISPLAY 'PARMEDIT - ROUTE CLASS TABLE FULL'
005400             UPON CONSOLE-DEVICE
005410         MOVE 'DISTLIST' TO PE-ERROR-FILE-ID
005420         MOVE PE-DIST-FILE-STATUS TO PE-ERROR-STATUS
005430         GO TO 9999-ERROR-EXIT
005440     END-IF.
005450     ADD 1 TO PE-CLASS-COUNT.
005460     MOVE PE-LOOKUP-CLASS TO PE-CLASS-CODE (PE-CLASS-COUNT).
005470*
005480 2450-EXIT.
005490     EXIT.
005500*
005510*****************************************************************
005520*    2600 - RUN-DATE CALENDAR CHECK.  THE NIGHTLY STEP SKIPS A   *
005530*    WEEKEND OR HOLIDAY WITHOUT READING THE DECK, AND TREATS A   *
005540*    DATE MISSING FROM THE CALENDAR AS A BUSINESS DAY.  BOTH ARE *
005550*    WORTH KNOWING BEFORE THE DECK IS SIGNED OFF.                *
005560*****************************************************************
005570*
005580 2600-CHECK-CALENDAR.
005590*
005600     MOVE SPACES TO PE-SECTION-LINE.
005610     MOVE 'RUN-DATE CALENDAR CHECK' TO PE-SEC-TITLE.
005620     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
005630     OPEN INPUT CALENDAR-FILE.
005640     IF NOT PE-CAL-FILE-OK
005650         MOVE 'CALENDAR' TO PE-ERROR-FILE-ID
005660         MOVE PE-CAL-FILE-STATUS TO PE-ERROR-STATUS
005670         GO TO 9999-ERROR-EXIT
005680     END-IF.
005690     PERFORM 2650-READ-CALENDAR THRU 2650-EXIT
005700         UNTIL PE-CAL-FOUND OR PE-CAL-EOF.
005710     CLOSE CALENDAR-FILE.
005720     SET PE-CARD-LISTED TO TRUE.
005730     MOVE SPACES TO PE-DETAIL-LINE.
005740     IF NOT PE-CAL-FOUND
005750         SET PE-FIND-WARNING TO TRUE
005760         MOVE 'RUN DATE NOT ON PROCESSING CALENDAR'
005770             TO PE-FIND-TEXT
005780         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
005790         GO TO 2600-EXIT
005800     END-IF.
005810     IF PE-CAL-DAY-BUSINESS
005820         MOVE 'OK' TO PE-DET-SEVERITY
005830         MOVE 'RUN DATE IS A BUSINESS DAY' TO PE-DET-FINDING
005840     ELSE
005850         MOVE 'NOTE' TO PE-DET-SEVERITY
005860         IF PE-CAL-DAY-HOLIDAY
005870             MOVE PE-CAL-NAME-SAVE TO PE-DET-FINDING
005880         ELSE
005890             MOVE 'WEEKEND - NIGHTLY STEP WILL SKIP'
005900                 TO PE-DET-FINDING
005910         END-IF
005920     END-IF.
005930     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005940*
005950 2600-EXIT.
005960     EXIT.
005970*
005980 2650-READ-CALENDAR.
005990*
006000     READ CALENDAR-FILE
006010         AT END
006020             SET PE-CAL-EOF TO TRUE
006030         NOT AT END
006040             IF CAL-DATE = HW-RUN-DATE
006050                 SET PE-CAL-FOUND TO TRUE
006060                 MOVE CAL-DAY-TYPE TO PE-CAL-DAY-TYPE
006070                 MOVE CAL-HOLIDAY-NAME TO PE-CAL-NAME-SAVE
006080             END-IF
006090     END-READ.
006100     IF NOT PE-CAL-FILE-OK AND NOT PE-CAL-FILE-EOF
006110         MOVE 'CALENDAR' TO PE-ERROR-FILE-ID
006120         MOVE PE-CAL-FILE-STATUS TO PE-ERROR-STATUS
006130         GO TO 9999-ERROR-EXIT
006140     END-IF.
006150*
006160 2650-EXIT.
006170     EXIT.
006180*
006190*****************************************************************
006200*    3000 BLOCK - CARD-BY-CARD EDIT.  EVERY CARD PRINTS ONCE     *
006210*    WITH EACH OF ITS FINDINGS ON A LINE OF ITS OWN, OR WITH     *
006220*    'OK' WHEN IT HAS NONE.  UNLIKE THE NIGHTLY STEP, NOTHING    *
006230*    HERE STOPS AT THE FIRST BAD CARD.                           *
006240*****************************************************************
006250*
006260 3000-READ-PARM-CARD.
006270*
006280     READ PARM-CARD-FILE
006290         AT END
006300             SET PE-PARM-EOF TO TRUE
006310         NOT AT END
006320             ADD 1 TO PE-CARDS-READ
006330     END-READ.
006340     IF NOT PE-PARM-FILE-OK AND NOT PE-PARM-FILE-EOF
006350         MOVE 'PARMIN' TO PE-ERROR-FILE-ID
006360         MOVE PE-PARM-FILE-STATUS TO PE-ERROR-STATUS
006370         GO TO 9999-ERROR-EXIT
006380     END-IF.
006390*
006400 3000-EXIT.
006410     EXIT.
006420*
006430 3100-EDIT-PARM-CARD.
006440*
006450     MOVE 'N' TO PE-CARD-LISTED-SW.
006460     MOVE ZERO TO PE-CARD-ERRORS.
006470     MOVE SPACES TO PE-OK-TEXT.
006480     IF PE-TRAILER-SEEN
006490         SET PE-FIND-ERROR TO TRUE
006500         MOVE 'CARD FOLLOWS TRAILER CARD' TO PE-FIND-TEXT
006510         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
006520     END-IF.
006530     IF PARM-HEADER-CARD
006540         PERFORM 4000-EDIT-HEADER-CARD THRU 4000-EXIT
006550     ELSE
006560         IF PARM-DETAIL-CARD
006570             PERFORM 4100-EDIT-DETAIL-CARD THRU 4100-EXIT
006580         ELSE
006590             IF PARM-TRAILER-CARD
006600                 PERFORM 4300-EDIT-TRAILER-CARD THRU 4300-EXIT
006610             ELSE
006620                 SET PE-FIND-ERROR TO TRUE
006630                 MOVE 'UNKNOWN PARM CARD TYPE' TO PE-FIND-TEXT
006640                 PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
006650             END-IF
006660         END-IF
006670     END-IF.
006680     IF PE-CARD-ERRORS > ZERO
006690         ADD 1 TO PE-CARDS-IN-ERROR
006700     END-IF.
006710     IF NOT PE-CARD-LISTED
006720         PERFORM 4850-FORMAT-CARD-LINE THRU 4850-EXIT
006730         MOVE 'OK' TO PE-DET-SEVERITY
006740         MOVE PE-OK-TEXT TO PE-DET-FINDING
006750         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
006760     END-IF.
006770     PERFORM 3000-READ-PARM-CARD THRU 3000-EXIT.
006780*
006790 3100-EXIT.
006800     EXIT.
006810*
006820*****************************************************************
006830*    4000 - HEADER CARD.  THE SAME CHECKS AS THE NIGHTLY STEP'S  *
006840*    3400/3450 PARAGRAPHS.  A BLANK RUN ID OR OPERATOR ID KEEPS  *
006850*    THE RUN-CONTROL DEFAULT, AS IT DOES THERE.                  *
006860*****************************************************************
006870*
006880 4000-EDIT-HEADER-CARD.
006890*
006900     IF PE-HEADER-SEEN
006910         SET PE-FIND-ERROR TO TRUE
006920         MOVE 'DUPLICATE HEADER CARD' TO PE-FIND-TEXT
006930         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
006940         GO TO 4000-EXIT
006950     END-IF.
006960     SET PE-HEADER-SEEN TO TRUE.
006970     IF PARM-RUN-ID NOT = SPACES
006980         MOVE PARM-RUN-ID TO HW-RUN-ID
006990     END-IF.
007000     IF PARM-OPERATOR-ID NOT = SPACES
007010         MOVE PARM-OPERATOR-ID TO HW-OPERATOR-ID
007020     END-IF.
007030     MOVE 'HEADER ACCEPTED' TO PE-OK-TEXT.
007040     PERFORM 4050-EDIT-OPERATOR THRU 4050-EXIT.
007045     PERFORM 4060-EDIT-AUTHORIZATION THRU 4060-EXIT.
007050*
007060 4000-EXIT.
007070     EXIT.
007080*
007090 4050-EDIT-OPERATOR.
007100*
007110     MOVE HW-OPERATOR-ID TO OPER-ID.
007120     READ OPERATOR-MASTER.
007130     IF PE-OPER-NOT-ON-FILE
007140         SET PE-FIND-ERROR TO TRUE
007150         MOVE 'OPERATOR NOT ON OPERATOR MASTER' TO PE-FIND-TEXT
007160         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
007170         GO TO 4050-EXIT
007180     END-IF.
007190     IF NOT PE-OPER-FILE-OK
007200         MOVE 'OPERMAST' TO PE-ERROR-FILE-ID
007210         MOVE PE-OPER-FILE-STATUS TO PE-ERROR-STATUS
007220         GO TO 9999-ERROR-EXIT
007230     END-IF.
007240     IF NOT OPER-ACTIVE
007250         SET PE-FIND-ERROR TO TRUE
007260         MOVE 'OPERATOR IS INACTIVE' TO PE-FIND-TEXT
007270         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
007280     END-IF.
007290     IF OPER-EFF-FROM-DATE > HW-RUN-DATE
007300         OR (OPER-EFF-THRU-DATE NOT = ZERO
007310         AND OPER-EFF-THRU-DATE < HW-RUN-DATE)
007320         SET PE-FIND-ERROR TO TRUE
007330         MOVE 'OPERATOR NOT EFFECTIVE FOR RUN DATE'
007340             TO PE-FIND-TEXT
007350         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
007360     END-IF.
007370*
007380 4050-EXIT.
007390     EXIT.
007400*
007401*****************************************************************
007402*    4060 - RUN AUTHORIZATION.  AS THE NIGHTLY STEP'S 3460, THE  *
007403*    OPERATOR MUST HOLD AN OPERAUTH RECORD FOR THE RUN ID AND    *
007404*    THE SHIFT ON THE EDITPARM CARD, EFFECTIVE ON THE RUN DATE.  *
007405*****************************************************************
007406*
007407 4060-EDIT-AUTHORIZATION.
007408*
007409     MOVE HW-OPERATOR-ID TO AUTH-OPER-ID.
007410     MOVE HW-RUN-ID TO AUTH-RUN-ID.
007411     MOVE HW-SHIFT-CODE TO AUTH-SHIFT.
007412     READ OPERATOR-AUTH.
007413     IF PE-AUTH-NOT-ON-FILE
007414         SET PE-FIND-ERROR TO TRUE
007415         MOVE 'OPERATOR NOT AUTHORIZED FOR RUN/SHIFT'
007416             TO PE-FIND-TEXT
007417         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
007418         GO TO 4060-EXIT
007419     END-IF.
007420     IF NOT PE-AUTH-FILE-OK
007421         MOVE 'OPERAUTH' TO PE-ERROR-FILE-ID
007422         MOVE PE-AUTH-FILE-STATUS TO PE-ERROR-STATUS
007423         GO TO 9999-ERROR-EXIT
007424     END-IF.
007425     IF AUTH-EFF-FROM-DATE > HW-RUN-DATE
007426         OR (AUTH-EFF-THRU-DATE NOT = ZERO
007427         AND AUTH-EFF-THRU-DATE < HW-RUN-DATE)
007428         SET PE-FIND-ERROR TO TRUE
007429         MOVE 'RUN AUTHORIZATION NOT EFFECTIVE'
007430             TO PE-FIND-TEXT
007431         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
007432     END-IF.
007433*
007434 4060-EXIT.
007435     EXIT.
007436*
007437*****************************************************************
007438*    4100 - DETAIL CARD.  EFFECTIVE DATES MUST BE NUMERIC (THE   *
007439*    NIGHTLY STEP ABENDS OTHERWISE), REAL CALENDAR DATES, AND    *
007440*    MUST NOT CLOSE BEFORE THEY OPEN (SUCH A CARD NEVER PRINTS). *
007450*    A CARD WHOSE CODE/LANGUAGE PAIR IS MISSING FROM THE CATALOG *
007460*    ABENDS THE NIGHTLY STEP ON THE RUN DATE IF IT IS EFFECTIVE  *
007470*    THEN (AN ERROR); OTHERWISE IT IS BYPASSED BEFORE THE LOOKUP *
007480*    AND ONLY WARNED, SINCE IT WILL ABEND SOME OTHER NIGHT.      *
007483*    THE TEXT'S PLACEHOLDERS ARE THEN CHECKED AGAINST THE CARD   *
007486*    (SEE 4660).                                                 *
007490*****************************************************************
007500*
007510 4100-EDIT-DETAIL-CARD.
007520*
007530     ADD 1 TO PE-DETAIL-CARDS.
007540     IF NOT PE-HEADER-SEEN
007550         SET PE-FIND-ERROR TO TRUE
007560         MOVE 'DETAIL CARD BEFORE HEADER CARD' TO PE-FIND-TEXT
007570         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
007580     END-IF.
007590     PERFORM 4150-EDIT-EFFECTIVE-DATES THRU 4150-EXIT.
007600     MOVE PARM-MESSAGE-CODE TO PE-LOOKUP-CODE.
007610     IF PARM-LANGUAGE-CODE = SPACES
007620         MOVE 'EN' TO PE-LOOKUP-LANG
007630     ELSE
007640         MOVE PARM-LANGUAGE-CODE TO PE-LOOKUP-LANG
007650     END-IF.
007660     PERFORM 4600-LOOKUP-MESSAGE THRU 4600-EXIT.
007670     IF NOT PE-MSG-FOUND
007680         IF PE-DATES-VALID AND NOT PE-CARD-EFFECTIVE
007690             SET PE-FIND-WARNING TO TRUE
007700         ELSE
007710             SET PE-FIND-ERROR TO TRUE
007720         END-IF
007730         MOVE 'MESSAGE CODE/LANGUAGE NOT IN CATALOG'
007740             TO PE-FIND-TEXT
007750         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
007760     END-IF.
007762     IF PE-MSG-FOUND
007764         PERFORM 4660-EDIT-PLACEHOLDERS THRU 4660-EXIT
007766     END-IF.
007770     IF PARM-ROUTE-CLASS NOT = SPACES
007780         AND PARM-ROUTE-CLASS NOT = 'ALL'
007790         MOVE PARM-ROUTE-CLASS TO PE-LOOKUP-CLASS
007800         PERFORM 4700-FIND-ROUTE-CLASS THRU 4700-EXIT
007810         IF NOT PE-CLASS-FOUND
007820             SET PE-FIND-WARNING TO TRUE
007830             MOVE 'ROUTE CLASS ON NO DISTLIST DEPARTMENT'
007840                 TO PE-FIND-TEXT
007850             PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
007860         END-IF
007870     END-IF.
007880*
007890 4100-EXIT.
007900     EXIT.
007910*
007920 4150-EDIT-EFFECTIVE-DATES.
007930*
007940     MOVE 'N' TO PE-DATES-VALID-SW.
007950     MOVE 'N' TO PE-CARD-EFFECTIVE-SW.
007960     IF (PARM-EFF-FROM NOT = SPACES
007970         AND PARM-EFF-FROM NOT NUMERIC)
007980         OR (PARM-EFF-THRU NOT = SPACES
007990         AND PARM-EFF-THRU NOT NUMERIC)
008000         SET PE-FIND-ERROR TO TRUE
008010         MOVE 'EFFECTIVE DATES NOT NUMERIC' TO PE-FIND-TEXT
008020         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
008030         GO TO 4150-EXIT
008040     END-IF.
008050     IF PARM-EFF-FROM = SPACES OR PARM-EFF-FROM = '00000000'
008060         MOVE ZERO TO PE-EFF-FROM-WORK
008070     ELSE
008080         MOVE PARM-EFF-FROM TO PE-EFF-FROM-WORK
008090         MOVE PE-EFF-FROM-WORK TO PE-CHECK-DATE-NUM
008100         PERFORM 4200-CHECK-DATE-VALUE THRU 4200-EXIT
008110         IF NOT PE-DATE-VALID
008120             SET PE-FIND-ERROR TO TRUE
008130             MOVE 'EFFECTIVE-FROM IS NOT A VALID DATE'
008140                 TO PE-FIND-TEXT
008150             PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
008160             GO TO 4150-EXIT
008170         END-IF
008180     END-IF.
008190     IF PARM-EFF-THRU = SPACES OR PARM-EFF-THRU = '00000000'
008200         MOVE 99999999 TO PE-EFF-THRU-WORK
008210     ELSE
008220         MOVE PARM-EFF-THRU TO PE-EFF-THRU-WORK
008230         MOVE PE-EFF-THRU-WORK TO PE-CHECK-DATE-NUM
008240         PERFORM 4200-CHECK-DATE-VALUE THRU 4200-EXIT
008250         IF NOT PE-DATE-VALID
008260             SET PE-FIND-ERROR TO TRUE
008270             MOVE 'EFFECTIVE-THRU IS NOT A VALID DATE'
008280                 TO PE-FIND-TEXT
008290             PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
008300             GO TO 4150-EXIT
008310         END-IF
008320     END-IF.
008330     IF PE-EFF-FROM-WORK > PE-EFF-THRU-WORK
008340         SET PE-FIND-ERROR TO TRUE
008350         MOVE 'EFFECTIVE WINDOW ENDS BEFORE IT STARTS'
008360             TO PE-FIND-TEXT
008370         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
008380         GO TO 4150-EXIT
008390     END-IF.
008400     SET PE-DATES-VALID TO TRUE.
008410     IF PE-EFF-FROM-WORK <= HW-RUN-DATE
008420         AND PE-EFF-THRU-WORK >= HW-RUN-DATE
008430         ADD 1 TO PE-EFFECTIVE-CARDS
008440         SET PE-CARD-EFFECTIVE TO TRUE
008450         MOVE 'EFFECTIVE FOR RUN DATE' TO PE-OK-TEXT
008460     ELSE
008470         IF PE-EFF-FROM-WORK > HW-RUN-DATE
008480             MOVE 'NOT YET EFFECTIVE - BYPASSED' TO PE-OK-TEXT
008490         ELSE
008500             MOVE 'WINDOW CLOSED - BYPASSED OR CAUGHT UP'
008510                 TO PE-OK-TEXT
008520         END-IF
008530     END-IF.
008540*
008550 4150-EXIT.
008560     EXIT.
008570*
008580 4200-CHECK-DATE-VALUE.
008590*
008600     MOVE 'N' TO PE-DATE-VALID-SW.
008610     IF PE-CHECK-MONTH < 1 OR PE-CHECK-MONTH > 12
008620         GO TO 4200-EXIT
008630     END-IF.
008635     PERFORM 4210-SET-MONTH-LIMIT THRU 4210-EXIT.
008640     IF PE-CHECK-DAY < 1
008650         OR PE-CHECK-DAY > PE-MONTH-LIMIT
008660         GO TO 4200-EXIT
008670     END-IF.
008680     SET PE-DATE-VALID TO TRUE.
008690*
008700 4200-EXIT.
008701     EXIT.
008702*
008703 4210-SET-MONTH-LIMIT.
008704*
008705     MOVE PE-DAYS-IN-MONTH (PE-CHECK-MONTH) TO PE-MONTH-LIMIT.
008706     IF PE-CHECK-MONTH NOT = 2
008707         GO TO 4210-EXIT
008708     END-IF.
008709     DIVIDE PE-CHECK-YEAR BY 4 GIVING PE-LEAP-QUOT
008710         REMAINDER PE-LEAP-REM.
008711     IF PE-LEAP-REM NOT = ZERO
008712         MOVE 28 TO PE-MONTH-LIMIT
008713         GO TO 4210-EXIT
008714     END-IF.
008715     DIVIDE PE-CHECK-YEAR BY 100 GIVING PE-LEAP-QUOT
008716         REMAINDER PE-LEAP-REM.
008717     IF PE-LEAP-REM NOT = ZERO
008718         GO TO 4210-EXIT
008719     END-IF.
008720     DIVIDE PE-CHECK-YEAR BY 400 GIVING PE-LEAP-QUOT
008721         REMAINDER PE-LEAP-REM.
008722     IF PE-LEAP-REM NOT = ZERO
008723         MOVE 28 TO PE-MONTH-LIMIT
008724     END-IF.
008725*
008726 4210-EXIT.
008727     EXIT.
008728*
008730 4300-EDIT-TRAILER-CARD.
008740*
008750     IF NOT PE-HEADER-SEEN
008760         SET PE-FIND-ERROR TO TRUE
008770         MOVE 'TRAILER CARD BEFORE HEADER CARD' TO PE-FIND-TEXT
008780         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
008790     END-IF.
008800     SET PE-TRAILER-SEEN TO TRUE.
008810     IF PARM-EXPECTED-COUNT NOT NUMERIC
008820         SET PE-FIND-ERROR TO TRUE
008830         MOVE 'TRAILER CARD COUNT NOT NUMERIC' TO PE-FIND-TEXT
008840         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
008850         GO TO 4300-EXIT
008860     END-IF.
008870     SET PE-COUNT-VALID TO TRUE.
008880     MOVE PARM-EXPECTED-COUNT TO PE-EXPECTED-CARDS.
008890     MOVE 'TRAILER ACCEPTED' TO PE-OK-TEXT.
008900*
008910 4300-EXIT.
008920     EXIT.
008930*
008940 4600-LOOKUP-MESSAGE.
008950*
008960     MOVE 'N' TO PE-MSG-FOUND-SW.
008970     MOVE 1 TO PE-MSG-SUB.
008980     PERFORM 4650-SCAN-MESSAGE-TABLE THRU 4650-EXIT
008990         UNTIL PE-MSG-FOUND OR PE-MSG-SUB > PE-MSG-COUNT.
009000*
009010 4600-EXIT.
009020     EXIT.
009030*
009040 4650-SCAN-MESSAGE-TABLE.
009050*
009060     IF PE-MSG-TBL-CODE (PE-MSG-SUB) = PE-LOOKUP-CODE
009070         AND PE-MSG-TBL-LANG (PE-MSG-SUB) = PE-LOOKUP-LANG
009080         SET PE-MSG-FOUND TO TRUE
009090     ELSE
009100         ADD 1 TO PE-MSG-SUB
009110     END-IF.
009120*
009130 4650-EXIT.
009140     EXIT.
009141*
009142*****************************************************************
009143*    4660 - PLACEHOLDERS.  THE CATALOG TEXT THE CARD RESOLVES TO *
009144*    IS SCANNED FOR THE PLACEHOLDERS NAMED IN THE MSGTOKN        *
009145*    COPYBOOK.  THE NIGHTLY STEP DOES NOT ABEND ON ANY OF THESE, *
009146*    SO EACH IS A WARNING: A NAME IT DOES NOT KNOW (PRINTED AS   *
009147*    WRITTEN), &VALUE. WITH NO VALUE ON THE CARD OR A VALUE WITH *
009148*    NO &VALUE. TO TAKE IT, AND &HOLIDAY. ON AN EFFECTIVE CARD   *
009149*    WHEN THE CALENDAR HAS NO NAME FOR THE RUN DATE.             *
009150*****************************************************************
009151*
009152 4660-EDIT-PLACEHOLDERS.
009153*
009154     MOVE PE-MSG-TBL-TEXT (PE-MSG-SUB) TO PE-TEXT-WORK.
009155     MOVE ZEROS TO PE-TOKEN-TALLY.
009156     MOVE 'N' TO PE-BAD-TOKEN-SW.
009157     MOVE 1 TO PE-TEXT-POS.
009158     PERFORM 4670-SCAN-NEXT-CHAR THRU 4670-EXIT
009159         UNTIL PE-TEXT-POS > 40 OR PE-BAD-TOKEN.
009160     IF PE-BAD-TOKEN
009161         SET PE-FIND-WARNING TO TRUE
009162         MOVE 'CATALOG TEXT HAS AN UNKNOWN PLACEHOLDER'
009163             TO PE-FIND-TEXT
009164         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
009165     END-IF.
009166     IF PE-TOKEN-COUNT (5) > ZERO
009167         AND PARM-MSG-VALUE = SPACES
009168         SET PE-FIND-WARNING TO TRUE
009169         MOVE '&VALUE. IN TEXT BUT CARD VALUE BLANK'
009170             TO PE-FIND-TEXT
009171         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
009172     END-IF.
009173     IF PE-TOKEN-COUNT (5) = ZERO
009174         AND PARM-MSG-VALUE NOT = SPACES
009175         AND NOT PE-BAD-TOKEN
009176         SET PE-FIND-WARNING TO TRUE
009177         MOVE 'CARD VALUE GIVEN BUT TEXT HAS NO &VALUE.'
009178             TO PE-FIND-TEXT
009179         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
009180     END-IF.
009181     IF PE-TOKEN-COUNT (4) > ZERO
009182         AND PE-CARD-EFFECTIVE
009183         AND PE-CAL-NAME-SAVE = SPACES
009184         SET PE-FIND-WARNING TO TRUE
009185         MOVE '&HOLIDAY. IN TEXT BUT NO CALENDAR NAME'
009186             TO PE-FIND-TEXT
009187         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
009188     END-IF.
009189*
009190 4660-EXIT.
009191     EXIT.
009192*
009193 4670-SCAN-NEXT-CHAR.
009194*
009195     IF PE-TEXT-WORK (PE-TEXT-POS:1) NOT = '&'
009196         ADD 1 TO PE-TEXT-POS
009197         GO TO 4670-EXIT
009198     END-IF.
009199     IF PE-TEXT-POS < 40
009200         IF PE-TEXT-WORK (PE-TEXT-POS + 1:1) = '&'
009201             ADD 2 TO PE-TEXT-POS
009202             GO TO 4670-EXIT
009203         END-IF
009204     END-IF.
009205     MOVE ZERO TO MSG-TOKEN-SUB.
009206     MOVE 1 TO PE-TOKEN-IX.
009207     PERFORM 4680-COMPARE-PLACEHOLDER THRU 4680-EXIT
009208         UNTIL PE-TOKEN-IX > MSG-TOKEN-MAX
009209         OR NOT MSG-TOKEN-NOT-FOUND.
009210     IF MSG-TOKEN-NOT-FOUND
009211         SET PE-BAD-TOKEN TO TRUE
009212         GO TO 4670-EXIT
009213     END-IF.
009214     ADD 1 TO PE-TOKEN-COUNT (MSG-TOKEN-SUB).
009215     ADD MSG-TOKEN-LENGTH (MSG-TOKEN-SUB) TO PE-TEXT-POS.
009216*
009217 4670-EXIT.
009218     EXIT.
009219*
009220 4680-COMPARE-PLACEHOLDER.
009221*
009222     MOVE MSG-TOKEN-LENGTH (PE-TOKEN-IX) TO PE-TOKEN-LEN.
009223     IF PE-TEXT-POS + PE-TOKEN-LEN NOT > 41
009224         IF PE-TEXT-WORK (PE-TEXT-POS:PE-TOKEN-LEN) =
009225             MSG-TOKEN-NAME (PE-TOKEN-IX) (1:PE-TOKEN-LEN)
009226             MOVE PE-TOKEN-IX TO MSG-TOKEN-SUB
009227         END-IF
009228     END-IF.
009229     ADD 1 TO PE-TOKEN-IX.
009230*
009231 4680-EXIT.
009232     EXIT.
009233*
009234 4700-FIND-ROUTE-CLASS.
009235*
009236     MOVE 'N' TO PE-CLASS-FOUND-SW.
009237     MOVE 1 TO PE-CLASS-SUB.
009238     PERFORM 4750-SCAN-CLASS-TABLE THRU 4750-EXIT
009239         UNTIL PE-CLASS-FOUND OR PE-CLASS-SUB > PE-CLASS-COUNT.
009240*
009241 4700-EXIT.
009242     EXIT.
009250*
009260 4750-SCAN-CLASS-TABLE.
009270*
009280     IF PE-CLASS-CODE (PE-CLASS-SUB) = PE-LOOKUP-CLASS
009290         SET PE-CLASS-FOUND TO TRUE
009300     ELSE
009310         ADD 1 TO PE-CLASS-SUB
009320     END-IF.
009330*
009340 4750-EXIT.
009350     EXIT.
009360*
009370*****************************************************************
009380*    4800 - ONE FINDING LINE.  THE FIRST LINE FOR A CARD CARRIES *
009390*    ITS NUMBER AND IMAGE; FURTHER FINDINGS ON THE SAME CARD     *
009400*    PRINT UNDER IT WITH THOSE COLUMNS BLANK.                    *
009410*****************************************************************
009420*
009430 4800-WRITE-FINDING.
009440*
009450     IF PE-FIND-ERROR
009460         ADD 1 TO PE-ERROR-COUNT
009470         ADD 1 TO PE-CARD-ERRORS
009480     ELSE
009490         ADD 1 TO PE-WARNING-COUNT
009500     END-IF.
009510     IF PE-CARD-LISTED
009520         MOVE SPACES TO PE-DETAIL-LINE
009530     ELSE
009540         PERFORM 4850-FORMAT-CARD-LINE THRU 4850-EXIT
009550         SET PE-CARD-LISTED TO TRUE
009560     END-IF.
009570     MOVE PE-FIND-SEVERITY TO PE-DET-SEVERITY.
009580     MOVE PE-FIND-TEXT TO PE-DET-FINDING.
009590     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009600*
009610 4800-EXIT.
009620     EXIT.
009630*
009640 4850-FORMAT-CARD-LINE.
009650*
009660     MOVE SPACES TO PE-DETAIL-LINE.
009670     MOVE PE-CARDS-READ TO PE-DET-CARD-NO.
009680     MOVE PARM-IMAGE-TEXT TO PE-DET-IMAGE.
009690*
009700 4850-EXIT.
009710     EXIT.
009720*
009730*****************************************************************
009740*    5000 - DECK BALANCE.  THE SAME END-OF-DECK CHECKS AS THE    *
009750*    NIGHTLY STEP'S 3300-BALANCE-PARM-DECK.                      *
009760*****************************************************************
009770*
009780 5000-BALANCE-PARM-DECK.
009790*
009800     MOVE SPACES TO PE-SECTION-LINE.
009810     MOVE 'DECK BALANCE' TO PE-SEC-TITLE.
009820     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
009830     SET PE-CARD-LISTED TO TRUE.
009840     MOVE ZERO TO PE-CARD-ERRORS.
009850     IF NOT PE-HEADER-SEEN
009860         SET PE-FIND-ERROR TO TRUE
009870         MOVE 'PARM DECK HAS NO HEADER CARD' TO PE-FIND-TEXT
009880         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
009890     END-IF.
009900     IF NOT PE-TRAILER-SEEN
009910         SET PE-FIND-ERROR TO TRUE
009920         MOVE 'PARM DECK HAS NO TRAILER CARD' TO PE-FIND-TEXT
009930         PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
009940     ELSE
009950         IF PE-COUNT-VALID
009960             AND PE-EXPECTED-CARDS NOT = PE-CARDS-READ
009970             SET PE-FIND-ERROR TO TRUE
009980             MOVE 'PARM DECK OUT OF BALANCE' TO PE-FIND-TEXT
009990             PERFORM 4800-WRITE-FINDING THRU 4800-EXIT
010000         END-IF
010010     END-IF.
010020     IF PE-CARD-ERRORS = ZERO
010030         MOVE SPACES TO PE-DETAIL-LINE
010040         MOVE 'OK' TO PE-DET-SEVERITY
010050         MOVE 'TRAILER COUNT AGREES WITH CARDS READ'
010060             TO PE-DET-FINDING
010070         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
010080     END-IF.
010090*
010100 5000-EXIT.
010110     EXIT.
010120*
010130 6000-CLOSE-FILES.
010140*
010150     CLOSE PARM-CARD-FILE.
010160     CLOSE OPERATOR-MASTER.
010165     CLOSE OPERATOR-AUTH.
010170     CLOSE EDIT-REPORT-FILE.
010180*
010190 6000-EXIT.
010200     EXIT.
010210*
010220 7000-WRITE-REPORT-LINE.
010230*
010240     IF PE-LINE-COUNT > 55
010250         PERFORM 7200-WRITE-PAGE-HEADING THRU 7200-EXIT
010260     END-IF.
010270     WRITE REPORT-RECORD FROM PE-DETAIL-LINE
010280         AFTER ADVANCING 1 LINE.
010290     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
010300     ADD 1 TO PE-LINE-COUNT.
010310*
010320 7000-EXIT.
010330     EXIT.
010340*
010350 7100-WRITE-SECTION-TITLE.
010360*
010370     IF PE-LINE-COUNT > 50
010380         PERFORM 7200-WRITE-PAGE-HEADING THRU 7200-EXIT
010390     END-IF.
010400     WRITE REPORT-RECORD FROM PE-SECTION-LINE
010410         AFTER ADVANCING 2 LINES.
010420     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
010430     ADD 2 TO PE-LINE-COUNT.
010440*
010450 7100-EXIT.
010460     EXIT.
010470*
010480 7200-WRITE-PAGE-HEADING.
010490*
010500     ADD 1 TO PE-PAGE-COUNT.
010510     MOVE PE-PAGE-COUNT TO PE-HDG-PAGE.
010520     WRITE REPORT-RECORD FROM PE-HEADING-1
010530         AFTER ADVANCING PAGE.
010540     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
010550     WRITE REPORT-RECORD FROM PE-HEADING-2
010560         AFTER ADVANCING 1 LINE.
010570     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
010580     WRITE REPORT-RECORD FROM PE-HEADING-3
010590         AFTER ADVANCING 2 LINES.
010600     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
010610     MOVE SPACES TO REPORT-RECORD.
010620     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
010630     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
010640     MOVE 6 TO PE-LINE-COUNT.
010650*
010660 7200-EXIT.
010670     EXIT.
010680*
010690 7900-CHECK-REPORT-STATUS.
010700*
010710     IF NOT PE-RPT-FILE-OK
010720         MOVE 'EDTPRINT' TO PE-ERROR-FILE-ID
010730         MOVE PE-RPT-FILE-STATUS TO PE-ERROR-STATUS
010740         GO TO 9999-ERROR-EXIT
010750     END-IF.
010760*
010770 7900-EXIT.
010780     EXIT.
010790*
010800 8000-WRITE-SUMMARY.
010810*
010820     MOVE SPACES TO PE-DETAIL-LINE.
010830     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010840     MOVE SPACES TO PE-TOTAL-LINE.
010850     MOVE 'CARDS READ          :' TO PE-TOTAL-LINE.
010860     MOVE PE-CARDS-READ TO PE-TOT-COUNT.
010870     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010880     MOVE 'TRAILER COUNT       :' TO PE-TOTAL-LINE.
010890     MOVE PE-EXPECTED-CARDS TO PE-TOT-COUNT.
010900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010910     MOVE 'DETAIL CARDS        :' TO PE-TOTAL-LINE.
010920     MOVE PE-DETAIL-CARDS TO PE-TOT-COUNT.
010930     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010940     MOVE 'EFFECTIVE ON RUN DAY:' TO PE-TOTAL-LINE.
010950     MOVE PE-EFFECTIVE-CARDS TO PE-TOT-COUNT.
010960     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
010970     MOVE 'CARDS IN ERROR      :' TO PE-TOTAL-LINE.
010980     MOVE PE-CARDS-IN-ERROR TO PE-TOT-COUNT.
010990     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011000     MOVE 'ERRORS              :' TO PE-TOTAL-LINE.
011010     MOVE PE-ERROR-COUNT TO PE-TOT-COUNT.
011020     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011030     MOVE 'WARNINGS            :' TO PE-TOTAL-LINE.
011040     MOVE PE-WARNING-COUNT TO PE-TOT-COUNT.
011050     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
011060     DISPLAY 'PARMEDIT - DECK KEYED FOR      ' HW-RUN-DATE
011070         UPON CONSOLE-DEVICE.
011080     DISPLAY 'PARMEDIT - ERRORS              ' PE-ERROR-COUNT
011090         UPON CONSOLE-DEVICE.
011100     DISPLAY 'PARMEDIT - WARNINGS            ' PE-WARNING-COUNT
011110         UPON CONSOLE-DEVICE.
011120*
011130 8000-EXIT.
011140     EXIT.
011150*
011160 8100-WRITE-TOTAL-LINE.
011170*
011180     WRITE REPORT-RECORD FROM PE-TOTAL-LINE
011190         AFTER ADVANCING 1 LINE.
011200     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
011210*
011220 8100-EXIT.
011230     EXIT.
011240*
011250*****************************************************************
011260*    9800 - DECK ALERT.  A WARNING, NOT A CRITICAL -- NOTHING    *
011270*    HAS FAILED YET, BUT THE DESK MUST FIX THE DECK BEFORE THE   *
011280*    NIGHT SHIFT RUNS IT.  A FAILURE WRITING THE ALERT IS        *
011290*    REPORTED ON THE CONSOLE ONLY.                               *
011300*****************************************************************
011310*
011320 9800-WRITE-ALERT.
011330*
011340     OPEN EXTEND ALERT-FILE.
011350     IF NOT PE-ALERT-FILE-OK
011360         DISPLAY 'PARMEDIT - ALERT RECORD NOT WRITTEN - '
011370             'FILE STATUS ' PE-ALERT-FILE-STATUS
011380             UPON CONSOLE-DEVICE
011390         GO TO 9800-EXIT
011400     END-IF.
011410     MOVE SPACES TO ALERT-RECORD.
011420     MOVE PE-TODAY-DATE TO ALERT-DATE.
011430     MOVE PE-RUN-TIME TO ALERT-TIME.
011440     MOVE 'PARMEDIT' TO ALERT-RUN-ID.
011450     MOVE 'PARMIN' TO ALERT-FILE-ID.
011460     MOVE SPACES TO ALERT-FILE-STATUS.
011470     SET ALERT-WARNING TO TRUE.
011480     IF PE-ERROR-COUNT > ZERO
011490         MOVE 'PARM DECK FAILED PRE-FLIGHT' TO ALERT-MESSAGE
011500     ELSE
011510         MOVE 'PARM DECK PRE-FLIGHT WARNINGS' TO ALERT-MESSAGE
011520     END-IF.
011530     WRITE ALERT-RECORD.
011540     IF NOT PE-ALERT-FILE-OK
011550         DISPLAY 'PARMEDIT - ALERT RECORD NOT WRITTEN - '
011560             'FILE STATUS ' PE-ALERT-FILE-STATUS
011570             UPON CONSOLE-DEVICE
011580     END-IF.
011590     CLOSE ALERT-FILE.
011600*
011610 9800-EXIT.
011620     EXIT.
011630*
011640 9999-ERROR-EXIT.
011650*
011660     MOVE 16 TO PE-RETURN-CODE.
011670     DISPLAY 'PARMEDIT ABEND - ' PE-ERROR-FILE-ID
011680         ' FILE STATUS ' PE-ERROR-STATUS
011690         UPON CONSOLE-DEVICE.
011700*
011710 9900-PROGRAM-EXIT.
011720*
011730     MOVE PE-RETURN-CODE TO RETURN-CODE.
011740     GOBACK.
011750*
011760 END PROGRAM PARMEDIT.
