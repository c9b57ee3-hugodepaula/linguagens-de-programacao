000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUTHMNT.
000030 AUTHOR. J. HARRISON.
000040 INSTALLATION. DATA PROCESSING DEPT.
000050 DATE-WRITTEN. 08/05/2024.
000060 DATE-COMPILED.
000070*
000080*    OPERATOR RUN AUTHORIZATION MAINTENANCE.  APPLIES A DECK OF
000090*    MAINTENANCE CARDS TO THE AUTHORIZATION FILE (OPERAUTH, KEYED
000100*    BY OPERATOR ID, RUN ID AND SHIFT -- SEE THE OPERAUTH
000110*    COPYBOOK) AND PRINTS A MAINTENANCE REPORT WITH A BEFORE AND
000120*    AFTER IMAGE OF EVERY AUTHORIZATION CHANGED.  THE NIGHTLY
000130*    HELLOWLD STEP REJECTS A DECK WHOSE OPERATOR HOLDS NO
000140*    AUTHORIZATION FOR THE RUN ID AND SHIFT EFFECTIVE ON THE RUN
000150*    DATE, SO EVERY OPERATOR NEEDS ONE CARD PER RUN ID AND SHIFT
000160*    THEY SUBMIT.
000170*
000180*    TRANSACTION CARD LAYOUT (AUTHTRAN, 80 BYTES):
000190*      COL 1       ACTION -- 'A' ADD, 'C' CHANGE DATES,
000200*                  'D' DELETE, 'L' LIST
000210*      COLS 2-9    OPERATOR ID (BLANK ON 'L' LISTS EVERY
000220*                  AUTHORIZATION ON FILE)
000230*      COLS 10-17  RUN ID                    (A/C/D)
000240*      COL 18      SHIFT D/E/N               (A/C/D)
000250*      COLS 19-26  EFFECTIVE FROM YYYYMMDD   (A; C BLANK = KEEP)
000260*      COLS 27-34  EFFECTIVE THRU YYYYMMDD   (A; C BLANK = KEEP;
000270*                  ZERO = NO EXPIRY)
000280*      COLS 35-37  INITIALS OF THE SUPERVISOR APPROVING (A/C/D)
000290*      COLS 38-80  MUST BE BLANK
000300*    AN ADDED OPERATOR MUST BE ON THE OPERATOR MASTER.  TO
000310*    WITHDRAW AN AUTHORIZATION, CHANGE ITS THRU DATE -- IT THEN
000320*    LISTS AS LAPSED AND THE HISTORY STAYS ON FILE.  DELETE IS
000330*    FOR A CARD KEYED IN ERROR.
000340*
000350*    REPORT STATUS COLUMN: ACTIVE, LAPSED (PAST ITS THRU DATE)
000360*    OR FUTURE (NOT YET EFFECTIVE), AS AT THE RUN DATE.
000370*
000380*    RETURN CODES:  0 ALL CARDS APPLIED, 4 ONE OR MORE REJECTED
000390*    CARDS (SEE REPORT), 16 FILE ERROR.
000400*
000410*    MODIFICATION HISTORY.
000420*    DATE       INIT   DESCRIPTION
000430*    ---------  -----  ------------------------------------------
000440*    08/05/24   JH     ORIGINAL PROGRAM.
000450*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SPECIAL-NAMES.
000490     CONSOLE IS CONSOLE-DEVICE.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT TRAN-CARD-FILE ASSIGN TO AUTHTRAN
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS AU-TRAN-FILE-STATUS.
000550     SELECT OPTIONAL OPERATOR-AUTH ASSIGN TO OPERAUTH
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS AUTH-KEY
000590         FILE STATUS IS AU-AUTH-FILE-STATUS.
000600     SELECT OPERATOR-MASTER ASSIGN TO OPERMAST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS OPER-ID
000640         FILE STATUS IS AU-OPER-FILE-STATUS.
000650     SELECT MAINT-REPORT-FILE ASSIGN TO AUTHPRNT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS AU-RPT-FILE-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000710*
000720 FD  TRAN-CARD-FILE
000730     RECORDING MODE IS F
000740     RECORD CONTAINS 80 CHARACTERS.
000750 01  TRAN-CARD-RECORD.
000760     05  TRAN-ACTION                 PIC X(01).
000770         88  TRAN-ADD                           VALUE 'A'.
000780         88  TRAN-CHANGE                        VALUE 'C'.
000790         88  TRAN-DELETE                        VALUE 'D'.
000800         88  TRAN-LIST                          VALUE 'L'.
000810     05  TRAN-KEY.
000820         10  TRAN-OPER-ID            PIC X(08).
000830         10  TRAN-RUN-ID             PIC X(08).
000840         10  TRAN-SHIFT              PIC X(01).
000850             88  TRAN-SHIFT-VALID               VALUE 'D' 'E'
000860                                                      'N'.
000870     05  TRAN-EFF-FROM               PIC X(08).
000880     05  TRAN-EFF-THRU               PIC X(08).
000890     05  TRAN-INITIALS               PIC X(03).
000900     05  TRAN-REST                   PIC X(43).
000910*
000920 FD  OPERATOR-AUTH
000930     RECORD CONTAINS 80 CHARACTERS.
000940*
000950     COPY OPERAUTH.
000960*
000970 FD  OPERATOR-MASTER
000980     RECORD CONTAINS 80 CHARACTERS.
000990*
001000     COPY OPERMST.
001010*
001020 FD  MAINT-REPORT-FILE
001030     RECORDING MODE IS F
001040     RECORD CONTAINS 132 CHARACTERS.
001050 01  REPORT-RECORD                   PIC X(132).
001060*
001070 WORKING-STORAGE SECTION.
001080*
001090 01  AU-TRAN-FILE-STATUS             PIC X(02)  VALUE '00'.
001100     88  AU-TRAN-FILE-OK                        VALUE '00'.
001110     88  AU-TRAN-FILE-EOF                       VALUE '10'.
001120*
001130 01  AU-AUTH-FILE-STATUS             PIC X(02)  VALUE '00'.
001140     88  AU-AUTH-FILE-OK                        VALUE '00'.
001150     88  AU-AUTH-CREATED                        VALUE '05'.
001160     88  AU-AUTH-DUPLICATE                      VALUE '22'.
001170     88  AU-AUTH-NOT-FOUND                      VALUE '23'.
001180     88  AU-AUTH-EOF                            VALUE '10'.
001190*
001200 01  AU-OPER-FILE-STATUS             PIC X(02)  VALUE '00'.
001210     88  AU-OPER-FILE-OK                        VALUE '00'.
001220     88  AU-OPER-NOT-ON-FILE                    VALUE '23'.
001230*
001240 01  AU-RPT-FILE-STATUS              PIC X(02)  VALUE '00'.
001250     88  AU-RPT-FILE-OK                         VALUE '00'.
001260*
001270 01  AU-TRAN-EOF-SW                  PIC X(01)  VALUE 'N'.
001280     88  AU-TRAN-EOF                            VALUE 'Y'.
001290*
001300 01  AU-LIST-EOF-SW                  PIC X(01)  VALUE 'N'.
001310     88  AU-LIST-EOF                            VALUE 'Y'.
001320*
001330 01  AU-CARD-BAD-SW                  PIC X(01)  VALUE 'N'.
001340     88  AU-CARD-BAD                            VALUE 'Y'.
001350*
001360 01  AU-RUN-DATE                     PIC 9(08)  VALUE ZERO.
001370*
001380 01  AU-CHECK-DATE.
001390     05  AU-CHECK-YEAR               PIC 9(04).
001400     05  AU-CHECK-MONTH              PIC 9(02).
001410     05  AU-CHECK-DAY                PIC 9(02).
001420 01  AU-CHECK-DATE-NUM REDEFINES AU-CHECK-DATE
001430                                     PIC 9(08).
001440*
001450 01  AU-MONTH-DAYS-DEF               PIC X(24)  VALUE
001460     '312931303130313130313031'.
001470 01  AU-MONTH-DAYS REDEFINES AU-MONTH-DAYS-DEF.
001480     05  AU-DAYS-IN-MONTH OCCURS 12 TIMES
001490                                     PIC 9(02).
001492 01  AU-MONTH-LIMIT                  PIC 9(02)  COMP VALUE ZERO.
001494 01  AU-LEAP-QUOT                    PIC 9(04)  COMP VALUE ZERO.
001496 01  AU-LEAP-REM                     PIC 9(04)  COMP VALUE ZERO.
001500*
001510*    THE DATES A CARD WOULD LEAVE ON THE RECORD, EDITED BEFORE
001520*    ANYTHING IS WRITTEN.
001530*
001540 01  AU-NEW-FROM-DATE                PIC 9(08)  VALUE ZERO.
001550 01  AU-NEW-THRU-DATE                PIC 9(08)  VALUE ZERO.
001560*
001570 01  AU-TRANS-READ                   PIC 9(05)  COMP VALUE ZERO.
001580 01  AU-AUTHS-ADDED                  PIC 9(05)  COMP VALUE ZERO.
001590 01  AU-AUTHS-CHANGED                PIC 9(05)  COMP VALUE ZERO.
001600 01  AU-AUTHS-DELETED                PIC 9(05)  COMP VALUE ZERO.
001610 01  AU-AUTHS-LISTED                 PIC 9(05)  COMP VALUE ZERO.
001620 01  AU-AUTHS-LAPSED                 PIC 9(05)  COMP VALUE ZERO.
001630 01  AU-TRANS-REJECTED               PIC 9(05)  COMP VALUE ZERO.
001640*
001650 01  AU-LINE-COUNT                   PIC 9(03)  COMP VALUE 99.
001660 01  AU-PAGE-COUNT                   PIC 9(05)  COMP VALUE ZERO.
001670*
001680 01  AU-RETURN-CODE                  PIC 9(04)  COMP VALUE ZERO.
001690*
001700 01  AU-ERROR-FILE-ID                PIC X(08)  VALUE SPACES.
001710*
001720 01  AU-ERROR-STATUS                 PIC X(02)  VALUE SPACES.
001730*
001740 01  AU-REJECT-REASON                PIC X(35)  VALUE SPACES.
001750 01  AU-IMAGE-TAG                    PIC X(07)  VALUE SPACES.
001760 01  AU-ACTION-TEXT                  PIC X(07)  VALUE SPACES.
001770 01  AU-AUTH-STATUS                  PIC X(08)  VALUE SPACES.
001780     88  AU-AUTH-LAPSED                         VALUE 'LAPSED'.
001790*
001800 01  AU-HEADING-1.
001810     05  FILLER                      PIC X(09)  VALUE 'AUTHMNT'.
001820     05  FILLER                      PIC X(36)  VALUE
001830         'OPERATOR AUTHORIZATION MAINTENANCE'.
001840     05  FILLER                      PIC X(11)  VALUE
001850         'RUN DATE : '.
001860     05  AU-HDG-RUN-DATE             PIC 9(08).
001870     05  FILLER                      PIC X(08)  VALUE
001880         '   PAGE '.
001890     05  AU-HDG-PAGE                 PIC ZZZZ9.
001900     05  FILLER                      PIC X(55)  VALUE SPACES.
001910*
001920 01  AU-HEADING-2.
001930     05  FILLER                      PIC X(07)  VALUE 'ACTION'.
001940     05  FILLER                      PIC X(07)  VALUE 'IMAGE'.
001950     05  FILLER                      PIC X(10)  VALUE 'OPERATOR'.
001960     05  FILLER                      PIC X(10)  VALUE 'RUN ID'.
001970     05  FILLER                      PIC X(04)  VALUE 'SH'.
001980     05  FILLER                      PIC X(10)  VALUE 'EFF-FROM'.
001990     05  FILLER                      PIC X(10)  VALUE 'EFF-THRU'.
002000     05  FILLER                      PIC X(08)  VALUE 'STATUS'.
002010     05  FILLER                      PIC X(10)  VALUE 'MAINT'.
002020     05  FILLER                      PIC X(05)  VALUE 'BY'.
002030     05  FILLER                      PIC X(51)  VALUE 'COMMENT'.
002040*
002050 01  AU-DETAIL-LINE.
002060     05  AU-DET-ACTION               PIC X(07).
002070     05  AU-DET-IMAGE                PIC X(07).
002080     05  AU-DET-OPER-ID              PIC X(10).
002090     05  AU-DET-RUN-ID               PIC X(10).
002100     05  AU-DET-SHIFT                PIC X(04).
002110     05  AU-DET-EFF-FROM             PIC X(10).
002120     05  AU-DET-EFF-THRU             PIC X(10).
002130     05  AU-DET-STATUS               PIC X(08).
002140     05  AU-DET-MAINT-DATE           PIC X(10).
002150     05  AU-DET-MAINT-BY             PIC X(05).
002160     05  AU-DET-COMMENT              PIC X(35).
002170     05  FILLER                      PIC X(16)  VALUE SPACES.
002180*
002190 01  AU-TOTAL-LINE.
002200     05  FILLER                      PIC X(22).
002210     05  AU-TOT-COUNT                PIC ZZZZ9.
002220     05  FILLER                      PIC X(105) VALUE SPACES.
002230*
002240 PROCEDURE DIVISION.
002250*
002260 0000-MAINLINE.
002270*
002280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002290     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
002300     PERFORM 3000-READ-TRAN-CARD THRU 3000-EXIT.
002310     PERFORM 3100-PROCESS-TRAN-CARD THRU 3100-EXIT
002320         UNTIL AU-TRAN-EOF.
002330     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002340     PERFORM 6000-CLOSE-FILES THRU 6000-EXIT.
002350     IF AU-TRANS-REJECTED > ZERO
002360         AND AU-RETURN-CODE = ZERO
002370         MOVE 4 TO AU-RETURN-CODE
002380     END-IF.
002390     GO TO 9900-PROGRAM-EXIT.
002400*
002410 1000-INITIALIZE.
002420*
002430     ACCEPT AU-RUN-DATE FROM DATE YYYYMMDD.
002440     MOVE AU-RUN-DATE TO AU-HDG-RUN-DATE.
002450*
002460 1000-EXIT.
002470     EXIT.
002480*
002490 2000-OPEN-FILES.
002500*
002510     OPEN INPUT TRAN-CARD-FILE.
002520     IF NOT AU-TRAN-FILE-OK
002530         MOVE 'AUTHTRAN' TO AU-ERROR-FILE-ID
002540         MOVE AU-TRAN-FILE-STATUS TO AU-ERROR-STATUS
002550         GO TO 9999-ERROR-EXIT
002560     END-IF.
002570     OPEN I-O OPERATOR-AUTH.
002580     IF NOT AU-AUTH-FILE-OK AND NOT AU-AUTH-CREATED
002590         MOVE 'OPERAUTH' TO AU-ERROR-FILE-ID
002600         MOVE AU-AUTH-FILE-STATUS TO AU-ERROR-STATUS
002610         GO TO 9999-ERROR-EXIT
002620     END-IF.
002630     OPEN INPUT OPERATOR-MASTER.
002640     IF NOT AU-OPER-FILE-OK
002650         MOVE 'OPERMAST' TO AU-ERROR-FILE-ID
002660         MOVE AU-OPER-FILE-STATUS TO AU-ERROR-STATUS
002670         GO TO 9999-ERROR-EXIT
002680     END-IF.
002690     OPEN OUTPUT MAINT-REPORT-FILE.
002700     IF NOT AU-RPT-FILE-OK
002710         MOVE 'AUTHPRNT' TO AU-ERROR-FILE-ID
002720         MOVE AU-RPT-FILE-STATUS TO AU-ERROR-STATUS
002730         GO TO 9999-ERROR-EXIT
002740     END-IF.
002750*
002760 2000-EXIT.
002770     EXIT.
002780*
002790 3000-READ-TRAN-CARD.
002800*
002810     READ TRAN-CARD-FILE
002820         AT END
002830             SET AU-TRAN-EOF TO TRUE
002840         NOT AT END
002850             ADD 1 TO AU-TRANS-READ
002860     END-READ.
002870     IF NOT AU-TRAN-FILE-OK AND NOT AU-TRAN-FILE-EOF
002880         MOVE 'AUTHTRAN' TO AU-ERROR-FILE-ID
002890         MOVE AU-TRAN-FILE-STATUS TO AU-ERROR-STATUS
002900         GO TO 9999-ERROR-EXIT
002910     END-IF.
002920*
002930 3000-EXIT.
002940     EXIT.
002950*
002960 3100-PROCESS-TRAN-CARD.
002970*
002980     IF TRAN-ADD
002990         PERFORM 4000-ADD-AUTHORIZATION THRU 4000-EXIT
003000     ELSE
003010         IF TRAN-CHANGE
003020             PERFORM 4100-CHANGE-AUTHORIZATION THRU 4100-EXIT
003030         ELSE
003040             IF TRAN-DELETE
003050                 PERFORM 4200-DELETE-AUTHORIZATION THRU 4200-EXIT
003060             ELSE
003070                 IF TRAN-LIST
003080                     PERFORM 4300-LIST-AUTHORIZATIONS
003090                         THRU 4300-EXIT
003100                 ELSE
003110                     MOVE 'REJECTED - UNKNOWN ACTION CODE'
003120                         TO AU-REJECT-REASON
003130                     PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003140                 END-IF
003150             END-IF
003160         END-IF
003170     END-IF.
003180     PERFORM 3000-READ-TRAN-CARD THRU 3000-EXIT.
003190*
003200 3100-EXIT.
003210     EXIT.
003220*
003230*****************************************************************
003240*    4000 - ADD.  THE OPERATOR MUST BE ON THE OPERATOR MASTER    *
003250*    AND THE KEY NOT ALREADY ON FILE.                            *
003260*****************************************************************
003270*
003280 4000-ADD-AUTHORIZATION.
003290*
003300     PERFORM 4600-EDIT-CARD THRU 4600-EXIT.
003310     IF AU-CARD-BAD
003320         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003330         GO TO 4000-EXIT
003340     END-IF.
003350     IF TRAN-EFF-FROM = SPACES OR TRAN-EFF-THRU = SPACES
003360         MOVE 'REJECTED - DATES REQUIRED ON ADD'
003370             TO AU-REJECT-REASON
003380         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003390         GO TO 4000-EXIT
003400     END-IF.
003410     MOVE TRAN-OPER-ID TO OPER-ID.
003420     READ OPERATOR-MASTER.
003430     IF AU-OPER-NOT-ON-FILE
003440         MOVE 'REJECTED - NOT ON OPERATOR MASTER'
003450             TO AU-REJECT-REASON
003460         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003470         GO TO 4000-EXIT
003480     END-IF.
003490     IF NOT AU-OPER-FILE-OK
003500         MOVE 'OPERMAST' TO AU-ERROR-FILE-ID
003510         MOVE AU-OPER-FILE-STATUS TO AU-ERROR-STATUS
003520         GO TO 9999-ERROR-EXIT
003530     END-IF.
003540     PERFORM 4650-EDIT-DATES THRU 4650-EXIT.
003550     IF AU-CARD-BAD
003560         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003570         GO TO 4000-EXIT
003580     END-IF.
003590     MOVE SPACES TO OPERATOR-AUTH-RECORD.
003600     MOVE TRAN-KEY TO AUTH-KEY.
003610     MOVE AU-NEW-FROM-DATE TO AUTH-EFF-FROM-DATE.
003620     MOVE AU-NEW-THRU-DATE TO AUTH-EFF-THRU-DATE.
003630     MOVE AU-RUN-DATE TO AUTH-MAINT-DATE.
003640     MOVE TRAN-INITIALS TO AUTH-MAINT-BY.
003650     WRITE OPERATOR-AUTH-RECORD.
003660     IF AU-AUTH-DUPLICATE
003670         MOVE 'REJECTED - ALREADY ON FILE' TO AU-REJECT-REASON
003680         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003690         GO TO 4000-EXIT
003700     END-IF.
003710     IF NOT AU-AUTH-FILE-OK
003720         MOVE 'OPERAUTH' TO AU-ERROR-FILE-ID
003730         MOVE AU-AUTH-FILE-STATUS TO AU-ERROR-STATUS
003740         GO TO 9999-ERROR-EXIT
003750     END-IF.
003760     ADD 1 TO AU-AUTHS-ADDED.
003770     MOVE 'ADD' TO AU-ACTION-TEXT.
003780     MOVE 'AFTER' TO AU-IMAGE-TAG.
003790     MOVE 'ADDED' TO AU-REJECT-REASON.
003800     PERFORM 4800-WRITE-AUTH-IMAGE THRU 4800-EXIT.
003810*
003820 4000-EXIT.
003830     EXIT.
003840*
003850*****************************************************************
003860*    4100 - CHANGE DATES.  A BLANK DATE ON THE CARD KEEPS THE    *
003870*    DATE ON FILE.  ENDING AN AUTHORIZATION IS A CHANGE OF ITS   *
003880*    THRU DATE.                                                  *
003890*****************************************************************
003900*
003910 4100-CHANGE-AUTHORIZATION.
003920*
003930     PERFORM 4600-EDIT-CARD THRU 4600-EXIT.
003940     IF AU-CARD-BAD
003950         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003960         GO TO 4100-EXIT
003970     END-IF.
003980     IF TRAN-EFF-FROM = SPACES AND TRAN-EFF-THRU = SPACES
003990         MOVE 'REJECTED - NO DATE TO CHANGE' TO AU-REJECT-REASON
004000         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004010         GO TO 4100-EXIT
004020     END-IF.
004030     PERFORM 4500-READ-AUTHORIZATION THRU 4500-EXIT.
004040     IF AU-CARD-BAD
004050         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004060         GO TO 4100-EXIT
004070     END-IF.
004080     PERFORM 4650-EDIT-DATES THRU 4650-EXIT.
004090     IF AU-CARD-BAD
004100         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004110         GO TO 4100-EXIT
004120     END-IF.
004130     MOVE 'CHANGE' TO AU-ACTION-TEXT.
004140     MOVE 'BEFORE' TO AU-IMAGE-TAG.
004150     PERFORM 4800-WRITE-AUTH-IMAGE THRU 4800-EXIT.
004160     MOVE AU-NEW-FROM-DATE TO AUTH-EFF-FROM-DATE.
004170     MOVE AU-NEW-THRU-DATE TO AUTH-EFF-THRU-DATE.
004180     MOVE AU-RUN-DATE TO AUTH-MAINT-DATE.
004190     MOVE TRAN-INITIALS TO AUTH-MAINT-BY.
004200     REWRITE OPERATOR-AUTH-RECORD.
004210     IF NOT AU-AUTH-FILE-OK
004220         MOVE 'OPERAUTH' TO AU-ERROR-FILE-ID
004230         MOVE AU-AUTH-FILE-STATUS TO AU-ERROR-STATUS
004240         GO TO 9999-ERROR-EXIT
004250     END-IF.
004260     ADD 1 TO AU-AUTHS-CHANGED.
004270     MOVE 'AFTER' TO AU-IMAGE-TAG.
004280     MOVE 'CHANGED' TO AU-REJECT-REASON.
004290     PERFORM 4800-WRITE-AUTH-IMAGE THRU 4800-EXIT.
004300*
004310 4100-EXIT.
004320     EXIT.
004330*
004340*****************************************************************
004350*    4200 - DELETE.  ONLY FOR AN AUTHORIZATION KEYED IN ERROR;   *
004360*    THE BEFORE IMAGE IS THE RECORD OF WHAT WAS REMOVED.         *
004370*****************************************************************
004380*
004390 4200-DELETE-AUTHORIZATION.
004400*
004410     PERFORM 4600-EDIT-CARD THRU 4600-EXIT.
004420     IF AU-CARD-BAD
004430         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004440         GO TO 4200-EXIT
004450     END-IF.
004460     PERFORM 4500-READ-AUTHORIZATION THRU 4500-EXIT.
004470     IF AU-CARD-BAD
004480         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004490         GO TO 4200-EXIT
004500     END-IF.
004510     MOVE 'DELETE' TO AU-ACTION-TEXT.
004520     MOVE 'BEFORE' TO AU-IMAGE-TAG.
004530     MOVE 'DELETED' TO AU-REJECT-REASON.
004540     PERFORM 4800-WRITE-AUTH-IMAGE THRU 4800-EXIT.
004550     DELETE OPERATOR-AUTH RECORD.
004560     IF NOT AU-AUTH-FILE-OK
004570         MOVE 'OPERAUTH' TO AU-ERROR-FILE-ID
004580         MOVE AU-AUTH-FILE-STATUS TO AU-ERROR-STATUS
004590         GO TO 9999-ERROR-EXIT
004600     END-IF.
004610     ADD 1 TO AU-AUTHS-DELETED.
004620*
004630 4200-EXIT.
004640     EXIT.
004650*
004660*****************************************************************
004670*    4300 - LIST.  A BLANK OPERATOR ID LISTS EVERY AUTHORIZATION *
004680*    ON FILE; AN OPERATOR ID LISTS THAT OPERATOR'S.  LAPSED AND  *
004690*    FUTURE AUTHORIZATIONS ARE LISTED WITH THE ACTIVE ONES.      *
004700*****************************************************************
004710*
004720 4300-LIST-AUTHORIZATIONS.
004730*
004740     MOVE 'N' TO AU-LIST-EOF-SW.
004750     MOVE LOW-VALUES TO AUTH-KEY.
004760     IF TRAN-OPER-ID NOT = SPACES
004770         MOVE TRAN-OPER-ID TO AUTH-OPER-ID
004780     END-IF.
004790     START OPERATOR-AUTH KEY NOT < AUTH-KEY.
004800     IF AU-AUTH-NOT-FOUND OR AU-AUTH-EOF
004810         SET AU-LIST-EOF TO TRUE
004820     ELSE
004830         IF NOT AU-AUTH-FILE-OK
004840             MOVE 'OPERAUTH' TO AU-ERROR-FILE-ID
004850             MOVE AU-AUTH-FILE-STATUS TO AU-ERROR-STATUS
004860             GO TO 9999-ERROR-EXIT
004870         END-IF
004880     END-IF.
004890     PERFORM 4350-LIST-NEXT-AUTHORIZATION THRU 4350-EXIT
004900         UNTIL AU-LIST-EOF.
004910*
004920 4300-EXIT.
004930     EXIT.
004940*
004950 4350-LIST-NEXT-AUTHORIZATION.
004960*
004970     READ OPERATOR-AUTH NEXT RECORD
004980         AT END
004990             SET AU-LIST-EOF TO TRUE
005000     END-READ.
005010     IF AU-LIST-EOF
005020         GO TO 4350-EXIT
005030     END-IF.
005040     IF NOT AU-AUTH-FILE-OK
005050         MOVE 'OPERAUTH' TO AU-ERROR-FILE-ID
005060         MOVE AU-AUTH-FILE-STATUS TO AU-ERROR-STATUS
005070         GO TO 9999-ERROR-EXIT
005080     END-IF.
005090     IF TRAN-OPER-ID NOT = SPACES
005100         AND AUTH-OPER-ID NOT = TRAN-OPER-ID
005110         SET AU-LIST-EOF TO TRUE
005120         GO TO 4350-EXIT
005130     END-IF.
005140     ADD 1 TO AU-AUTHS-LISTED.
005150     MOVE 'LIST' TO AU-ACTION-TEXT.
005160     MOVE SPACES TO AU-IMAGE-TAG.
005170     PERFORM 4800-WRITE-AUTH-IMAGE THRU 4800-EXIT.
005180     IF AU-AUTH-LAPSED
005190         ADD 1 TO AU-AUTHS-LAPSED
005200     END-IF.
005210*
005220 4350-EXIT.
005230     EXIT.
005240*
005250*****************************************************************
005260*    4500 - READ THE AUTHORIZATION THE CARD KEYS (FOR CHANGE AND *
005270*    DELETE).  SETS AU-CARD-BAD AND THE REASON IF NOT ON FILE.   *
005280*****************************************************************
005290*
005300 4500-READ-AUTHORIZATION.
005310*
005320     MOVE TRAN-KEY TO AUTH-KEY.
005330     READ OPERATOR-AUTH.
005340     IF AU-AUTH-NOT-FOUND
005350         MOVE 'REJECTED - NOT ON FILE' TO AU-REJECT-REASON
005360         SET AU-CARD-BAD TO TRUE
005370         GO TO 4500-EXIT
005380     END-IF.
005390     IF NOT AU-AUTH-FILE-OK
005400         MOVE 'OPERAUTH' TO AU-ERROR-FILE-ID
005410         MOVE AU-AUTH-FILE-STATUS TO AU-ERROR-STATUS
005420         GO TO 9999-ERROR-EXIT
005430     END-IF.
005440*
005450 4500-EXIT.
005460     EXIT.
005470*
005480*****************************************************************
005490*    4600 - CARD EDIT FOR ADD, CHANGE AND DELETE.  THE KEY AND   *
005500*    INITIALS MUST BE PRESENT AND COLS 38-80 BLANK.  SETS        *
005510*    AU-CARD-BAD AND THE REASON OTHERWISE.                       *
005520*****************************************************************
005530*
005540 4600-EDIT-CARD.
005550*
005560     MOVE 'N' TO AU-CARD-BAD-SW.
005570     IF TRAN-REST NOT = SPACES
005580         MOVE 'REJECTED - COLS 38-80 NOT BLANK'
005590             TO AU-REJECT-REASON
005600         SET AU-CARD-BAD TO TRUE
005610         GO TO 4600-EXIT
005620     END-IF.
005630     IF TRAN-OPER-ID = SPACES
005640         OR TRAN-RUN-ID = SPACES
005650         MOVE 'REJECTED - OPERATOR/RUN ID MISSING'
005660             TO AU-REJECT-REASON
005670         SET AU-CARD-BAD TO TRUE
005680         GO TO 4600-EXIT
005690     END-IF.
005700     IF NOT TRAN-SHIFT-VALID
005710         MOVE 'REJECTED - SHIFT NOT D/E/N' TO AU-REJECT-REASON
005720         SET AU-CARD-BAD TO TRUE
005730         GO TO 4600-EXIT
005740     END-IF.
005750     IF TRAN-INITIALS = SPACES
005760         OR TRAN-INITIALS (1:1) = SPACE
005770         MOVE 'REJECTED - NO INITIALS' TO AU-REJECT-REASON
005780         SET AU-CARD-BAD TO TRUE
005790     END-IF.
005800*
005810 4600-EXIT.
005820     EXIT.
005830*
005840*****************************************************************
005850*    4650 - DATE EDIT FOR ADD AND CHANGE.  BUILDS THE DATES THE  *
005860*    RECORD WOULD CARRY (A BLANK CARD DATE KEEPS THE ONE ON THE  *
005870*    RECORD READ FOR A CHANGE): BOTH REAL CALENDAR DATES, THE    *
005880*    THRU DATE ZERO OR NOT BEFORE THE FROM DATE.                 *
005890*****************************************************************
005900*
005910 4650-EDIT-DATES.
005920*
005930     IF TRAN-EFF-FROM = SPACES
005940         MOVE AUTH-EFF-FROM-DATE TO AU-NEW-FROM-DATE
005950     ELSE
005960         MOVE TRAN-EFF-FROM TO AU-CHECK-DATE
005970         PERFORM 4700-EDIT-DATE THRU 4700-EXIT
005980         IF AU-CARD-BAD
005990             MOVE 'REJECTED - BAD EFF-FROM DATE'
006000                 TO AU-REJECT-REASON
006010             GO TO 4650-EXIT
006020         END-IF
006030         MOVE AU-CHECK-DATE-NUM TO AU-NEW-FROM-DATE
006040     END-IF.
006050     IF TRAN-EFF-THRU = SPACES
006060         MOVE AUTH-EFF-THRU-DATE TO AU-NEW-THRU-DATE
006070     ELSE
006080         IF TRAN-EFF-THRU = ZERO
006090             MOVE ZERO TO AU-NEW-THRU-DATE
006100         ELSE
006110             MOVE TRAN-EFF-THRU TO AU-CHECK-DATE
006120             PERFORM 4700-EDIT-DATE THRU 4700-EXIT
006130             IF AU-CARD-BAD
006140                 MOVE 'REJECTED - BAD EFF-THRU DATE'
006150                     TO AU-REJECT-REASON
006160                 GO TO 4650-EXIT
006170             END-IF
006180             MOVE AU-CHECK-DATE-NUM TO AU-NEW-THRU-DATE
006190         END-IF
006200     END-IF.
006210     IF AU-NEW-THRU-DATE NOT = ZERO
006220         AND AU-NEW-THRU-DATE < AU-NEW-FROM-DATE
006230         MOVE 'REJECTED - THRU BEFORE FROM' TO AU-REJECT-REASON
006240         SET AU-CARD-BAD TO TRUE
006250     END-IF.
006260*
006270 4650-EXIT.
006280     EXIT.
006290*
006300*****************************************************************
006310*    4700 - DATE EDIT.  AU-CHECK-DATE MUST BE A REAL CALENDAR    *
006320*    DATE; SETS AU-CARD-BAD OTHERWISE.                           *
006330*****************************************************************
006340*
006350 4700-EDIT-DATE.
006360*
006370     IF AU-CHECK-DATE-NUM NOT NUMERIC
006380         SET AU-CARD-BAD TO TRUE
006390         GO TO 4700-EXIT
006400     END-IF.
006410     IF AU-CHECK-MONTH < 1 OR AU-CHECK-MONTH > 12
006420         SET AU-CARD-BAD TO TRUE
006430         GO TO 4700-EXIT
006440     END-IF.
006448     PERFORM 4710-SET-MONTH-LIMIT THRU 4710-EXIT.
006456     IF AU-CHECK-DAY < 1
006464         OR AU-CHECK-DAY > AU-MONTH-LIMIT
006472         SET AU-CARD-BAD TO TRUE
006480     END-IF.
006490*
006500 4700-EXIT.
006501     EXIT.
006502*
006503 4710-SET-MONTH-LIMIT.
006504*
006505     MOVE AU-DAYS-IN-MONTH (AU-CHECK-MONTH) TO AU-MONTH-LIMIT.
006506     IF AU-CHECK-MONTH NOT = 2
006507         GO TO 4710-EXIT
006508     END-IF.
006509     DIVIDE AU-CHECK-YEAR BY 4 GIVING AU-LEAP-QUOT
006510         REMAINDER AU-LEAP-REM.
006511     IF AU-LEAP-REM NOT = ZERO
006512         MOVE 28 TO AU-MONTH-LIMIT
006513         GO TO 4710-EXIT
006514     END-IF.
006515     DIVIDE AU-CHECK-YEAR BY 100 GIVING AU-LEAP-QUOT
006516         REMAINDER AU-LEAP-REM.
006517     IF AU-LEAP-REM NOT = ZERO
006518         GO TO 4710-EXIT
006519     END-IF.
006520     DIVIDE AU-CHECK-YEAR BY 400 GIVING AU-LEAP-QUOT
006521         REMAINDER AU-LEAP-REM.
006522     IF AU-LEAP-REM NOT = ZERO
006523         MOVE 28 TO AU-MONTH-LIMIT
006524     END-IF.
006525*
006526 4710-EXIT.
006527     EXIT.
006528*
006530*****************************************************************
006540*    4750 - STATUS OF THE AUTHORIZATION IN OPERATOR-AUTH-RECORD  *
006550*    AS AT THE RUN DATE.                                         *
006560*****************************************************************
006570*
006580 4750-SET-AUTH-STATUS.
006590*
006600     IF AUTH-EFF-THRU-DATE NOT = ZERO
006610         AND AUTH-EFF-THRU-DATE < AU-RUN-DATE
006620         MOVE 'LAPSED' TO AU-AUTH-STATUS
006630     ELSE
006640         IF AUTH-EFF-FROM-DATE > AU-RUN-DATE
006650             MOVE 'FUTURE' TO AU-AUTH-STATUS
006660         ELSE
006670             MOVE 'ACTIVE' TO AU-AUTH-STATUS
006680         END-IF
006690     END-IF.
006700*
006710 4750-EXIT.
006720     EXIT.
006730*
006740 4800-WRITE-AUTH-IMAGE.
006750*
006760     PERFORM 4750-SET-AUTH-STATUS THRU 4750-EXIT.
006770     MOVE SPACES TO AU-DETAIL-LINE.
006780     MOVE AU-ACTION-TEXT TO AU-DET-ACTION.
006790     MOVE AU-IMAGE-TAG TO AU-DET-IMAGE.
006800     MOVE AUTH-OPER-ID TO AU-DET-OPER-ID.
006810     MOVE AUTH-RUN-ID TO AU-DET-RUN-ID.
006820     MOVE AUTH-SHIFT TO AU-DET-SHIFT.
006830     MOVE AUTH-EFF-FROM-DATE TO AU-DET-EFF-FROM.
006840     MOVE AUTH-EFF-THRU-DATE TO AU-DET-EFF-THRU.
006850     MOVE AU-AUTH-STATUS TO AU-DET-STATUS.
006860     MOVE AUTH-MAINT-DATE TO AU-DET-MAINT-DATE.
006870     MOVE AUTH-MAINT-BY TO AU-DET-MAINT-BY.
006880     MOVE AU-REJECT-REASON TO AU-DET-COMMENT.
006890     MOVE SPACES TO AU-REJECT-REASON.
006900     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006910*
006920 4800-EXIT.
006930     EXIT.
006940*
006950 4900-REJECT-TRAN.
006960*
006970     ADD 1 TO AU-TRANS-REJECTED.
006980     MOVE SPACES TO AU-DETAIL-LINE.
006990     MOVE TRAN-ACTION TO AU-DET-ACTION.
007000     MOVE 'CARD' TO AU-DET-IMAGE.
007010     MOVE TRAN-OPER-ID TO AU-DET-OPER-ID.
007020     MOVE TRAN-RUN-ID TO AU-DET-RUN-ID.
007030     MOVE TRAN-SHIFT TO AU-DET-SHIFT.
007040     MOVE TRAN-EFF-FROM TO AU-DET-EFF-FROM.
007050     MOVE TRAN-EFF-THRU TO AU-DET-EFF-THRU.
007060     MOVE TRAN-INITIALS TO AU-DET-MAINT-BY.
007070     MOVE AU-REJECT-REASON TO AU-DET-COMMENT.
007080     MOVE SPACES TO AU-REJECT-REASON.
007090     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007100*
007110 4900-EXIT.
007120     EXIT.
007130*
007140 6000-CLOSE-FILES.
007150*
007160     CLOSE TRAN-CARD-FILE.
007170     CLOSE OPERATOR-AUTH.
007180     CLOSE OPERATOR-MASTER.
007190     CLOSE MAINT-REPORT-FILE.
007200*
007210 6000-EXIT.
007220     EXIT.
007230*
007240 7000-WRITE-REPORT-LINE.
007250*
007260     IF AU-LINE-COUNT > 55
007270         PERFORM 7100-WRITE-PAGE-HEADING THRU 7100-EXIT
007280     END-IF.
007290     WRITE REPORT-RECORD FROM AU-DETAIL-LINE
007300         AFTER ADVANCING 1 LINE.
007310     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
007320     ADD 1 TO AU-LINE-COUNT.
007330*
007340 7000-EXIT.
007350     EXIT.
007360*
007370 7100-WRITE-PAGE-HEADING.
007380*
007390     ADD 1 TO AU-PAGE-COUNT.
007400     MOVE AU-PAGE-COUNT TO AU-HDG-PAGE.
007410     WRITE REPORT-RECORD FROM AU-HEADING-1
007420         AFTER ADVANCING PAGE.
007430     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
007440     WRITE REPORT-RECORD FROM AU-HEADING-2
007450         AFTER ADVANCING 2 LINES.
007460     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
007470     MOVE SPACES TO REPORT-RECORD.
007480     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
007490     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
007500     MOVE 4 TO AU-LINE-COUNT.
007510*
007520 7100-EXIT.
007530     EXIT.
007540*
007550 7900-CHECK-REPORT-STATUS.
007560*
007570     IF NOT AU-RPT-FILE-OK
007580         MOVE 'AUTHPRNT' TO AU-ERROR-FILE-ID
007590         MOVE AU-RPT-FILE-STATUS TO AU-ERROR-STATUS
007600         GO TO 9999-ERROR-EXIT
007610     END-IF.
007620*
007630 7900-EXIT.
007640     EXIT.
007650*
007660 8000-WRITE-SUMMARY.
007670*
007680     MOVE SPACES TO AU-DETAIL-LINE.
007690     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007700     MOVE SPACES TO AU-TOTAL-LINE.
007710     MOVE 'TRANSACTIONS READ   :' TO AU-TOTAL-LINE.
007720     MOVE AU-TRANS-READ TO AU-TOT-COUNT.
007730     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007740     MOVE 'AUTHORIZATIONS ADDED:' TO AU-TOTAL-LINE.
007750     MOVE AU-AUTHS-ADDED TO AU-TOT-COUNT.
007760     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007770     MOVE 'AUTHS CHANGED       :' TO AU-TOTAL-LINE.
007780     MOVE AU-AUTHS-CHANGED TO AU-TOT-COUNT.
007790     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007800     MOVE 'AUTHS DELETED       :' TO AU-TOTAL-LINE.
007810     MOVE AU-AUTHS-DELETED TO AU-TOT-COUNT.
007820     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007830     MOVE 'AUTHS LISTED        :' TO AU-TOTAL-LINE.
007840     MOVE AU-AUTHS-LISTED TO AU-TOT-COUNT.
007850     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007860     MOVE '  OF WHICH LAPSED   :' TO AU-TOTAL-LINE.
007870     MOVE AU-AUTHS-LAPSED TO AU-TOT-COUNT.
007880     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007890     MOVE 'TRANSACTIONS REJECTD:' TO AU-TOTAL-LINE.
007900     MOVE AU-TRANS-REJECTED TO AU-TOT-COUNT.
007910     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
007920     DISPLAY 'AUTHMNT - TRANSACTIONS READ     ' AU-TRANS-READ
007930         UPON CONSOLE-DEVICE.
007940     DISPLAY 'AUTHMNT - TRANSACTIONS REJECTED ' AU-TRANS-REJECTED
007950         UPON CONSOLE-DEVICE.
007960*
007970 8000-EXIT.
007980     EXIT.
007990*
008000 8100-WRITE-TOTAL-LINE.
008010*
008020     WRITE REPORT-RECORD FROM AU-TOTAL-LINE
008030         AFTER ADVANCING 1 LINE.
008040     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
008050*
008060 8100-EXIT.
008070     EXIT.
008080*
008090 9999-ERROR-EXIT.
008100*
008110     MOVE 16 TO AU-RETURN-CODE.
008120     DISPLAY 'AUTHMNT ABEND - ' AU-ERROR-FILE-ID
008130         ' FILE STATUS ' AU-ERROR-STATUS
008140         UPON CONSOLE-DEVICE.
008150*
008160 9900-PROGRAM-EXIT.
008170*
008180     MOVE AU-RETURN-CODE TO RETURN-CODE.
008190     GOBACK.
008200*
008210 END PROGRAM AUTHMNT.
