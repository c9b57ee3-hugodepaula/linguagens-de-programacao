000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUDVERFY.
000030 AUTHOR. J. HARRISON.
000040 INSTALLATION. DATA PROCESSING DEPT.
000050 DATE-WRITTEN. 07/22/2024.
000060 DATE-COMPILED.
000070*
000080*    AUDIT TRAIL VERIFICATION.  PROVES THAT NOTHING WAS REMOVED
000090*    FROM OR ALTERED IN THE AUDIT TRAIL AFTER IT WAS WRITTEN.
000100*    READS THE ARCHIVE GENERATIONS CONCATENATED UNDER THE ARCHIN
000110*    DD (OLDEST FIRST), THEN THE LIVE AUDIT LOG, AS ONE STREAM,
000120*    AND FOR EVERY DAILY CONTROL RECORD WRITTEN BY AUDCLOSE
000130*    RECOMPUTES THE COUNT AND HASH TOTAL OF THE RECORDS SINCE
000140*    THE PREVIOUS CONTROL RECORD AND THE CHAIN VALUE, AND PRINTS
000150*    ONE LINE PER DAY WITH EVERY FINDING:
000160*      RECORDS DELETED        - FEWER RECORDS THAN THE CONTROL
000170*      RECORDS INSERTED       - MORE RECORDS THAN THE CONTROL
000180*      RECORDS CHANGED        - SAME COUNT, DIFFERENT HASH TOTAL
000190*      CHAIN BROKEN           - PREVIOUS CHAIN ON THE CONTROL IS
000200*                               NOT THE CHAIN OF THE CONTROL
000210*                               BEFORE IT (A DAY WAS DROPPED OR
000220*                               REBUILT)
000230*      SEQUENCE GAP           - CONTROL SEQUENCE NOT ONE UP
000240*      CONTROL RECORD ALTERED - THE CONTROL'S OWN CHAIN DOES NOT
000250*                               MATCH ITS CONTENTS
000260*      CHAIN RESTARTED        - A NEW FIRST CONTROL AFTER THE
000270*                               CHAIN HAD STARTED
000280*      DATE OUT OF ORDER      - CONTROL DATED BEFORE THE ONE
000290*                               BEFORE IT
000300*      CARRY-FORWARD MISMATCH - THE COPY AUDARCH CARRIES INTO THE
000310*                               NEW LIVE LOG DOES NOT MATCH THE
000320*                               LAST ARCHIVED CONTROL
000330*    ANY FINDING APPENDS A CRITICAL ALERT TO THE ALERT FILE FOR
000340*    ALERTMON.
000350*
000360*    THE HASH ARITHMETIC REPEATS AUDCLOSE'S AND THE TWO MUST BE
000370*    CHANGED TOGETHER.
000380*
000390*    RECORDS AHEAD OF THE FIRST CONTROL RECORD EVER WRITTEN ARE
000400*    NOT COVERED AND ARE COUNTED ONLY.  RECORDS AFTER THE LAST
000410*    CONTROL RECORD ARE COUNTED AS NOT YET CLOSED.  WHEN THE
000420*    OLDEST GENERATION SUPPLIED STARTS PART WAY ALONG THE CHAIN,
000430*    ITS FIRST CONTROL IS TAKEN AS THE ANCHOR AND ONLY THE LINKS
000440*    FROM THERE ON ARE PROVED.
000450*
000460*    RETURN CODES:  0 TRAIL VERIFIED, 4 NO CONTROL RECORD ON THE
000470*    TRAIL, 8 VERIFICATION FAILED (CRITICAL ALERT POSTED),
000480*    16 FILE ERROR.
000490*
000500*    MODIFICATION HISTORY.
000510*    DATE       INIT   DESCRIPTION
000520*    ---------  -----  ------------------------------------------
000530*    07/22/24   JH     ORIGINAL PROGRAM.
000532*    08/12/24   JH     THE VERIFICATION-FAILURE ALERT NO LONGER
000534*                      CARRIES THE AUDIT LOG'S END-OF-FILE STATUS
000536*                      AS IF IT WERE A FILE ERROR.
000540*
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SPECIAL-NAMES.
000580     CONSOLE IS CONSOLE-DEVICE.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT ARCHIVE-IN-FILE ASSIGN TO ARCHIN
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS AV-ARCH-FILE-STATUS.
000640     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS AV-AUDIT-FILE-STATUS.
000670     SELECT VERIFY-REPORT-FILE ASSIGN TO RPTOUT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS AV-RPT-FILE-STATUS.
000700     SELECT ALERT-FILE ASSIGN TO ALERTFIL
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS AV-ALERT-FILE-STATUS.
000730*
000740 DATA DIVISION.
000750 FILE SECTION.
000760*
000770 FD  ARCHIVE-IN-FILE
000780     RECORDING MODE IS F
000790     RECORD CONTAINS 80 CHARACTERS.
000800 01  ARCHIVE-IN-RECORD               PIC X(80).
000810*
000820 FD  AUDIT-LOG-FILE
000830     RECORDING MODE IS F
000840     RECORD CONTAINS 80 CHARACTERS.
000850 01  AUDIT-LIVE-RECORD               PIC X(80).
000860*
000870 FD  VERIFY-REPORT-FILE
000880     RECORDING MODE IS F
000890     RECORD CONTAINS 132 CHARACTERS.
000900 01  REPORT-RECORD                   PIC X(132).
000910*
000920 FD  ALERT-FILE
000930     RECORDING MODE IS F
000940     RECORD CONTAINS 80 CHARACTERS.
000950*
000960     COPY ALERTRC.
000970*
000980 WORKING-STORAGE SECTION.
000990*
001000*    THE ARCHIVE AND THE LIVE LOG CARRY THE SAME RECORD, SO
001010*    BOTH FILES ARE READ INTO THE ONE LAYOUT BELOW.
001020*
001030     COPY AUDITLG.
001040*
001050 01  AV-ARCH-FILE-STATUS             PIC X(02)  VALUE '00'.
001060     88  AV-ARCH-FILE-OK                        VALUE '00'.
001070     88  AV-ARCH-FILE-EOF                       VALUE '10'.
001080*
001090 01  AV-AUDIT-FILE-STATUS            PIC X(02)  VALUE '00'.
001100     88  AV-AUDIT-FILE-OK                       VALUE '00'.
001110     88  AV-AUDIT-FILE-EOF                      VALUE '10'.
001120*
001130 01  AV-RPT-FILE-STATUS              PIC X(02)  VALUE '00'.
001140     88  AV-RPT-FILE-OK                         VALUE '00'.
001150*
001160 01  AV-ALERT-FILE-STATUS            PIC X(02)  VALUE '00'.
001170     88  AV-ALERT-FILE-OK                       VALUE '00'.
001180*
001190 01  AV-ARCH-EOF-SW                  PIC X(01)  VALUE 'N'.
001200     88  AV-ARCH-EOF                            VALUE 'Y'.
001210*
001220 01  AV-AUDIT-EOF-SW                 PIC X(01)  VALUE 'N'.
001230     88  AV-AUDIT-EOF                           VALUE 'Y'.
001240*
001250 01  AV-CHAIN-STARTED-SW             PIC X(01)  VALUE 'N'.
001260     88  AV-CHAIN-STARTED                       VALUE 'Y'.
001270*
001280 01  AV-DAY-FAILED-SW                PIC X(01)  VALUE 'N'.
001290     88  AV-DAY-FAILED                          VALUE 'Y'.
001300*
001310 01  AV-RUN-DATE                     PIC 9(08)  VALUE ZERO.
001320 01  AV-RUN-TIME                     PIC 9(08)  VALUE ZERO.
001330*
001340 01  AV-SOURCE                       PIC X(08)  VALUE SPACES.
001350*
001360*    THE LAST CONTROL RECORD ACCEPTED ON THE STREAM.
001370*
001380 01  AV-LAST-SEQUENCE                PIC 9(05)  VALUE ZERO.
001390 01  AV-LAST-CHAIN                   PIC 9(09)  VALUE ZERO.
001400 01  AV-LAST-DATE                    PIC 9(08)  VALUE ZERO.
001410*
001420*    COUNT AND HASH OF THE RECORDS SINCE THE LAST CONTROL.
001430*
001440 01  AV-SEG-COUNT                    PIC 9(07)  VALUE ZERO.
001450 01  AV-SEG-HASH                     PIC 9(09)  COMP VALUE ZERO.
001460*
001470*    HASH WORK AREAS.  A BYTE IS MOVED INTO THE LOW ORDER OF A
001480*    TWO-BYTE BINARY FIELD WHOSE HIGH ORDER IS LOW-VALUES, SO
001490*    THE BINARY VIEW GIVES THE BYTE'S CHARACTER CODE.
001500*
001510 01  AV-BYTE-WORK.
001520     05  AV-BYTE-PAIR                PIC X(02)  VALUE LOW-VALUES.
001530     05  AV-BYTE-CODE REDEFINES AV-BYTE-PAIR
001540                                     PIC 9(04)  COMP.
001550*
001560 01  AV-BYTE-POS                     PIC 9(03)  COMP VALUE ZERO.
001570 01  AV-RECORD-HASH                  PIC 9(09)  COMP VALUE ZERO.
001580 01  AV-CHAIN-CHECK                  PIC 9(09)  COMP VALUE ZERO.
001590 01  AV-HASH-WORK                    PIC 9(18)  COMP VALUE ZERO.
001600 01  AV-HASH-QUOT                    PIC 9(18)  COMP VALUE ZERO.
001610 01  AV-HASH-MODULUS                 PIC 9(09)  COMP
001620                                     VALUE 999999937.
001630*
001640*    FINDINGS ON THE CONTROL RECORD IN HAND.
001650*
001660 01  AV-FIND-SUB                     PIC 9(02)  COMP VALUE ZERO.
001670 01  AV-FIND-USED                    PIC 9(02)  COMP VALUE ZERO.
001680 01  AV-FIND-TABLE.
001690     05  AV-FIND-TEXT OCCURS 8 TIMES PIC X(24).
001700 01  AV-FIND-NEW                     PIC X(24)  VALUE SPACES.
001710*
001720 01  AV-ARCH-RECORDS-READ            PIC 9(07)  COMP VALUE ZERO.
001730 01  AV-LIVE-RECORDS-READ            PIC 9(07)  COMP VALUE ZERO.
001740 01  AV-CONTROLS-READ                PIC 9(05)  COMP VALUE ZERO.
001750 01  AV-DAYS-CLEAN                   PIC 9(05)  COMP VALUE ZERO.
001760 01  AV-DAYS-FAILED                  PIC 9(05)  COMP VALUE ZERO.
001770 01  AV-RECORDS-UNCOVERED            PIC 9(07)  COMP VALUE ZERO.
001780 01  AV-RECORDS-OPEN                 PIC 9(07)  COMP VALUE ZERO.
001790*
001800 01  AV-LINE-COUNT                   PIC 9(03)  COMP VALUE 99.
001810 01  AV-PAGE-COUNT                   PIC 9(05)  COMP VALUE ZERO.
001820*
001830 01  AV-RETURN-CODE                  PIC 9(04)  COMP VALUE ZERO.
001840*
001850 01  AV-ERROR-FILE-ID                PIC X(08)  VALUE SPACES.
001860*
001870 01  AV-ERROR-STATUS                 PIC X(02)  VALUE SPACES.
001880*
001890 01  AV-HEADING-1.
001900     05  FILLER                      PIC X(10)  VALUE 'AUDVERFY'.
001910     05  FILLER                      PIC X(38)  VALUE
001920         'AUDIT TRAIL CONTROL CHAIN VERIFICATION'.
001930     05  FILLER                      PIC X(03)  VALUE SPACES.
001940     05  FILLER                      PIC X(11)  VALUE
001950         'RUN DATE : '.
001960     05  AV-HDG-RUN-DATE             PIC 9(08).
001970     05  FILLER                      PIC X(08)  VALUE
001980         '   PAGE '.
001990     05  AV-HDG-PAGE                 PIC ZZZZ9.
002000     05  FILLER                      PIC X(49)  VALUE SPACES.
002010*
002020 01  AV-SECTION-LINE.
002030     05  AV-SEC-TITLE                PIC X(60).
002040     05  FILLER                      PIC X(72)  VALUE SPACES.
002050*
002060 01  AV-DETAIL-HEADING-1.
002070     05  FILLER                      PIC X(10)  VALUE 'SOURCE'.
002080     05  FILLER                      PIC X(10)  VALUE 'CTL DATE'.
002090     05  FILLER                      PIC X(07)  VALUE '  SEQ'.
002100     05  FILLER                      PIC X(18)  VALUE
002110         '-----RECORDS-----'.
002120     05  FILLER                      PIC X(22)  VALUE
002130         '------HASH TOTAL-----'.
002140     05  FILLER                      PIC X(24)  VALUE 'FINDING'.
002150     05  FILLER                      PIC X(41)  VALUE SPACES.
002160*
002170 01  AV-DETAIL-HEADING-2.
002180     05  FILLER                      PIC X(27)  VALUE SPACES.
002190     05  FILLER                      PIC X(18)  VALUE
002200         ' LOGGED  COUNTED'.
002210     05  FILLER                      PIC X(22)  VALUE
002220         '   LOGGED    COMPUTED'.
002230     05  FILLER                      PIC X(65)  VALUE SPACES.
002240*
002250 01  AV-DETAIL-LINE.
002260     05  AV-DL-SOURCE                PIC X(08).
002270     05  FILLER                      PIC X(02)  VALUE SPACES.
002280     05  AV-DL-DATE                  PIC X(08).
002290     05  FILLER                      PIC X(02)  VALUE SPACES.
002300     05  AV-DL-SEQUENCE              PIC ZZZZ9.
002310     05  FILLER                      PIC X(02)  VALUE SPACES.
002320     05  AV-DL-LOGGED                PIC Z(06)9.
002330     05  FILLER                      PIC X(02)  VALUE SPACES.
002340     05  AV-DL-COUNTED               PIC Z(06)9.
002350     05  FILLER                      PIC X(02)  VALUE SPACES.
002360     05  AV-DL-HASH-LOGGED           PIC X(09).
002370     05  FILLER                      PIC X(03)  VALUE SPACES.
002380     05  AV-DL-HASH-COMPUTED         PIC X(09).
002390     05  FILLER                      PIC X(01)  VALUE SPACES.
002400     05  AV-DL-FINDING               PIC X(24).
002410     05  FILLER                      PIC X(41)  VALUE SPACES.
002420*
002430 01  AV-HASH-EDIT                    PIC 9(09)  VALUE ZERO.
002440*
002450 01  AV-COUNT-LINE.
002460     05  AV-CNT-TITLE                PIC X(40).
002470     05  AV-CNT-VALUE                PIC Z(06)9.
002480     05  FILLER                      PIC X(85)  VALUE SPACES.
002490*
002500 PROCEDURE DIVISION.
002510*
002520 0000-MAINLINE.
002530*
002540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002550     MOVE SPACES TO AV-SECTION-LINE.
002560     MOVE 'DAILY CONTROL RECORDS IN TRAIL ORDER' TO AV-SEC-TITLE.
002570     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
002580     PERFORM 7300-WRITE-DETAIL-HEADING THRU 7300-EXIT.
002590     PERFORM 2000-VERIFY-ARCHIVE THRU 2000-EXIT.
002600     PERFORM 2500-VERIFY-LIVE-LOG THRU 2500-EXIT.
002610     PERFORM 3900-END-OF-TRAIL THRU 3900-EXIT.
002620     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002630     CLOSE VERIFY-REPORT-FILE.
002640     IF AV-DAYS-FAILED > ZERO
002650         PERFORM 9800-WRITE-ALERT THRU 9800-EXIT
002660         MOVE 8 TO AV-RETURN-CODE
002670         GO TO 9900-PROGRAM-EXIT
002680     END-IF.
002690     IF AV-CONTROLS-READ = ZERO
002700         MOVE 4 TO AV-RETURN-CODE
002710     END-IF.
002720     GO TO 9900-PROGRAM-EXIT.
002730*
002740 1000-INITIALIZE.
002750*
002760     ACCEPT AV-RUN-DATE FROM DATE YYYYMMDD.
002770     ACCEPT AV-RUN-TIME FROM TIME.
002780     MOVE AV-RUN-DATE TO AV-HDG-RUN-DATE.
002790     OPEN OUTPUT VERIFY-REPORT-FILE.
002800     IF NOT AV-RPT-FILE-OK
002810         MOVE 'RPTOUT' TO AV-ERROR-FILE-ID
002820         MOVE AV-RPT-FILE-STATUS TO AV-ERROR-STATUS
002830         GO TO 9999-ERROR-EXIT
002840     END-IF.
002850*
002860 1000-EXIT.
002870     EXIT.
002880*
002890*****************************************************************
002900*    2000 BLOCK - THE ARCHIVE CONCATENATION, THEN THE LIVE LOG,  *
002910*    READ AS ONE STREAM THROUGH 3000-PROCESS-RECORD.             *
002920*****************************************************************
002930*
002940 2000-VERIFY-ARCHIVE.
002950*
002960     MOVE 'ARCHIVE' TO AV-SOURCE.
002970     OPEN INPUT ARCHIVE-IN-FILE.
002980     IF NOT AV-ARCH-FILE-OK
002990         MOVE 'ARCHIN' TO AV-ERROR-FILE-ID
003000         MOVE AV-ARCH-FILE-STATUS TO AV-ERROR-STATUS
003010         GO TO 9999-ERROR-EXIT
003020     END-IF.
003030     PERFORM 2100-READ-ARCHIVE-RECORD THRU 2100-EXIT.
003040     PERFORM 2200-NEXT-ARCHIVE-RECORD THRU 2200-EXIT
003050         UNTIL AV-ARCH-EOF.
003060     CLOSE ARCHIVE-IN-FILE.
003070*
003080 2000-EXIT.
003090     EXIT.
003100*
003110 2100-READ-ARCHIVE-RECORD.
003120*
003130     READ ARCHIVE-IN-FILE INTO AUDIT-LOG-RECORD
003140         AT END
003150             SET AV-ARCH-EOF TO TRUE
003160         NOT AT END
003170             ADD 1 TO AV-ARCH-RECORDS-READ
003180     END-READ.
003190     IF NOT AV-ARCH-FILE-OK AND NOT AV-ARCH-FILE-EOF
003200         MOVE 'ARCHIN' TO AV-ERROR-FILE-ID
003210         MOVE AV-ARCH-FILE-STATUS TO AV-ERROR-STATUS
003220         GO TO 9999-ERROR-EXIT
003230     END-IF.
003240*
003250 2100-EXIT.
003260     EXIT.
003270*
003280 2200-NEXT-ARCHIVE-RECORD.
003290*
003300     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT.
003310     PERFORM 2100-READ-ARCHIVE-RECORD THRU 2100-EXIT.
003320*
003330 2200-EXIT.
003340     EXIT.
003350*
003360 2500-VERIFY-LIVE-LOG.
003370*
003380     MOVE 'LIVE LOG' TO AV-SOURCE.
003390     OPEN INPUT AUDIT-LOG-FILE.
003400     IF NOT AV-AUDIT-FILE-OK
003410         MOVE 'AUDITLOG' TO AV-ERROR-FILE-ID
003420         MOVE AV-AUDIT-FILE-STATUS TO AV-ERROR-STATUS
003430         GO TO 9999-ERROR-EXIT
003440     END-IF.
003450     PERFORM 2600-READ-LIVE-RECORD THRU 2600-EXIT.
003460     PERFORM 2700-NEXT-LIVE-RECORD THRU 2700-EXIT
003470         UNTIL AV-AUDIT-EOF.
003480     CLOSE AUDIT-LOG-FILE.
003490*
003500 2500-EXIT.
003510     EXIT.
003520*
003530 2600-READ-LIVE-RECORD.
003540*
003550     READ AUDIT-LOG-FILE INTO AUDIT-LOG-RECORD
003560         AT END
003570             SET AV-AUDIT-EOF TO TRUE
003580         NOT AT END
003590             ADD 1 TO AV-LIVE-RECORDS-READ
003600     END-READ.
003610     IF NOT AV-AUDIT-FILE-OK AND NOT AV-AUDIT-FILE-EOF
003620         MOVE 'AUDITLOG' TO AV-ERROR-FILE-ID
003630         MOVE AV-AUDIT-FILE-STATUS TO AV-ERROR-STATUS
003640         GO TO 9999-ERROR-EXIT
003650     END-IF.
003660*
003670 2600-EXIT.
003680     EXIT.
003690*
003700 2700-NEXT-LIVE-RECORD.
003710*
003720     PERFORM 3000-PROCESS-RECORD THRU 3000-EXIT.
003730     PERFORM 2600-READ-LIVE-RECORD THRU 2600-EXIT.
003740*
003750 2700-EXIT.
003760     EXIT.
003770*
003780*****************************************************************
003790*    3000 BLOCK - ONE RECORD OF THE STREAM.  ORDINARY RECORDS    *
003800*    ARE COUNTED AND HASHED; A CONTROL RECORD IS CHECKED AGAINST *
003810*    THEM AND AGAINST THE CONTROL BEFORE IT, THEN STARTS THE     *
003820*    NEXT DAY.                                                   *
003830*****************************************************************
003840*
003850 3000-PROCESS-RECORD.
003860*
003870     IF NOT AUDIT-LOG-TYPE-CONTROL
003880         ADD 1 TO AV-SEG-COUNT
003890         PERFORM 5000-HASH-RECORD THRU 5000-EXIT
003900         GO TO 3000-EXIT
003910     END-IF.
003920     ADD 1 TO AV-CONTROLS-READ.
003930     MOVE 'N' TO AV-DAY-FAILED-SW.
003940     MOVE ZERO TO AV-FIND-USED.
003950     MOVE SPACES TO AV-FIND-TABLE.
003960     IF AUDIT-LOG-RUN-ID = 'AUDARCH'
003970         PERFORM 4300-CHECK-CARRY-FORWARD THRU 4300-EXIT
003980     ELSE
003990         IF AV-CHAIN-STARTED
004000             PERFORM 4100-CHECK-NEXT-LINK THRU 4100-EXIT
004010         ELSE
004020             PERFORM 4000-CHECK-FIRST-LINK THRU 4000-EXIT
004030         END-IF
004040     END-IF.
004050     PERFORM 5500-CHECK-OWN-CHAIN THRU 5500-EXIT.
004060     PERFORM 7400-PRINT-CONTROL THRU 7400-EXIT.
004070     IF AV-DAY-FAILED
004080         ADD 1 TO AV-DAYS-FAILED
004090     ELSE
004100         ADD 1 TO AV-DAYS-CLEAN
004110     END-IF.
004120     SET AV-CHAIN-STARTED TO TRUE.
004130     MOVE AUDIT-CTL-SEQUENCE TO AV-LAST-SEQUENCE.
004140     MOVE AUDIT-CTL-CHAIN TO AV-LAST-CHAIN.
004150     MOVE AUDIT-LOG-DATE TO AV-LAST-DATE.
004160     MOVE ZERO TO AV-SEG-COUNT.
004170     MOVE ZERO TO AV-SEG-HASH.
004180*
004190 3000-EXIT.
004200     EXIT.
004210*
004220 3900-END-OF-TRAIL.
004230*
004240     IF AV-SEG-COUNT = ZERO
004250         GO TO 3900-EXIT
004260     END-IF.
004270     IF NOT AV-CHAIN-STARTED
004280         ADD AV-SEG-COUNT TO AV-RECORDS-UNCOVERED
004290         GO TO 3900-EXIT
004300     END-IF.
004310     MOVE AV-SEG-COUNT TO AV-RECORDS-OPEN.
004320     MOVE SPACES TO AV-DETAIL-LINE.
004330     MOVE AV-SOURCE TO AV-DL-SOURCE.
004340     MOVE AV-SEG-COUNT TO AV-DL-COUNTED.
004350     MOVE 'NOT YET CLOSED' TO AV-DL-FINDING.
004360     PERFORM 7500-WRITE-DETAIL-LINE THRU 7500-EXIT.
004370*
004380 3900-EXIT.
004390     EXIT.
004400*
004410*****************************************************************
004420*    4000 BLOCK - THE CHECKS.  4000 TAKES THE FIRST CONTROL ON   *
004430*    THE STREAM, 4100 EVERY ONE AFTER IT, 4300 THE COPY AUDARCH  *
004440*    CARRIES FORWARD INTO THE NEW LIVE LOG.                      *
004450*****************************************************************
004460*
004470 4000-CHECK-FIRST-LINK.
004480*
004490     IF AUDIT-CTL-SEQUENCE = 1
004500         ADD AV-SEG-COUNT TO AV-RECORDS-UNCOVERED
004510         MOVE 'CHAIN STARTED' TO AV-FIND-NEW
004520         PERFORM 4900-ADD-FINDING THRU 4900-EXIT
004530         GO TO 4000-EXIT
004540     END-IF.
004550     IF AV-SEG-COUNT = ZERO
004560         MOVE 'CHAIN ANCHORED' TO AV-FIND-NEW
004570         PERFORM 4900-ADD-FINDING THRU 4900-EXIT
004580         GO TO 4000-EXIT
004590     END-IF.
004600     PERFORM 4200-CHECK-COUNT-AND-HASH THRU 4200-EXIT.
004610*
004620 4000-EXIT.
004630     EXIT.
004640*
004650 4100-CHECK-NEXT-LINK.
004660*
004670     IF AUDIT-CTL-SEQUENCE = 1
004680         ADD AV-SEG-COUNT TO AV-RECORDS-UNCOVERED
004690         SET AV-DAY-FAILED TO TRUE
004700         MOVE 'CHAIN RESTARTED' TO AV-FIND-NEW
004710         PERFORM 4900-ADD-FINDING THRU 4900-EXIT
004720         GO TO 4100-EXIT
004730     END-IF.
004740     PERFORM 4200-CHECK-COUNT-AND-HASH THRU 4200-EXIT.
004750     IF AUDIT-CTL-SEQUENCE NOT = AV-LAST-SEQUENCE + 1
004760         SET AV-DAY-FAILED TO TRUE
004770         MOVE 'SEQUENCE GAP' TO AV-FIND-NEW
004780         PERFORM 4900-ADD-FINDING THRU 4900-EXIT
004790     END-IF.
004800     IF AUDIT-CTL-PREV-CHAIN NOT = AV-LAST-CHAIN
004810         SET AV-DAY-FAILED TO TRUE
004820         MOVE 'CHAIN BROKEN' TO AV-FIND-NEW
004830         PERFORM 4900-ADD-FINDING THRU 4900-EXIT
004840     END-IF.
004850     IF AUDIT-LOG-DATE < AV-LAST-DATE
004860         SET AV-DAY-FAILED TO TRUE
004870         MOVE 'DATE OUT OF ORDER' TO AV-FIND-NEW
004880         PERFORM 4900-ADD-FINDING THRU 4900-EXIT
004890     END-IF.
004900*
004910 4100-EXIT.
004920     EXIT.
004930*
004940 4200-CHECK-COUNT-AND-HASH.
004950*
004960     IF AV-SEG-COUNT < AUDIT-CTL-RECORD-COUNT
004970         SET AV-DAY-FAILED TO TRUE
004980         MOVE 'RECORDS DELETED' TO AV-FIND-NEW
004990         PERFORM 4900-ADD-FINDING THRU 4900-EXIT
005000         GO TO 4200-EXIT
005010     END-IF.
005020     IF AV-SEG-COUNT > AUDIT-CTL-RECORD-COUNT
005030         SET AV-DAY-FAILED TO TRUE
005040         MOVE 'RECORDS INSERTED' TO AV-FIND-NEW
005050         PERFORM 4900-ADD-FINDING THRU 4900-EXIT
005060         GO TO 4200-EXIT
005070     END-IF.
005080     IF AV-SEG-HASH NOT = AUDIT-CTL-HASH-TOTAL
005090         SET AV-DAY-FAILED TO TRUE
005100         MOVE 'RECORDS CHANGED' TO AV-FIND-NEW
005110         PERFORM 4900-ADD-FINDING THRU 4900-EXIT
005120     END-IF.
005130*
005140 4200-EXIT.
005150     EXIT.
005160*
005170 4300-CHECK-CARRY-FORWARD.
005180*
005190     IF NOT AV-CHAIN-STARTED AND AV-SEG-COUNT = ZERO
005200         MOVE 'CHAIN ANCHORED' TO AV-FIND-NEW
005210         PERFORM 4900-ADD-FINDING THRU 4900-EXIT
005220         GO TO 4300-EXIT
005230     END-IF.
005240     IF AV-CHAIN-STARTED
005250         AND AV-SEG-COUNT = ZERO
005260         AND AUDIT-CTL-SEQUENCE = AV-LAST-SEQUENCE
005270         AND AUDIT-CTL-CHAIN = AV-LAST-CHAIN
005280         MOVE 'CARRIED FORWARD' TO AV-FIND-NEW
005290         PERFORM 4900-ADD-FINDING THRU 4900-EXIT
005300         GO TO 4300-EXIT
005310     END-IF.
005320     IF NOT AV-CHAIN-STARTED
005330         ADD AV-SEG-COUNT TO AV-RECORDS-UNCOVERED
005340     END-IF.
005350     SET AV-DAY-FAILED TO TRUE.
005360     MOVE 'CARRY-FORWARD MISMATCH' TO AV-FIND-NEW.
005370     PERFORM 4900-ADD-FINDING THRU 4900-EXIT.
005380*
005390 4300-EXIT.
005400     EXIT.
005410*
005420 4900-ADD-FINDING.
005430*
005440     IF AV-FIND-USED < 8
005450         ADD 1 TO AV-FIND-USED
005460         MOVE AV-FIND-NEW TO AV-FIND-TEXT (AV-FIND-USED)
005470     END-IF.
005480*
005490 4900-EXIT.
005500     EXIT.
005510*
005520*****************************************************************
005530*    5000 BLOCK - HASH ARITHMETIC.  KEEP IN STEP WITH AUDCLOSE.  *
005540*    RECORD HASH = SUM OF (CHARACTER CODE X BYTE POSITION) OVER  *
005550*    THE 80 BYTES.  DAY HASH = (DAY HASH X 31 + RECORD HASH)     *
005560*    MODULO 999999937.  CHAIN = (PREVIOUS CHAIN X 31 + DAY HASH  *
005570*    + COUNT X 7 + SEQUENCE X 11 + DATE) MODULO 999999937.       *
005580*****************************************************************
005590*
005600 5000-HASH-RECORD.
005610*
005620     MOVE ZERO TO AV-RECORD-HASH.
005630     PERFORM 5100-HASH-BYTE THRU 5100-EXIT
005640         VARYING AV-BYTE-POS FROM 1 BY 1
005650         UNTIL AV-BYTE-POS > 80.
005660     COMPUTE AV-HASH-WORK = AV-SEG-HASH * 31 + AV-RECORD-HASH.
005670     DIVIDE AV-HASH-WORK BY AV-HASH-MODULUS GIVING AV-HASH-QUOT
005680         REMAINDER AV-SEG-HASH.
005690*
005700 5000-EXIT.
005710     EXIT.
005720*
005730 5100-HASH-BYTE.
005740*
005750     MOVE AUDIT-LOG-RECORD (AV-BYTE-POS:1) TO AV-BYTE-PAIR (2:1).
005760     COMPUTE AV-RECORD-HASH = AV-RECORD-HASH
005770         + AV-BYTE-CODE * AV-BYTE-POS.
005780*
005790 5100-EXIT.
005800     EXIT.
005810*
005820 5500-CHECK-OWN-CHAIN.
005830*
005840     IF AUDIT-CTL-SEQUENCE NOT NUMERIC
005850         OR AUDIT-CTL-RECORD-COUNT NOT NUMERIC
005860         OR AUDIT-CTL-HASH-TOTAL NOT NUMERIC
005870         OR AUDIT-CTL-PREV-CHAIN NOT NUMERIC
005880         OR AUDIT-CTL-CHAIN NOT NUMERIC
005890         OR AUDIT-LOG-DATE NOT NUMERIC
005900         SET AV-DAY-FAILED TO TRUE
005910         MOVE 'CONTROL RECORD ALTERED' TO AV-FIND-NEW
005920         PERFORM 4900-ADD-FINDING THRU 4900-EXIT
005930         GO TO 5500-EXIT
005940     END-IF.
005950     COMPUTE AV-HASH-WORK = AUDIT-CTL-PREV-CHAIN * 31
005960         + AUDIT-CTL-HASH-TOTAL
005970         + AUDIT-CTL-RECORD-COUNT * 7
005980         + AUDIT-CTL-SEQUENCE * 11
005990         + AUDIT-LOG-DATE.
006000     DIVIDE AV-HASH-WORK BY AV-HASH-MODULUS GIVING AV-HASH-QUOT
006010         REMAINDER AV-CHAIN-CHECK.
006020     IF AV-CHAIN-CHECK NOT = AUDIT-CTL-CHAIN
006030         SET AV-DAY-FAILED TO TRUE
006040         MOVE 'CONTROL RECORD ALTERED' TO AV-FIND-NEW
006050         PERFORM 4900-ADD-FINDING THRU 4900-EXIT
006060     END-IF.
006070*
006080 5500-EXIT.
006090     EXIT.
006100*
006110*****************************************************************
006120*    7000 BLOCK - REPORT LINES.                                  *
006130*****************************************************************
006140*
006150 7100-WRITE-SECTION-TITLE.
006160*
006170     IF AV-LINE-COUNT > 50
006180         PERFORM 7200-WRITE-PAGE-HEADING THRU 7200-EXIT
006190     END-IF.
006200     WRITE REPORT-RECORD FROM AV-SECTION-LINE
006210         AFTER ADVANCING 2 LINES.
006220     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
006230     ADD 2 TO AV-LINE-COUNT.
006240*
006250 7100-EXIT.
006260     EXIT.
006270*
006280 7200-WRITE-PAGE-HEADING.
006290*
006300     ADD 1 TO AV-PAGE-COUNT.
006310     MOVE AV-PAGE-COUNT TO AV-HDG-PAGE.
006320     WRITE REPORT-RECORD FROM AV-HEADING-1
006330         AFTER ADVANCING PAGE.
006340     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
006350     MOVE SPACES TO REPORT-RECORD.
006360     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
006370     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
006380     MOVE 2 TO AV-LINE-COUNT.
006390*
006400 7200-EXIT.
006410     EXIT.
006420*
006430 7300-WRITE-DETAIL-HEADING.
006440*
006450     WRITE REPORT-RECORD FROM AV-DETAIL-HEADING-1
006460         AFTER ADVANCING 1 LINE.
006470     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
006480     WRITE REPORT-RECORD FROM AV-DETAIL-HEADING-2
006490         AFTER ADVANCING 1 LINE.
006500     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
006510     ADD 2 TO AV-LINE-COUNT.
006520*
006530 7300-EXIT.
006540     EXIT.
006550*
006560 7400-PRINT-CONTROL.
006570*
006580     MOVE SPACES TO AV-DETAIL-LINE.
006590     MOVE AV-SOURCE TO AV-DL-SOURCE.
006600     MOVE AUDIT-LOG-DATE TO AV-DL-DATE.
006610     IF AUDIT-CTL-SEQUENCE NUMERIC
006620         MOVE AUDIT-CTL-SEQUENCE TO AV-DL-SEQUENCE
006630     END-IF.
006640     IF AUDIT-CTL-RECORD-COUNT NUMERIC
006650         MOVE AUDIT-CTL-RECORD-COUNT TO AV-DL-LOGGED
006660     END-IF.
006670     MOVE AV-SEG-COUNT TO AV-DL-COUNTED.
006680     MOVE AUDIT-CTL-HASH-TOTAL TO AV-DL-HASH-LOGGED.
006690     MOVE AV-SEG-HASH TO AV-HASH-EDIT.
006700     MOVE AV-HASH-EDIT TO AV-DL-HASH-COMPUTED.
006710     IF AV-FIND-USED = ZERO
006720         MOVE 'VERIFIED' TO AV-DL-FINDING
006730     ELSE
006740         MOVE AV-FIND-TEXT (1) TO AV-DL-FINDING
006750     END-IF.
006760     PERFORM 7500-WRITE-DETAIL-LINE THRU 7500-EXIT.
006770     PERFORM 7600-WRITE-MORE-FINDINGS THRU 7600-EXIT
006780         VARYING AV-FIND-SUB FROM 2 BY 1
006790         UNTIL AV-FIND-SUB > AV-FIND-USED.
006800*
006810 7400-EXIT.
006820     EXIT.
006830*
006840 7500-WRITE-DETAIL-LINE.
006850*
006860     IF AV-LINE-COUNT > 55
006870         PERFORM 7200-WRITE-PAGE-HEADING THRU 7200-EXIT
006880         PERFORM 7300-WRITE-DETAIL-HEADING THRU 7300-EXIT
006890     END-IF.
006900     WRITE REPORT-RECORD FROM AV-DETAIL-LINE
006910         AFTER ADVANCING 1 LINE.
006920     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
006930     ADD 1 TO AV-LINE-COUNT.
006940*
006950 7500-EXIT.
006960     EXIT.
006970*
006980 7600-WRITE-MORE-FINDINGS.
006990*
007000     MOVE SPACES TO AV-DETAIL-LINE.
007010     MOVE AV-FIND-TEXT (AV-FIND-SUB) TO AV-DL-FINDING.
007020     PERFORM 7500-WRITE-DETAIL-LINE THRU 7500-EXIT.
007030*
007040 7600-EXIT.
007050     EXIT.
007060*
007070 7900-CHECK-REPORT-STATUS.
007080*
007090     IF NOT AV-RPT-FILE-OK
007100         MOVE 'RPTOUT' TO AV-ERROR-FILE-ID
007110         MOVE AV-RPT-FILE-STATUS TO AV-ERROR-STATUS
007120         GO TO 9999-ERROR-EXIT
007130     END-IF.
007140*
007150 7900-EXIT.
007160     EXIT.
007170*
007180 8000-WRITE-SUMMARY.
007190*
007200     MOVE SPACES TO AV-SECTION-LINE.
007210     MOVE 'VERIFICATION SUMMARY' TO AV-SEC-TITLE.
007220     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
007230     MOVE SPACES TO AV-COUNT-LINE.
007240     MOVE 'ARCHIVE RECORDS READ               :' TO AV-CNT-TITLE.
007250     MOVE AV-ARCH-RECORDS-READ TO AV-CNT-VALUE.
007260     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007270     MOVE 'LIVE LOG RECORDS READ              :' TO AV-CNT-TITLE.
007280     MOVE AV-LIVE-RECORDS-READ TO AV-CNT-VALUE.
007290     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007300     MOVE 'CONTROL RECORDS CHECKED            :' TO AV-CNT-TITLE.
007310     MOVE AV-CONTROLS-READ TO AV-CNT-VALUE.
007320     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007330     MOVE 'DAYS VERIFIED                      :' TO AV-CNT-TITLE.
007340     MOVE AV-DAYS-CLEAN TO AV-CNT-VALUE.
007350     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007360     MOVE 'DAYS FAILING VERIFICATION          :' TO AV-CNT-TITLE.
007370     MOVE AV-DAYS-FAILED TO AV-CNT-VALUE.
007380     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007390     MOVE 'RECORDS AHEAD OF THE CHAIN         :' TO AV-CNT-TITLE.
007400     MOVE AV-RECORDS-UNCOVERED TO AV-CNT-VALUE.
007410     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007420     MOVE 'RECORDS NOT YET CLOSED             :' TO AV-CNT-TITLE.
007430     MOVE AV-RECORDS-OPEN TO AV-CNT-VALUE.
007440     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007450     MOVE SPACES TO AV-COUNT-LINE.
007460     IF AV-DAYS-FAILED > ZERO
007470         MOVE '*** AUDIT TRAIL FAILED VERIFICATION'
007480             TO AV-CNT-TITLE
007490     ELSE
007500         IF AV-CONTROLS-READ = ZERO
007510             MOVE '*** NO CONTROL RECORD ON THE TRAIL'
007520                 TO AV-CNT-TITLE
007530         ELSE
007540             MOVE 'AUDIT TRAIL VERIFIED' TO AV-CNT-TITLE
007550         END-IF
007560     END-IF.
007570     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007580     DISPLAY 'AUDVERFY - ' AV-CNT-TITLE UPON CONSOLE-DEVICE.
007590     DISPLAY 'AUDVERFY - CONTROLS CHECKED ' AV-CONTROLS-READ
007600         UPON CONSOLE-DEVICE.
007610     DISPLAY 'AUDVERFY - DAYS FAILING     ' AV-DAYS-FAILED
007620         UPON CONSOLE-DEVICE.
007630*
007640 8000-EXIT.
007650     EXIT.
007660*
007670 8100-WRITE-COUNT-LINE.
007680*
007690     WRITE REPORT-RECORD FROM AV-COUNT-LINE
007700         AFTER ADVANCING 1 LINE.
007710     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
007720*
007730 8100-EXIT.
007740     EXIT.
007750*
007760 9800-WRITE-ALERT.
007770*
007780     OPEN EXTEND ALERT-FILE.
007790     IF NOT AV-ALERT-FILE-OK
007800         DISPLAY 'AUDVERFY - ALERT RECORD NOT WRITTEN - '
007810             'FILE STATUS ' AV-ALERT-FILE-STATUS
007820             UPON CONSOLE-DEVICE
007830         GO TO 9800-EXIT
007840     END-IF.
007850     MOVE SPACES TO ALERT-RECORD.
007860     MOVE AV-RUN-DATE TO ALERT-DATE.
007870     MOVE AV-RUN-TIME TO ALERT-TIME.
007880     MOVE 'AUDVERFY' TO ALERT-RUN-ID.
007890     MOVE 'AUDITLOG' TO ALERT-FILE-ID.
007900     MOVE SPACES TO ALERT-FILE-STATUS.
007910     SET ALERT-CRITICAL TO TRUE.
007920     MOVE 'AUDIT LOG FAILED VERIFICATION' TO ALERT-MESSAGE.
007930     WRITE ALERT-RECORD.
007940     IF NOT AV-ALERT-FILE-OK
007950         DISPLAY 'AUDVERFY - ALERT RECORD NOT WRITTEN - '
007960             'FILE STATUS ' AV-ALERT-FILE-STATUS
007970             UPON CONSOLE-DEVICE
007980     END-IF.
007990     CLOSE ALERT-FILE.
008000*
008010 9800-EXIT.
008020     EXIT.
008030*
008040 9999-ERROR-EXIT.
008050*
008060     MOVE 16 TO AV-RETURN-CODE.
008070     DISPLAY 'AUDVERFY ABEND - ' AV-ERROR-FILE-ID
008080         ' FILE STATUS ' AV-ERROR-STATUS
008090         UPON CONSOLE-DEVICE.
008100*
008110 9900-PROGRAM-EXIT.
008120*
008130     MOVE AV-RETURN-CODE TO RETURN-CODE.
008140     GOBACK.
008150*
008160 END PROGRAM AUDVERFY.
