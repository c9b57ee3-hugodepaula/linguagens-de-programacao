000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INCDMNT.
000030 AUTHOR. J. HARRISON.
000040 INSTALLATION. DATA PROCESSING DEPT.
000050 DATE-WRITTEN. 07/08/2024.
000060 DATE-COMPILED.
000070*
000080*    INCIDENT REGISTER MAINTENANCE.  APPLIES A DECK OF ON-CALL
000090*    CARDS TO THE INCIDENT REGISTER OPENED AND UPDATED NIGHTLY
000100*    BY ALERTMON (SEE THE INCDREC COPYBOOK) AND PRINTS A
000110*    MAINTENANCE REPORT WITH A BEFORE AND AFTER IMAGE OF EVERY
000120*    INCIDENT CHANGED.  ACKNOWLEDGING A CRITICAL INCIDENT STOPS
000130*    ALERTMON PAGING FOR IT; RESOLVING IT CLOSES IT, AND THE
000140*    NEXT ALERT FOR THE SAME RUN ID / FILE ID / FILE STATUS
000150*    OPENS A NEW INCIDENT.
000160*
000170*    THE REGISTER IS REWRITTEN IN FULL: THE CURRENT FILE LOADS
000180*    FROM INCDIN, THE CARDS APPLY TO THE TABLE, AND THE RESULT
000190*    WRITES TO INCDOUT.  THE JOB'S FOLLOW-ON STEPS SWAP THE NEW
000200*    FILE IN AS THE LIVE REGISTER (SEE THE INCDMNT JCL MEMBER),
000210*    SO A FAILED PASS LEAVES THE LIVE FILE ALONE.
000220*
000230*    TRANSACTION CARD LAYOUT (INCDTRAN, 80 BYTES):
000240*      COL 1       ACTION -- 'A' ACKNOWLEDGE, 'R' RESOLVE,
000250*                  'L' LIST
000260*      COLS 2-6    INCIDENT NUMBER (BLANK ON 'L' LISTS EVERY
000270*                  INCIDENT NOT YET RESOLVED)
000280*      COLS 7-9    ON-CALL INITIALS          (A/R ONLY)
000290*      COLS 10-17  DATE YYYYMMDD             (A/R, BLANK = TODAY)
000300*      COLS 18-21  TIME HHMM                 (A/R, BLANK = NOW)
000310*      COLS 22-80  MUST BE BLANK
000320*    ONLY AN OPEN INCIDENT CAN BE ACKNOWLEDGED.  RESOLVING AN
000330*    INCIDENT NEVER ACKNOWLEDGED ACKNOWLEDGES IT AT THE SAME
000340*    TIME.  THE DATE AND TIME MAY NOT BE BEFORE THE INCIDENT
000350*    OPENED (OR WAS ACKNOWLEDGED) OR LATER THAN NOW.
000360*
000370*    REPORT COLUMNS: SV SEVERITY (1 CRITICAL, 2 WARNING), S STATE
000380*    (O OPEN, A ACKNOWLEDGED, R RESOLVED), NGT NIGHTS SEEN.
000390*
000400*    RETURN CODES:  0 ALL CARDS APPLIED, 4 ONE OR MORE REJECTED
000410*    CARDS (SEE REPORT), 16 FILE ERROR OR INCIDENT TABLE FULL.
000420*
000430*    MODIFICATION HISTORY.
000440*    DATE       INIT   DESCRIPTION
000450*    ---------  -----  ------------------------------------------
000460*    07/08/24   JH     ORIGINAL PROGRAM.
000463*    08/12/24   JH     DATE EDIT NOW REJECTS 29 FEBRUARY OUTSIDE A
000466*                      LEAP YEAR.
000470*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SPECIAL-NAMES.
000510     CONSOLE IS CONSOLE-DEVICE.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT TRAN-CARD-FILE ASSIGN TO INCDTRAN
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS IM-TRAN-FILE-STATUS.
000570     SELECT OPTIONAL INCD-IN-FILE ASSIGN TO INCDIN
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS IM-INCDIN-FILE-STATUS.
000600     SELECT INCD-OUT-FILE ASSIGN TO INCDOUT
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS IM-INCDOT-FILE-STATUS.
000630     SELECT MAINT-REPORT-FILE ASSIGN TO INCDPRNT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS IM-RPT-FILE-STATUS.
000660*
000670 DATA DIVISION.
000680 FILE SECTION.
000690*
000700 FD  TRAN-CARD-FILE
000710     RECORDING MODE IS F
000720     RECORD CONTAINS 80 CHARACTERS.
000730 01  TRAN-CARD-RECORD.
000740     05  TRAN-ACTION                 PIC X(01).
000750         88  TRAN-ACKNOWLEDGE                   VALUE 'A'.
000760         88  TRAN-RESOLVE                       VALUE 'R'.
000770         88  TRAN-LIST                          VALUE 'L'.
000780     05  TRAN-NUMBER                 PIC X(05).
000790     05  TRAN-NUMBER-NUM REDEFINES TRAN-NUMBER
000800                                     PIC 9(05).
000810     05  TRAN-INITIALS               PIC X(03).
000820     05  TRAN-DATE                   PIC X(08).
000830     05  TRAN-TIME.
000840         10  TRAN-TIME-HH            PIC X(02).
000850         10  TRAN-TIME-MM            PIC X(02).
000860     05  TRAN-REST                   PIC X(59).
000870*
000880 FD  INCD-IN-FILE
000890     RECORDING MODE IS F
000900     RECORD CONTAINS 80 CHARACTERS.
000910 01  INCD-IN-RECORD                  PIC X(80).
000920*
000930 FD  INCD-OUT-FILE
000940     RECORDING MODE IS F
000950     RECORD CONTAINS 80 CHARACTERS.
000960 01  INCD-OUT-RECORD                 PIC X(80).
000970*
000980 FD  MAINT-REPORT-FILE
000990     RECORDING MODE IS F
001000     RECORD CONTAINS 132 CHARACTERS.
001010 01  REPORT-RECORD                   PIC X(132).
001020*
001030 WORKING-STORAGE SECTION.
001040*
001050*    THE INCIDENT UNDER CHANGE IS MOVED OUT OF THE TABLE INTO
001060*    THE LAYOUT BELOW, UPDATED, AND MOVED BACK.
001070*
001080     COPY INCDREC.
001090*
001100 01  IM-TRAN-FILE-STATUS             PIC X(02)  VALUE '00'.
001110     88  IM-TRAN-FILE-OK                        VALUE '00'.
001120     88  IM-TRAN-FILE-EOF                       VALUE '10'.
001130*
001140 01  IM-INCDIN-FILE-STATUS           PIC X(02)  VALUE '00'.
001150     88  IM-INCDIN-FILE-OK                      VALUE '00'.
001160     88  IM-INCDIN-FILE-EOF                     VALUE '10'.
001170     88  IM-INCDIN-FILE-MISSING                 VALUE '05'.
001180*
001190 01  IM-INCDOT-FILE-STATUS           PIC X(02)  VALUE '00'.
001200     88  IM-INCDOT-FILE-OK                      VALUE '00'.
001210*
001220 01  IM-RPT-FILE-STATUS              PIC X(02)  VALUE '00'.
001230     88  IM-RPT-FILE-OK                         VALUE '00'.
001240*
001250 01  IM-TRAN-EOF-SW                  PIC X(01)  VALUE 'N'.
001260     88  IM-TRAN-EOF                            VALUE 'Y'.
001270*
001280 01  IM-INCDIN-EOF-SW                PIC X(01)  VALUE 'N'.
001290     88  IM-INCDIN-EOF                          VALUE 'Y'.
001300*
001310 01  IM-INCD-FOUND-SW                PIC X(01)  VALUE 'N'.
001320     88  IM-INCD-FOUND                          VALUE 'Y'.
001330*
001340 01  IM-CARD-BAD-SW                  PIC X(01)  VALUE 'N'.
001350     88  IM-CARD-BAD                            VALUE 'Y'.
001360*
001370 01  IM-RUN-DATE                     PIC 9(08)  VALUE ZERO.
001380 01  IM-RUN-TIME.
001390     05  IM-RUN-HHMM                 PIC 9(04).
001400     05  FILLER                      PIC 9(04).
001410*
001420*    DATE AND TIME STAMPS AS ONE 12-DIGIT NUMBER FOR COMPARING.
001430*
001440 01  IM-NOW-STAMP.
001450     05  IM-NOW-DATE                 PIC 9(08).
001460     05  IM-NOW-TIME                 PIC 9(04).
001470 01  IM-NOW-STAMP-NUM REDEFINES IM-NOW-STAMP
001480                                     PIC 9(12).
001490*
001500 01  IM-CARD-STAMP.
001510     05  IM-CARD-DATE                PIC 9(08).
001520     05  IM-CARD-TIME                PIC 9(04).
001530 01  IM-CARD-STAMP-NUM REDEFINES IM-CARD-STAMP
001540                                     PIC 9(12).
001550*
001560 01  IM-FLOOR-STAMP.
001570     05  IM-FLOOR-DATE               PIC 9(08).
001580     05  IM-FLOOR-TIME               PIC 9(04).
001590 01  IM-FLOOR-STAMP-NUM REDEFINES IM-FLOOR-STAMP
001600                                     PIC 9(12).
001610*
001620 01  IM-CHECK-DATE.
001630     05  IM-CHECK-YEAR               PIC 9(04).
001640     05  IM-CHECK-MONTH              PIC 9(02).
001650     05  IM-CHECK-DAY                PIC 9(02).
001660 01  IM-CHECK-DATE-NUM REDEFINES IM-CHECK-DATE
001670                                     PIC 9(08).
001680*
001690 01  IM-MONTH-DAYS-DEF               PIC X(24)  VALUE
001700     '312931303130313130313031'.
001710 01  IM-MONTH-DAYS REDEFINES IM-MONTH-DAYS-DEF.
001720     05  IM-DAYS-IN-MONTH OCCURS 12 TIMES
001730                                     PIC 9(02).
001732 01  IM-MONTH-LIMIT                  PIC 9(02)  COMP VALUE ZERO.
001734 01  IM-LEAP-QUOT                    PIC 9(04)  COMP VALUE ZERO.
001736 01  IM-LEAP-REM                     PIC 9(04)  COMP VALUE ZERO.
001740*
001750*    THE REGISTER, ONE RAW 80-BYTE INCDREC RECORD PER ENTRY.
001760*
001770 01  IM-INCD-SUB                     PIC 9(05)  COMP VALUE ZERO.
001780 01  IM-INCD-USED                    PIC 9(05)  COMP VALUE ZERO.
001790 01  IM-LIST-SUB                     PIC 9(05)  COMP VALUE ZERO.
001800 01  IM-INCIDENT-TABLE.
001810     05  IM-INCD-ENTRY OCCURS 5000 TIMES.
001820         10  IM-ENT-NUMBER           PIC 9(05).
001830         10  FILLER                  PIC X(19).
001840         10  IM-ENT-STATE            PIC X(01).
001850             88  IM-ENT-RESOLVED                VALUE 'R'.
001860         10  FILLER                  PIC X(55).
001870*
001880 01  IM-TRANS-READ                   PIC 9(05)  COMP VALUE ZERO.
001890 01  IM-INCDS-LOADED                 PIC 9(05)  COMP VALUE ZERO.
001900 01  IM-INCDS-ACKED                  PIC 9(05)  COMP VALUE ZERO.
001910 01  IM-INCDS-RESOLVED               PIC 9(05)  COMP VALUE ZERO.
001920 01  IM-INCDS-LISTED                 PIC 9(05)  COMP VALUE ZERO.
001930 01  IM-INCDS-WRITTEN                PIC 9(05)  COMP VALUE ZERO.
001940 01  IM-TRANS-REJECTED               PIC 9(05)  COMP VALUE ZERO.
001950*
001960 01  IM-LINE-COUNT                   PIC 9(03)  COMP VALUE 99.
001970 01  IM-PAGE-COUNT                   PIC 9(05)  COMP VALUE ZERO.
001980*
001990 01  IM-RETURN-CODE                  PIC 9(04)  COMP VALUE ZERO.
002000*
002010 01  IM-ERROR-FILE-ID                PIC X(08)  VALUE SPACES.
002020*
002030 01  IM-ERROR-STATUS                 PIC X(02)  VALUE SPACES.
002040*
002050 01  IM-REJECT-REASON                PIC X(24)  VALUE SPACES.
002060 01  IM-IMAGE-TAG                    PIC X(07)  VALUE SPACES.
002070 01  IM-ACTION-TEXT                  PIC X(07)  VALUE SPACES.
002080*
002090 01  IM-HEADING-1.
002100     05  FILLER                      PIC X(09)  VALUE 'INCDMNT'.
002110     05  FILLER                      PIC X(36)  VALUE
002120         'INCIDENT REGISTER MAINTENANCE REPORT'.
002130     05  FILLER                      PIC X(11)  VALUE
002140         'RUN DATE : '.
002150     05  IM-HDG-RUN-DATE             PIC 9(08).
002160     05  FILLER                      PIC X(08)  VALUE
002170         '   PAGE '.
002180     05  IM-HDG-PAGE                 PIC ZZZZ9.
002190     05  FILLER                      PIC X(55)  VALUE SPACES.
002200*
002210 01  IM-HEADING-2.
002220     05  FILLER                      PIC X(07)  VALUE 'ACTION'.
002230     05  FILLER                      PIC X(07)  VALUE 'IMAGE'.
002240     05  FILLER                      PIC X(06)  VALUE 'INCD'.
002250     05  FILLER                      PIC X(09)  VALUE 'RUN ID'.
002260     05  FILLER                      PIC X(09)  VALUE 'FILE'.
002270     05  FILLER                      PIC X(03)  VALUE 'ST'.
002280     05  FILLER                      PIC X(03)  VALUE 'SV'.
002290     05  FILLER                      PIC X(02)  VALUE 'S'.
002300     05  FILLER                      PIC X(14)  VALUE 'OPENED'.
002310     05  FILLER                      PIC X(09)  VALUE 'LAST'.
002320     05  FILLER                      PIC X(04)  VALUE 'NGT'.
002330     05  FILLER                      PIC X(14)  VALUE
002340         'ACKNOWLEDGED'.
002350     05  FILLER                      PIC X(04)  VALUE 'BY'.
002360     05  FILLER                      PIC X(14)  VALUE 'RESOLVED'.
002370     05  FILLER                      PIC X(04)  VALUE 'BY'.
002380     05  FILLER                      PIC X(23)  VALUE 'COMMENT'.
002390*
002400 01  IM-DETAIL-LINE.
002410     05  IM-DET-ACTION               PIC X(07).
002420     05  IM-DET-IMAGE                PIC X(07).
002430     05  IM-DET-NUMBER               PIC X(06).
002440     05  IM-DET-RUN-ID               PIC X(09).
002450     05  IM-DET-FILE-ID              PIC X(09).
002460     05  IM-DET-STATUS               PIC X(03).
002470     05  IM-DET-SEVERITY             PIC X(03).
002480     05  IM-DET-STATE                PIC X(02).
002490     05  IM-DET-OPENED-DATE          PIC X(09).
002500     05  IM-DET-OPENED-TIME          PIC X(05).
002510     05  IM-DET-LAST-DATE            PIC X(09).
002520     05  IM-DET-NIGHTS               PIC X(04).
002530     05  IM-DET-ACK-DATE             PIC X(09).
002540     05  IM-DET-ACK-TIME             PIC X(05).
002550     05  IM-DET-ACK-BY               PIC X(04).
002560     05  IM-DET-RESOLVED-DATE        PIC X(09).
002570     05  IM-DET-RESOLVED-TIME        PIC X(05).
002580     05  IM-DET-RESOLVED-BY          PIC X(04).
002590     05  IM-DET-COMMENT              PIC X(23).
002600*
002610 01  IM-EDIT-NIGHTS                  PIC ZZ9.
002620*
002630 01  IM-TOTAL-LINE.
002640     05  FILLER                      PIC X(22).
002650     05  IM-TOT-COUNT                PIC ZZZZ9.
002660     05  FILLER                      PIC X(105) VALUE SPACES.
002670*
002680 PROCEDURE DIVISION.
002690*
002700 0000-MAINLINE.
002710*
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002730     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
002740     PERFORM 2200-LOAD-INCIDENTS THRU 2200-EXIT.
002750     PERFORM 3000-READ-TRAN-CARD THRU 3000-EXIT.
002760     PERFORM 3100-PROCESS-TRAN-CARD THRU 3100-EXIT
002770         UNTIL IM-TRAN-EOF.
002780     PERFORM 5000-WRITE-NEW-REGISTER THRU 5000-EXIT.
002790     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002800     PERFORM 6000-CLOSE-FILES THRU 6000-EXIT.
002810     IF IM-TRANS-REJECTED > ZERO
002820         AND IM-RETURN-CODE = ZERO
002830         MOVE 4 TO IM-RETURN-CODE
002840     END-IF.
002850     GO TO 9900-PROGRAM-EXIT.
002860*
002870 1000-INITIALIZE.
002880*
002890     ACCEPT IM-RUN-DATE FROM DATE YYYYMMDD.
002900     ACCEPT IM-RUN-TIME FROM TIME.
002910     MOVE IM-RUN-DATE TO IM-HDG-RUN-DATE.
002920     MOVE IM-RUN-DATE TO IM-NOW-DATE.
002930     MOVE IM-RUN-HHMM TO IM-NOW-TIME.
002940*
002950 1000-EXIT.
002960     EXIT.
002970*
002980 2000-OPEN-FILES.
002990*
003000     OPEN INPUT TRAN-CARD-FILE.
003010     IF NOT IM-TRAN-FILE-OK
003020         MOVE 'INCDTRAN' TO IM-ERROR-FILE-ID
003030         MOVE IM-TRAN-FILE-STATUS TO IM-ERROR-STATUS
003040         GO TO 9999-ERROR-EXIT
003050     END-IF.
003060     OPEN OUTPUT INCD-OUT-FILE.
003070     IF NOT IM-INCDOT-FILE-OK
003080         MOVE 'INCDOUT' TO IM-ERROR-FILE-ID
003090         MOVE IM-INCDOT-FILE-STATUS TO IM-ERROR-STATUS
003100         GO TO 9999-ERROR-EXIT
003110     END-IF.
003120     OPEN OUTPUT MAINT-REPORT-FILE.
003130     IF NOT IM-RPT-FILE-OK
003140         MOVE 'INCDPRNT' TO IM-ERROR-FILE-ID
003150         MOVE IM-RPT-FILE-STATUS TO IM-ERROR-STATUS
003160         GO TO 9999-ERROR-EXIT
003170     END-IF.
003180*
003190 2000-EXIT.
003200     EXIT.
003210*
003220 2200-LOAD-INCIDENTS.
003230*
003240     OPEN INPUT INCD-IN-FILE.
003250     IF IM-INCDIN-FILE-MISSING
003260         SET IM-INCDIN-EOF TO TRUE
003270         CLOSE INCD-IN-FILE
003280         GO TO 2200-EXIT
003290     END-IF.
003300     IF NOT IM-INCDIN-FILE-OK
003310         MOVE 'INCDIN' TO IM-ERROR-FILE-ID
003320         MOVE IM-INCDIN-FILE-STATUS TO IM-ERROR-STATUS
003330         GO TO 9999-ERROR-EXIT
003340     END-IF.
003350     PERFORM 2250-READ-INCIDENT THRU 2250-EXIT
003360         UNTIL IM-INCDIN-EOF.
003370     CLOSE INCD-IN-FILE.
003380*
003390 2200-EXIT.
003400     EXIT.
003410*
003420 2250-READ-INCIDENT.
003430*
003440     READ INCD-IN-FILE
003450         AT END
003460             SET IM-INCDIN-EOF TO TRUE
003470             GO TO 2250-EXIT
003480     END-READ.
003490     IF NOT IM-INCDIN-FILE-OK
003500         MOVE 'INCDIN' TO IM-ERROR-FILE-ID
003510         MOVE IM-INCDIN-FILE-STATUS TO IM-ERROR-STATUS
003520         GO TO 9999-ERROR-EXIT
003530     END-IF.
003540     IF IM-INCD-USED >= 5000
003550         DISPLAY 'INCDMNT - INCIDENT TABLE FULL'
003560             UPON CONSOLE-DEVICE
003570         MOVE 'INCDIN' TO IM-ERROR-FILE-ID
003580         MOVE IM-INCDIN-FILE-STATUS TO IM-ERROR-STATUS
003590         GO TO 9999-ERROR-EXIT
003600     END-IF.
003610     ADD 1 TO IM-INCD-USED.
003620     ADD 1 TO IM-INCDS-LOADED.
003630     MOVE INCD-IN-RECORD TO IM-INCD-ENTRY (IM-INCD-USED).
003640*
003650 2250-EXIT.
003660     EXIT.
003670*
003680 3000-READ-TRAN-CARD.
003690*
003700     READ TRAN-CARD-FILE
003710         AT END
003720             SET IM-TRAN-EOF TO TRUE
003730         NOT AT END
003740             ADD 1 TO IM-TRANS-READ
003750     END-READ.
003760     IF NOT IM-TRAN-FILE-OK AND NOT IM-TRAN-FILE-EOF
003770         MOVE 'INCDTRAN' TO IM-ERROR-FILE-ID
003780         MOVE IM-TRAN-FILE-STATUS TO IM-ERROR-STATUS
003790         GO TO 9999-ERROR-EXIT
003800     END-IF.
003810*
003820 3000-EXIT.
003830     EXIT.
003840*
003850 3100-PROCESS-TRAN-CARD.
003860*
003870     IF TRAN-ACKNOWLEDGE
003880         PERFORM 4000-ACKNOWLEDGE-INCIDENT THRU 4000-EXIT
003890     ELSE
003900         IF TRAN-RESOLVE
003910             PERFORM 4100-RESOLVE-INCIDENT THRU 4100-EXIT
003920         ELSE
003930             IF TRAN-LIST
003940                 PERFORM 4300-LIST-INCIDENTS THRU 4300-EXIT
003950             ELSE
003960                 MOVE 'REJECTED - BAD ACTION'
003970                     TO IM-REJECT-REASON
003980                 PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003990             END-IF
004000         END-IF
004010     END-IF.
004020     PERFORM 3000-READ-TRAN-CARD THRU 3000-EXIT.
004030*
004040 3100-EXIT.
004050     EXIT.
004060*
004070 3500-FIND-INCIDENT.
004080*
004090     MOVE 'N' TO IM-INCD-FOUND-SW.
004100     MOVE 1 TO IM-INCD-SUB.
004110     PERFORM 3550-SCAN-INCIDENT-TABLE THRU 3550-EXIT
004120         UNTIL IM-INCD-FOUND OR IM-INCD-SUB > IM-INCD-USED.
004130     IF IM-INCD-FOUND
004140         MOVE IM-INCD-ENTRY (IM-INCD-SUB) TO INCIDENT-RECORD
004150     END-IF.
004160*
004170 3500-EXIT.
004180     EXIT.
004190*
004200 3550-SCAN-INCIDENT-TABLE.
004210*
004220     IF IM-ENT-NUMBER (IM-INCD-SUB) = TRAN-NUMBER-NUM
004230         SET IM-INCD-FOUND TO TRUE
004240     ELSE
004250         ADD 1 TO IM-INCD-SUB
004260     END-IF.
004270*
004280 3550-EXIT.
004290     EXIT.
004300*
004310*****************************************************************
004320*    4000 - ACKNOWLEDGE.  ON-CALL HAS SEEN THE INCIDENT AND OWNS *
004330*    IT; ALERTMON STOPS PAGING FOR IT FROM THE NEXT RUN.         *
004340*****************************************************************
004350*
004360 4000-ACKNOWLEDGE-INCIDENT.
004370*
004380     PERFORM 4600-EDIT-CARD THRU 4600-EXIT.
004390     IF IM-CARD-BAD
004400         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004410         GO TO 4000-EXIT
004420     END-IF.
004430     IF NOT INCD-OPEN
004440         MOVE 'REJECTED - NOT OPEN' TO IM-REJECT-REASON
004450         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004460         GO TO 4000-EXIT
004470     END-IF.
004480     MOVE INCD-OPENED-DATE TO IM-FLOOR-DATE.
004490     MOVE INCD-OPENED-TIME TO IM-FLOOR-TIME.
004500     IF IM-CARD-STAMP-NUM < IM-FLOOR-STAMP-NUM
004510         MOVE 'REJECTED - BEFORE OPENED' TO IM-REJECT-REASON
004520         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004530         GO TO 4000-EXIT
004540     END-IF.
004550     MOVE 'ACK' TO IM-ACTION-TEXT.
004560     MOVE 'BEFORE' TO IM-IMAGE-TAG.
004570     PERFORM 4800-WRITE-ENTRY-IMAGE THRU 4800-EXIT.
004580     SET INCD-ACKNOWLEDGED TO TRUE.
004590     MOVE IM-CARD-DATE TO INCD-ACK-DATE.
004600     MOVE IM-CARD-TIME TO INCD-ACK-TIME.
004610     MOVE TRAN-INITIALS TO INCD-ACK-BY.
004620     MOVE INCIDENT-RECORD TO IM-INCD-ENTRY (IM-INCD-SUB).
004630     ADD 1 TO IM-INCDS-ACKED.
004640     MOVE 'AFTER' TO IM-IMAGE-TAG.
004650     MOVE 'ACKNOWLEDGED' TO IM-REJECT-REASON.
004660     PERFORM 4800-WRITE-ENTRY-IMAGE THRU 4800-EXIT.
004670*
004680 4000-EXIT.
004690     EXIT.
004700*
004710*****************************************************************
004720*    4100 - RESOLVE.  AN INCIDENT RESOLVED WITHOUT EVER BEING    *
004730*    ACKNOWLEDGED IS ACKNOWLEDGED AT THE SAME STAMP, SO THE      *
004740*    MONTHLY TIME-TO-ACKNOWLEDGE FIGURES STILL COUNT IT.         *
004750*****************************************************************
004760*
004770 4100-RESOLVE-INCIDENT.
004780*
004790     PERFORM 4600-EDIT-CARD THRU 4600-EXIT.
004800     IF IM-CARD-BAD
004810         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004820         GO TO 4100-EXIT
004830     END-IF.
004840     IF INCD-RESOLVED
004850         MOVE 'REJECTED - RESOLVED' TO IM-REJECT-REASON
004860         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004870         GO TO 4100-EXIT
004880     END-IF.
004890     IF INCD-ACKNOWLEDGED
004900         MOVE INCD-ACK-DATE TO IM-FLOOR-DATE
004910         MOVE INCD-ACK-TIME TO IM-FLOOR-TIME
004920     ELSE
004930         MOVE INCD-OPENED-DATE TO IM-FLOOR-DATE
004940         MOVE INCD-OPENED-TIME TO IM-FLOOR-TIME
004950     END-IF.
004960     IF IM-CARD-STAMP-NUM < IM-FLOOR-STAMP-NUM
004970         IF INCD-ACKNOWLEDGED
004980             MOVE 'REJECTED - BEFORE ACK' TO IM-REJECT-REASON
004990         ELSE
005000             MOVE 'REJECTED - BEFORE OPENED' TO IM-REJECT-REASON
005010         END-IF
005020         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
005030         GO TO 4100-EXIT
005040     END-IF.
005050     MOVE 'RESOLVE' TO IM-ACTION-TEXT.
005060     MOVE 'BEFORE' TO IM-IMAGE-TAG.
005070     PERFORM 4800-WRITE-ENTRY-IMAGE THRU 4800-EXIT.
005080     IF INCD-OPEN
005090         MOVE IM-CARD-DATE TO INCD-ACK-DATE
005100         MOVE IM-CARD-TIME TO INCD-ACK-TIME
005110         MOVE TRAN-INITIALS TO INCD-ACK-BY
005120         MOVE 'RESOLVED + ACKNOWLEDGED' TO IM-REJECT-REASON
005130     ELSE
005140         MOVE 'RESOLVED' TO IM-REJECT-REASON
005150     END-IF.
005160     SET INCD-RESOLVED TO TRUE.
005170     MOVE IM-CARD-DATE TO INCD-RESOLVED-DATE.
005180     MOVE IM-CARD-TIME TO INCD-RESOLVED-TIME.
005190     MOVE TRAN-INITIALS TO INCD-RESOLVED-BY.
005200     MOVE INCIDENT-RECORD TO IM-INCD-ENTRY (IM-INCD-SUB).
005210     ADD 1 TO IM-INCDS-RESOLVED.
005220     MOVE 'AFTER' TO IM-IMAGE-TAG.
005230     PERFORM 4800-WRITE-ENTRY-IMAGE THRU 4800-EXIT.
005240*
005250 4100-EXIT.
005260     EXIT.
005270*
005280*****************************************************************
005290*    4300 - LIST.  A BLANK INCIDENT NUMBER LISTS EVERY INCIDENT  *
005300*    NOT YET RESOLVED AS IT STANDS AT THAT POINT IN THE DECK; A  *
005310*    NUMBER LISTS THAT INCIDENT WHATEVER ITS STATE.              *
005320*****************************************************************
005330*
005340 4300-LIST-INCIDENTS.
005350*
005360     IF TRAN-NUMBER NOT = SPACES
005370         AND TRAN-NUMBER-NUM NOT NUMERIC
005380         MOVE 'REJECTED - BAD NUMBER' TO IM-REJECT-REASON
005390         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
005400         GO TO 4300-EXIT
005410     END-IF.
005420     IF TRAN-NUMBER NOT = SPACES
005430         PERFORM 3500-FIND-INCIDENT THRU 3500-EXIT
005440         IF NOT IM-INCD-FOUND
005450             MOVE 'REJECTED - NOT ON FILE' TO IM-REJECT-REASON
005460             PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
005470             GO TO 4300-EXIT
005480         END-IF
005490     END-IF.
005500     MOVE 1 TO IM-LIST-SUB.
005510     PERFORM 4350-LIST-ONE-INCIDENT THRU 4350-EXIT
005520         UNTIL IM-LIST-SUB > IM-INCD-USED.
005530*
005540 4300-EXIT.
005550     EXIT.
005560*
005570 4350-LIST-ONE-INCIDENT.
005580*
005590     IF TRAN-NUMBER = SPACES
005600         IF IM-ENT-RESOLVED (IM-LIST-SUB)
005610             GO TO 4350-NEXT
005620         END-IF
005630     ELSE
005640         IF IM-ENT-NUMBER (IM-LIST-SUB) NOT = TRAN-NUMBER-NUM
005650             GO TO 4350-NEXT
005660         END-IF
005670     END-IF.
005680     MOVE IM-INCD-ENTRY (IM-LIST-SUB) TO INCIDENT-RECORD.
005690     ADD 1 TO IM-INCDS-LISTED.
005700     MOVE 'LIST' TO IM-ACTION-TEXT.
005710     MOVE SPACES TO IM-IMAGE-TAG.
005720     PERFORM 4800-WRITE-ENTRY-IMAGE THRU 4800-EXIT.
005730*
005740 4350-NEXT.
005750     ADD 1 TO IM-LIST-SUB.
005760*
005770 4350-EXIT.
005780     EXIT.
005790*
005800*****************************************************************
005810*    4600 - CARD EDIT FOR ACKNOWLEDGE AND RESOLVE.  THE INCIDENT *
005820*    MUST BE ON FILE (IT IS LEFT IN INCIDENT-RECORD), THE        *
005830*    INITIALS PRESENT, AND THE DATE AND TIME (DEFAULTING TO NOW) *
005840*    VALID AND NOT IN THE FUTURE.  SETS IM-CARD-BAD AND THE      *
005850*    REASON OTHERWISE.                                           *
005860*****************************************************************
005870*
005880 4600-EDIT-CARD.
005890*
005900     MOVE 'N' TO IM-CARD-BAD-SW.
005910     IF TRAN-REST NOT = SPACES
005920         MOVE 'REJECTED - COLS 22-80' TO IM-REJECT-REASON
005930         SET IM-CARD-BAD TO TRUE
005940         GO TO 4600-EXIT
005950     END-IF.
005960     IF TRAN-NUMBER-NUM NOT NUMERIC
005970         OR TRAN-NUMBER-NUM = ZERO
005980         MOVE 'REJECTED - BAD NUMBER' TO IM-REJECT-REASON
005990         SET IM-CARD-BAD TO TRUE
006000         GO TO 4600-EXIT
006010     END-IF.
006020     PERFORM 3500-FIND-INCIDENT THRU 3500-EXIT.
006030     IF NOT IM-INCD-FOUND
006040         MOVE 'REJECTED - NOT ON FILE' TO IM-REJECT-REASON
006050         SET IM-CARD-BAD TO TRUE
006060         GO TO 4600-EXIT
006070     END-IF.
006080     IF TRAN-INITIALS = SPACES
006090         OR TRAN-INITIALS (1:1) = SPACE
006100         MOVE 'REJECTED - NO INITIALS' TO IM-REJECT-REASON
006110         SET IM-CARD-BAD TO TRUE
006120         GO TO 4600-EXIT
006130     END-IF.
006140     IF TRAN-DATE = SPACES
006150         MOVE IM-RUN-DATE TO IM-CARD-DATE
006160     ELSE
006170         MOVE TRAN-DATE TO IM-CHECK-DATE
006180         PERFORM 4700-EDIT-DATE THRU 4700-EXIT
006190         IF IM-CARD-BAD
006200             MOVE 'REJECTED - BAD DATE' TO IM-REJECT-REASON
006210             GO TO 4600-EXIT
006220         END-IF
006230         MOVE IM-CHECK-DATE-NUM TO IM-CARD-DATE
006240     END-IF.
006250     IF TRAN-TIME = SPACES
006260         MOVE IM-RUN-HHMM TO IM-CARD-TIME
006270     ELSE
006280         IF TRAN-TIME-HH NOT NUMERIC
006290             OR TRAN-TIME-MM NOT NUMERIC
006300             OR TRAN-TIME-HH > '23'
006310             OR TRAN-TIME-MM > '59'
006320             MOVE 'REJECTED - BAD TIME' TO IM-REJECT-REASON
006330             SET IM-CARD-BAD TO TRUE
006340             GO TO 4600-EXIT
006350         END-IF
006360         MOVE TRAN-TIME TO IM-CARD-TIME
006370     END-IF.
006380     IF IM-CARD-STAMP-NUM > IM-NOW-STAMP-NUM
006390         MOVE 'REJECTED - IN THE FUTURE' TO IM-REJECT-REASON
006400         SET IM-CARD-BAD TO TRUE
006410     END-IF.
006420*
006430 4600-EXIT.
006440     EXIT.
006450*
006460*****************************************************************
006470*    4700 - DATE EDIT.  IM-CHECK-DATE MUST BE A REAL CALENDAR    *
006480*    DATE; SETS IM-CARD-BAD OTHERWISE.  THE LATER STAMP CHECK    *
006490*    CATCHES A DATE AFTER TODAY.                                 *
006500*****************************************************************
006510*
006520 4700-EDIT-DATE.
006530*
006540     IF IM-CHECK-DATE-NUM NOT NUMERIC
006550         SET IM-CARD-BAD TO TRUE
006560         GO TO 4700-EXIT
006570     END-IF.
006580     IF IM-CHECK-MONTH < 1 OR IM-CHECK-MONTH > 12
006590         SET IM-CARD-BAD TO TRUE
006600         GO TO 4700-EXIT
006610     END-IF.
006615     PERFORM 4710-SET-MONTH-LIMIT THRU 4710-EXIT.
006620     IF IM-CHECK-DAY < 1
006630         OR IM-CHECK-DAY > IM-MONTH-LIMIT
006640         SET IM-CARD-BAD TO TRUE
006650     END-IF.
006660*
006670 4700-EXIT.
006671     EXIT.
006672*
006673 4710-SET-MONTH-LIMIT.
006674*
006675     MOVE IM-DAYS-IN-MONTH (IM-CHECK-MONTH) TO IM-MONTH-LIMIT.
006676     IF IM-CHECK-MONTH NOT = 2
006677         GO TO 4710-EXIT
006678     END-IF.
006679     DIVIDE IM-CHECK-YEAR BY 4 GIVING IM-LEAP-QUOT
006680         REMAINDER IM-LEAP-REM.
006681     IF IM-LEAP-REM NOT = ZERO
006682         MOVE 28 TO IM-MONTH-LIMIT
006683         GO TO 4710-EXIT
006684     END-IF.
006685     DIVIDE IM-CHECK-YEAR BY 100 GIVING IM-LEAP-QUOT
006686         REMAINDER IM-LEAP-REM.
006687     IF IM-LEAP-REM NOT = ZERO
006688         GO TO 4710-EXIT
006689     END-IF.
006690     DIVIDE IM-CHECK-YEAR BY 400 GIVING IM-LEAP-QUOT
006691         REMAINDER IM-LEAP-REM.
006692     IF IM-LEAP-REM NOT = ZERO
006693         MOVE 28 TO IM-MONTH-LIMIT
006694     END-IF.
006695*
006696 4710-EXIT.
006697     EXIT.
006698*
006700 4800-WRITE-ENTRY-IMAGE.
006710*
006720     MOVE SPACES TO IM-DETAIL-LINE.
006730     MOVE IM-ACTION-TEXT TO IM-DET-ACTION.
006740     MOVE IM-IMAGE-TAG TO IM-DET-IMAGE.
006750     MOVE INCD-NUMBER TO IM-DET-NUMBER.
006760     MOVE INCD-RUN-ID TO IM-DET-RUN-ID.
006770     MOVE INCD-FILE-ID TO IM-DET-FILE-ID.
006780     MOVE INCD-FILE-STATUS TO IM-DET-STATUS.
006790     MOVE INCD-SEVERITY TO IM-DET-SEVERITY.
006800     MOVE INCD-STATE TO IM-DET-STATE.
006810     MOVE INCD-OPENED-DATE TO IM-DET-OPENED-DATE.
006820     MOVE INCD-OPENED-TIME TO IM-DET-OPENED-TIME.
006830     MOVE INCD-LAST-DATE TO IM-DET-LAST-DATE.
006840     MOVE INCD-NIGHTS-SEEN TO IM-EDIT-NIGHTS.
006850     MOVE IM-EDIT-NIGHTS TO IM-DET-NIGHTS.
006860     IF INCD-ACK-DATE NOT = ZERO
006870         MOVE INCD-ACK-DATE TO IM-DET-ACK-DATE
006880         MOVE INCD-ACK-TIME TO IM-DET-ACK-TIME
006890         MOVE INCD-ACK-BY TO IM-DET-ACK-BY
006900     END-IF.
006910     IF INCD-RESOLVED-DATE NOT = ZERO
006920         MOVE INCD-RESOLVED-DATE TO IM-DET-RESOLVED-DATE
006930         MOVE INCD-RESOLVED-TIME TO IM-DET-RESOLVED-TIME
006940         MOVE INCD-RESOLVED-BY TO IM-DET-RESOLVED-BY
006950     END-IF.
006960     MOVE IM-REJECT-REASON TO IM-DET-COMMENT.
006970     MOVE SPACES TO IM-REJECT-REASON.
006980     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006990*
007000 4800-EXIT.
007010     EXIT.
007020*
007030 4900-REJECT-TRAN.
007040*
007050     ADD 1 TO IM-TRANS-REJECTED.
007060     MOVE SPACES TO IM-DETAIL-LINE.
007070     MOVE TRAN-ACTION TO IM-DET-ACTION.
007080     MOVE 'CARD' TO IM-DET-IMAGE.
007090     MOVE TRAN-NUMBER TO IM-DET-NUMBER.
007100     MOVE TRAN-DATE TO IM-DET-ACK-DATE.
007110     MOVE TRAN-TIME TO IM-DET-ACK-TIME.
007120     MOVE TRAN-INITIALS TO IM-DET-ACK-BY.
007130     MOVE IM-REJECT-REASON TO IM-DET-COMMENT.
007140     MOVE SPACES TO IM-REJECT-REASON.
007150     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007160*
007170 4900-EXIT.
007180     EXIT.
007190*
007200 5000-WRITE-NEW-REGISTER.
007210*
007220     MOVE 1 TO IM-INCD-SUB.
007230     PERFORM 5050-WRITE-INCIDENT THRU 5050-EXIT
007240         UNTIL IM-INCD-SUB > IM-INCD-USED.
007250*
007260 5000-EXIT.
007270     EXIT.
007280*
007290 5050-WRITE-INCIDENT.
007300*
007310     WRITE INCD-OUT-RECORD FROM IM-INCD-ENTRY (IM-INCD-SUB).
007320     IF NOT IM-INCDOT-FILE-OK
007330         MOVE 'INCDOUT' TO IM-ERROR-FILE-ID
007340         MOVE IM-INCDOT-FILE-STATUS TO IM-ERROR-STATUS
007350         GO TO 9999-ERROR-EXIT
007360     END-IF.
007370     ADD 1 TO IM-INCDS-WRITTEN.
007380     ADD 1 TO IM-INCD-SUB.
007390*
007400 5050-EXIT.
007410     EXIT.
007420*
007430 6000-CLOSE-FILES.
007440*
007450     CLOSE TRAN-CARD-FILE.
007460     CLOSE INCD-OUT-FILE.
007470     CLOSE MAINT-REPORT-FILE.
007480*
007490 6000-EXIT.
007500     EXIT.
007510*
007520 7000-WRITE-REPORT-LINE.
007530*
007540     IF IM-LINE-COUNT > 55
007550         PERFORM 7200-WRITE-PAGE-HEADING THRU 7200-EXIT
007560     END-IF.
007570     WRITE REPORT-RECORD FROM IM-DETAIL-LINE
007580         AFTER ADVANCING 1 LINE.
007590     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
007600     ADD 1 TO IM-LINE-COUNT.
007610*
007620 7000-EXIT.
007630     EXIT.
007640*
007650 7200-WRITE-PAGE-HEADING.
007660*
007670     ADD 1 TO IM-PAGE-COUNT.
007680     MOVE IM-PAGE-COUNT TO IM-HDG-PAGE.
007690     WRITE REPORT-RECORD FROM IM-HEADING-1
007700         AFTER ADVANCING PAGE.
007710     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
007720     WRITE REPORT-RECORD FROM IM-HEADING-2
007730         AFTER ADVANCING 2 LINES.
007740     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
007750     MOVE SPACES TO REPORT-RECORD.
007760     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
007770     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
007780     MOVE 4 TO IM-LINE-COUNT.
007790*
007800 7200-EXIT.
007810     EXIT.
007820*
007830 7900-CHECK-REPORT-STATUS.
007840*
007850     IF NOT IM-RPT-FILE-OK
007860         MOVE 'INCDPRNT' TO IM-ERROR-FILE-ID
007870         MOVE IM-RPT-FILE-STATUS TO IM-ERROR-STATUS
007880         GO TO 9999-ERROR-EXIT
007890     END-IF.
007900*
007910 7900-EXIT.
007920     EXIT.
007930*
007940 8000-WRITE-SUMMARY.
007950*
007960     MOVE SPACES TO IM-DETAIL-LINE.
007970     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007980     MOVE SPACES TO IM-TOTAL-LINE.
007990     MOVE 'TRANSACTIONS READ   :' TO IM-TOTAL-LINE.
008000     MOVE IM-TRANS-READ TO IM-TOT-COUNT.
008010     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008020     MOVE 'INCIDENTS LOADED    :' TO IM-TOTAL-LINE.
008030     MOVE IM-INCDS-LOADED TO IM-TOT-COUNT.
008040     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008050     MOVE 'ACKNOWLEDGED        :' TO IM-TOTAL-LINE.
008060     MOVE IM-INCDS-ACKED TO IM-TOT-COUNT.
008070     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008080     MOVE 'RESOLVED            :' TO IM-TOTAL-LINE.
008090     MOVE IM-INCDS-RESOLVED TO IM-TOT-COUNT.
008100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008110     MOVE 'INCIDENTS LISTED    :' TO IM-TOTAL-LINE.
008120     MOVE IM-INCDS-LISTED TO IM-TOT-COUNT.
008130     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008140     MOVE 'INCIDENTS WRITTEN   :' TO IM-TOTAL-LINE.
008150     MOVE IM-INCDS-WRITTEN TO IM-TOT-COUNT.
008160     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008170     MOVE 'TRANSACTIONS REJECTD:' TO IM-TOTAL-LINE.
008180     MOVE IM-TRANS-REJECTED TO IM-TOT-COUNT.
008190     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
008200     DISPLAY 'INCDMNT - TRANSACTIONS READ     ' IM-TRANS-READ
008210         UPON CONSOLE-DEVICE.
008220     DISPLAY 'INCDMNT - TRANSACTIONS REJECTED '
008230         IM-TRANS-REJECTED UPON CONSOLE-DEVICE.
008240*
008250 8000-EXIT.
008260     EXIT.
008270*
008280 8100-WRITE-TOTAL-LINE.
008290*
008300     WRITE REPORT-RECORD FROM IM-TOTAL-LINE
008310         AFTER ADVANCING 1 LINE.
008320     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
008330*
008340 8100-EXIT.
008350     EXIT.
008360*
008370 9999-ERROR-EXIT.
008380*
008390     MOVE 16 TO IM-RETURN-CODE.
008400     DISPLAY 'INCDMNT ABEND - ' IM-ERROR-FILE-ID
008410         ' FILE STATUS ' IM-ERROR-STATUS
008420         UPON CONSOLE-DEVICE.
008430*
008440 9900-PROGRAM-EXIT.
008450*
008460     MOVE IM-RETURN-CODE TO RETURN-CODE.
008470     GOBACK.
008480*
008490 END PROGRAM INCDMNT.
