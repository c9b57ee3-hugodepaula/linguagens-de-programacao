000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INCDRPT.
000030 AUTHOR. J. HARRISON.
000040 INSTALLATION. DATA PROCESSING DEPT.
000050 DATE-WRITTEN. 07/08/2024.
000060 DATE-COMPILED.
000070*
000080*    MONTHLY INCIDENT REPORT.  READS THE INCIDENT REGISTER (SEE
000090*    THE INCDREC COPYBOOK) AND REPORTS ON THE INCIDENTS OPENED
000100*    IN ONE CALENDAR MONTH:
000110*      - EVERY INCIDENT, WITH ITS STATE AND THE HOURS IT TOOK TO
000120*        ACKNOWLEDGE AND TO RESOLVE;
000130*      - REPEAT OFFENDERS -- RUN ID / FILE ID / FILE STATUS
000140*        KEYS THAT OPENED MORE THAN ONE INCIDENT IN THE MONTH OR
000150*        WHOSE INCIDENT ALERTED ON MORE THAN ONE NIGHT, WITH THE
000160*        NUMBER OF INCIDENTS THE SAME KEY OPENED BEFORE THE MONTH;
000170*      - COUNTS BY SEVERITY AND STATE, AND THE AVERAGE AND
000180*        LONGEST TIME TO ACKNOWLEDGE AND TO RESOLVE.
000190*    HOURS ARE ELAPSED CLOCK HOURS FROM THE FIRST ALERT.
000200*
000210*    PARAMETER CARD LAYOUT (INCDPARM, 80 BYTES):
000220*      COLS 1-6    REPORT MONTH YYYYMM (BLANK = THE MONTH BEFORE
000230*                  THE RUN DATE, FOR THE MONTH-END SCHEDULE)
000240*
000250*    RETURN CODES:  0 REPORT PRINTED, 16 FILE ERROR, BAD
000260*    PARAMETER CARD OR OFFENDER TABLE FULL.
000270*
000280*    MODIFICATION HISTORY.
000290*    DATE       INIT   DESCRIPTION
000300*    ---------  -----  ------------------------------------------
000310*    07/08/24   JH     ORIGINAL PROGRAM.
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     CONSOLE IS CONSOLE-DEVICE.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT INCD-PARM-FILE ASSIGN TO INCDPARM
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS IR-PARM-FILE-STATUS.
000420     SELECT OPTIONAL INCIDENT-FILE ASSIGN TO INCIDENT
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS IR-INCD-FILE-STATUS.
000450     SELECT INCD-REPORT-FILE ASSIGN TO RPTOUT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS IR-RPT-FILE-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510*
000520 FD  INCD-PARM-FILE
000530     RECORDING MODE IS F
000540     RECORD CONTAINS 80 CHARACTERS.
000550 01  INCD-PARM-RECORD.
000560     05  IPARM-MONTH                 PIC X(06).
000570     05  FILLER                      PIC X(74).
000580*
000590 FD  INCIDENT-FILE
000600     RECORDING MODE IS F
000610     RECORD CONTAINS 80 CHARACTERS.
000620*
000630     COPY INCDREC.
000640*
000650 FD  INCD-REPORT-FILE
000660     RECORDING MODE IS F
000670     RECORD CONTAINS 132 CHARACTERS.
000680 01  REPORT-RECORD                   PIC X(132).
000690*
000700 WORKING-STORAGE SECTION.
000710*
000720 01  IR-PARM-FILE-STATUS             PIC X(02)  VALUE '00'.
000730     88  IR-PARM-FILE-OK                        VALUE '00'.
000740*
000750 01  IR-INCD-FILE-STATUS             PIC X(02)  VALUE '00'.
000760     88  IR-INCD-FILE-OK                        VALUE '00'.
000770     88  IR-INCD-FILE-EOF                       VALUE '10'.
000780     88  IR-INCD-FILE-MISSING                   VALUE '05'.
000790*
000800 01  IR-RPT-FILE-STATUS              PIC X(02)  VALUE '00'.
000810     88  IR-RPT-FILE-OK                         VALUE '00'.
000820*
000830 01  IR-INCD-EOF-SW                  PIC X(01)  VALUE 'N'.
000840     88  IR-INCD-EOF                            VALUE 'Y'.
000850*
000860 01  IR-KEY-FOUND-SW                 PIC X(01)  VALUE 'N'.
000870     88  IR-KEY-FOUND                           VALUE 'Y'.
000880*
000890 01  IR-RUN-DATE.
000900     05  IR-RUN-YEAR                 PIC 9(04).
000910     05  IR-RUN-MONTH                PIC 9(02).
000920     05  IR-RUN-DAY                  PIC 9(02).
000930*
000940 01  IR-REPORT-MONTH.
000950     05  IR-RPT-YEAR                 PIC 9(04).
000960     05  IR-RPT-MONTH                PIC 9(02).
000970 01  IR-REPORT-MONTH-NUM REDEFINES IR-REPORT-MONTH
000980                                     PIC 9(06).
000990*
001000 01  IR-INCD-MONTH                   PIC 9(06)  VALUE ZERO.
001010*
001020*    DAY-NUMBER WORK AREA (6000).  IR-DN-DATE IN, IR-DN-DAYS OUT.
001030*
001040 01  IR-DN-DATE.
001050     05  IR-DN-YEAR                  PIC 9(04).
001060     05  IR-DN-MONTH                 PIC 9(02).
001070     05  IR-DN-DAY                   PIC 9(02).
001080 01  IR-DN-DATE-NUM REDEFINES IR-DN-DATE
001090                                     PIC 9(08).
001100 01  IR-DN-Y                         PIC 9(05)  COMP VALUE ZERO.
001110 01  IR-DN-M                         PIC 9(03)  COMP VALUE ZERO.
001120 01  IR-DN-TERM                      PIC 9(07)  COMP VALUE ZERO.
001130 01  IR-DN-DAYS                      PIC 9(07)  COMP VALUE ZERO.
001140*
001150*    ELAPSED-MINUTES WORK AREA (6100).  FROM AND TO STAMPS IN,
001160*    IR-EL-MINUTES OUT.
001170*
001180 01  IR-EL-FROM-DATE                 PIC 9(08)  VALUE ZERO.
001190 01  IR-EL-FROM-TIME                 PIC 9(04)  VALUE ZERO.
001200 01  IR-EL-TO-DATE                   PIC 9(08)  VALUE ZERO.
001210 01  IR-EL-TO-TIME                   PIC 9(04)  VALUE ZERO.
001220 01  IR-EL-FROM-DAYS                 PIC 9(07)  COMP VALUE ZERO.
001230 01  IR-EL-HH                        PIC 9(02)  COMP VALUE ZERO.
001240 01  IR-EL-MM                        PIC 9(02)  COMP VALUE ZERO.
001250 01  IR-EL-FROM-MINS                 PIC 9(04)  COMP VALUE ZERO.
001260 01  IR-EL-TO-MINS                   PIC 9(04)  COMP VALUE ZERO.
001270 01  IR-EL-MINUTES                   PIC S9(09) COMP VALUE ZERO.
001280*
001290 01  IR-HOURS                        PIC 9(07)V9 VALUE ZERO.
001300*
001310*    REPEAT-OFFENDER KEYS FOR THE MONTH.
001320*
001330 01  IR-KEY-SUB                      PIC 9(03)  COMP VALUE ZERO.
001340 01  IR-KEY-USED                     PIC 9(03)  COMP VALUE ZERO.
001350 01  IR-KEY-TABLE.
001360     05  IR-KEY-ENTRY OCCURS 500 TIMES.
001370         10  IR-KEY-RUN-ID           PIC X(08).
001380         10  IR-KEY-FILE-ID          PIC X(08).
001390         10  IR-KEY-STATUS           PIC X(02).
001400         10  IR-KEY-INCIDENTS        PIC 9(05)  COMP.
001410         10  IR-KEY-NIGHTS           PIC 9(05)  COMP.
001420         10  IR-KEY-PRIOR            PIC 9(05)  COMP.
001430*
001440 01  IR-INCDS-READ                   PIC 9(05)  COMP VALUE ZERO.
001450 01  IR-MONTH-COUNT                  PIC 9(05)  COMP VALUE ZERO.
001460 01  IR-CRITICAL-COUNT               PIC 9(05)  COMP VALUE ZERO.
001470 01  IR-WARNING-COUNT                PIC 9(05)  COMP VALUE ZERO.
001480 01  IR-OPEN-COUNT                   PIC 9(05)  COMP VALUE ZERO.
001490 01  IR-ACKED-COUNT                  PIC 9(05)  COMP VALUE ZERO.
001500 01  IR-RESOLVED-COUNT               PIC 9(05)  COMP VALUE ZERO.
001510 01  IR-REPEAT-COUNT                 PIC 9(05)  COMP VALUE ZERO.
001520*
001530 01  IR-ACK-TOTAL-MINS               PIC 9(09)  COMP VALUE ZERO.
001540 01  IR-ACK-MAX-MINS                 PIC 9(09)  COMP VALUE ZERO.
001550 01  IR-RES-TOTAL-MINS               PIC 9(09)  COMP VALUE ZERO.
001560 01  IR-RES-MAX-MINS                 PIC 9(09)  COMP VALUE ZERO.
001570*
001580 01  IR-LINE-COUNT                   PIC 9(03)  COMP VALUE 99.
001590 01  IR-PAGE-COUNT                   PIC 9(05)  COMP VALUE ZERO.
001600*
001610 01  IR-RETURN-CODE                  PIC 9(04)  COMP VALUE ZERO.
001620*
001630 01  IR-ERROR-FILE-ID                PIC X(08)  VALUE SPACES.
001640*
001650 01  IR-ERROR-STATUS                 PIC X(02)  VALUE SPACES.
001660*
001670 01  IR-HEADING-1.
001680     05  FILLER                      PIC X(09)  VALUE 'INCDRPT'.
001690     05  FILLER                      PIC X(27)  VALUE
001700         'MONTHLY INCIDENT REPORT'.
001710     05  FILLER                      PIC X(09)  VALUE 'MONTH : '.
001720     05  IR-HDG-MONTH                PIC 9(06).
001730     05  FILLER                      PIC X(03)  VALUE SPACES.
001740     05  FILLER                      PIC X(11)  VALUE
001750         'RUN DATE : '.
001760     05  IR-HDG-RUN-DATE             PIC 9(08).
001770     05  FILLER                      PIC X(08)  VALUE
001780         '   PAGE '.
001790     05  IR-HDG-PAGE                 PIC ZZZZ9.
001800     05  FILLER                      PIC X(46)  VALUE SPACES.
001810*
001820 01  IR-SECTION-LINE.
001830     05  IR-SEC-TITLE                PIC X(60).
001840     05  FILLER                      PIC X(72)  VALUE SPACES.
001850*
001860 01  IR-INCD-HEADING.
001870     05  FILLER                      PIC X(08)  VALUE 'INCIDENT'.
001880     05  FILLER                      PIC X(10)  VALUE 'RUN ID'.
001890     05  FILLER                      PIC X(10)  VALUE 'FILE'.
001900     05  FILLER                      PIC X(06)  VALUE 'STAT'.
001910     05  FILLER                      PIC X(05)  VALUE 'SEV'.
001920     05  FILLER                      PIC X(14)  VALUE 'STATE'.
001930     05  FILLER                      PIC X(16)  VALUE 'OPENED'.
001940     05  FILLER                      PIC X(08)  VALUE 'NIGHTS'.
001946     05  FILLER                      PIC X(14)  VALUE
001952         'HRS TO ACK'.
001958     05  FILLER                      PIC X(14)  VALUE
001964         'HRS TO RESOLVE'.
001970     05  FILLER                      PIC X(27)  VALUE SPACES.
001980*
001990 01  IR-INCD-LINE.
002000     05  IR-IL-NUMBER                PIC ZZZZ9.
002010     05  FILLER                      PIC X(03)  VALUE SPACES.
002020     05  IR-IL-RUN-ID                PIC X(08).
002030     05  FILLER                      PIC X(02)  VALUE SPACES.
002040     05  IR-IL-FILE-ID               PIC X(08).
002050     05  FILLER                      PIC X(02)  VALUE SPACES.
002060     05  IR-IL-STATUS                PIC X(02).
002070     05  FILLER                      PIC X(04)  VALUE SPACES.
002080     05  IR-IL-SEVERITY              PIC X(01).
002090     05  FILLER                      PIC X(04)  VALUE SPACES.
002100     05  IR-IL-STATE                 PIC X(12).
002110     05  FILLER                      PIC X(02)  VALUE SPACES.
002120     05  IR-IL-OPENED-DATE           PIC 9(08).
002130     05  FILLER                      PIC X(01)  VALUE SPACES.
002140     05  IR-IL-OPENED-TIME           PIC 9(04).
002150     05  FILLER                      PIC X(03)  VALUE SPACES.
002160     05  IR-IL-NIGHTS                PIC ZZ9.
002170     05  FILLER                      PIC X(05)  VALUE SPACES.
002180     05  IR-IL-ACK-HOURS             PIC X(09).
002190     05  FILLER                      PIC X(05)  VALUE SPACES.
002200     05  IR-IL-RES-HOURS             PIC X(09).
002210     05  FILLER                      PIC X(32)  VALUE SPACES.
002220*
002230 01  IR-EDIT-HOURS                   PIC ZZZZZZ9.9.
002240*
002250 01  IR-OFFENDER-HEADING.
002260     05  FILLER                      PIC X(10)  VALUE 'RUN ID'.
002270     05  FILLER                      PIC X(10)  VALUE 'FILE'.
002280     05  FILLER                      PIC X(06)  VALUE 'STAT'.
002290     05  FILLER                      PIC X(12)  VALUE 'INCIDENTS'.
002296     05  FILLER                      PIC X(14)  VALUE
002302         'NIGHTS SEEN'.
002310     05  FILLER                      PIC X(18)  VALUE
002320         'EARLIER INCIDENTS'.
002330     05  FILLER                      PIC X(62)  VALUE SPACES.
002340*
002350 01  IR-OFFENDER-LINE.
002360     05  IR-OL-RUN-ID                PIC X(08).
002370     05  FILLER                      PIC X(02)  VALUE SPACES.
002380     05  IR-OL-FILE-ID               PIC X(08).
002390     05  FILLER                      PIC X(02)  VALUE SPACES.
002400     05  IR-OL-STATUS                PIC X(02).
002410     05  FILLER                      PIC X(04)  VALUE SPACES.
002420     05  IR-OL-INCIDENTS             PIC ZZZZ9.
002430     05  FILLER                      PIC X(07)  VALUE SPACES.
002440     05  IR-OL-NIGHTS                PIC ZZZZ9.
002450     05  FILLER                      PIC X(09)  VALUE SPACES.
002460     05  IR-OL-PRIOR                 PIC ZZZZ9.
002470     05  FILLER                      PIC X(75)  VALUE SPACES.
002480*
002490 01  IR-COUNT-LINE.
002500     05  IR-CNT-TITLE                PIC X(40).
002510     05  IR-CNT-VALUE                PIC ZZZZZZ9.
002520     05  FILLER                      PIC X(85)  VALUE SPACES.
002530*
002540 01  IR-HOURS-LINE.
002550     05  IR-HRS-TITLE                PIC X(40).
002560     05  IR-HRS-VALUE                PIC ZZZZZZ9.9.
002570     05  FILLER                      PIC X(83)  VALUE SPACES.
002580*
002590 PROCEDURE DIVISION.
002600*
002610 0000-MAINLINE.
002620*
002630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002640     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
002650     MOVE SPACES TO IR-SECTION-LINE.
002660     MOVE 'INCIDENTS OPENED IN THE MONTH' TO IR-SEC-TITLE.
002670     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
002680     PERFORM 7300-WRITE-INCD-HEADING THRU 7300-EXIT.
002690     PERFORM 3000-READ-INCIDENT THRU 3000-EXIT.
002700     PERFORM 3100-MONTH-INCIDENT THRU 3100-EXIT
002710         UNTIL IR-INCD-EOF.
002720     CLOSE INCIDENT-FILE.
002730     IF IR-MONTH-COUNT = ZERO
002740         PERFORM 7400-WRITE-NONE-LINE THRU 7400-EXIT
002750     END-IF.
002760     PERFORM 4000-COUNT-PRIOR-INCIDENTS THRU 4000-EXIT.
002770     PERFORM 5000-PRINT-OFFENDERS THRU 5000-EXIT.
002780     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002790     CLOSE INCD-REPORT-FILE.
002800     GO TO 9900-PROGRAM-EXIT.
002810*
002820 1000-INITIALIZE.
002830*
002840     ACCEPT IR-RUN-DATE FROM DATE YYYYMMDD.
002850     MOVE IR-RUN-DATE TO IR-HDG-RUN-DATE.
002860     OPEN INPUT INCD-PARM-FILE.
002870     IF NOT IR-PARM-FILE-OK
002880         MOVE 'INCDPARM' TO IR-ERROR-FILE-ID
002890         MOVE IR-PARM-FILE-STATUS TO IR-ERROR-STATUS
002900         GO TO 9999-ERROR-EXIT
002910     END-IF.
002920     READ INCD-PARM-FILE
002930         AT END
002940             MOVE SPACES TO INCD-PARM-RECORD
002950     END-READ.
002960     CLOSE INCD-PARM-FILE.
002970*
002980*    NO MONTH ON THE CARD -- REPORT LAST MONTH.
002990*
003000     IF IPARM-MONTH = SPACES
003010         MOVE IR-RUN-YEAR TO IR-RPT-YEAR
003020         MOVE IR-RUN-MONTH TO IR-RPT-MONTH
003030         IF IR-RPT-MONTH = 1
003040             MOVE 12 TO IR-RPT-MONTH
003050             SUBTRACT 1 FROM IR-RPT-YEAR
003060         ELSE
003070             SUBTRACT 1 FROM IR-RPT-MONTH
003080         END-IF
003090     ELSE
003100         IF IPARM-MONTH NOT NUMERIC
003110             DISPLAY 'INCDRPT - BAD INCDPARM CARD: '
003120                 INCD-PARM-RECORD UPON CONSOLE-DEVICE
003130             MOVE 'INCDPARM' TO IR-ERROR-FILE-ID
003140             MOVE IR-PARM-FILE-STATUS TO IR-ERROR-STATUS
003150             GO TO 9999-ERROR-EXIT
003160         END-IF
003170         MOVE IPARM-MONTH TO IR-REPORT-MONTH
003180         IF IR-RPT-MONTH < 1 OR IR-RPT-MONTH > 12
003190             DISPLAY 'INCDRPT - BAD INCDPARM CARD: '
003200                 INCD-PARM-RECORD UPON CONSOLE-DEVICE
003210             MOVE 'INCDPARM' TO IR-ERROR-FILE-ID
003220             MOVE IR-PARM-FILE-STATUS TO IR-ERROR-STATUS
003230             GO TO 9999-ERROR-EXIT
003240         END-IF
003250     END-IF.
003260     MOVE IR-REPORT-MONTH-NUM TO IR-HDG-MONTH.
003270     DISPLAY 'INCDRPT - REPORT MONTH ' IR-REPORT-MONTH-NUM
003280         UPON CONSOLE-DEVICE.
003290*
003300 1000-EXIT.
003310     EXIT.
003320*
003330 2000-OPEN-FILES.
003340*
003350     OPEN INPUT INCIDENT-FILE.
003360     IF IR-INCD-FILE-MISSING
003370         SET IR-INCD-EOF TO TRUE
003380     ELSE
003390         IF NOT IR-INCD-FILE-OK
003400             MOVE 'INCIDENT' TO IR-ERROR-FILE-ID
003410             MOVE IR-INCD-FILE-STATUS TO IR-ERROR-STATUS
003420             GO TO 9999-ERROR-EXIT
003430         END-IF
003440     END-IF.
003450     OPEN OUTPUT INCD-REPORT-FILE.
003460     IF NOT IR-RPT-FILE-OK
003470         MOVE 'RPTOUT' TO IR-ERROR-FILE-ID
003480         MOVE IR-RPT-FILE-STATUS TO IR-ERROR-STATUS
003490         GO TO 9999-ERROR-EXIT
003500     END-IF.
003510*
003520 2000-EXIT.
003530     EXIT.
003540*
003550 3000-READ-INCIDENT.
003560*
003570     IF IR-INCD-EOF
003580         GO TO 3000-EXIT
003590     END-IF.
003600     READ INCIDENT-FILE
003610         AT END
003620             SET IR-INCD-EOF TO TRUE
003630         NOT AT END
003640             ADD 1 TO IR-INCDS-READ
003650     END-READ.
003660     IF NOT IR-INCD-FILE-OK AND NOT IR-INCD-FILE-EOF
003670         MOVE 'INCIDENT' TO IR-ERROR-FILE-ID
003680         MOVE IR-INCD-FILE-STATUS TO IR-ERROR-STATUS
003690         GO TO 9999-ERROR-EXIT
003700     END-IF.
003710*
003720 3000-EXIT.
003730     EXIT.
003740*
003750*****************************************************************
003760*    3100 - FIRST PASS.  EVERY INCIDENT OPENED IN THE MONTH IS   *
003770*    LISTED, COUNTED, TIMED, AND POSTED TO ITS OFFENDER KEY.     *
003780*****************************************************************
003790*
003800 3100-MONTH-INCIDENT.
003810*
003820     DIVIDE INCD-OPENED-DATE BY 100 GIVING IR-INCD-MONTH.
003830     IF IR-INCD-MONTH NOT = IR-REPORT-MONTH-NUM
003840         GO TO 3100-NEXT
003850     END-IF.
003860     ADD 1 TO IR-MONTH-COUNT.
003870     IF INCD-CRITICAL
003880         ADD 1 TO IR-CRITICAL-COUNT
003890     ELSE
003900         ADD 1 TO IR-WARNING-COUNT
003910     END-IF.
003920     MOVE SPACES TO IR-IL-ACK-HOURS IR-IL-RES-HOURS.
003930     IF INCD-ACK-DATE NOT = ZERO
003940         ADD 1 TO IR-ACKED-COUNT
003950         MOVE INCD-ACK-DATE TO IR-EL-TO-DATE
003960         MOVE INCD-ACK-TIME TO IR-EL-TO-TIME
003970         PERFORM 6100-ELAPSED-MINUTES THRU 6100-EXIT
003980         ADD IR-EL-MINUTES TO IR-ACK-TOTAL-MINS
003990         IF IR-EL-MINUTES > IR-ACK-MAX-MINS
004000             MOVE IR-EL-MINUTES TO IR-ACK-MAX-MINS
004010         END-IF
004020         COMPUTE IR-HOURS ROUNDED = IR-EL-MINUTES / 60
004030         MOVE IR-HOURS TO IR-EDIT-HOURS
004040         MOVE IR-EDIT-HOURS TO IR-IL-ACK-HOURS
004050     END-IF.
004060     IF INCD-RESOLVED
004070         ADD 1 TO IR-RESOLVED-COUNT
004080         MOVE INCD-RESOLVED-DATE TO IR-EL-TO-DATE
004090         MOVE INCD-RESOLVED-TIME TO IR-EL-TO-TIME
004100         PERFORM 6100-ELAPSED-MINUTES THRU 6100-EXIT
004110         ADD IR-EL-MINUTES TO IR-RES-TOTAL-MINS
004120         IF IR-EL-MINUTES > IR-RES-MAX-MINS
004130             MOVE IR-EL-MINUTES TO IR-RES-MAX-MINS
004140         END-IF
004150         COMPUTE IR-HOURS ROUNDED = IR-EL-MINUTES / 60
004160         MOVE IR-HOURS TO IR-EDIT-HOURS
004170         MOVE IR-EDIT-HOURS TO IR-IL-RES-HOURS
004180     ELSE
004190         ADD 1 TO IR-OPEN-COUNT
004200     END-IF.
004210     MOVE INCD-NUMBER TO IR-IL-NUMBER.
004220     MOVE INCD-RUN-ID TO IR-IL-RUN-ID.
004230     MOVE INCD-FILE-ID TO IR-IL-FILE-ID.
004240     MOVE INCD-FILE-STATUS TO IR-IL-STATUS.
004250     MOVE INCD-SEVERITY TO IR-IL-SEVERITY.
004260     IF INCD-OPEN
004270         MOVE 'OPEN' TO IR-IL-STATE
004280     ELSE
004290         IF INCD-ACKNOWLEDGED
004300             MOVE 'ACKNOWLEDGED' TO IR-IL-STATE
004310         ELSE
004320             MOVE 'RESOLVED' TO IR-IL-STATE
004330         END-IF
004340     END-IF.
004350     MOVE INCD-OPENED-DATE TO IR-IL-OPENED-DATE.
004360     MOVE INCD-OPENED-TIME TO IR-IL-OPENED-TIME.
004370     MOVE INCD-NIGHTS-SEEN TO IR-IL-NIGHTS.
004380     IF IR-LINE-COUNT > 55
004390         PERFORM 7200-WRITE-PAGE-HEADING THRU 7200-EXIT
004400         PERFORM 7300-WRITE-INCD-HEADING THRU 7300-EXIT
004410     END-IF.
004420     WRITE REPORT-RECORD FROM IR-INCD-LINE
004430         AFTER ADVANCING 1 LINE.
004440     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
004450     ADD 1 TO IR-LINE-COUNT.
004460     PERFORM 3200-POST-OFFENDER-KEY THRU 3200-EXIT.
004470*
004480 3100-NEXT.
004490     PERFORM 3000-READ-INCIDENT THRU 3000-EXIT.
004500*
004510 3100-EXIT.
004520     EXIT.
004530*
004540 3200-POST-OFFENDER-KEY.
004550*
004560     PERFORM 3300-FIND-KEY THRU 3300-EXIT.
004570     IF NOT IR-KEY-FOUND
004580         IF IR-KEY-USED >= 500
004590             DISPLAY 'INCDRPT - OFFENDER TABLE FULL'
004600                 UPON CONSOLE-DEVICE
004610             MOVE 'INCIDENT' TO IR-ERROR-FILE-ID
004620             MOVE IR-INCD-FILE-STATUS TO IR-ERROR-STATUS
004630             GO TO 9999-ERROR-EXIT
004640         END-IF
004650         ADD 1 TO IR-KEY-USED
004660         MOVE IR-KEY-USED TO IR-KEY-SUB
004670         MOVE INCD-RUN-ID TO IR-KEY-RUN-ID (IR-KEY-SUB)
004680         MOVE INCD-FILE-ID TO IR-KEY-FILE-ID (IR-KEY-SUB)
004690         MOVE INCD-FILE-STATUS TO IR-KEY-STATUS (IR-KEY-SUB)
004700         MOVE ZERO TO IR-KEY-INCIDENTS (IR-KEY-SUB)
004710         MOVE ZERO TO IR-KEY-NIGHTS (IR-KEY-SUB)
004720         MOVE ZERO TO IR-KEY-PRIOR (IR-KEY-SUB)
004730     END-IF.
004740     ADD 1 TO IR-KEY-INCIDENTS (IR-KEY-SUB).
004750     ADD INCD-NIGHTS-SEEN TO IR-KEY-NIGHTS (IR-KEY-SUB).
004760*
004770 3200-EXIT.
004780     EXIT.
004790*
004800 3300-FIND-KEY.
004810*
004820     MOVE 'N' TO IR-KEY-FOUND-SW.
004830     MOVE 1 TO IR-KEY-SUB.
004840     PERFORM 3350-SCAN-KEY THRU 3350-EXIT
004850         UNTIL IR-KEY-FOUND OR IR-KEY-SUB > IR-KEY-USED.
004860*
004870 3300-EXIT.
004880     EXIT.
004890*
004900 3350-SCAN-KEY.
004910*
004920     IF IR-KEY-RUN-ID (IR-KEY-SUB) = INCD-RUN-ID
004930         AND IR-KEY-FILE-ID (IR-KEY-SUB) = INCD-FILE-ID
004940         AND IR-KEY-STATUS (IR-KEY-SUB) = INCD-FILE-STATUS
004950         SET IR-KEY-FOUND TO TRUE
004960     ELSE
004970         ADD 1 TO IR-KEY-SUB
004980     END-IF.
004990*
005000 3350-EXIT.
005010     EXIT.
005020*
005030*****************************************************************
005040*    4000 - SECOND PASS.  FOR EACH KEY SEEN IN THE MONTH, COUNT  *
005050*    THE INCIDENTS IT OPENED BEFORE THE MONTH STARTED.           *
005060*****************************************************************
005070*
005080 4000-COUNT-PRIOR-INCIDENTS.
005090*
005100     IF IR-KEY-USED = ZERO
005110         GO TO 4000-EXIT
005120     END-IF.
005130     MOVE 'N' TO IR-INCD-EOF-SW.
005140     OPEN INPUT INCIDENT-FILE.
005150     IF NOT IR-INCD-FILE-OK
005160         MOVE 'INCIDENT' TO IR-ERROR-FILE-ID
005170         MOVE IR-INCD-FILE-STATUS TO IR-ERROR-STATUS
005180         GO TO 9999-ERROR-EXIT
005190     END-IF.
005200     PERFORM 3000-READ-INCIDENT THRU 3000-EXIT.
005210     PERFORM 4100-PRIOR-INCIDENT THRU 4100-EXIT
005220         UNTIL IR-INCD-EOF.
005230     CLOSE INCIDENT-FILE.
005240*
005250 4000-EXIT.
005260     EXIT.
005270*
005280 4100-PRIOR-INCIDENT.
005290*
005300     DIVIDE INCD-OPENED-DATE BY 100 GIVING IR-INCD-MONTH.
005310     IF IR-INCD-MONTH < IR-REPORT-MONTH-NUM
005320         PERFORM 3300-FIND-KEY THRU 3300-EXIT
005330         IF IR-KEY-FOUND
005340             ADD 1 TO IR-KEY-PRIOR (IR-KEY-SUB)
005350         END-IF
005360     END-IF.
005370     PERFORM 3000-READ-INCIDENT THRU 3000-EXIT.
005380*
005390 4100-EXIT.
005400     EXIT.
005410*
005420 5000-PRINT-OFFENDERS.
005430*
005440     MOVE SPACES TO IR-SECTION-LINE.
005450     MOVE 'REPEAT OFFENDERS (MORE THAN ONE INCIDENT OR NIGHT)'
005460         TO IR-SEC-TITLE.
005470     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
005480     WRITE REPORT-RECORD FROM IR-OFFENDER-HEADING
005490         AFTER ADVANCING 1 LINE.
005500     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
005510     ADD 1 TO IR-LINE-COUNT.
005520     MOVE 1 TO IR-KEY-SUB.
005530     PERFORM 5100-PRINT-ONE-OFFENDER THRU 5100-EXIT
005540         UNTIL IR-KEY-SUB > IR-KEY-USED.
005550     IF IR-REPEAT-COUNT = ZERO
005560         PERFORM 7400-WRITE-NONE-LINE THRU 7400-EXIT
005570     END-IF.
005580*
005590 5000-EXIT.
005600     EXIT.
005610*
005620 5100-PRINT-ONE-OFFENDER.
005630*
005640     IF IR-KEY-INCIDENTS (IR-KEY-SUB) < 2
005650         AND IR-KEY-NIGHTS (IR-KEY-SUB) < 2
005660         GO TO 5100-NEXT
005670     END-IF.
005680     ADD 1 TO IR-REPEAT-COUNT.
005690     MOVE IR-KEY-RUN-ID (IR-KEY-SUB) TO IR-OL-RUN-ID.
005700     MOVE IR-KEY-FILE-ID (IR-KEY-SUB) TO IR-OL-FILE-ID.
005710     MOVE IR-KEY-STATUS (IR-KEY-SUB) TO IR-OL-STATUS.
005720     MOVE IR-KEY-INCIDENTS (IR-KEY-SUB) TO IR-OL-INCIDENTS.
005730     MOVE IR-KEY-NIGHTS (IR-KEY-SUB) TO IR-OL-NIGHTS.
005740     MOVE IR-KEY-PRIOR (IR-KEY-SUB) TO IR-OL-PRIOR.
005750     IF IR-LINE-COUNT > 55
005760         PERFORM 7200-WRITE-PAGE-HEADING THRU 7200-EXIT
005770         WRITE REPORT-RECORD FROM IR-OFFENDER-HEADING
005780             AFTER ADVANCING 1 LINE
005790         PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT
005800         ADD 1 TO IR-LINE-COUNT
005810     END-IF.
005820     WRITE REPORT-RECORD FROM IR-OFFENDER-LINE
005830         AFTER ADVANCING 1 LINE.
005840     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
005850     ADD 1 TO IR-LINE-COUNT.
005860*
005870 5100-NEXT.
005880     ADD 1 TO IR-KEY-SUB.
005890*
005900 5100-EXIT.
005910     EXIT.
005920*
005930*****************************************************************
005940*    6000 - DAY NUMBER.  CONVERTS IR-DN-DATE TO A RUNNING DAY    *
005950*    COUNT (MARCH-BASED YEAR, SO THE LEAP DAY FALLS AT THE END)  *
005960*    THAT CAN BE SUBTRACTED TO GIVE DAYS BETWEEN TWO DATES.      *
005970*    EACH DIVISION IS A SEPARATE STATEMENT SO IT TRUNCATES.      *
005980*****************************************************************
005990*
006000 6000-DAY-NUMBER.
006010*
006020     IF IR-DN-MONTH < 3
006030         COMPUTE IR-DN-Y = IR-DN-YEAR - 1
006040         COMPUTE IR-DN-M = IR-DN-MONTH + 9
006050     ELSE
006060         MOVE IR-DN-YEAR TO IR-DN-Y
006070         COMPUTE IR-DN-M = IR-DN-MONTH - 3
006080     END-IF.
006090     COMPUTE IR-DN-DAYS = IR-DN-Y * 365 + IR-DN-DAY.
006100     COMPUTE IR-DN-TERM = IR-DN-Y / 4.
006110     ADD IR-DN-TERM TO IR-DN-DAYS.
006120     COMPUTE IR-DN-TERM = IR-DN-Y / 100.
006130     SUBTRACT IR-DN-TERM FROM IR-DN-DAYS.
006140     COMPUTE IR-DN-TERM = IR-DN-Y / 400.
006150     ADD IR-DN-TERM TO IR-DN-DAYS.
006160     COMPUTE IR-DN-TERM = (IR-DN-M * 153 + 2) / 5.
006170     ADD IR-DN-TERM TO IR-DN-DAYS.
006180*
006190 6000-EXIT.
006200     EXIT.
006210*
006220*****************************************************************
006230*    6100 - ELAPSED MINUTES FROM THE INCIDENT'S FIRST ALERT TO   *
006240*    IR-EL-TO-DATE / IR-EL-TO-TIME.  NEVER LESS THAN ZERO.       *
006250*****************************************************************
006260*
006270 6100-ELAPSED-MINUTES.
006280*
006290     MOVE INCD-OPENED-DATE TO IR-EL-FROM-DATE.
006300     MOVE INCD-OPENED-TIME TO IR-EL-FROM-TIME.
006310     MOVE IR-EL-FROM-DATE TO IR-DN-DATE-NUM.
006320     PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
006330     MOVE IR-DN-DAYS TO IR-EL-FROM-DAYS.
006340     MOVE IR-EL-TO-DATE TO IR-DN-DATE-NUM.
006350     PERFORM 6000-DAY-NUMBER THRU 6000-EXIT.
006360     DIVIDE IR-EL-FROM-TIME BY 100 GIVING IR-EL-HH
006370         REMAINDER IR-EL-MM.
006380     COMPUTE IR-EL-FROM-MINS = IR-EL-HH * 60 + IR-EL-MM.
006390     DIVIDE IR-EL-TO-TIME BY 100 GIVING IR-EL-HH
006400         REMAINDER IR-EL-MM.
006410     COMPUTE IR-EL-TO-MINS = IR-EL-HH * 60 + IR-EL-MM.
006420     COMPUTE IR-EL-MINUTES = (IR-DN-DAYS - IR-EL-FROM-DAYS) * 1440
006430         + IR-EL-TO-MINS - IR-EL-FROM-MINS.
006440     IF IR-EL-MINUTES < ZERO
006450         MOVE ZERO TO IR-EL-MINUTES
006460     END-IF.
006470*
006480 6100-EXIT.
006490     EXIT.
006500*
006510 7100-WRITE-SECTION-TITLE.
006520*
006530     IF IR-LINE-COUNT > 50
006540         PERFORM 7200-WRITE-PAGE-HEADING THRU 7200-EXIT
006550     END-IF.
006560     WRITE REPORT-RECORD FROM IR-SECTION-LINE
006570         AFTER ADVANCING 2 LINES.
006580     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
006590     ADD 2 TO IR-LINE-COUNT.
006600*
006610 7100-EXIT.
006620     EXIT.
006630*
006640 7200-WRITE-PAGE-HEADING.
006650*
006660     ADD 1 TO IR-PAGE-COUNT.
006670     MOVE IR-PAGE-COUNT TO IR-HDG-PAGE.
006680     WRITE REPORT-RECORD FROM IR-HEADING-1
006690         AFTER ADVANCING PAGE.
006700     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
006710     MOVE SPACES TO REPORT-RECORD.
006720     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
006730     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
006740     MOVE 2 TO IR-LINE-COUNT.
006750*
006760 7200-EXIT.
006770     EXIT.
006780*
006790 7300-WRITE-INCD-HEADING.
006800*
006810     WRITE REPORT-RECORD FROM IR-INCD-HEADING
006820         AFTER ADVANCING 1 LINE.
006830     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
006840     ADD 1 TO IR-LINE-COUNT.
006850*
006860 7300-EXIT.
006870     EXIT.
006880*
006890 7400-WRITE-NONE-LINE.
006900*
006910     MOVE SPACES TO IR-COUNT-LINE.
006920     MOVE 'NONE' TO IR-CNT-TITLE.
006930     WRITE REPORT-RECORD FROM IR-COUNT-LINE
006940         AFTER ADVANCING 1 LINE.
006950     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
006960     ADD 1 TO IR-LINE-COUNT.
006970*
006980 7400-EXIT.
006990     EXIT.
007000*
007010 7900-CHECK-REPORT-STATUS.
007020*
007030     IF NOT IR-RPT-FILE-OK
007040         MOVE 'RPTOUT' TO IR-ERROR-FILE-ID
007050         MOVE IR-RPT-FILE-STATUS TO IR-ERROR-STATUS
007060         GO TO 9999-ERROR-EXIT
007070     END-IF.
007080*
007090 7900-EXIT.
007100     EXIT.
007110*
007120 8000-WRITE-SUMMARY.
007130*
007140     MOVE SPACES TO IR-SECTION-LINE.
007150     MOVE 'MONTH SUMMARY' TO IR-SEC-TITLE.
007160     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
007170     MOVE SPACES TO IR-COUNT-LINE.
007180     MOVE 'INCIDENTS OPENED                   :' TO IR-CNT-TITLE.
007190     MOVE IR-MONTH-COUNT TO IR-CNT-VALUE.
007200     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007210     MOVE '  CRITICAL                         :' TO IR-CNT-TITLE.
007220     MOVE IR-CRITICAL-COUNT TO IR-CNT-VALUE.
007230     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007240     MOVE '  WARNING                          :' TO IR-CNT-TITLE.
007250     MOVE IR-WARNING-COUNT TO IR-CNT-VALUE.
007260     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007270     MOVE '  ACKNOWLEDGED                     :' TO IR-CNT-TITLE.
007280     MOVE IR-ACKED-COUNT TO IR-CNT-VALUE.
007290     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007300     MOVE '  RESOLVED                         :' TO IR-CNT-TITLE.
007310     MOVE IR-RESOLVED-COUNT TO IR-CNT-VALUE.
007320     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007330     MOVE '  STILL UNRESOLVED                 :' TO IR-CNT-TITLE.
007340     MOVE IR-OPEN-COUNT TO IR-CNT-VALUE.
007350     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007360     MOVE 'REPEAT OFFENDER KEYS               :' TO IR-CNT-TITLE.
007370     MOVE IR-REPEAT-COUNT TO IR-CNT-VALUE.
007380     PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT.
007390     MOVE SPACES TO IR-HOURS-LINE.
007400     MOVE ZERO TO IR-HOURS.
007410     IF IR-ACKED-COUNT > ZERO
007420         COMPUTE IR-HOURS ROUNDED =
007430             IR-ACK-TOTAL-MINS / IR-ACKED-COUNT / 60
007440     END-IF.
007450     MOVE 'AVERAGE HOURS TO ACKNOWLEDGE       :' TO IR-HRS-TITLE.
007460     PERFORM 8200-WRITE-HOURS-LINE THRU 8200-EXIT.
007470     COMPUTE IR-HOURS ROUNDED = IR-ACK-MAX-MINS / 60.
007480     MOVE 'LONGEST HOURS TO ACKNOWLEDGE       :' TO IR-HRS-TITLE.
007490     PERFORM 8200-WRITE-HOURS-LINE THRU 8200-EXIT.
007500     MOVE ZERO TO IR-HOURS.
007510     IF IR-RESOLVED-COUNT > ZERO
007520         COMPUTE IR-HOURS ROUNDED =
007530             IR-RES-TOTAL-MINS / IR-RESOLVED-COUNT / 60
007540     END-IF.
007550     MOVE 'AVERAGE HOURS TO RESOLVE           :' TO IR-HRS-TITLE.
007560     PERFORM 8200-WRITE-HOURS-LINE THRU 8200-EXIT.
007570     COMPUTE IR-HOURS ROUNDED = IR-RES-MAX-MINS / 60.
007580     MOVE 'LONGEST HOURS TO RESOLVE           :' TO IR-HRS-TITLE.
007590     PERFORM 8200-WRITE-HOURS-LINE THRU 8200-EXIT.
007600     DISPLAY 'INCDRPT - INCIDENTS READ   ' IR-INCDS-READ
007610         UPON CONSOLE-DEVICE.
007620     DISPLAY 'INCDRPT - OPENED IN MONTH  ' IR-MONTH-COUNT
007630         UPON CONSOLE-DEVICE.
007640*
007650 8000-EXIT.
007660     EXIT.
007670*
007680 8100-WRITE-COUNT-LINE.
007690*
007700     WRITE REPORT-RECORD FROM IR-COUNT-LINE
007710         AFTER ADVANCING 1 LINE.
007720     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
007730*
007740 8100-EXIT.
007750     EXIT.
007760*
007770 8200-WRITE-HOURS-LINE.
007780*
007790     MOVE IR-HOURS TO IR-HRS-VALUE.
007800     WRITE REPORT-RECORD FROM IR-HOURS-LINE
007810         AFTER ADVANCING 1 LINE.
007820     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
007830*
007840 8200-EXIT.
007850     EXIT.
007860*
007870 9999-ERROR-EXIT.
007880*
007890     MOVE 16 TO IR-RETURN-CODE.
007900     DISPLAY 'INCDRPT ABEND - ' IR-ERROR-FILE-ID
007910         ' FILE STATUS ' IR-ERROR-STATUS
007920         UPON CONSOLE-DEVICE.
007930*
007940 9900-PROGRAM-EXIT.
007950*
007960     MOVE IR-RETURN-CODE TO RETURN-CODE.
007970     GOBACK.
007980*
007990 END PROGRAM INCDRPT.
