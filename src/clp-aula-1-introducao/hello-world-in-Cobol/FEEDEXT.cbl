000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FEEDEXT.
000030 AUTHOR. J. HARRISON.
000040 INSTALLATION. DATA PROCESSING DEPT.
000050 DATE-WRITTEN. 07/29/2024.
000060 DATE-COMPILED.
000070*
000080*    NIGHTLY DELIMITED EXTRACT FEEDS FOR THE SERVICE DESK.  THE
000090*    SERVICE-MANAGEMENT SYSTEM CANNOT READ OUR FIXED RECORDS OR
000100*    OUR PRINTED REPORTS, SO RUN FAILURES AND SLA WARNINGS WERE
000110*    BEING RETYPED INTO IT EVERY MORNING.  THIS PROGRAM WRITES
000120*    ONE PIPE-DELIMITED FILE PER FEED:
000130*      RUNSTAT   - ONE LINE PER EXECUTION ON THE RUN HISTORY FOR
000140*                  THE BUSINESS DATE               (DD FEEDRUN)
000150*      ALERTS    - ONE LINE PER ALERT ON THE ALERT FILE, WHICH
000160*                  HOLDS THE ALERTS SINCE ALERTMON LAST CLEARED
000170*                  IT, SO THIS JOB MUST RUN BEFORE ALERTMON
000180*                                                  (DD FEEDALRT)
000190*      AUDITRUN  - ONE LINE PER RUN ON THE AUDIT LOG FOR THE
000200*                  BUSINESS DATE, SUMMARIZING ITS AUDIT RECORDS
000210*                                                  (DD FEEDAUD)
000220*
000230*    EVERY FILE OPENS WITH A HEADER AND CLOSES WITH A TRAILER
000240*    THE RECEIVING SIDE BALANCES AGAINST:
000250*      H|FEED|BUSINESS DATE|CREATED YYYYMMDDHHMMSS
000260*      D|...DETAIL FIELDS...
000270*      T|FEED|DETAIL COUNT|CONTROL TOTAL|...
000280*    TEXT FIELDS ARE TRIMMED AND ANY '|' IN THEM IS SENT AS '/'.
000290*    NUMBERS ARE SENT ZERO-FILLED AT THEIR FULL WIDTH.
000300*
000310*    RESTART:  EACH FEED WRITTEN APPENDS A RESTART-LEDGER RECORD
000320*    (STEP ID 'FEEDEXT', PHASE = FEED NAME, BUSINESS DATE).  A
000328*    FEED ALREADY LEDGERED FOR THE BUSINESS DATE IS NOT SENT
000336*    AGAIN ON A RERUN -- ITS FILE CARRIES ONLY A HEADER AND A
000344*    TRAILER WITH A ZERO COUNT -- UNLESS THE PARM CARD ASKS FOR
000352*    IT TO BE RESENT.
000360*
000370*    FEEDPARM CARD LAYOUT:
000380*      COLS  1-8   BUSINESS DATE, YYYYMMDD (BLANK = TODAY)
000390*      COLS  9-16  FEED TO RESEND EVEN IF ALREADY SENT: RUNSTAT,
000400*                  ALERTS, AUDITRUN OR ALL (BLANK = NONE)
000410*
000420*    RETURN CODES:  0 ALL FEEDS WRITTEN, 4 ONE OR MORE FEEDS
000430*    ALREADY SENT AND SKIPPED, 16 FILE ERROR OR BAD PARM CARD.
000440*
000450*    MODIFICATION HISTORY.
000460*    DATE       INIT   DESCRIPTION
000470*    ---------  -----  ------------------------------------------
000480*    07/29/24   JH     ORIGINAL PROGRAM.
000482*    08/19/24   JH     A FEED ALREADY SENT NOW GETS A HEADER AND
000484*                      A ZERO-COUNT TRAILER INSTEAD OF AN
000486*                      UNWRITTEN FILE.  THE PARM CARD BUSINESS
000488*                      DATE IS NOW CHECKED AS A CALENDAR DATE.
000490*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SPECIAL-NAMES.
000530     CONSOLE IS CONSOLE-DEVICE.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT FEED-PARM-FILE ASSIGN TO FEEDPARM
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS FX-PARM-FILE-STATUS.
000590     SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO CHKPT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS FX-CHKPT-FILE-STATUS.
000620     SELECT RUN-STAT-FILE ASSIGN TO RUNSTAT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS FX-STAT-FILE-STATUS.
000650     SELECT ALERT-FILE ASSIGN TO ALERTFIL
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS FX-ALERT-FILE-STATUS.
000680     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS FX-AUDIT-FILE-STATUS.
000710     SELECT FEED-RUN-FILE ASSIGN TO FEEDRUN
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS FX-FRUN-FILE-STATUS.
000740     SELECT FEED-ALERT-FILE ASSIGN TO FEEDALRT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS FX-FALR-FILE-STATUS.
000770     SELECT FEED-AUDIT-FILE ASSIGN TO FEEDAUD
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS FX-FAUD-FILE-STATUS.
000800*
000810 DATA DIVISION.
000820 FILE SECTION.
000830*
000840 FD  FEED-PARM-FILE
000850     RECORDING MODE IS F
000860     RECORD CONTAINS 80 CHARACTERS.
000870 01  FEED-PARM-RECORD.
000880     05  FPARM-BUSINESS-DATE         PIC X(08).
000890     05  FPARM-RESEND                PIC X(08).
000900     05  FILLER                      PIC X(64).
000910*
000920 FD  CHECKPOINT-FILE
000930     RECORDING MODE IS F
000940     RECORD CONTAINS 80 CHARACTERS.
000950*
000960     COPY CHKPTLG.
000970*
000980 FD  RUN-STAT-FILE
000990     RECORDING MODE IS F
001000     RECORD CONTAINS 80 CHARACTERS.
001010*
001020     COPY RUNSTAT.
001030*
001040 FD  ALERT-FILE
001050     RECORDING MODE IS F
001060     RECORD CONTAINS 80 CHARACTERS.
001070*
001080     COPY ALERTRC.
001090*
001100 FD  AUDIT-LOG-FILE
001110     RECORDING MODE IS F
001120     RECORD CONTAINS 80 CHARACTERS.
001130*
001140     COPY AUDITLG.
001150*
001160 FD  FEED-RUN-FILE
001170     RECORDING MODE IS F
001180     RECORD CONTAINS 200 CHARACTERS.
001190 01  FEED-RUN-RECORD                 PIC X(200).
001200*
001210 FD  FEED-ALERT-FILE
001220     RECORDING MODE IS F
001230     RECORD CONTAINS 200 CHARACTERS.
001240 01  FEED-ALERT-RECORD               PIC X(200).
001250*
001260 FD  FEED-AUDIT-FILE
001270     RECORDING MODE IS F
001280     RECORD CONTAINS 200 CHARACTERS.
001290 01  FEED-AUDIT-RECORD               PIC X(200).
001300*
001310 WORKING-STORAGE SECTION.
001320*
001330 01  FX-PARM-FILE-STATUS             PIC X(02)  VALUE '00'.
001340     88  FX-PARM-FILE-OK                        VALUE '00'.
001350*
001360 01  FX-CHKPT-FILE-STATUS            PIC X(02)  VALUE '00'.
001370     88  FX-CHKPT-FILE-OK                       VALUE '00'.
001380     88  FX-CHKPT-FILE-NOT-FOUND                VALUE '05'.
001390*
001400 01  FX-STAT-FILE-STATUS             PIC X(02)  VALUE '00'.
001410     88  FX-STAT-FILE-OK                        VALUE '00'.
001420     88  FX-STAT-FILE-EOF                       VALUE '10'.
001430*
001440 01  FX-ALERT-FILE-STATUS            PIC X(02)  VALUE '00'.
001450     88  FX-ALERT-FILE-OK                       VALUE '00'.
001460     88  FX-ALERT-FILE-EOF                      VALUE '10'.
001470*
001480 01  FX-AUDIT-FILE-STATUS            PIC X(02)  VALUE '00'.
001490     88  FX-AUDIT-FILE-OK                       VALUE '00'.
001500     88  FX-AUDIT-FILE-EOF                      VALUE '10'.
001510*
001520 01  FX-FRUN-FILE-STATUS             PIC X(02)  VALUE '00'.
001530     88  FX-FRUN-FILE-OK                        VALUE '00'.
001540*
001550 01  FX-FALR-FILE-STATUS             PIC X(02)  VALUE '00'.
001560     88  FX-FALR-FILE-OK                        VALUE '00'.
001570*
001580 01  FX-FAUD-FILE-STATUS             PIC X(02)  VALUE '00'.
001590     88  FX-FAUD-FILE-OK                        VALUE '00'.
001600*
001610 01  FX-CHKPT-EOF-SW                 PIC X(01)  VALUE 'N'.
001620     88  FX-CHKPT-EOF                           VALUE 'Y'.
001630*
001640 01  FX-STAT-EOF-SW                  PIC X(01)  VALUE 'N'.
001650     88  FX-STAT-EOF                            VALUE 'Y'.
001660*
001670 01  FX-ALERT-EOF-SW                 PIC X(01)  VALUE 'N'.
001680     88  FX-ALERT-EOF                           VALUE 'Y'.
001690*
001700 01  FX-AUDIT-EOF-SW                 PIC X(01)  VALUE 'N'.
001710     88  FX-AUDIT-EOF                           VALUE 'Y'.
001720*
001730*    ONE 'SENT' SWITCH PER FEED, SET FROM THE RESTART LEDGER.
001740*
001750 01  FX-RUN-SENT-SW                  PIC X(01)  VALUE 'N'.
001760     88  FX-RUN-SENT                            VALUE 'Y'.
001770*
001780 01  FX-ALERT-SENT-SW                PIC X(01)  VALUE 'N'.
001790     88  FX-ALERT-SENT                          VALUE 'Y'.
001800*
001810 01  FX-AUDIT-SENT-SW                PIC X(01)  VALUE 'N'.
001820     88  FX-AUDIT-SENT                          VALUE 'Y'.
001830*
001840 01  FX-RESEND                       PIC X(08)  VALUE SPACES.
001850     88  FX-RESEND-NONE                         VALUE SPACES.
001860     88  FX-RESEND-RUN                          VALUE 'RUNSTAT'
001870                                                      'ALL'.
001880     88  FX-RESEND-ALERT                        VALUE 'ALERTS'
001890                                                      'ALL'.
001900     88  FX-RESEND-AUDIT                        VALUE 'AUDITRUN'
001910                                                      'ALL'.
001920*
001930 01  FX-RUN-DATE                     PIC 9(08)  VALUE ZERO.
001940 01  FX-RUN-TIME                     PIC 9(08)  VALUE ZERO.
001950 01  FX-BUSINESS-DATE                PIC 9(08)  VALUE ZERO.
001960*
001961 01  FX-CHECK-DATE.
001962     05  FX-CHECK-YEAR               PIC 9(04).
001963     05  FX-CHECK-MONTH              PIC 9(02).
001964     05  FX-CHECK-DAY                PIC 9(02).
001965*
001966 01  FX-MONTH-DAYS-DEF               PIC X(24)  VALUE
001967     '312931303130313130313031'.
001968 01  FX-MONTH-DAYS REDEFINES FX-MONTH-DAYS-DEF.
001969     05  FX-DAYS-IN-MONTH OCCURS 12 TIMES
001970                                     PIC 9(02).
001971 01  FX-MONTH-LIMIT                  PIC 9(02)  COMP VALUE ZERO.
001972 01  FX-LEAP-QUOT                    PIC 9(04)  COMP VALUE ZERO.
001973 01  FX-LEAP-REM                     PIC 9(04)  COMP VALUE ZERO.
001974*
001975 01  FX-TIMESTAMP.
001980     05  FX-TS-DATE                  PIC 9(08).
001990     05  FX-TS-TIME                  PIC 9(06).
002000*
002010 01  FX-FEED-NAME                    PIC X(08)  VALUE SPACES.
002020*
002030*    DELIMITED-LINE BUILD AREA.  6100 APPENDS FX-FIELD, TRIMMED
002040*    OF TRAILING SPACES, TO FX-OUT-LINE BEHIND A '|'.
002050*
002060 01  FX-OUT-LINE                     PIC X(200) VALUE SPACES.
002070 01  FX-OUT-PTR                      PIC 9(03)  COMP VALUE ZERO.
002080 01  FX-FIELD                        PIC X(40)  VALUE SPACES.
002090 01  FX-FIELD-LEN                    PIC 9(02)  COMP VALUE ZERO.
002100 01  FX-FIELD-END-SW                 PIC X(01)  VALUE 'N'.
002110     88  FX-FIELD-END                           VALUE 'Y'.
002120*
002130*    PER-RUN AUDIT SUMMARY.  ONE EXECUTION WRITES ITS AUDIT
002140*    RECORDS TOGETHER, ALL STAMPED WITH THE SAME DATE, START
002150*    TIME AND RUN ID, SO A CHANGE OF THAT KEY ENDS A RUN.
002160*
002170 01  FX-RUN-OPEN-SW                  PIC X(01)  VALUE 'N'.
002180     88  FX-RUN-OPEN                            VALUE 'Y'.
002190*
002200 01  FX-RUN-KEY.
002210     05  FX-RUN-KEY-DATE             PIC 9(08).
002220     05  FX-RUN-KEY-TIME             PIC 9(08).
002230     05  FX-RUN-KEY-ID               PIC X(08).
002240 01  FX-NEW-KEY.
002250     05  FX-NEW-KEY-DATE             PIC 9(08).
002260     05  FX-NEW-KEY-TIME             PIC 9(08).
002270     05  FX-NEW-KEY-ID               PIC X(08).
002280 01  FX-RUN-OPERATOR                 PIC X(08)  VALUE SPACES.
002290 01  FX-RUN-RECORDS                  PIC 9(05)  VALUE ZERO.
002300 01  FX-RUN-MESSAGES                 PIC 9(05)  VALUE ZERO.
002310 01  FX-RUN-CATCH-UP                 PIC 9(05)  VALUE ZERO.
002320 01  FX-RUN-CAL-SKIPS                PIC 9(05)  VALUE ZERO.
002330 01  FX-RUN-MAX-RC                   PIC 9(04)  VALUE ZERO.
002340 01  FX-RUN-RERUN-FLAG               PIC X(01)  VALUE 'N'.
002350*
002360*    DETAIL COUNTS AND CONTROL TOTALS FOR THE TRAILERS.
002370*
002380 01  FX-DETAIL-COUNT                 PIC 9(07)  VALUE ZERO.
002390 01  FX-TOTAL-1                      PIC 9(09)  VALUE ZERO.
002400 01  FX-TOTAL-2                      PIC 9(09)  VALUE ZERO.
002410 01  FX-TOTAL-3                      PIC 9(09)  VALUE ZERO.
002420 01  FX-TOTAL-4                      PIC 9(09)  VALUE ZERO.
002430*
002440 01  FX-FEEDS-WRITTEN                PIC 9(03)  COMP VALUE ZERO.
002450 01  FX-FEEDS-SKIPPED                PIC 9(03)  COMP VALUE ZERO.
002460*
002470 01  FX-RETURN-CODE                  PIC 9(04)  COMP VALUE ZERO.
002480*
002490 01  FX-ERROR-FILE-ID                PIC X(08)  VALUE SPACES.
002500*
002510 01  FX-ERROR-STATUS                 PIC X(02)  VALUE SPACES.
002520*
002530 PROCEDURE DIVISION.
002540*
002550 0000-MAINLINE.
002560*
002570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002580     PERFORM 1500-LOAD-LEDGER THRU 1500-EXIT.
002590     PERFORM 2000-RUNSTAT-FEED THRU 2000-EXIT.
002600     PERFORM 3000-ALERT-FEED THRU 3000-EXIT.
002610     PERFORM 4000-AUDIT-RUN-FEED THRU 4000-EXIT.
002620     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002630     IF FX-FEEDS-SKIPPED > ZERO
002640         MOVE 4 TO FX-RETURN-CODE
002650     END-IF.
002660     GO TO 9900-PROGRAM-EXIT.
002670*
002680 1000-INITIALIZE.
002690*
002700     ACCEPT FX-RUN-DATE FROM DATE YYYYMMDD.
002710     ACCEPT FX-RUN-TIME FROM TIME.
002720     MOVE FX-RUN-DATE TO FX-TS-DATE.
002730     MOVE FX-RUN-TIME (1:6) TO FX-TS-TIME.
002740     OPEN INPUT FEED-PARM-FILE.
002750     IF NOT FX-PARM-FILE-OK
002760         MOVE 'FEEDPARM' TO FX-ERROR-FILE-ID
002770         MOVE FX-PARM-FILE-STATUS TO FX-ERROR-STATUS
002780         GO TO 9999-ERROR-EXIT
002790     END-IF.
002800     READ FEED-PARM-FILE
002810         AT END
002820             MOVE SPACES TO FEED-PARM-RECORD
002830     END-READ.
002840     CLOSE FEED-PARM-FILE.
002850     IF FPARM-BUSINESS-DATE = SPACES
002860         MOVE FX-RUN-DATE TO FX-BUSINESS-DATE
002870     ELSE
002880         IF FPARM-BUSINESS-DATE NOT NUMERIC
002890             DISPLAY 'FEEDEXT - BUSINESS DATE NOT NUMERIC: '
002900                 FPARM-BUSINESS-DATE UPON CONSOLE-DEVICE
002910             MOVE 'FEEDPARM' TO FX-ERROR-FILE-ID
002920             MOVE FX-PARM-FILE-STATUS TO FX-ERROR-STATUS
002930             GO TO 9999-ERROR-EXIT
002940         END-IF
002950         MOVE FPARM-BUSINESS-DATE TO FX-BUSINESS-DATE
002951         MOVE FX-BUSINESS-DATE TO FX-CHECK-DATE
002952         PERFORM 1050-SET-MONTH-LIMIT THRU 1050-EXIT
002953         IF FX-CHECK-DAY < 1 OR FX-CHECK-DAY > FX-MONTH-LIMIT
002954             DISPLAY 'FEEDEXT - BUSINESS DATE INVALID: '
002955                 FPARM-BUSINESS-DATE UPON CONSOLE-DEVICE
002956             MOVE 'FEEDPARM' TO FX-ERROR-FILE-ID
002957             MOVE FX-PARM-FILE-STATUS TO FX-ERROR-STATUS
002958             GO TO 9999-ERROR-EXIT
002959         END-IF
002960     END-IF.
002970     MOVE FPARM-RESEND TO FX-RESEND.
002980     IF NOT FX-RESEND-NONE AND NOT FX-RESEND-RUN
002990         AND NOT FX-RESEND-ALERT AND NOT FX-RESEND-AUDIT
003000         DISPLAY 'FEEDEXT - UNKNOWN FEED TO RESEND: '
003010             FPARM-RESEND UPON CONSOLE-DEVICE
003020         MOVE 'FEEDPARM' TO FX-ERROR-FILE-ID
003030         MOVE FX-PARM-FILE-STATUS TO FX-ERROR-STATUS
003040         GO TO 9999-ERROR-EXIT
003050     END-IF.
003060     DISPLAY 'FEEDEXT - BUSINESS DATE ' FX-BUSINESS-DATE
003070         UPON CONSOLE-DEVICE.
003080     IF NOT FX-RESEND-NONE
003090         DISPLAY 'FEEDEXT - RESEND REQUESTED FOR ' FX-RESEND
003100             UPON CONSOLE-DEVICE
003110     END-IF.
003120*
003130 1000-EXIT.
003131     EXIT.
003132*
003133 1050-SET-MONTH-LIMIT.
003134*
003135     MOVE ZERO TO FX-MONTH-LIMIT.
003136     IF FX-CHECK-MONTH < 1 OR FX-CHECK-MONTH > 12
003137         GO TO 1050-EXIT
003138     END-IF.
003139     MOVE FX-DAYS-IN-MONTH (FX-CHECK-MONTH) TO FX-MONTH-LIMIT.
003140     IF FX-CHECK-MONTH NOT = 2
003141         GO TO 1050-EXIT
003142     END-IF.
003143     DIVIDE FX-CHECK-YEAR BY 4 GIVING FX-LEAP-QUOT
003144         REMAINDER FX-LEAP-REM.
003145     IF FX-LEAP-REM NOT = ZERO
003146         MOVE 28 TO FX-MONTH-LIMIT
003147         GO TO 1050-EXIT
003148     END-IF.
003149     DIVIDE FX-CHECK-YEAR BY 100 GIVING FX-LEAP-QUOT
003150         REMAINDER FX-LEAP-REM.
003151     IF FX-LEAP-REM NOT = ZERO
003152         GO TO 1050-EXIT
003153     END-IF.
003154     DIVIDE FX-CHECK-YEAR BY 400 GIVING FX-LEAP-QUOT
003155         REMAINDER FX-LEAP-REM.
003156     IF FX-LEAP-REM NOT = ZERO
003157         MOVE 28 TO FX-MONTH-LIMIT
003158     END-IF.
003159*
003160 1050-EXIT.
003161     EXIT.
003162*
003163*****************************************************************
003170*    1500 BLOCK - RESTART LEDGER.  A FEED LEDGERED COMPLETE FOR  *
003180*    THE BUSINESS DATE HAS ALREADY BEEN SENT.                    *
003190*****************************************************************
003200*
003210 1500-LOAD-LEDGER.
003220*
003230     OPEN INPUT CHECKPOINT-FILE.
003240     IF FX-CHKPT-FILE-NOT-FOUND
003250         CLOSE CHECKPOINT-FILE
003260         GO TO 1500-EXIT
003270     END-IF.
003280     IF NOT FX-CHKPT-FILE-OK
003290         MOVE 'CHKPT' TO FX-ERROR-FILE-ID
003300         MOVE FX-CHKPT-FILE-STATUS TO FX-ERROR-STATUS
003310         GO TO 9999-ERROR-EXIT
003320     END-IF.
003330     PERFORM 1550-READ-LEDGER-RECORD THRU 1550-EXIT
003340         UNTIL FX-CHKPT-EOF.
003350     CLOSE CHECKPOINT-FILE.
003360*
003370 1500-EXIT.
003380     EXIT.
003390*
003400 1550-READ-LEDGER-RECORD.
003410*
003420     READ CHECKPOINT-FILE
003430         AT END
003440             SET FX-CHKPT-EOF TO TRUE
003450             GO TO 1550-EXIT
003460     END-READ.
003470     IF NOT FX-CHKPT-FILE-OK
003480         MOVE 'CHKPT' TO FX-ERROR-FILE-ID
003490         MOVE FX-CHKPT-FILE-STATUS TO FX-ERROR-STATUS
003500         GO TO 9999-ERROR-EXIT
003510     END-IF.
003520     IF CHECKPOINT-STEP-ID NOT = 'FEEDEXT'
003530         OR CHECKPOINT-DATE NOT = FX-BUSINESS-DATE
003540         OR NOT CHECKPOINT-COMPLETE
003550         GO TO 1550-EXIT
003560     END-IF.
003570     IF CHECKPOINT-PHASE-FEED-RUN
003580         SET FX-RUN-SENT TO TRUE
003590     END-IF.
003600     IF CHECKPOINT-PHASE-FEED-ALERT
003610         SET FX-ALERT-SENT TO TRUE
003620     END-IF.
003630     IF CHECKPOINT-PHASE-FEED-AUDIT
003640         SET FX-AUDIT-SENT TO TRUE
003650     END-IF.
003660*
003670 1550-EXIT.
003680     EXIT.
003690*
003700*****************************************************************
003710*    2000 BLOCK - RUNSTAT FEED.  ONE LINE PER EXECUTION DATED    *
003720*    THE BUSINESS DATE.  TRAILER TOTALS: RECORDS READ, RECORDS   *
003730*    WRITTEN, ELAPSED HUNDREDTHS, EXECUTIONS WITH A NON-ZERO RC. *
003740*****************************************************************
003750*
003760 2000-RUNSTAT-FEED.
003770*
003780     MOVE 'RUNSTAT' TO FX-FEED-NAME.
003790     IF FX-RUN-SENT AND NOT FX-RESEND-RUN
003800         PERFORM 7500-SKIP-FEED THRU 7500-EXIT
003805         PERFORM 2950-EMPTY-RUN-FEED THRU 2950-EXIT
003810         GO TO 2000-EXIT
003820     END-IF.
003830     OPEN INPUT RUN-STAT-FILE.
003840     IF NOT FX-STAT-FILE-OK
003850         MOVE 'RUNSTAT' TO FX-ERROR-FILE-ID
003860         MOVE FX-STAT-FILE-STATUS TO FX-ERROR-STATUS
003870         GO TO 9999-ERROR-EXIT
003880     END-IF.
003890     OPEN OUTPUT FEED-RUN-FILE.
003900     IF NOT FX-FRUN-FILE-OK
003910         MOVE 'FEEDRUN' TO FX-ERROR-FILE-ID
003920         MOVE FX-FRUN-FILE-STATUS TO FX-ERROR-STATUS
003930         GO TO 9999-ERROR-EXIT
003940     END-IF.
003950     PERFORM 6500-BUILD-HEADER THRU 6500-EXIT.
003960     PERFORM 2900-WRITE-RUN-LINE THRU 2900-EXIT.
003970     PERFORM 2100-READ-RUNSTAT THRU 2100-EXIT.
003980     PERFORM 2200-EXTRACT-RUNSTAT THRU 2200-EXIT
003990         UNTIL FX-STAT-EOF.
004000     PERFORM 6600-BUILD-TRAILER THRU 6600-EXIT.
004010     PERFORM 2900-WRITE-RUN-LINE THRU 2900-EXIT.
004020     CLOSE RUN-STAT-FILE.
004030     CLOSE FEED-RUN-FILE.
004040     PERFORM 7000-WRITE-LEDGER THRU 7000-EXIT.
004050*
004060 2000-EXIT.
004070     EXIT.
004080*
004090 2100-READ-RUNSTAT.
004100*
004110     READ RUN-STAT-FILE
004120         AT END
004130             SET FX-STAT-EOF TO TRUE
004140     END-READ.
004150     IF NOT FX-STAT-FILE-OK AND NOT FX-STAT-FILE-EOF
004160         MOVE 'RUNSTAT' TO FX-ERROR-FILE-ID
004170         MOVE FX-STAT-FILE-STATUS TO FX-ERROR-STATUS
004180         GO TO 9999-ERROR-EXIT
004190     END-IF.
004200*
004210 2100-EXIT.
004220     EXIT.
004230*
004240 2200-EXTRACT-RUNSTAT.
004250*
004260     IF RUN-STAT-DATE NOT = FX-BUSINESS-DATE
004270         GO TO 2200-NEXT
004280     END-IF.
004290     PERFORM 6000-START-LINE THRU 6000-EXIT.
004300     MOVE 'D' TO FX-FIELD.
004310     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
004320     MOVE RUN-STAT-RUN-ID TO FX-FIELD.
004330     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
004340     MOVE RUN-STAT-DATE TO FX-FIELD.
004350     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
004360     MOVE RUN-STAT-SHIFT TO FX-FIELD.
004370     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
004380     MOVE RUN-STAT-START-TIME TO FX-FIELD.
004390     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
004400     MOVE RUN-STAT-END-TIME TO FX-FIELD.
004410     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
004420     MOVE RUN-STAT-ELAPSED-HUNDS TO FX-FIELD.
004430     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
004440     MOVE RUN-STAT-RECORDS-READ TO FX-FIELD.
004450     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
004460     MOVE RUN-STAT-RECORDS-WRITTEN TO FX-FIELD.
004470     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
004480     MOVE RUN-STAT-RETURN-CODE TO FX-FIELD.
004490     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
004500     MOVE RUN-STAT-PROCESS-DATE TO FX-FIELD.
004510     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
004520     IF RUN-STAT-LATE-RERUN
004530         MOVE 'Y' TO FX-FIELD
004540     ELSE
004550         MOVE 'N' TO FX-FIELD
004560     END-IF.
004570     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
004580     PERFORM 2900-WRITE-RUN-LINE THRU 2900-EXIT.
004590     ADD 1 TO FX-DETAIL-COUNT.
004600     ADD RUN-STAT-RECORDS-READ TO FX-TOTAL-1.
004610     ADD RUN-STAT-RECORDS-WRITTEN TO FX-TOTAL-2.
004620     ADD RUN-STAT-ELAPSED-HUNDS TO FX-TOTAL-3.
004630     IF RUN-STAT-RETURN-CODE NOT = ZERO
004640         ADD 1 TO FX-TOTAL-4
004650     END-IF.
004660*
004670 2200-NEXT.
004680     PERFORM 2100-READ-RUNSTAT THRU 2100-EXIT.
004690*
004700 2200-EXIT.
004710     EXIT.
004720*
004730 2900-WRITE-RUN-LINE.
004740*
004750     WRITE FEED-RUN-RECORD FROM FX-OUT-LINE.
004760     IF NOT FX-FRUN-FILE-OK
004770         MOVE 'FEEDRUN' TO FX-ERROR-FILE-ID
004780         MOVE FX-FRUN-FILE-STATUS TO FX-ERROR-STATUS
004790         GO TO 9999-ERROR-EXIT
004800     END-IF.
004810*
004820 2900-EXIT.
004830     EXIT.
004840*
004841*    A FEED ALREADY SENT STILL GETS A NEW FILE: A HEADER AND A
004842*    TRAILER WITH A ZERO COUNT, SO THE RECEIVING SIDE BALANCES.
004843*
004844 2950-EMPTY-RUN-FEED.
004845*
004846     OPEN OUTPUT FEED-RUN-FILE.
004847     IF NOT FX-FRUN-FILE-OK
004848         MOVE 'FEEDRUN' TO FX-ERROR-FILE-ID
004849         MOVE FX-FRUN-FILE-STATUS TO FX-ERROR-STATUS
004850         GO TO 9999-ERROR-EXIT
004851     END-IF.
004852     PERFORM 6500-BUILD-HEADER THRU 6500-EXIT.
004853     PERFORM 2900-WRITE-RUN-LINE THRU 2900-EXIT.
004854     PERFORM 6600-BUILD-TRAILER THRU 6600-EXIT.
004855     PERFORM 2900-WRITE-RUN-LINE THRU 2900-EXIT.
004856     CLOSE FEED-RUN-FILE.
004857*
004858 2950-EXIT.
004859     EXIT.
004860*
004861*****************************************************************
004862*    3000 BLOCK - ALERT FEED.  EVERY ALERT ON THE FILE.  TRAILER *
004870*    TOTALS: CRITICAL ALERTS, WARNINGS.                          *
004880*****************************************************************
004890*
004900 3000-ALERT-FEED.
004910*
004920     MOVE 'ALERTS' TO FX-FEED-NAME.
004930     IF FX-ALERT-SENT AND NOT FX-RESEND-ALERT
004940         PERFORM 7500-SKIP-FEED THRU 7500-EXIT
004945         PERFORM 3950-EMPTY-ALERT-FEED THRU 3950-EXIT
004950         GO TO 3000-EXIT
004960     END-IF.
004970     OPEN INPUT ALERT-FILE.
004980     IF NOT FX-ALERT-FILE-OK
004990         MOVE 'ALERTFIL' TO FX-ERROR-FILE-ID
005000         MOVE FX-ALERT-FILE-STATUS TO FX-ERROR-STATUS
005010         GO TO 9999-ERROR-EXIT
005020     END-IF.
005030     OPEN OUTPUT FEED-ALERT-FILE.
005040     IF NOT FX-FALR-FILE-OK
005050         MOVE 'FEEDALRT' TO FX-ERROR-FILE-ID
005060         MOVE FX-FALR-FILE-STATUS TO FX-ERROR-STATUS
005070         GO TO 9999-ERROR-EXIT
005080     END-IF.
005090     PERFORM 6500-BUILD-HEADER THRU 6500-EXIT.
005100     PERFORM 3900-WRITE-ALERT-LINE THRU 3900-EXIT.
005110     PERFORM 3100-READ-ALERT THRU 3100-EXIT.
005120     PERFORM 3200-EXTRACT-ALERT THRU 3200-EXIT
005130         UNTIL FX-ALERT-EOF.
005140     PERFORM 6600-BUILD-TRAILER THRU 6600-EXIT.
005150     PERFORM 3900-WRITE-ALERT-LINE THRU 3900-EXIT.
005160     CLOSE ALERT-FILE.
005170     CLOSE FEED-ALERT-FILE.
005180     PERFORM 7000-WRITE-LEDGER THRU 7000-EXIT.
005190*
005200 3000-EXIT.
005210     EXIT.
005220*
005230 3100-READ-ALERT.
005240*
005250     READ ALERT-FILE
005260         AT END
005270             SET FX-ALERT-EOF TO TRUE
005280     END-READ.
005290     IF NOT FX-ALERT-FILE-OK AND NOT FX-ALERT-FILE-EOF
005300         MOVE 'ALERTFIL' TO FX-ERROR-FILE-ID
005310         MOVE FX-ALERT-FILE-STATUS TO FX-ERROR-STATUS
005320         GO TO 9999-ERROR-EXIT
005330     END-IF.
005340*
005350 3100-EXIT.
005360     EXIT.
005370*
005380 3200-EXTRACT-ALERT.
005390*
005400     PERFORM 6000-START-LINE THRU 6000-EXIT.
005410     MOVE 'D' TO FX-FIELD.
005420     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
005430     MOVE ALERT-DATE TO FX-FIELD.
005440     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
005450     MOVE ALERT-TIME TO FX-FIELD.
005460     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
005470     MOVE ALERT-RUN-ID TO FX-FIELD.
005480     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
005490     MOVE ALERT-FILE-ID TO FX-FIELD.
005500     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
005510     MOVE ALERT-FILE-STATUS TO FX-FIELD.
005520     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
005530     IF ALERT-CRITICAL
005540         MOVE 'CRITICAL' TO FX-FIELD
005550         ADD 1 TO FX-TOTAL-1
005560     ELSE
005570         IF ALERT-WARNING
005580             MOVE 'WARNING' TO FX-FIELD
005590             ADD 1 TO FX-TOTAL-2
005600         ELSE
005610             MOVE ALERT-SEVERITY TO FX-FIELD
005620         END-IF
005630     END-IF.
005640     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
005650     MOVE ALERT-MESSAGE TO FX-FIELD.
005660     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
005670     PERFORM 3900-WRITE-ALERT-LINE THRU 3900-EXIT.
005680     ADD 1 TO FX-DETAIL-COUNT.
005690     PERFORM 3100-READ-ALERT THRU 3100-EXIT.
005700*
005710 3200-EXIT.
005720     EXIT.
005730*
005740 3900-WRITE-ALERT-LINE.
005750*
005760     WRITE FEED-ALERT-RECORD FROM FX-OUT-LINE.
005770     IF NOT FX-FALR-FILE-OK
005780         MOVE 'FEEDALRT' TO FX-ERROR-FILE-ID
005790         MOVE FX-FALR-FILE-STATUS TO FX-ERROR-STATUS
005800         GO TO 9999-ERROR-EXIT
005810     END-IF.
005820*
005830 3900-EXIT.
005840     EXIT.
005850*
005851*    A FEED ALREADY SENT STILL GETS A NEW FILE: A HEADER AND A
005852*    TRAILER WITH A ZERO COUNT, SO THE RECEIVING SIDE BALANCES.
005853*
005854 3950-EMPTY-ALERT-FEED.
005855*
005856     OPEN OUTPUT FEED-ALERT-FILE.
005857     IF NOT FX-FALR-FILE-OK
005858         MOVE 'FEEDALRT' TO FX-ERROR-FILE-ID
005859         MOVE FX-FALR-FILE-STATUS TO FX-ERROR-STATUS
005860         GO TO 9999-ERROR-EXIT
005861     END-IF.
005862     PERFORM 6500-BUILD-HEADER THRU 6500-EXIT.
005863     PERFORM 3900-WRITE-ALERT-LINE THRU 3900-EXIT.
005864     PERFORM 6600-BUILD-TRAILER THRU 6600-EXIT.
005865     PERFORM 3900-WRITE-ALERT-LINE THRU 3900-EXIT.
005866     CLOSE FEED-ALERT-FILE.
005867*
005868 3950-EXIT.
005869     EXIT.
005870*
005871*****************************************************************
005872*    4000 BLOCK - AUDIT RUN FEED.  ONE LINE PER RUN ON THE AUDIT *
005880*    LOG DATED THE BUSINESS DATE (A LATE RERUN IS DATED FOR THE  *
005890*    DAY IT MADE UP).  AUDCLOSE'S CONTROL RECORDS ARE NOT RUNS.  *
005900*    TRAILER TOTALS: AUDIT RECORDS, MESSAGES, RUNS WITH A        *
005910*    NON-ZERO RETURN CODE.                                       *
005920*****************************************************************
005930*
005940 4000-AUDIT-RUN-FEED.
005950*
005960     MOVE 'AUDITRUN' TO FX-FEED-NAME.
005970     IF FX-AUDIT-SENT AND NOT FX-RESEND-AUDIT
005980         PERFORM 7500-SKIP-FEED THRU 7500-EXIT
005985         PERFORM 4950-EMPTY-AUDIT-FEED THRU 4950-EXIT
005990         GO TO 4000-EXIT
006000     END-IF.
006010     OPEN INPUT AUDIT-LOG-FILE.
006020     IF NOT FX-AUDIT-FILE-OK
006030         MOVE 'AUDITLOG' TO FX-ERROR-FILE-ID
006040         MOVE FX-AUDIT-FILE-STATUS TO FX-ERROR-STATUS
006050         GO TO 9999-ERROR-EXIT
006060     END-IF.
006070     OPEN OUTPUT FEED-AUDIT-FILE.
006080     IF NOT FX-FAUD-FILE-OK
006090         MOVE 'FEEDAUD' TO FX-ERROR-FILE-ID
006100         MOVE FX-FAUD-FILE-STATUS TO FX-ERROR-STATUS
006110         GO TO 9999-ERROR-EXIT
006120     END-IF.
006130     PERFORM 6500-BUILD-HEADER THRU 6500-EXIT.
006140     PERFORM 4900-WRITE-AUDIT-LINE THRU 4900-EXIT.
006150     PERFORM 4100-READ-AUDIT-LOG THRU 4100-EXIT.
006160     PERFORM 4200-SUMMARIZE-AUDIT THRU 4200-EXIT
006170         UNTIL FX-AUDIT-EOF.
006180     IF FX-RUN-OPEN
006190         PERFORM 4400-EXTRACT-RUN THRU 4400-EXIT
006200     END-IF.
006210     PERFORM 6600-BUILD-TRAILER THRU 6600-EXIT.
006220     PERFORM 4900-WRITE-AUDIT-LINE THRU 4900-EXIT.
006230     CLOSE AUDIT-LOG-FILE.
006240     CLOSE FEED-AUDIT-FILE.
006250     PERFORM 7000-WRITE-LEDGER THRU 7000-EXIT.
006260*
006270 4000-EXIT.
006280     EXIT.
006290*
006300 4100-READ-AUDIT-LOG.
006310*
006320     READ AUDIT-LOG-FILE
006330         AT END
006340             SET FX-AUDIT-EOF TO TRUE
006350     END-READ.
006360     IF NOT FX-AUDIT-FILE-OK AND NOT FX-AUDIT-FILE-EOF
006370         MOVE 'AUDITLOG' TO FX-ERROR-FILE-ID
006380         MOVE FX-AUDIT-FILE-STATUS TO FX-ERROR-STATUS
006390         GO TO 9999-ERROR-EXIT
006400     END-IF.
006410*
006420 4100-EXIT.
006430     EXIT.
006440*
006450 4200-SUMMARIZE-AUDIT.
006460*
006470     IF AUDIT-LOG-TYPE-CONTROL
006480         OR AUDIT-LOG-DATE NOT = FX-BUSINESS-DATE
006490         GO TO 4200-NEXT
006500     END-IF.
006510     MOVE AUDIT-LOG-DATE TO FX-NEW-KEY-DATE.
006520     MOVE AUDIT-LOG-TIME TO FX-NEW-KEY-TIME.
006530     MOVE AUDIT-LOG-RUN-ID TO FX-NEW-KEY-ID.
006540     IF FX-RUN-OPEN AND FX-NEW-KEY NOT = FX-RUN-KEY
006550         PERFORM 4400-EXTRACT-RUN THRU 4400-EXIT
006560     END-IF.
006570     IF NOT FX-RUN-OPEN
006580         PERFORM 4300-START-RUN THRU 4300-EXIT
006590     END-IF.
006600     ADD 1 TO FX-RUN-RECORDS.
006610     IF AUDIT-LOG-TYPE-LATE-RERUN
006620         MOVE 'Y' TO FX-RUN-RERUN-FLAG
006630     END-IF.
006640     IF AUDIT-LOG-TYPE-CAL-SKIP
006650         ADD 1 TO FX-RUN-CAL-SKIPS
006660     END-IF.
006670     IF AUDIT-LOG-TYPE-CATCH-UP
006680         ADD 1 TO FX-RUN-CATCH-UP
006690     END-IF.
006700     IF AUDIT-LOG-TYPE-MESSAGE OR AUDIT-LOG-TYPE-CATCH-UP
006710         OR AUDIT-LOG-RECORD-TYPE = SPACE
006720         ADD 1 TO FX-RUN-MESSAGES
006730     END-IF.
006740     IF AUDIT-LOG-RETURN-CODE NUMERIC
006750         AND AUDIT-LOG-RETURN-CODE > FX-RUN-MAX-RC
006760         MOVE AUDIT-LOG-RETURN-CODE TO FX-RUN-MAX-RC
006770     END-IF.
006780     IF FX-RUN-OPERATOR = SPACES
006790         MOVE AUDIT-LOG-OPERATOR-ID TO FX-RUN-OPERATOR
006800     END-IF.
006810*
006820 4200-NEXT.
006830     PERFORM 4100-READ-AUDIT-LOG THRU 4100-EXIT.
006840*
006850 4200-EXIT.
006860     EXIT.
006870*
006880 4300-START-RUN.
006890*
006900     SET FX-RUN-OPEN TO TRUE.
006910     MOVE FX-NEW-KEY TO FX-RUN-KEY.
006920     MOVE SPACES TO FX-RUN-OPERATOR.
006930     MOVE ZERO TO FX-RUN-RECORDS.
006940     MOVE ZERO TO FX-RUN-MESSAGES.
006950     MOVE ZERO TO FX-RUN-CATCH-UP.
006960     MOVE ZERO TO FX-RUN-CAL-SKIPS.
006970     MOVE ZERO TO FX-RUN-MAX-RC.
006980     MOVE 'N' TO FX-RUN-RERUN-FLAG.
006990*
007000 4300-EXIT.
007010     EXIT.
007020*
007030 4400-EXTRACT-RUN.
007040*
007050     PERFORM 6000-START-LINE THRU 6000-EXIT.
007060     MOVE 'D' TO FX-FIELD.
007070     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
007080     MOVE FX-RUN-KEY-ID TO FX-FIELD.
007090     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
007100     MOVE FX-RUN-KEY-DATE TO FX-FIELD.
007110     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
007120     MOVE FX-RUN-KEY-TIME TO FX-FIELD.
007130     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
007140     MOVE FX-RUN-OPERATOR TO FX-FIELD.
007150     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
007160     MOVE FX-RUN-RECORDS TO FX-FIELD.
007170     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
007180     MOVE FX-RUN-MESSAGES TO FX-FIELD.
007190     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
007200     MOVE FX-RUN-CATCH-UP TO FX-FIELD.
007210     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
007220     MOVE FX-RUN-CAL-SKIPS TO FX-FIELD.
007230     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
007240     MOVE FX-RUN-MAX-RC TO FX-FIELD.
007250     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
007260     MOVE FX-RUN-RERUN-FLAG TO FX-FIELD.
007270     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
007280     PERFORM 4900-WRITE-AUDIT-LINE THRU 4900-EXIT.
007290     ADD 1 TO FX-DETAIL-COUNT.
007300     ADD FX-RUN-RECORDS TO FX-TOTAL-1.
007310     ADD FX-RUN-MESSAGES TO FX-TOTAL-2.
007320     IF FX-RUN-MAX-RC NOT = ZERO
007330         ADD 1 TO FX-TOTAL-3
007340     END-IF.
007350     MOVE 'N' TO FX-RUN-OPEN-SW.
007360*
007370 4400-EXIT.
007380     EXIT.
007390*
007400 4900-WRITE-AUDIT-LINE.
007410*
007420     WRITE FEED-AUDIT-RECORD FROM FX-OUT-LINE.
007430     IF NOT FX-FAUD-FILE-OK
007440         MOVE 'FEEDAUD' TO FX-ERROR-FILE-ID
007450         MOVE FX-FAUD-FILE-STATUS TO FX-ERROR-STATUS
007460         GO TO 9999-ERROR-EXIT
007470     END-IF.
007480*
007490 4900-EXIT.
007500     EXIT.
007510*
007511*    A FEED ALREADY SENT STILL GETS A NEW FILE: A HEADER AND A
007512*    TRAILER WITH A ZERO COUNT, SO THE RECEIVING SIDE BALANCES.
007513*
007514 4950-EMPTY-AUDIT-FEED.
007515*
007516     OPEN OUTPUT FEED-AUDIT-FILE.
007517     IF NOT FX-FAUD-FILE-OK
007518         MOVE 'FEEDAUD' TO FX-ERROR-FILE-ID
007519         MOVE FX-FAUD-FILE-STATUS TO FX-ERROR-STATUS
007520         GO TO 9999-ERROR-EXIT
007521     END-IF.
007522     PERFORM 6500-BUILD-HEADER THRU 6500-EXIT.
007523     PERFORM 4900-WRITE-AUDIT-LINE THRU 4900-EXIT.
007524     PERFORM 6600-BUILD-TRAILER THRU 6600-EXIT.
007525     PERFORM 4900-WRITE-AUDIT-LINE THRU 4900-EXIT.
007526     CLOSE FEED-AUDIT-FILE.
007527*
007528 4950-EXIT.
007529     EXIT.
007530*
007531*****************************************************************
007532*    6000 BLOCK - DELIMITED LINE BUILD, HEADER AND TRAILER.      *
007540*****************************************************************
007550*
007560 6000-START-LINE.
007570*
007580     MOVE SPACES TO FX-OUT-LINE.
007590     MOVE 1 TO FX-OUT-PTR.
007600*
007610 6000-EXIT.
007620     EXIT.
007630*
007640 6100-ADD-FIELD.
007650*
007660     INSPECT FX-FIELD REPLACING ALL '|' BY '/'.
007670     IF FX-OUT-PTR > 1
007680         STRING '|' DELIMITED BY SIZE
007690             INTO FX-OUT-LINE WITH POINTER FX-OUT-PTR
007700     END-IF.
007710     MOVE 'N' TO FX-FIELD-END-SW.
007720     MOVE 40 TO FX-FIELD-LEN.
007730     PERFORM 6150-SCAN-FIELD THRU 6150-EXIT
007740         UNTIL FX-FIELD-END OR FX-FIELD-LEN = ZERO.
007750     IF FX-FIELD-LEN > ZERO
007760         STRING FX-FIELD (1:FX-FIELD-LEN) DELIMITED BY SIZE
007770             INTO FX-OUT-LINE WITH POINTER FX-OUT-PTR
007780     END-IF.
007790     MOVE SPACES TO FX-FIELD.
007800*
007810 6100-EXIT.
007820     EXIT.
007830*
007840 6150-SCAN-FIELD.
007850*
007860     IF FX-FIELD (FX-FIELD-LEN:1) = SPACE
007870         SUBTRACT 1 FROM FX-FIELD-LEN
007880     ELSE
007890         SET FX-FIELD-END TO TRUE
007900     END-IF.
007910*
007920 6150-EXIT.
007930     EXIT.
007940*
007950 6500-BUILD-HEADER.
007960*
007970     MOVE ZERO TO FX-DETAIL-COUNT.
007980     MOVE ZERO TO FX-TOTAL-1.
007990     MOVE ZERO TO FX-TOTAL-2.
008000     MOVE ZERO TO FX-TOTAL-3.
008010     MOVE ZERO TO FX-TOTAL-4.
008020     PERFORM 6000-START-LINE THRU 6000-EXIT.
008030     MOVE 'H' TO FX-FIELD.
008040     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
008050     MOVE FX-FEED-NAME TO FX-FIELD.
008060     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
008070     MOVE FX-BUSINESS-DATE TO FX-FIELD.
008080     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
008090     MOVE FX-TIMESTAMP TO FX-FIELD.
008100     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
008110*
008120 6500-EXIT.
008130     EXIT.
008140*
008150*    THE TRAILER CARRIES THE DETAIL COUNT AND THE FEED'S CONTROL
008160*    TOTALS; THE RUNSTAT FEED HAS FOUR, THE OTHERS FEWER.
008170*
008180 6600-BUILD-TRAILER.
008190*
008200     PERFORM 6000-START-LINE THRU 6000-EXIT.
008210     MOVE 'T' TO FX-FIELD.
008220     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
008230     MOVE FX-FEED-NAME TO FX-FIELD.
008240     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
008250     MOVE FX-DETAIL-COUNT TO FX-FIELD.
008260     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
008270     MOVE FX-TOTAL-1 TO FX-FIELD.
008280     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
008290     MOVE FX-TOTAL-2 TO FX-FIELD.
008300     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
008310     IF FX-FEED-NAME = 'ALERTS'
008320         GO TO 6600-EXIT
008330     END-IF.
008340     MOVE FX-TOTAL-3 TO FX-FIELD.
008350     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
008360     IF FX-FEED-NAME = 'AUDITRUN'
008370         GO TO 6600-EXIT
008380     END-IF.
008390     MOVE FX-TOTAL-4 TO FX-FIELD.
008400     PERFORM 6100-ADD-FIELD THRU 6100-EXIT.
008410*
008420 6600-EXIT.
008430     EXIT.
008440*
008450*****************************************************************
008460*    7000 BLOCK - RESTART LEDGER ENTRY FOR A FEED WRITTEN, AND   *
008470*    THE CONSOLE NOTE FOR A FEED SKIPPED AS ALREADY SENT.        *
008480*****************************************************************
008490*
008500 7000-WRITE-LEDGER.
008510*
008520     OPEN EXTEND CHECKPOINT-FILE.
008530     IF NOT FX-CHKPT-FILE-OK AND NOT FX-CHKPT-FILE-NOT-FOUND
008540         MOVE 'CHKPT' TO FX-ERROR-FILE-ID
008550         MOVE FX-CHKPT-FILE-STATUS TO FX-ERROR-STATUS
008560         GO TO 9999-ERROR-EXIT
008570     END-IF.
008580     MOVE SPACES TO CHECKPOINT-RECORD.
008590     MOVE FX-BUSINESS-DATE TO CHECKPOINT-DATE.
008600     MOVE 'FEEDEXT' TO CHECKPOINT-STEP-ID.
008610     MOVE FX-FEED-NAME TO CHECKPOINT-PHASE.
008620     SET CHECKPOINT-COMPLETE TO TRUE.
008630     WRITE CHECKPOINT-RECORD.
008640     IF NOT FX-CHKPT-FILE-OK
008650         MOVE 'CHKPT' TO FX-ERROR-FILE-ID
008660         MOVE FX-CHKPT-FILE-STATUS TO FX-ERROR-STATUS
008670         GO TO 9999-ERROR-EXIT
008680     END-IF.
008690     CLOSE CHECKPOINT-FILE.
008700     ADD 1 TO FX-FEEDS-WRITTEN.
008710     DISPLAY 'FEEDEXT - ' FX-FEED-NAME ' FEED WRITTEN - '
008720         FX-DETAIL-COUNT ' DETAIL RECORDS' UPON CONSOLE-DEVICE.
008730*
008740 7000-EXIT.
008750     EXIT.
008760*
008770 7500-SKIP-FEED.
008780*
008790     ADD 1 TO FX-FEEDS-SKIPPED.
008800     DISPLAY 'FEEDEXT - ' FX-FEED-NAME ' FEED ALREADY SENT FOR '
008806         FX-BUSINESS-DATE ' - NO DETAIL WRITTEN'
008812         UPON CONSOLE-DEVICE.
008820*
008830 7500-EXIT.
008840     EXIT.
008850*
008860 8000-WRITE-SUMMARY.
008870*
008880     DISPLAY '***************************************'
008890         UPON CONSOLE-DEVICE.
008900     DISPLAY '*   FEEDEXT END-OF-JOB SUMMARY         *'
008910         UPON CONSOLE-DEVICE.
008920     DISPLAY '***************************************'
008930         UPON CONSOLE-DEVICE.
008940     DISPLAY 'BUSINESS DATE    : ' FX-BUSINESS-DATE
008950         UPON CONSOLE-DEVICE.
008960     DISPLAY 'FEEDS WRITTEN    : ' FX-FEEDS-WRITTEN
008970         UPON CONSOLE-DEVICE.
008980     DISPLAY 'FEEDS SKIPPED    : ' FX-FEEDS-SKIPPED
008990         UPON CONSOLE-DEVICE.
009000*
009010 8000-EXIT.
009020     EXIT.
009030*
009040 9999-ERROR-EXIT.
009050*
009060     MOVE 16 TO FX-RETURN-CODE.
009070     DISPLAY 'FEEDEXT ABEND - ' FX-ERROR-FILE-ID
009080         ' FILE STATUS ' FX-ERROR-STATUS
009090         UPON CONSOLE-DEVICE.
009100*
009110 9900-PROGRAM-EXIT.
009120*
009130     MOVE FX-RETURN-CODE TO RETURN-CODE.
009140     GOBACK.
009150*
009160 END PROGRAM FEEDEXT.
