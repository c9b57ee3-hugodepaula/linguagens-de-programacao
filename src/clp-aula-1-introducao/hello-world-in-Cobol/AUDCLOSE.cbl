000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUDCLOSE.
000030 AUTHOR. J. HARRISON.
000040 INSTALLATION. DATA PROCESSING DEPT.
000050 DATE-WRITTEN. 07/22/2024.
000060 DATE-COMPILED.
000070*
000080*    AUDIT TRAIL DAILY CLOSE.  RECONCIL PROVES THE AUDIT LOG
000090*    BALANCES AGAINST RUNSTAT, BUT NOT THAT NOTHING WAS TAKEN
000100*    OUT OF IT OR ALTERED AFTER IT WAS WRITTEN.  THIS PROGRAM
000110*    RUNS EVERY NIGHT AFTER THE SUITE AND CLOSES THE DAY BY
000120*    APPENDING A CONTROL RECORD (RECORD TYPE 'K') TO THE LIVE
000130*    AUDIT LOG.  THE CONTROL RECORD CARRIES:
000140*      - A CONTROL SEQUENCE NUMBER, ONE UP FROM THE PREVIOUS
000150*        CONTROL RECORD;
000160*      - THE COUNT OF AUDIT RECORDS WRITTEN SINCE THE PREVIOUS
000170*        CONTROL RECORD;
000180*      - A HASH TOTAL OVER THOSE RECORDS, EVERY BYTE WEIGHTED
000190*        BY ITS POSITION IN THE RECORD AND EVERY RECORD BY ITS
000200*        POSITION IN THE DAY, SO A CHANGED, DELETED, INSERTED OR
000210*        REORDERED RECORD MOVES THE TOTAL;
000220*      - THE PREVIOUS CONTROL RECORD'S CHAIN VALUE, AND THIS
000230*        RECORD'S OWN CHAIN VALUE TAKEN OVER THE PREVIOUS CHAIN,
000240*        THE HASH TOTAL, THE COUNT, THE SEQUENCE AND THE DATE.
000250*    THE CHAIN TIES EVERY DAY TO THE DAY BEFORE IT, SO A WHOLE
000260*    DAY CANNOT BE DROPPED OR REBUILT WITHOUT BREAKING EVERY
000270*    LATER LINK.  AUDVERFY RECOMPUTES ALL OF IT.
000280*
000290*    THE HASH ARITHMETIC IS REPEATED IN AUDVERFY AND THE TWO
000300*    MUST BE CHANGED TOGETHER OR EVERY DAY WILL FAIL.
000310*
000320*    THE FIRST RUN AGAINST A LOG WITH NO CONTROL RECORD WRITES
000330*    CONTROL SEQUENCE 1 WITH A ZERO COUNT AND A ZERO PREVIOUS
000340*    CHAIN; RECORDS WRITTEN BEFORE IT ARE NOT COVERED.  A RERUN
000350*    ON A DAY ALREADY CLOSED, WITH NOTHING LOGGED SINCE THE
000360*    CLOSE, WRITES NOTHING.
000370*
000380*    AUDARCH CARRIES THE LAST ARCHIVED CONTROL RECORD FORWARD AS
000390*    THE FIRST RECORD OF THE NEW LIVE LOG, SO THIS PROGRAM
000400*    ALWAYS FINDS THE PREVIOUS LINK OF THE CHAIN IN THE LIVE LOG.
000410*
000420*    RETURN CODES:  0 DAY CLOSED (OR ALREADY CLOSED), 16 FILE
000430*    ERROR.
000440*
000450*    MODIFICATION HISTORY.
000460*    DATE       INIT   DESCRIPTION
000470*    ---------  -----  ------------------------------------------
000480*    07/22/24   JH     ORIGINAL PROGRAM.
000490*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SPECIAL-NAMES.
000530     CONSOLE IS CONSOLE-DEVICE.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS AC-AUDIT-FILE-STATUS.
000590*
000600 DATA DIVISION.
000610 FILE SECTION.
000620*
000630 FD  AUDIT-LOG-FILE
000640     RECORDING MODE IS F
000650     RECORD CONTAINS 80 CHARACTERS.
000660*
000670     COPY AUDITLG.
000680*
000690 WORKING-STORAGE SECTION.
000700*
000710 01  AC-AUDIT-FILE-STATUS            PIC X(02)  VALUE '00'.
000720     88  AC-AUDIT-FILE-OK                       VALUE '00'.
000730     88  AC-AUDIT-FILE-EOF                      VALUE '10'.
000740*
000750 01  AC-AUDIT-EOF-SW                 PIC X(01)  VALUE 'N'.
000760     88  AC-AUDIT-EOF                           VALUE 'Y'.
000770*
000780 01  AC-CONTROL-FOUND-SW             PIC X(01)  VALUE 'N'.
000790     88  AC-CONTROL-FOUND                       VALUE 'Y'.
000800*
000810 01  AC-ALREADY-CLOSED-SW            PIC X(01)  VALUE 'N'.
000820     88  AC-ALREADY-CLOSED                      VALUE 'Y'.
000830*
000840 01  AC-RUN-DATE                     PIC 9(08)  VALUE ZERO.
000850 01  AC-RUN-TIME                     PIC 9(08)  VALUE ZERO.
000860*
000870*    THE LAST CONTROL RECORD FOUND ON THE LOG.
000880*
000890 01  AC-LAST-SEQUENCE                PIC 9(05)  VALUE ZERO.
000900 01  AC-LAST-CHAIN                   PIC 9(09)  VALUE ZERO.
000910 01  AC-LAST-DATE                    PIC 9(08)  VALUE ZERO.
000920*
000930*    THE CONTROL RECORD BEING BUILT.
000940*
000950 01  AC-CLOSE-SEQUENCE               PIC 9(05)  VALUE ZERO.
000960 01  AC-CLOSE-COUNT                  PIC 9(07)  VALUE ZERO.
000970 01  AC-CLOSE-HASH                   PIC 9(09)  COMP VALUE ZERO.
000980 01  AC-CLOSE-PREV-CHAIN             PIC 9(09)  VALUE ZERO.
000990 01  AC-CLOSE-CHAIN                  PIC 9(09)  COMP VALUE ZERO.
001000*
001010*    HASH WORK AREAS.  A BYTE IS MOVED INTO THE LOW ORDER OF A
001020*    TWO-BYTE BINARY FIELD WHOSE HIGH ORDER IS LOW-VALUES, SO
001030*    THE BINARY VIEW GIVES THE BYTE'S CHARACTER CODE.
001040*
001050 01  AC-BYTE-WORK.
001060     05  AC-BYTE-PAIR                PIC X(02)  VALUE LOW-VALUES.
001070     05  AC-BYTE-CODE REDEFINES AC-BYTE-PAIR
001080                                     PIC 9(04)  COMP.
001090*
001100 01  AC-BYTE-POS                     PIC 9(03)  COMP VALUE ZERO.
001110 01  AC-RECORD-HASH                  PIC 9(09)  COMP VALUE ZERO.
001120 01  AC-HASH-WORK                    PIC 9(18)  COMP VALUE ZERO.
001130 01  AC-HASH-QUOT                    PIC 9(18)  COMP VALUE ZERO.
001140 01  AC-HASH-MODULUS                 PIC 9(09)  COMP
001150                                     VALUE 999999937.
001160*
001170 01  AC-RECORDS-READ                 PIC 9(07)  COMP VALUE ZERO.
001180 01  AC-CONTROLS-READ                PIC 9(05)  COMP VALUE ZERO.
001190*
001200 01  AC-RETURN-CODE                  PIC 9(04)  COMP VALUE ZERO.
001210*
001220 01  AC-ERROR-FILE-ID                PIC X(08)  VALUE SPACES.
001230*
001240 01  AC-ERROR-STATUS                 PIC X(02)  VALUE SPACES.
001250*
001260 PROCEDURE DIVISION.
001270*
001280 0000-MAINLINE.
001290*
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001310     PERFORM 2000-SCAN-AUDIT-LOG THRU 2000-EXIT.
001320     PERFORM 3000-BUILD-CONTROL THRU 3000-EXIT.
001330     IF NOT AC-ALREADY-CLOSED
001340         PERFORM 4000-WRITE-CONTROL THRU 4000-EXIT
001350     END-IF.
001360     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
001370     GO TO 9900-PROGRAM-EXIT.
001380*
001390 1000-INITIALIZE.
001400*
001410     ACCEPT AC-RUN-DATE FROM DATE YYYYMMDD.
001420     ACCEPT AC-RUN-TIME FROM TIME.
001430     DISPLAY 'AUDCLOSE - CLOSING AUDIT LOG FOR ' AC-RUN-DATE
001440         UPON CONSOLE-DEVICE.
001450*
001460 1000-EXIT.
001470     EXIT.
001480*
001490*****************************************************************
001500*    2000 BLOCK - READ THE WHOLE LOG.  EVERY CONTROL RECORD      *
001510*    RESTARTS THE COUNT AND HASH, SO AT END OF FILE THEY COVER   *
001520*    EXACTLY THE RECORDS WRITTEN SINCE THE LAST CLOSE.           *
001530*****************************************************************
001540*
001550 2000-SCAN-AUDIT-LOG.
001560*
001570     OPEN INPUT AUDIT-LOG-FILE.
001580     IF NOT AC-AUDIT-FILE-OK
001590         MOVE 'AUDITLOG' TO AC-ERROR-FILE-ID
001600         MOVE AC-AUDIT-FILE-STATUS TO AC-ERROR-STATUS
001610         GO TO 9999-ERROR-EXIT
001620     END-IF.
001630     PERFORM 2100-READ-AUDIT-LOG THRU 2100-EXIT.
001640     PERFORM 2200-ACCUMULATE-RECORD THRU 2200-EXIT
001650         UNTIL AC-AUDIT-EOF.
001660     CLOSE AUDIT-LOG-FILE.
001670*
001680 2000-EXIT.
001690     EXIT.
001700*
001710 2100-READ-AUDIT-LOG.
001720*
001730     READ AUDIT-LOG-FILE
001740         AT END
001750             SET AC-AUDIT-EOF TO TRUE
001760         NOT AT END
001770             ADD 1 TO AC-RECORDS-READ
001780     END-READ.
001790     IF NOT AC-AUDIT-FILE-OK AND NOT AC-AUDIT-FILE-EOF
001800         MOVE 'AUDITLOG' TO AC-ERROR-FILE-ID
001810         MOVE AC-AUDIT-FILE-STATUS TO AC-ERROR-STATUS
001820         GO TO 9999-ERROR-EXIT
001830     END-IF.
001840*
001850 2100-EXIT.
001860     EXIT.
001870*
001880 2200-ACCUMULATE-RECORD.
001890*
001900     IF AUDIT-LOG-TYPE-CONTROL
001910         SET AC-CONTROL-FOUND TO TRUE
001920         ADD 1 TO AC-CONTROLS-READ
001930         MOVE AUDIT-CTL-SEQUENCE TO AC-LAST-SEQUENCE
001940         MOVE AUDIT-CTL-CHAIN TO AC-LAST-CHAIN
001950         MOVE AUDIT-LOG-DATE TO AC-LAST-DATE
001960         MOVE ZERO TO AC-CLOSE-COUNT
001970         MOVE ZERO TO AC-CLOSE-HASH
001980     ELSE
001990         ADD 1 TO AC-CLOSE-COUNT
002000         PERFORM 5000-HASH-RECORD THRU 5000-EXIT
002010     END-IF.
002020     PERFORM 2100-READ-AUDIT-LOG THRU 2100-EXIT.
002030*
002040 2200-EXIT.
002050     EXIT.
002060*
002070*****************************************************************
002080*    3000 BLOCK - BUILD TODAY'S CONTROL RECORD FROM THE LAST     *
002090*    LINK FOUND, OR START THE CHAIN IF THERE IS NONE.            *
002100*****************************************************************
002110*
002120 3000-BUILD-CONTROL.
002130*
002140     IF NOT AC-CONTROL-FOUND
002150         DISPLAY 'AUDCLOSE - NO CONTROL RECORD ON THE LOG - '
002160             'STARTING THE CHAIN' UPON CONSOLE-DEVICE
002170         DISPLAY 'AUDCLOSE - RECORDS NOT COVERED: '
002180             AC-CLOSE-COUNT UPON CONSOLE-DEVICE
002190         MOVE 1 TO AC-CLOSE-SEQUENCE
002200         MOVE ZERO TO AC-CLOSE-COUNT
002210         MOVE ZERO TO AC-CLOSE-HASH
002220         MOVE ZERO TO AC-CLOSE-PREV-CHAIN
002230         PERFORM 5500-COMPUTE-CHAIN THRU 5500-EXIT
002240         GO TO 3000-EXIT
002250     END-IF.
002260     IF AC-LAST-DATE = AC-RUN-DATE AND AC-CLOSE-COUNT = ZERO
002270         DISPLAY 'AUDCLOSE - ' AC-RUN-DATE ' ALREADY CLOSED - '
002280             'NOTHING LOGGED SINCE' UPON CONSOLE-DEVICE
002290         SET AC-ALREADY-CLOSED TO TRUE
002300         GO TO 3000-EXIT
002310     END-IF.
002320     COMPUTE AC-CLOSE-SEQUENCE = AC-LAST-SEQUENCE + 1.
002330     MOVE AC-LAST-CHAIN TO AC-CLOSE-PREV-CHAIN.
002340     PERFORM 5500-COMPUTE-CHAIN THRU 5500-EXIT.
002350*
002360 3000-EXIT.
002370     EXIT.
002380*
002390 4000-WRITE-CONTROL.
002400*
002410     OPEN EXTEND AUDIT-LOG-FILE.
002420     IF NOT AC-AUDIT-FILE-OK
002430         MOVE 'AUDITLOG' TO AC-ERROR-FILE-ID
002440         MOVE AC-AUDIT-FILE-STATUS TO AC-ERROR-STATUS
002450         GO TO 9999-ERROR-EXIT
002460     END-IF.
002470     MOVE SPACES TO AUDIT-LOG-RECORD.
002480     MOVE AC-RUN-DATE TO AUDIT-LOG-DATE.
002490     MOVE AC-RUN-TIME TO AUDIT-LOG-TIME.
002500     MOVE ZERO TO AUDIT-LOG-RETURN-CODE.
002510     MOVE AC-CLOSE-SEQUENCE TO AUDIT-CTL-SEQUENCE.
002520     MOVE AC-CLOSE-COUNT TO AUDIT-CTL-RECORD-COUNT.
002530     MOVE AC-CLOSE-HASH TO AUDIT-CTL-HASH-TOTAL.
002540     MOVE AC-CLOSE-PREV-CHAIN TO AUDIT-CTL-PREV-CHAIN.
002550     MOVE AC-CLOSE-CHAIN TO AUDIT-CTL-CHAIN.
002560     MOVE 'AUDCLOSE' TO AUDIT-LOG-RUN-ID.
002570     SET AUDIT-LOG-TYPE-CONTROL TO TRUE.
002580     MOVE 1 TO AUDIT-LOG-SEQUENCE.
002590     WRITE AUDIT-LOG-RECORD.
002600     IF NOT AC-AUDIT-FILE-OK
002610         MOVE 'AUDITLOG' TO AC-ERROR-FILE-ID
002620         MOVE AC-AUDIT-FILE-STATUS TO AC-ERROR-STATUS
002630         GO TO 9999-ERROR-EXIT
002640     END-IF.
002650     CLOSE AUDIT-LOG-FILE.
002660*
002670 4000-EXIT.
002680     EXIT.
002690*
002700*****************************************************************
002710*    5000 BLOCK - HASH ARITHMETIC.  KEEP IN STEP WITH AUDVERFY.  *
002720*    RECORD HASH = SUM OF (CHARACTER CODE X BYTE POSITION) OVER  *
002730*    THE 80 BYTES.  DAY HASH = (DAY HASH X 31 + RECORD HASH)     *
002740*    MODULO 999999937.  CHAIN = (PREVIOUS CHAIN X 31 + DAY HASH  *
002750*    + COUNT X 7 + SEQUENCE X 11 + DATE) MODULO 999999937.       *
002760*****************************************************************
002770*
002780 5000-HASH-RECORD.
002790*
002800     MOVE ZERO TO AC-RECORD-HASH.
002810     PERFORM 5100-HASH-BYTE THRU 5100-EXIT
002820         VARYING AC-BYTE-POS FROM 1 BY 1
002830         UNTIL AC-BYTE-POS > 80.
002840     COMPUTE AC-HASH-WORK = AC-CLOSE-HASH * 31 + AC-RECORD-HASH.
002850     DIVIDE AC-HASH-WORK BY AC-HASH-MODULUS GIVING AC-HASH-QUOT
002860         REMAINDER AC-CLOSE-HASH.
002870*
002880 5000-EXIT.
002890     EXIT.
002900*
002910 5100-HASH-BYTE.
002920*
002930     MOVE AUDIT-LOG-RECORD (AC-BYTE-POS:1) TO AC-BYTE-PAIR (2:1).
002940     COMPUTE AC-RECORD-HASH = AC-RECORD-HASH
002950         + AC-BYTE-CODE * AC-BYTE-POS.
002960*
002970 5100-EXIT.
002980     EXIT.
002990*
003000 5500-COMPUTE-CHAIN.
003010*
003020     COMPUTE AC-HASH-WORK = AC-CLOSE-PREV-CHAIN * 31
003030         + AC-CLOSE-HASH
003040         + AC-CLOSE-COUNT * 7
003050         + AC-CLOSE-SEQUENCE * 11
003060         + AC-RUN-DATE.
003070     DIVIDE AC-HASH-WORK BY AC-HASH-MODULUS GIVING AC-HASH-QUOT
003080         REMAINDER AC-CLOSE-CHAIN.
003090*
003100 5500-EXIT.
003110     EXIT.
003120*
003130 8000-WRITE-SUMMARY.
003140*
003150     DISPLAY '***************************************'
003160         UPON CONSOLE-DEVICE.
003170     DISPLAY '*   AUDCLOSE END-OF-JOB SUMMARY        *'
003180         UPON CONSOLE-DEVICE.
003190     DISPLAY '***************************************'
003200         UPON CONSOLE-DEVICE.
003210     DISPLAY 'RECORDS READ     : ' AC-RECORDS-READ
003220         UPON CONSOLE-DEVICE.
003230     DISPLAY 'CONTROLS ON LOG  : ' AC-CONTROLS-READ
003240         UPON CONSOLE-DEVICE.
003250     IF AC-ALREADY-CLOSED
003260         DISPLAY 'NO CONTROL RECORD WRITTEN' UPON CONSOLE-DEVICE
003270         GO TO 8000-EXIT
003280     END-IF.
003290     DISPLAY 'CONTROL SEQUENCE : ' AC-CLOSE-SEQUENCE
003300         UPON CONSOLE-DEVICE.
003310     DISPLAY 'RECORDS CLOSED   : ' AC-CLOSE-COUNT
003320         UPON CONSOLE-DEVICE.
003330     DISPLAY 'HASH TOTAL       : ' AC-CLOSE-HASH
003340         UPON CONSOLE-DEVICE.
003350     DISPLAY 'PREVIOUS CHAIN   : ' AC-CLOSE-PREV-CHAIN
003360         UPON CONSOLE-DEVICE.
003370     DISPLAY 'CHAIN            : ' AC-CLOSE-CHAIN
003380         UPON CONSOLE-DEVICE.
003390*
003400 8000-EXIT.
003410     EXIT.
003420*
003430 9999-ERROR-EXIT.
003440*
003450     MOVE 16 TO AC-RETURN-CODE.
003460     DISPLAY 'AUDCLOSE ABEND - ' AC-ERROR-FILE-ID
003470         ' FILE STATUS ' AC-ERROR-STATUS
003480         UPON CONSOLE-DEVICE.
003490*
003500 9900-PROGRAM-EXIT.
003510*
003520     MOVE AC-RETURN-CODE TO RETURN-CODE.
003530     GOBACK.
003540*
003550 END PROGRAM AUDCLOSE.
