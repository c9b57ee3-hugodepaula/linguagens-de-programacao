002490*                      ON THAT RUN'S DATE WAS PROCESSED BY IT,
002500*                      AND CATCHING IT UP AGAIN LOGGED IT
002510*                      TWICE.
002511*    06/10/24   JH     AS-OF-DATE RERUN MODE FOR A MISSED BUSINESS
002512*                      DAY (NEW 1020 BLOCK).  THE DATE COMES FROM
002513*                      THE DRIVER IN HW-AS-OF-DATE OR FROM AN
002514*                      ASOFDATE CARD ON A DIRECT JCL RUN, AND
002515*                      REPLACES TODAY IN HW-RUN-DATE FOR THE
002516*                      CALENDAR, EFFECTIVITY, LEDGER AND BULLETIN.
002517*                      THE RUN WRITES A TYPE 'R' AUDIT MARKER
002518*                      FIRST AND FLAGS ITS RUN-HISTORY AND
002519*                      BULLETIN-HISTORY RECORDS, EACH CARRYING
002520*                      THE ACTUAL PROCESSING DATE.  A LATE RERUN
002521*                      DOES NOT CATCH UP, AND BYPASSES CARDS THE
002522*                      NEXT REAL RUN ALREADY CAUGHT UP.
002523*    06/17/24   JH     CATALOG TEXT MAY NOW CARRY NAMED
002524*                      PLACEHOLDERS (MSGTOKN COPYBOOK) -- BUSINESS
002525*                      DATE, RUN ID, SHIFT, CALENDAR NAME AND A
002526*                      SHORT VALUE FROM NEW COLS 32-51 OF THE 'D'
002527*                      CARD.  3550 FILLS THEM IN (NEW 3570 BLOCK)
002528*                      BEFORE THE TEXT IS DISPLAYED, AUDIT-LOGGED
002529*                      AND PUT ON THE BULLETIN.
002530*    06/24/24   JH     BULLHIST RECORDS NOW CARRY THE ROUTE CLASS
002531*                      (DEPARTMENT'S ON 'H', MESSAGE'S ON 'M') SO
002532*                      DISTMNT CAN REPORT DORMANT ROUTING.
002533*    08/05/24   JH     3450 NOW ALSO REQUIRES THE OPERATOR TO BE
002534*                      AUTHORIZED ON OPERAUTH FOR THE RUN ID AND
002535*                      SHIFT (NEW 3460); A REFUSAL ABENDS WITH A
002536*                      CRITICAL ALERT NAMING THE OPERATOR.
002537*    08/12/24   JH     AS-OF DATE EDIT NOW REJECTS 29 FEBRUARY
002538*                      OUTSIDE A LEAP YEAR (NEW 1025).
002539*
002540 ENVIRONMENT DIVISION.
002541 CONFIGURATION SECTION.
002550 SPECIAL-NAMES.
002560     CONSOLE IS CONSOLE-DEVICE.
002570 INPUT-OUTPUT SECTION.
002910         ACCESS MODE IS RANDOM
002920         RECORD KEY IS OPER-ID
002930         FILE STATUS IS HW-OPER-FILE-STATUS.
002931     SELECT OPERATOR-AUTH ASSIGN TO OPERAUTH
002932         ORGANIZATION IS INDEXED
002933         ACCESS MODE IS RANDOM
002934         RECORD KEY IS AUTH-KEY
002935         FILE STATUS IS HW-AUTH-FILE-STATUS.
002936     SELECT OPTIONAL ASOF-DATE-FILE ASSIGN TO ASOFDATE
002937         ORGANIZATION IS SEQUENTIAL
002938         FILE STATUS IS HW-ASOF-FILE-STATUS.
002940*
002950 DATA DIVISION.
002960 FILE SECTION.
003160     05  PARM-ROUTE-CLASS            PIC X(04).
003170     05  PARM-EFF-FROM               PIC X(08).
003180     05  PARM-EFF-THRU               PIC X(08).
003186     05  PARM-MSG-VALUE              PIC X(20).
003192     05  FILLER                      PIC X(29).
003200 01  PARM-TRAILER-REC.
003210     05  FILLER                      PIC X(01).
003220     05  PARM-EXPECTED-COUNT         PIC 9(05).
003380     RECORD CONTAINS 80 CHARACTERS.
003390*
003400     COPY OPERMST.
003401*
003402 FD  OPERATOR-AUTH
003403     RECORD CONTAINS 80 CHARACTERS.
003404*
003405     COPY OPERAUTH.
003410*
003420 FD  CALENDAR-FILE
003430     RECORDING MODE IS F
003940*
003950     COPY BULLHST.
003960*
003961 FD  ASOF-DATE-FILE
003962     RECORDING MODE IS F
003963     RECORD CONTAINS 80 CHARACTERS.
003964 01  ASOF-DATE-RECORD.
003965     05  ASOF-BUSINESS-DATE          PIC X(08).
003966     05  FILLER                      PIC X(72).
003967*
003970 WORKING-STORAGE SECTION.
003980*
003990     COPY RUNCTL.
004300 01  HW-OPER-FILE-STATUS             PIC X(02)  VALUE '00'.
004310     88  HW-OPER-FILE-OK                        VALUE '00'.
004320     88  HW-OPER-NOT-ON-FILE                    VALUE '23'.
004322*
004324 01  HW-AUTH-FILE-STATUS             PIC X(02)  VALUE '00'.
004326     88  HW-AUTH-FILE-OK                        VALUE '00'.
004328     88  HW-AUTH-NOT-ON-FILE                    VALUE '23'.
004330*
004340 01  HW-MSG-FILE-STATUS              PIC X(02)  VALUE '00'.
004350     88  HW-MSG-FILE-OK                         VALUE '00'.
004720         10  HW-MSG-TBL-LANG         PIC X(02).
004730         10  HW-MSG-TBL-TEXT         PIC X(40).
004740*
004741     COPY MSGTOKN.
004742*
004743 01  HW-SUB-TEMPLATE                 PIC X(40)  VALUE SPACES.
004744 01  HW-SUB-RESULT                   PIC X(40)  VALUE SPACES.
004745 01  HW-SUB-VALUE                    PIC X(30)  VALUE SPACES.
004746 01  HW-SUB-IN-POS                   PIC 9(03)  COMP VALUE ZERO.
004747 01  HW-SUB-OUT-POS                  PIC 9(03)  COMP VALUE ZERO.
004748 01  HW-SUB-VALUE-LEN                PIC 9(03)  COMP VALUE ZERO.
004749 01  HW-SUB-TOKEN-IX                 PIC 9(02)  COMP VALUE ZERO.
004750 01  HW-SUB-TOKEN-LEN                PIC 9(02)  COMP VALUE ZERO.
004751 01  HW-SUB-TRUNCATED-SW             PIC X(01)  VALUE 'N'.
004752     88  HW-SUB-TRUNCATED                       VALUE 'Y'.
004753 01  HW-SUB-TRIMMED-SW               PIC X(01)  VALUE 'N'.
004754     88  HW-SUB-TRIMMED                         VALUE 'Y'.
004755 01  HW-SUB-DATE-TEXT.
004756     05  HW-SUB-DATE-PART-1          PIC 9(02).
004757     05  FILLER                      PIC X(01)  VALUE '/'.
004758     05  HW-SUB-DATE-PART-2          PIC 9(02).
004759     05  FILLER                      PIC X(01)  VALUE '/'.
004760     05  HW-SUB-DATE-YEAR            PIC 9(04).
004761*
004762 01  HW-DIST-FILE-STATUS             PIC X(02)  VALUE '00'.
004763     88  HW-DIST-FILE-OK                        VALUE '00'.
004770     88  HW-DIST-FILE-EOF                       VALUE '10'.
004780*
004790 01  HW-BULL-FILE-STATUS             PIC X(02)  VALUE '00'.
005110     05  HW-RUN-SECOND               PIC 9(02).
005120     05  HW-RUN-HUNDREDTHS           PIC 9(02).
005130*
005132 01  HW-PROCESS-DATE                 PIC 9(08)  VALUE ZERO.
005133 01  HW-ASOF-WORK                    PIC 9(08)  VALUE ZERO.
005134*
005135 01  HW-ASOF-FILE-STATUS             PIC X(02)  VALUE '00'.
005136     88  HW-ASOF-FILE-OK                        VALUE '00'.
005137     88  HW-ASOF-FILE-NOT-FOUND                 VALUE '05'.
005138*
005139 01  HW-CALLED-SW                    PIC X(01)  VALUE 'N'.
005140     88  HW-CALLED-BY-DRIVER                    VALUE 'Y'.
005141*
005142 01  HW-LATE-RERUN-SW                PIC X(01)  VALUE 'N'.
005143     88  HW-LATE-RERUN                          VALUE 'Y'.
005144*
005145 01  HW-RERUN-MARKED-SW              PIC X(01)  VALUE 'N'.
005146     88  HW-RERUN-MARKED                        VALUE 'Y'.
005147*
005148 01  HW-CHECK-DATE.
005149     05  HW-CHECK-YEAR               PIC 9(04).
005150     05  HW-CHECK-MONTH              PIC 9(02).
005151     05  HW-CHECK-DAY                PIC 9(02).
005152*
005153 01  HW-MONTH-DAYS-DEF               PIC X(24)  VALUE
005154     '312931303130313130313031'.
005155 01  HW-MONTH-DAYS REDEFINES HW-MONTH-DAYS-DEF.
005156     05  HW-DAYS-IN-MONTH OCCURS 12 TIMES
005157                                     PIC 9(02).
005158 01  HW-MONTH-LIMIT                  PIC 9(02)  COMP VALUE ZERO.
005159 01  HW-LEAP-QUOT                    PIC 9(04)  COMP VALUE ZERO.
005160 01  HW-LEAP-REM                     PIC 9(04)  COMP VALUE ZERO.
005161 01  HW-JOB-END-TIME                 PIC 9(08)  VALUE ZERO.
005162 01  HW-JOB-END-BREAKDOWN REDEFINES HW-JOB-END-TIME.
005163     05  HW-END-HOUR                 PIC 9(02).
005170     05  HW-END-MINUTE               PIC 9(02).
005180     05  HW-END-SECOND               PIC 9(02).
005190     05  HW-END-HUNDREDTHS           PIC 9(02).
005510 01  HW-PAGE-MSG-COUNT               PIC 9(03)  COMP VALUE ZERO.
005520*
005530 01  HW-LAST-RUN-DATE                PIC 9(08)  VALUE ZERO.
005535 01  HW-NEXT-RUN-DATE                PIC 9(08)  VALUE ZERO.
005540*
005550 01  HW-EFF-FROM-WORK                PIC 9(08)  VALUE ZERO.
005560 01  HW-EFF-THRU-WORK                PIC 9(08)  VALUE ZERO.
005630*
005640 01  HW-CATCHUP-COUNT                PIC 9(03)  COMP VALUE ZERO.
005650 01  HW-BYPASSED-COUNT               PIC 9(03)  COMP VALUE ZERO.
005655 01  HW-PRIOR-CATCHUP-COUNT          PIC 9(03)  COMP VALUE ZERO.
005660*
005670 01  HW-COPY-NUMBER                  PIC 9(02)  COMP VALUE ZERO.
005680 01  HW-PAGES-PRINTED                PIC 9(05)  COMP VALUE ZERO.
006030     05  FILLER                      PIC X(14)  VALUE
006040         '   OPERATOR : '.
006050     05  HW-BH3-OPER                 PIC X(08).
006054     05  FILLER                      PIC X(03)  VALUE SPACES.
006058     05  HW-BH3-RERUN-TEXT           PIC X(23)  VALUE SPACES.
006062     05  HW-BH3-RERUN-DATE           PIC X(08)  VALUE SPACES.
006066     05  FILLER                      PIC X(47)  VALUE SPACES.
006070*
006080 01  HW-BULL-MSG-LINE.
006090     05  FILLER                      PIC X(05)  VALUE SPACES.
006130 01  HW-ERROR-FILE-ID                PIC X(08)  VALUE SPACES.
006140*
006150 01  HW-ERROR-STATUS                 PIC X(02)  VALUE SPACES.
006152*
006154 01  HW-ALERT-MESSAGE                PIC X(30)  VALUE
006156     'STEP ABENDED - SEE CONSOLE LOG'.
006160*
006170 LINKAGE SECTION.
006180*
006700 1000-INITIALIZE.
006710*
006720     MOVE ZERO TO HW-RETURN-CODE.
006723     MOVE 'STEP ABENDED - SEE CONSOLE LOG' TO HW-ALERT-MESSAGE.
006726     IF HW-RUN-MODE-NORMAL OR HW-RUN-MODE-TEST
006732         SET HW-CALLED-BY-DRIVER TO TRUE
006738     ELSE
006740         SET HW-RUN-MODE-NORMAL TO TRUE
006750     END-IF.
006756     ACCEPT HW-PROCESS-DATE FROM DATE YYYYMMDD.
006762     MOVE HW-PROCESS-DATE TO HW-RUN-DATE.
006770     ACCEPT HW-RUN-TIME FROM TIME.
006774     PERFORM 1020-DETERMINE-AS-OF-DATE THRU 1020-EXIT.
006780*
006790 1000-EXIT.
006791     EXIT.
006792*
006793*****************************************************************
006794*    1020 - AS-OF DATE.  A DRIVER PASSES A MISSED BUSINESS DATE  *
006795*    IN HW-AS-OF-DATE; A DIRECT JCL RUN SUPPLIES IT ON AN        *
006796*    ASOFDATE CARD (YYYYMMDD IN COLS 1-8).  A PRIOR DATE MAKES   *
006797*    THIS A LATE RERUN: HW-RUN-DATE BECOMES THE BUSINESS DATE    *
006798*    FOR THE CALENDAR, EFFECTIVITY, LEDGER, BULLETIN, AUDIT AND  *
006799*    RUN-HISTORY RECORDS, AND HW-PROCESS-DATE KEEPS THE REAL     *
006800*    DATE.  NO DATE, OR TODAY'S, IS A NORMAL RUN.  A FUTURE OR   *
006801*    INVALID DATE ENDS THE STEP RC 16.                           *
006802*****************************************************************
006803*
006804 1020-DETERMINE-AS-OF-DATE.
006805*
006806     MOVE ZERO TO HW-ASOF-WORK.
006807     IF HW-CALLED-BY-DRIVER
006808         AND HW-AS-OF-DATE NUMERIC
006809         AND HW-AS-OF-DATE > ZERO
006810         MOVE HW-AS-OF-DATE TO HW-ASOF-WORK
006811     ELSE
006812         PERFORM 1030-READ-AS-OF-CARD THRU 1030-EXIT
006813     END-IF.
006814     IF HW-ASOF-WORK = ZERO
006815         GO TO 1020-EXIT
006816     END-IF.
006817     MOVE HW-ASOF-WORK TO HW-CHECK-DATE.
006818     PERFORM 1025-SET-MONTH-LIMIT THRU 1025-EXIT.
006819     IF HW-CHECK-MONTH < 1 OR HW-CHECK-MONTH > 12
006820         OR HW-CHECK-DAY < 1
006821         OR HW-CHECK-DAY > HW-MONTH-LIMIT
006822         OR HW-ASOF-WORK > HW-PROCESS-DATE
006823         DISPLAY 'HELLOWORLD - AS-OF DATE INVALID OR FUTURE: '
006824             HW-ASOF-WORK UPON CONSOLE-DEVICE
006825         MOVE 'ASOFDATE' TO HW-ERROR-FILE-ID
006826         MOVE HW-ASOF-FILE-STATUS TO HW-ERROR-STATUS
006827         GO TO 9999-ERROR-EXIT
006828     END-IF.
006829     IF HW-ASOF-WORK = HW-PROCESS-DATE
006830         GO TO 1020-EXIT
006831     END-IF.
006832     MOVE HW-ASOF-WORK TO HW-RUN-DATE.
006833     SET HW-LATE-RERUN TO TRUE.
006834     DISPLAY 'HELLOWORLD - LATE RERUN FOR BUSINESS DATE '
006835         HW-RUN-DATE ' PROCESSED ON ' HW-PROCESS-DATE
006836         UPON CONSOLE-DEVICE.
006837*
006838 1020-EXIT.
006839     EXIT.
006840*
006841 1025-SET-MONTH-LIMIT.
006842*
006843     MOVE ZERO TO HW-MONTH-LIMIT.
006844     IF HW-CHECK-MONTH < 1 OR HW-CHECK-MONTH > 12
006845         GO TO 1025-EXIT
006846     END-IF.
006847     MOVE HW-DAYS-IN-MONTH (HW-CHECK-MONTH) TO HW-MONTH-LIMIT.
006848     IF HW-CHECK-MONTH NOT = 2
006849         GO TO 1025-EXIT
006850     END-IF.
006851     DIVIDE HW-CHECK-YEAR BY 4 GIVING HW-LEAP-QUOT
006852         REMAINDER HW-LEAP-REM.
006853     IF HW-LEAP-REM NOT = ZERO
006854         MOVE 28 TO HW-MONTH-LIMIT
006855         GO TO 1025-EXIT
006856     END-IF.
006857     DIVIDE HW-CHECK-YEAR BY 100 GIVING HW-LEAP-QUOT
006858         REMAINDER HW-LEAP-REM.
006859     IF HW-LEAP-REM NOT = ZERO
006860         GO TO 1025-EXIT
006861     END-IF.
006862     DIVIDE HW-CHECK-YEAR BY 400 GIVING HW-LEAP-QUOT
006863         REMAINDER HW-LEAP-REM.
006864     IF HW-LEAP-REM NOT = ZERO
006865         MOVE 28 TO HW-MONTH-LIMIT
006866     END-IF.
006867*
006868 1025-EXIT.
006869     EXIT.
006870*
006871 1030-READ-AS-OF-CARD.
006872*
006873     OPEN INPUT ASOF-DATE-FILE.
006874     IF HW-ASOF-FILE-NOT-FOUND
006875         CLOSE ASOF-DATE-FILE
006876         GO TO 1030-EXIT
006877     END-IF.
006878     IF NOT HW-ASOF-FILE-OK
006879         MOVE 'ASOFDATE' TO HW-ERROR-FILE-ID
006880         MOVE HW-ASOF-FILE-STATUS TO HW-ERROR-STATUS
006881         GO TO 9999-ERROR-EXIT
006882     END-IF.
006883     READ ASOF-DATE-FILE
006884         AT END
006885             CLOSE ASOF-DATE-FILE
006886             GO TO 1030-EXIT
006887     END-READ.
006888     IF NOT HW-ASOF-FILE-OK
006889         MOVE 'ASOFDATE' TO HW-ERROR-FILE-ID
006890         MOVE HW-ASOF-FILE-STATUS TO HW-ERROR-STATUS
006891         GO TO 9999-ERROR-EXIT
006892     END-IF.
006893     CLOSE ASOF-DATE-FILE.
006894     IF ASOF-BUSINESS-DATE = SPACES
006895         GO TO 1030-EXIT
006896     END-IF.
006897     IF ASOF-BUSINESS-DATE NOT NUMERIC
006898         DISPLAY 'HELLOWORLD - AS-OF DATE NOT NUMERIC: '
006899             ASOF-BUSINESS-DATE UPON CONSOLE-DEVICE
006900         MOVE 'ASOFDATE' TO HW-ERROR-FILE-ID
006901         MOVE HW-ASOF-FILE-STATUS TO HW-ERROR-STATUS
006902         GO TO 9999-ERROR-EXIT
006903     END-IF.
006904     MOVE ASOF-BUSINESS-DATE TO HW-ASOF-WORK.
006905*
006906 1030-EXIT.
006907     EXIT.
006908*
006909 1050-DETERMINE-SHIFT.
006910*
006911     IF HW-RUN-HOUR >= 06 AND HW-RUN-HOUR < 14
006912         SET HW-SHIFT-DAY TO TRUE
006913     ELSE
006914         IF HW-RUN-HOUR >= 14 AND HW-RUN-HOUR < 22
006915             SET HW-SHIFT-EVENING TO TRUE
006916         ELSE
006917             SET HW-SHIFT-NIGHT TO TRUE
006918         END-IF
006920     END-IF.
006930*
006940 1050-EXIT.
008420*    WINDOW: CARDS EFFECTIVE ONLY BETWEEN THAT DATE AND TODAY
008430*    WERE NEVER PROCESSED (CALENDAR SKIPS WRITE NO LEDGER).
008440*
008441*    ON A LATE RERUN THE OLDEST LATER DECK-COMPLETE DATE IS ALSO
008442*    KEPT -- THAT RUN CAUGHT UP CARDS THE MISSED DAY WOULD HAVE
008443*    PROCESSED (SEE 3520).
008445*
008450     IF CHECKPOINT-DATE NOT = HW-RUN-DATE
008460         IF CHECKPOINT-PHASE-DECK
008470             AND CHECKPOINT-DATE < HW-RUN-DATE
008480             AND CHECKPOINT-DATE > HW-LAST-RUN-DATE
008490             MOVE CHECKPOINT-DATE TO HW-LAST-RUN-DATE
008491         END-IF
008492         IF HW-LATE-RERUN
008493             AND CHECKPOINT-PHASE-DECK
008494             AND CHECKPOINT-DATE > HW-RUN-DATE
008495             AND (HW-NEXT-RUN-DATE = ZERO
008496             OR CHECKPOINT-DATE < HW-NEXT-RUN-DATE)
008497             MOVE CHECKPOINT-DATE TO HW-NEXT-RUN-DATE
008500         END-IF
008510         GO TO 1550-EXIT
008520     END-IF.
008760     IF NOT HW-OPER-FILE-OK
008770         MOVE 'OPERMAST' TO HW-ERROR-FILE-ID
008780         MOVE HW-OPER-FILE-STATUS TO HW-ERROR-STATUS
008781         GO TO 9999-ERROR-EXIT
008782     END-IF.
008783     OPEN INPUT OPERATOR-AUTH.
008784     IF NOT HW-AUTH-FILE-OK
008785         MOVE 'OPERAUTH' TO HW-ERROR-FILE-ID
008786         MOVE HW-AUTH-FILE-STATUS TO HW-ERROR-STATUS
008790         GO TO 9999-ERROR-EXIT
008800     END-IF.
008810     PERFORM 2200-LOAD-MESSAGE-CATALOG THRU 2200-EXIT.
010900         MOVE HW-OPER-FILE-STATUS TO HW-ERROR-STATUS
010910         GO TO 9999-ERROR-EXIT
010920     END-IF.
010925     PERFORM 3460-CHECK-AUTHORIZATION THRU 3460-EXIT.
010930*
010940 3450-EXIT.
010941     EXIT.
010942*
010943*****************************************************************
010944*    3460 - THE OPERATOR MUST HOLD AN AUTHORIZATION ON OPERAUTH  *
010945*    FOR THE HEADER'S RUN ID ON THE SHIFT DERIVED FOR THIS RUN,  *
010946*    EFFECTIVE ON THE RUN DATE.  ANY OTHER OPERATOR, HOWEVER     *
010947*    ACTIVE ON OPERMAST, IS REFUSED AND THE CRITICAL ALERT NAMES *
010948*    THEM.                                                       *
010949*****************************************************************
010950*
010951 3460-CHECK-AUTHORIZATION.
010952*
010953     MOVE HW-OPERATOR-ID TO AUTH-OPER-ID.
010954     MOVE HW-RUN-ID TO AUTH-RUN-ID.
010955     MOVE HW-SHIFT-CODE TO AUTH-SHIFT.
010956     READ OPERATOR-AUTH.
010957     IF HW-AUTH-NOT-ON-FILE
010958         DISPLAY 'HELLOWORLD - OPERATOR ' HW-OPERATOR-ID
010959             ' NOT AUTHORIZED FOR RUN ' HW-RUN-ID
010960             ' SHIFT ' HW-SHIFT-CODE UPON CONSOLE-DEVICE
010961         MOVE 'OPERAUTH' TO HW-ERROR-FILE-ID
010962         MOVE HW-AUTH-FILE-STATUS TO HW-ERROR-STATUS
010963         PERFORM 3470-SET-AUTH-ALERT THRU 3470-EXIT
010964         GO TO 9999-ERROR-EXIT
010965     END-IF.
010966     IF NOT HW-AUTH-FILE-OK
010967         MOVE 'OPERAUTH' TO HW-ERROR-FILE-ID
010968         MOVE HW-AUTH-FILE-STATUS TO HW-ERROR-STATUS
010969         GO TO 9999-ERROR-EXIT
010970     END-IF.
010971     IF AUTH-EFF-FROM-DATE > HW-RUN-DATE
010972         OR (AUTH-EFF-THRU-DATE NOT = ZERO
010973         AND AUTH-EFF-THRU-DATE < HW-RUN-DATE)
010974         DISPLAY 'HELLOWORLD - OPERATOR ' HW-OPERATOR-ID
010975             ' AUTHORIZATION FOR RUN ' HW-RUN-ID
010976             ' SHIFT ' HW-SHIFT-CODE
010977             ' NOT EFFECTIVE FOR RUN DATE' UPON CONSOLE-DEVICE
010978         MOVE 'OPERAUTH' TO HW-ERROR-FILE-ID
010979         MOVE HW-AUTH-FILE-STATUS TO HW-ERROR-STATUS
010980         PERFORM 3470-SET-AUTH-ALERT THRU 3470-EXIT
010981         GO TO 9999-ERROR-EXIT
010982     END-IF.
010983*
010984 3460-EXIT.
010985     EXIT.
010986*
010987 3470-SET-AUTH-ALERT.
010988*
010989     MOVE SPACES TO HW-ALERT-MESSAGE.
010990     STRING 'OPER ' HW-OPERATOR-ID ' NOT AUTHORIZED'
010991         DELIMITED BY SIZE INTO HW-ALERT-MESSAGE.
010992*
010993 3470-EXIT.
010994     EXIT.
010995*
010996 3500-PROCESS-DETAIL-CARD.
010997*
010998     IF NOT HW-HEADER-SEEN
011000         DISPLAY 'HELLOWORLD - DETAIL CARD BEFORE HEADER CARD'
011010             UPON CONSOLE-DEVICE
011020         MOVE 'PARMIN' TO HW-ERROR-FILE-ID
011230         MOVE HW-MSG-FILE-STATUS TO HW-ERROR-STATUS
011240         GO TO 9999-ERROR-EXIT
011250     END-IF.
011260     MOVE HW-SUB-RESULT TO HW-MESSAGE-TEXT.
011270     IF HW-BULL-COUNT < 50
011280         ADD 1 TO HW-BULL-COUNT
011290         MOVE HW-MESSAGE-TEXT TO HW-BULL-TEXT (HW-BULL-COUNT)
011660*    WAS PROCESSED BY THAT RUN AND IS BYPASSED, NOT LOGGED       *
011670*    TWICE.  BLANK OR ZERO DATES MEAN NO BOUND, SO DECKS KEYED   *
011680*    BEFORE THIS CHANGE BEHAVE AS BEFORE.                        *
011683*    A LATE RERUN PROCESSES ONLY WHAT WAS EFFECTIVE ON ITS       *
011686*    BUSINESS DATE AND NEVER CATCHES UP; SEE THE NOTE BELOW.     *
011690*****************************************************************
011700*
011710 3520-CHECK-EFFECTIVITY.
011940     END-IF.
011950     IF HW-EFF-FROM-WORK <= HW-RUN-DATE
011960         AND HW-EFF-THRU-WORK >= HW-RUN-DATE
011962         GO TO 3520-CHECK-PRIOR-CATCH-UP
011964     END-IF.
011966     IF HW-LATE-RERUN
011968         SET HW-CARD-BYPASSED TO TRUE
011970         GO TO 3520-EXIT
011980     END-IF.
011990     IF HW-LAST-RUN-DATE > ZERO
012040         GO TO 3520-EXIT
012050     END-IF.
012060     SET HW-CARD-BYPASSED TO TRUE.
012061     GO TO 3520-EXIT.
012062*
012063*    ON A LATE RERUN, A CARD WHOSE WINDOW OPENED AFTER THE LAST
012064*    DECK-COMPLETE RUN BEFORE THE BUSINESS DATE AND CLOSED BEFORE
012065*    THE NEXT ONE AFTER IT WAS ALREADY CAUGHT UP BY THAT NEXT RUN
012066*    (THE MISSED DAY HAD NO LEDGER) -- IT IS BYPASSED, NOT LOGGED
012067*    TWICE.  A CARD STILL EFFECTIVE ON THE NEXT RUN'S DATE WAS
012068*    PROCESSED THERE FOR THAT DATE ONLY AND PROCESSES NOW AS WELL.
012069*
012070 3520-CHECK-PRIOR-CATCH-UP.
012071     IF NOT HW-LATE-RERUN
012072         OR HW-LAST-RUN-DATE = ZERO
012073         OR HW-NEXT-RUN-DATE = ZERO
012074         GO TO 3520-EXIT
012075     END-IF.
012076     IF HW-EFF-FROM-WORK > HW-LAST-RUN-DATE
012077         AND HW-EFF-THRU-WORK < HW-NEXT-RUN-DATE
012078         SET HW-CARD-BYPASSED TO TRUE
012079         ADD 1 TO HW-PRIOR-CATCHUP-COUNT
012080     END-IF.
012081*
012082 3520-EXIT.
012090     EXIT.
012100*
012110 3550-LOOKUP-MESSAGE.
012140     MOVE 1 TO HW-MSG-SUB.
012150     PERFORM 3560-SCAN-MESSAGE-TABLE THRU 3560-EXIT
012160         UNTIL HW-MSG-FOUND OR HW-MSG-SUB > HW-MSG-COUNT.
012162     IF HW-MSG-FOUND
012164         PERFORM 3570-RESOLVE-PLACEHOLDERS THRU 3570-EXIT
012166     END-IF.
012170*
012180 3550-EXIT.
012190     EXIT.
012280     END-IF.
012290*
012300 3560-EXIT.
012301     EXIT.
012302*
012303*****************************************************************
012304*    3570 - PLACEHOLDER SUBSTITUTION.  THE CATALOG TEXT JUST     *
012305*    FOUND IS COPIED TO HW-SUB-RESULT WITH EVERY PLACEHOLDER     *
012306*    NAMED IN THE MSGTOKN COPYBOOK REPLACED BY ITS VALUE FOR     *
012307*    THIS RUN, AND '&&' REPLACED BY ONE AMPERSAND.  AN UNKNOWN   *
012308*    NAME IS LEFT AS WRITTEN (THE CATALOG MAINTENANCE JOB        *
012309*    REJECTS ONE).  TEXT THAT NO LONGER FITS 40 BYTES IS CUT     *
012310*    OFF AND NOTED ON THE CONSOLE.                               *
012311*****************************************************************
012312*
012313 3570-RESOLVE-PLACEHOLDERS.
012314*
012315     MOVE HW-MSG-TBL-TEXT (HW-MSG-SUB) TO HW-SUB-TEMPLATE.
012316     MOVE SPACES TO HW-SUB-RESULT.
012317     MOVE 'N' TO HW-SUB-TRUNCATED-SW.
012318     MOVE 1 TO HW-SUB-IN-POS.
012319     MOVE 1 TO HW-SUB-OUT-POS.
012320     PERFORM 3575-RESOLVE-NEXT-CHAR THRU 3575-EXIT
012321         UNTIL HW-SUB-IN-POS > 40 OR HW-SUB-OUT-POS > 40.
012322     IF HW-SUB-IN-POS NOT > 40
012323         IF HW-SUB-TEMPLATE (HW-SUB-IN-POS:) NOT = SPACES
012324             SET HW-SUB-TRUNCATED TO TRUE
012325         END-IF
012326     END-IF.
012327     IF HW-SUB-TRUNCATED
012328         DISPLAY 'HELLOWORLD - MESSAGE ' HW-LOOKUP-CODE ' '
012329             HW-LOOKUP-LANG ' TRUNCATED AFTER SUBSTITUTION'
012330             UPON CONSOLE-DEVICE
012331     END-IF.
012332*
012333 3570-EXIT.
012334     EXIT.
012335*
012336 3575-RESOLVE-NEXT-CHAR.
012337*
012338     IF HW-SUB-TEMPLATE (HW-SUB-IN-POS:1) NOT = '&'
012339         MOVE HW-SUB-TEMPLATE (HW-SUB-IN-POS:1)
012340             TO HW-SUB-RESULT (HW-SUB-OUT-POS:1)
012341         ADD 1 TO HW-SUB-IN-POS
012342         ADD 1 TO HW-SUB-OUT-POS
012343         GO TO 3575-EXIT
012344     END-IF.
012345     IF HW-SUB-IN-POS < 40
012346         IF HW-SUB-TEMPLATE (HW-SUB-IN-POS + 1:1) = '&'
012347             MOVE '&' TO HW-SUB-RESULT (HW-SUB-OUT-POS:1)
012348             ADD 2 TO HW-SUB-IN-POS
012349             ADD 1 TO HW-SUB-OUT-POS
012350             GO TO 3575-EXIT
012351         END-IF
012352     END-IF.
012353     PERFORM 3580-MATCH-PLACEHOLDER THRU 3580-EXIT.
012354     IF MSG-TOKEN-NOT-FOUND
012355         MOVE '&' TO HW-SUB-RESULT (HW-SUB-OUT-POS:1)
012356         ADD 1 TO HW-SUB-IN-POS
012357         ADD 1 TO HW-SUB-OUT-POS
012358         GO TO 3575-EXIT
012359     END-IF.
012360     PERFORM 3590-PLACEHOLDER-VALUE THRU 3590-EXIT.
012361     ADD MSG-TOKEN-LENGTH (MSG-TOKEN-SUB) TO HW-SUB-IN-POS.
012362     IF HW-SUB-VALUE-LEN = ZERO
012363         GO TO 3575-EXIT
012364     END-IF.
012365     IF HW-SUB-OUT-POS + HW-SUB-VALUE-LEN > 41
012366         COMPUTE HW-SUB-VALUE-LEN = 41 - HW-SUB-OUT-POS
012367         SET HW-SUB-TRUNCATED TO TRUE
012368     END-IF.
012369     MOVE HW-SUB-VALUE (1:HW-SUB-VALUE-LEN)
012370         TO HW-SUB-RESULT (HW-SUB-OUT-POS:HW-SUB-VALUE-LEN).
012371     ADD HW-SUB-VALUE-LEN TO HW-SUB-OUT-POS.
012372*
012373 3575-EXIT.
012374     EXIT.
012375*
012376 3580-MATCH-PLACEHOLDER.
012377*
012378     MOVE ZERO TO MSG-TOKEN-SUB.
012379     MOVE 1 TO HW-SUB-TOKEN-IX.
012380     PERFORM 3585-COMPARE-PLACEHOLDER THRU 3585-EXIT
012381         UNTIL HW-SUB-TOKEN-IX > MSG-TOKEN-MAX
012382         OR NOT MSG-TOKEN-NOT-FOUND.
012383*
012384 3580-EXIT.
012385     EXIT.
012386*
012387 3585-COMPARE-PLACEHOLDER.
012388*
012389     MOVE MSG-TOKEN-LENGTH (HW-SUB-TOKEN-IX) TO HW-SUB-TOKEN-LEN.
012390     IF HW-SUB-IN-POS + HW-SUB-TOKEN-LEN NOT > 41
012391         IF HW-SUB-TEMPLATE (HW-SUB-IN-POS:HW-SUB-TOKEN-LEN) =
012392             MSG-TOKEN-NAME (HW-SUB-TOKEN-IX) (1:HW-SUB-TOKEN-LEN)
012393             MOVE HW-SUB-TOKEN-IX TO MSG-TOKEN-SUB
012394         END-IF
012395     END-IF.
012396     ADD 1 TO HW-SUB-TOKEN-IX.
012397*
012398 3585-EXIT.
012399     EXIT.
012400*
012401*    THE BUSINESS DATE PRINTS MM/DD/YYYY, OR DD/MM/YYYY FOR A 'PT'
012402*    MESSAGE.  EVERY OTHER VALUE IS TRIMMED OF TRAILING SPACES.
012403*
012404 3590-PLACEHOLDER-VALUE.
012405*
012406     MOVE SPACES TO HW-SUB-VALUE.
012407     IF MSG-TOKEN-IS-DATE
012408         IF HW-LOOKUP-LANG = 'PT'
012409             MOVE HW-RUN-DAY TO HW-SUB-DATE-PART-1
012410             MOVE HW-RUN-MONTH TO HW-SUB-DATE-PART-2
012411         ELSE
012412             MOVE HW-RUN-MONTH TO HW-SUB-DATE-PART-1
012413             MOVE HW-RUN-DAY TO HW-SUB-DATE-PART-2
012414         END-IF
012415         MOVE HW-RUN-YEAR TO HW-SUB-DATE-YEAR
012416         MOVE HW-SUB-DATE-TEXT TO HW-SUB-VALUE
012417         MOVE 10 TO HW-SUB-VALUE-LEN
012418         GO TO 3590-EXIT
012419     END-IF.
012420     IF MSG-TOKEN-IS-RUN-ID
012421         MOVE HW-RUN-ID TO HW-SUB-VALUE
012422     END-IF.
012423     IF MSG-TOKEN-IS-SHIFT
012424         MOVE HW-SHIFT-CODE TO HW-SUB-VALUE
012425     END-IF.
012426     IF MSG-TOKEN-IS-HOLIDAY
012427         MOVE HW-CAL-NAME-SAVE TO HW-SUB-VALUE
012428     END-IF.
012429     IF MSG-TOKEN-IS-VALUE
012430         MOVE PARM-MSG-VALUE TO HW-SUB-VALUE
012431     END-IF.
012432     MOVE 'N' TO HW-SUB-TRIMMED-SW.
012433     MOVE 30 TO HW-SUB-VALUE-LEN.
012434     PERFORM 3595-TRIM-VALUE THRU 3595-EXIT
012435         UNTIL HW-SUB-TRIMMED OR HW-SUB-VALUE-LEN = ZERO.
012436*
012437 3590-EXIT.
012438     EXIT.
012439*
012440 3595-TRIM-VALUE.
012441*
012442     IF HW-SUB-VALUE (HW-SUB-VALUE-LEN:1) = SPACE
012443         SUBTRACT 1 FROM HW-SUB-VALUE-LEN
012444     ELSE
012445         SET HW-SUB-TRIMMED TO TRUE
012446     END-IF.
012447*
012448 3595-EXIT.
012449     EXIT.
012450*
012451 3600-PROCESS-TRAILER-CARD.
012452*
012453     IF NOT HW-HEADER-SEEN
012454         DISPLAY 'HELLOWORLD - TRAILER CARD BEFORE HEADER CARD'
012455             UPON CONSOLE-DEVICE
012456         MOVE 'PARMIN' TO HW-ERROR-FILE-ID
012457         MOVE HW-PARM-FILE-STATUS TO HW-ERROR-STATUS
012458         GO TO 9999-ERROR-EXIT
012459     END-IF.
012460     SET HW-TRAILER-SEEN TO TRUE.
012461     IF PARM-EXPECTED-COUNT NOT NUMERIC
012462         DISPLAY 'HELLOWORLD - TRAILER CARD COUNT NOT NUMERIC'
012463             UPON CONSOLE-DEVICE
012464         MOVE 'PARMIN' TO HW-ERROR-FILE-ID
012470         MOVE HW-PARM-FILE-STATUS TO HW-ERROR-STATUS
012480         GO TO 9999-ERROR-EXIT
012490     END-IF.
013590     MOVE HW-RUN-ID TO HW-BH3-RUN-ID.
013600     MOVE HW-SHIFT-CODE TO HW-BH3-SHIFT.
013610     MOVE HW-OPERATOR-ID TO HW-BH3-OPER.
013612     IF HW-LATE-RERUN
013614         MOVE 'LATE RERUN - PROCESSED ' TO HW-BH3-RERUN-TEXT
013616         MOVE HW-PROCESS-DATE TO HW-BH3-RERUN-DATE
013618     END-IF.
013620     WRITE BULLETIN-RECORD FROM HW-BULL-HEADING-1
013630         AFTER ADVANCING PAGE.
013640     PERFORM 4700-CHECK-BULLETIN-STATUS THRU 4700-EXIT.
014290     MOVE DIST-COPIES TO BULL-HIST-COPIES.
014300     MOVE HW-SHIFT-CODE TO BULL-HIST-SHIFT.
014310     MOVE HW-OPERATOR-ID TO BULL-HIST-OPERATOR-ID.
014312     MOVE HW-PROCESS-DATE TO BULL-HIST-PROCESS-DATE.
014313     MOVE HW-DEPT-CLASS TO BULL-HIST-ROUTE-CLASS.
014314     IF HW-LATE-RERUN
014316         SET BULL-HIST-LATE-RERUN TO TRUE
014318     END-IF.
014320     WRITE BULL-HIST-RECORD.
014330     PERFORM 4695-CHECK-HISTORY-STATUS THRU 4695-EXIT.
014340     MOVE 1 TO HW-BULL-SUB.
014540     MOVE HW-BULL-TEXT (HW-BULL-SUB) TO BULL-HIST-TEXT.
014550     MOVE HW-SHIFT-CODE TO BULL-HIST-SHIFT.
014560     MOVE HW-OPERATOR-ID TO BULL-HIST-OPERATOR-ID.
014561     MOVE HW-BULL-CLASS (HW-BULL-SUB) TO BULL-HIST-ROUTE-CLASS.
014562     IF HW-LATE-RERUN
014564         SET BULL-HIST-LATE-RERUN TO TRUE
014566     END-IF.
014570     WRITE BULL-HIST-RECORD.
014580     PERFORM 4695-CHECK-HISTORY-STATUS THRU 4695-EXIT.
014590*
014870*
014880 5000-WRITE-AUDIT-LOG.
014890*
014891     IF HW-LATE-RERUN
014892         AND NOT HW-RERUN-MARKED
014893         AND NOT HW-RUN-MODE-TEST
014894         PERFORM 5050-WRITE-RERUN-MARKER THRU 5050-EXIT
014895     END-IF.
014900     MOVE SPACES TO AUDIT-LOG-RECORD.
014910     MOVE HW-RUN-DATE TO AUDIT-LOG-DATE.
014920     MOVE HW-RUN-TIME TO AUDIT-LOG-TIME.
015130 5000-EXIT.
015140     EXIT.
015150*
015151*****************************************************************
015152*    5050 - LATE-RERUN MARKER.  THE FIRST AUDIT RECORD OF A      *
015153*    MAKE-UP RUN IS A TYPE 'R' RECORD CARRYING THE ACTUAL        *
015154*    PROCESSING DATE; EVERY RECORD THE RUN WRITES AFTER IT       *
015155*    SHARES ITS BUSINESS DATE, TIME AND RUN ID, SO THE AUDIT     *
015156*    REPORTS CAN TELL A MAKE-UP RUN FROM A REAL-TIME ONE.        *
015157*****************************************************************
015158*
015159 5050-WRITE-RERUN-MARKER.
015160*
015161     SET HW-RERUN-MARKED TO TRUE.
015162     MOVE SPACES TO AUDIT-LOG-RECORD.
015163     MOVE HW-RUN-DATE TO AUDIT-LOG-DATE.
015164     MOVE HW-RUN-TIME TO AUDIT-LOG-TIME.
015165     MOVE ZERO TO AUDIT-LOG-RETURN-CODE.
015166     MOVE 'LATE RERUN - PROCESSED ' TO AUDIT-LOG-RERUN-TEXT.
015167     MOVE HW-PROCESS-DATE TO AUDIT-LOG-PROCESS-DATE.
015168     MOVE HW-RUN-ID TO AUDIT-LOG-RUN-ID.
015169     MOVE HW-OPERATOR-ID TO AUDIT-LOG-OPERATOR-ID.
015170     SET AUDIT-LOG-TYPE-LATE-RERUN TO TRUE.
015171     ADD 1 TO HW-AUDIT-SEQUENCE.
015172     MOVE HW-AUDIT-SEQUENCE TO AUDIT-LOG-SEQUENCE.
015173     WRITE AUDIT-LOG-RECORD.
015174     IF NOT HW-AUDIT-FILE-OK
015175         MOVE 'AUDITLOG' TO HW-ERROR-FILE-ID
015176         MOVE HW-AUDIT-FILE-STATUS TO HW-ERROR-STATUS
015177         GO TO 9999-ERROR-EXIT
015178     END-IF.
015179     ADD 1 TO HW-RECORDS-WRITTEN.
015180*
015181 5050-EXIT.
015182     EXIT.
015183*
015184 6000-CLOSE-FILES.
015185*
015186     CLOSE PARM-CARD-FILE.
015190     CLOSE AUDIT-LOG-FILE.
015200     CLOSE OPERATOR-MASTER.
015205     CLOSE OPERATOR-AUTH.
015210*
015220 6000-EXIT.
015230     EXIT.
015700         UPON CONSOLE-DEVICE.
015710     DISPLAY 'CARDS BYPASSED  : ' HW-BYPASSED-COUNT
015720         UPON CONSOLE-DEVICE.
015721     IF HW-LATE-RERUN
015722         DISPLAY 'CAUGHT UP BEFORE: ' HW-PRIOR-CATCHUP-COUNT
015723             UPON CONSOLE-DEVICE
015724         DISPLAY 'BUSINESS DATE   : ' HW-RUN-DATE
015725             UPON CONSOLE-DEVICE
015726         DISPLAY 'PROCESSED ON    : ' HW-PROCESS-DATE
015727             UPON CONSOLE-DEVICE
015728     END-IF.
015730     DISPLAY 'JOB START TIME  : ' HW-RUN-TIME
015740         UPON CONSOLE-DEVICE.
015750     DISPLAY 'JOB END TIME    : ' HW-JOB-END-TIME
016120     MOVE HW-RECORDS-READ TO RUN-STAT-RECORDS-READ.
016130     MOVE HW-RECORDS-WRITTEN TO RUN-STAT-RECORDS-WRITTEN.
016140     MOVE HW-RETURN-CODE TO RUN-STAT-RETURN-CODE.
016142     MOVE HW-PROCESS-DATE TO RUN-STAT-PROCESS-DATE.
016144     IF HW-LATE-RERUN
016146         SET RUN-STAT-LATE-RERUN TO TRUE
016148     END-IF.
016150     WRITE RUN-STAT-RECORD.
016160     IF NOT HW-STAT-FILE-OK
016170         MOVE 'RUNSTAT' TO HW-ERROR-FILE-ID
016740     MOVE HW-ERROR-FILE-ID TO ALERT-FILE-ID.
016750     MOVE HW-ERROR-STATUS TO ALERT-FILE-STATUS.
016760     SET ALERT-CRITICAL TO TRUE.
016770     MOVE HW-ALERT-MESSAGE TO ALERT-MESSAGE.
016780     WRITE ALERT-RECORD.
016790     IF NOT HW-ALERT-FILE-OK
016800         DISPLAY 'HELLOWORLD - ALERT RECORD NOT WRITTEN - '
