000200*      COLS 39-46  EFFECTIVE THRU YYYYMMDD (ADD ONLY, ZERO =
000210*                  NO EXPIRY)
000220*
000221*    THE 'L' LISTING ALSO PRINTS, UNDER EACH OPERATOR, EVERY RUN
000222*    AUTHORIZATION HELD ON THE AUTHORIZATION FILE (OPERAUTH,
000223*    MAINTAINED BY AUTHMNT) MARKED ACTIVE, LAPSED OR FUTURE AS AT
000224*    THE RUN DATE.  OPERAUTH IS READ ONLY; IF IT DOES NOT YET
000225*    EXIST EVERY OPERATOR LISTS WITH NO RUN AUTHORIZATIONS.
000226*
000230*    RETURN CODES:  0 ALL TRANSACTIONS APPLIED, 4 ONE OR MORE
000240*    TRANSACTIONS REJECTED (SEE REPORT), 16 FILE ERROR.
000250*
000300*    04/02/24   JH     EVERY REPORT WRITE NOW GOES THROUGH ONE
000310*                      FILE-STATUS CHECK PARAGRAPH, SO A PRINT
000320*                      FAILURE MID-REPORT IS CAUGHT AT ONCE.
000322*    08/05/24   JH     'L' LISTING NOW PRINTS EACH OPERATOR'S RUN
000324*                      AUTHORIZATIONS (OPERAUTH) UNDER THE
000326*                      OPERATOR, LAPSED ONES INCLUDED.
000330*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS OPER-ID
000470         FILE STATUS IS OM-MAST-FILE-STATUS.
000471     SELECT OPTIONAL OPERATOR-AUTH ASSIGN TO OPERAUTH
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS AUTH-KEY
000475         FILE STATUS IS OM-AUTH-FILE-STATUS.
000480     SELECT MAINT-REPORT-FILE ASSIGN TO OPRPRINT
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS OM-RPT-FILE-STATUS.
000740*
000750     COPY OPERMST.
000760*
000761 FD  OPERATOR-AUTH
000762     RECORD CONTAINS 80 CHARACTERS.
000763*
000764     COPY OPERAUTH.
000765*
000770 FD  MAINT-REPORT-FILE
000780     RECORDING MODE IS F
000790     RECORD CONTAINS 132 CHARACTERS.
000950 01  OM-RPT-FILE-STATUS              PIC X(02)  VALUE '00'.
000960     88  OM-RPT-FILE-OK                         VALUE '00'.
000970*
000971 01  OM-AUTH-FILE-STATUS             PIC X(02)  VALUE '00'.
000972     88  OM-AUTH-FILE-OK                        VALUE '00'.
000973     88  OM-AUTH-FILE-MISSING                   VALUE '05'.
000974     88  OM-AUTH-NOT-FOUND                      VALUE '23'.
000975     88  OM-AUTH-FILE-EOF                       VALUE '10'.
000976*
000980 01  OM-TRAN-EOF-SW                  PIC X(01)  VALUE 'N'.
000990     88  OM-TRAN-EOF                            VALUE 'Y'.
001000*
001010 01  OM-LIST-EOF-SW                  PIC X(01)  VALUE 'N'.
001020     88  OM-LIST-EOF                            VALUE 'Y'.
001021*
001022 01  OM-AUTH-MISSING-SW              PIC X(01)  VALUE 'N'.
001023     88  OM-AUTH-MISSING                        VALUE 'Y'.
001024*
001025 01  OM-AUTH-EOF-SW                  PIC X(01)  VALUE 'N'.
001026     88  OM-AUTH-EOF                            VALUE 'Y'.
001027*
001028 01  OM-AUTH-FOUND-SW                PIC X(01)  VALUE 'N'.
001029     88  OM-AUTH-FOUND                          VALUE 'Y'.
001030*
001040 01  OM-RUN-DATE                     PIC 9(08)  VALUE ZERO.
001050*
001080 01  OM-OPERS-DEACTIVATED            PIC 9(05)  COMP VALUE ZERO.
001090 01  OM-OPERS-LISTED                 PIC 9(05)  COMP VALUE ZERO.
001100 01  OM-TRANS-REJECTED               PIC 9(05)  COMP VALUE ZERO.
001103 01  OM-AUTHS-LISTED                 PIC 9(05)  COMP VALUE ZERO.
001106 01  OM-AUTHS-LAPSED                 PIC 9(05)  COMP VALUE ZERO.
001110*
001120 01  OM-LINE-COUNT                   PIC 9(03)  COMP VALUE 99.
001130 01  OM-PAGE-COUNT                   PIC 9(05)  COMP VALUE ZERO.
001350 01  OM-HEADING-2.
001360     05  FILLER                      PIC X(08)  VALUE 'ACTION'.
001370     05  FILLER                      PIC X(10)  VALUE 'OPERATOR'.
001376     05  FILLER                      PIC X(22)  VALUE
001382         'NAME/AUTH RUN ID'.
001390     05  FILLER                      PIC X(07)  VALUE 'SHIFT'.
001400     05  FILLER                      PIC X(10)  VALUE 'ACTIVE'.
001410     05  FILLER                      PIC X(10)  VALUE 'EFF-FROM'.
002020         MOVE 'OPRPRINT' TO OM-ERROR-FILE-ID
002030         MOVE OM-RPT-FILE-STATUS TO OM-ERROR-STATUS
002040         GO TO 9999-ERROR-EXIT
002041     END-IF.
002042     OPEN INPUT OPERATOR-AUTH.
002043     IF OM-AUTH-FILE-MISSING
002044         SET OM-AUTH-MISSING TO TRUE
002045     ELSE
002046         IF NOT OM-AUTH-FILE-OK
002047             MOVE 'OPERAUTH' TO OM-ERROR-FILE-ID
002048             MOVE OM-AUTH-FILE-STATUS TO OM-ERROR-STATUS
002049             GO TO 9999-ERROR-EXIT
002050         END-IF
002051     END-IF.
002060*
002070 2000-EXIT.
002080     EXIT.
003520     PERFORM 4800-FORMAT-MASTER-DETAIL THRU 4800-EXIT.
003530     MOVE 'LIST' TO OM-DET-ACTION.
003540     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003545     PERFORM 4300-LIST-OPER-AUTHS THRU 4300-EXIT.
003550*
003560 4250-EXIT.
003561     EXIT.
003562*
003563*****************************************************************
003564*    4300 - THE LISTED OPERATOR'S RUN AUTHORIZATIONS, ONE LINE   *
003565*    PER RUN ID AND SHIFT UNDER THE OPERATOR'S LINE, LAPSED AND  *
003566*    NOT-YET-EFFECTIVE ONES INCLUDED.  THE RUN ID PRINTS IN THE  *
003567*    NAME COLUMN AND ACTIVE/LAPSED/FUTURE (AS AT THE RUN DATE)   *
003568*    IN THE ACTIVE COLUMN.                                       *
003569*****************************************************************
003570*
003571 4300-LIST-OPER-AUTHS.
003572*
003573     MOVE 'N' TO OM-AUTH-FOUND-SW.
003574     MOVE 'N' TO OM-AUTH-EOF-SW.
003575     IF OM-AUTH-MISSING
003576         SET OM-AUTH-EOF TO TRUE
003577         GO TO 4300-NONE
003578     END-IF.
003579     MOVE LOW-VALUES TO AUTH-KEY.
003580     MOVE OPER-ID TO AUTH-OPER-ID.
003581     START OPERATOR-AUTH KEY NOT < AUTH-KEY.
003582     IF OM-AUTH-NOT-FOUND OR OM-AUTH-FILE-EOF
003583         SET OM-AUTH-EOF TO TRUE
003584     ELSE
003585         IF NOT OM-AUTH-FILE-OK
003586             MOVE 'OPERAUTH' TO OM-ERROR-FILE-ID
003587             MOVE OM-AUTH-FILE-STATUS TO OM-ERROR-STATUS
003588             GO TO 9999-ERROR-EXIT
003589         END-IF
003590     END-IF.
003591     PERFORM 4350-LIST-NEXT-AUTH THRU 4350-EXIT
003592         UNTIL OM-AUTH-EOF.
003593*
003594 4300-NONE.
003595     IF NOT OM-AUTH-FOUND
003596         MOVE SPACES TO OM-DETAIL-LINE
003597         MOVE 'AUTH' TO OM-DET-ACTION
003598         MOVE 'NO RUN AUTHORIZATIONS' TO OM-DET-COMMENT
003599         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
003600     END-IF.
003601*
003602 4300-EXIT.
003603     EXIT.
003604*
003605 4350-LIST-NEXT-AUTH.
003606*
003607     READ OPERATOR-AUTH NEXT RECORD
003608         AT END
003609             SET OM-AUTH-EOF TO TRUE
003610     END-READ.
003611     IF OM-AUTH-EOF
003612         GO TO 4350-EXIT
003613     END-IF.
003614     IF NOT OM-AUTH-FILE-OK
003615         MOVE 'OPERAUTH' TO OM-ERROR-FILE-ID
003616         MOVE OM-AUTH-FILE-STATUS TO OM-ERROR-STATUS
003617         GO TO 9999-ERROR-EXIT
003618     END-IF.
003619     IF AUTH-OPER-ID NOT = OPER-ID
003620         SET OM-AUTH-EOF TO TRUE
003621         GO TO 4350-EXIT
003622     END-IF.
003623     SET OM-AUTH-FOUND TO TRUE.
003624     ADD 1 TO OM-AUTHS-LISTED.
003625     MOVE SPACES TO OM-DETAIL-LINE.
003626     MOVE 'AUTH' TO OM-DET-ACTION.
003627     MOVE AUTH-RUN-ID TO OM-DET-NAME.
003628     MOVE AUTH-SHIFT TO OM-DET-SHIFT.
003629     IF AUTH-EFF-THRU-DATE NOT = ZERO
003630         AND AUTH-EFF-THRU-DATE < OM-RUN-DATE
003631         MOVE 'LAPSED' TO OM-DET-ACTIVE
003632         ADD 1 TO OM-AUTHS-LAPSED
003633     ELSE
003634         IF AUTH-EFF-FROM-DATE > OM-RUN-DATE
003635             MOVE 'FUTURE' TO OM-DET-ACTIVE
003636         ELSE
003637             MOVE 'ACTIVE' TO OM-DET-ACTIVE
003638         END-IF
003639     END-IF.
003640     MOVE AUTH-EFF-FROM-DATE TO OM-DET-EFF-FROM.
003641     MOVE AUTH-EFF-THRU-DATE TO OM-DET-EFF-THRU.
003642     STRING 'MAINTAINED ' AUTH-MAINT-DATE ' BY ' AUTH-MAINT-BY
003643         DELIMITED BY SIZE INTO OM-DET-COMMENT.
003644     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003645*
003646 4350-EXIT.
003647     EXIT.
003648*
003649 4800-FORMAT-MASTER-DETAIL.
003650*
003651     MOVE SPACES TO OM-DETAIL-LINE.
003652     MOVE OPER-ID TO OM-DET-OPER-ID.
003653     MOVE OPER-NAME TO OM-DET-NAME.
003654     MOVE OPER-DEFAULT-SHIFT TO OM-DET-SHIFT.
003655     MOVE OPER-ACTIVE-FLAG TO OM-DET-ACTIVE.
003660     MOVE OPER-EFF-FROM-DATE TO OM-DET-EFF-FROM.
003670     MOVE OPER-EFF-THRU-DATE TO OM-DET-EFF-THRU.
003680*
003870*
003880     CLOSE TRAN-CARD-FILE.
003890     CLOSE OPERATOR-MASTER.
003895     CLOSE OPERATOR-AUTH.
003900     CLOSE MAINT-REPORT-FILE.
003910*
003920 6000-EXIT.
004510     MOVE 'OPERATORS LISTED    :' TO OM-TOTAL-LINE.
004520     MOVE OM-OPERS-LISTED TO OM-TOT-COUNT.
004530     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
004531     MOVE 'AUTHORIZATIONS LISTD:' TO OM-TOTAL-LINE.
004532     MOVE OM-AUTHS-LISTED TO OM-TOT-COUNT.
004533     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
004534     MOVE '  OF WHICH LAPSED   :' TO OM-TOTAL-LINE.
004535     MOVE OM-AUTHS-LAPSED TO OM-TOT-COUNT.
004536     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
004540     MOVE 'TRANSACTIONS REJECTD:' TO OM-TOTAL-LINE.
004550     MOVE OM-TRANS-REJECTED TO OM-TOT-COUNT.
004560     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
