000240*      COLS 10-11  LANGUAGE CODE 'EN' OR 'PT'
000250*      COLS 12-51  MESSAGE TEXT          (ADD/REPLACE ONLY)
000260*
000261*    THE TEXT MAY CARRY THE NAMED PLACEHOLDERS LISTED IN THE
000262*    MSGTOKN COPYBOOK (&DATE., &RUNID., ...), WHICH THE NIGHTLY
000263*    STEP FILLS IN; AN ADD OR REPLACE NAMING ANY OTHER IS
000264*    REJECTED.  WRITE '&&' FOR A LITERAL AMPERSAND.
000265*
000270*    AFTER THE DECK IS APPLIED, THE COMPLETENESS AUDIT FLAGS
000280*    EVERY CODE PRESENT IN 'EN' BUT MISSING ITS 'PT'
000290*    COUNTERPART -- HALF THE DESK READS PORTUGUESE AND A
000295*    MISSING TRANSLATION IS A GUARANTEED NIGHT-SHIFT ABEND --
000300*    AND EVERY PAIR WHOSE TWO TEXTS DO NOT CARRY THE SAME
000305*    PLACEHOLDERS.
000310*
000320*    RETURN CODES:  0 ALL TRANSACTIONS APPLIED AND EVERY 'EN'
000336*    ENTRY HAS A MATCHING 'PT' COUNTERPART, 4 ONE OR MORE
000342*    REJECTED TRANSACTIONS, MISSING TRANSLATIONS OR PLACEHOLDER
000348*    MISMATCHES (SEE REPORT), 16 FILE ERROR OR CATALOG TABLE
000354*    FULL.
000360*
000370*    MODIFICATION HISTORY.
000380*    DATE       INIT   DESCRIPTION
000390*    ---------  -----  ------------------------------------------
000400*    04/23/24   JH     ORIGINAL PROGRAM.
000401*    06/17/24   JH     CATALOG TEXT MAY CARRY NAMED PLACEHOLDERS
000402*                      (MSGTOKN COPYBOOK).  AN ADD OR REPLACE
000403*                      WITH AN UNKNOWN ONE IS REJECTED, AND THE
000404*                      COMPLETENESS AUDIT NOW ALSO FLAGS AN EN/PT
000405*                      PAIR WHOSE PLACEHOLDERS DIFFER.
000410*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
001480 01  MM-ENTRIES-WRITTEN              PIC 9(05)  COMP VALUE ZERO.
001490 01  MM-TRANS-REJECTED               PIC 9(05)  COMP VALUE ZERO.
001500 01  MM-MISSING-PT                   PIC 9(05)  COMP VALUE ZERO.
001505 01  MM-PLACEHOLDER-MISMATCH         PIC 9(05)  COMP VALUE ZERO.
001510*
001520 01  MM-LINE-COUNT                   PIC 9(03)  COMP VALUE 99.
001530 01  MM-PAGE-COUNT                   PIC 9(05)  COMP VALUE ZERO.
001580*
001590 01  MM-ERROR-STATUS                 PIC X(02)  VALUE SPACES.
001600*
001602     COPY MSGTOKN.
001603*
001604 01  MM-TEXT-WORK                    PIC X(40)  VALUE SPACES.
001605 01  MM-TEXT-POS                     PIC 9(03)  COMP VALUE ZERO.
001606 01  MM-TOKEN-IX                     PIC 9(02)  COMP VALUE ZERO.
001607 01  MM-TOKEN-LEN                    PIC 9(02)  COMP VALUE ZERO.
001608 01  MM-BAD-TOKEN-SW                 PIC X(01)  VALUE 'N'.
001609     88  MM-BAD-TOKEN                           VALUE 'Y'.
001610 01  MM-TOKEN-TALLY.
001611     05  MM-TOKEN-COUNT OCCURS 5 TIMES
001612                                     PIC 9(02).
001613 01  MM-EN-TOKEN-TALLY               PIC X(10)  VALUE SPACES.
001614 01  MM-REJECT-REASON                PIC X(35)  VALUE SPACES.
001620*
001630 01  MM-HEADING-1.
001640     05  FILLER                      PIC X(09)  VALUE 'MSGMNT'.
002100     PERFORM 5500-AUDIT-COMPLETENESS THRU 5500-EXIT.
002110     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
002120     PERFORM 6000-CLOSE-FILES THRU 6000-EXIT.
002126     IF (MM-TRANS-REJECTED > ZERO OR MM-MISSING-PT > ZERO
002132         OR MM-PLACEHOLDER-MISMATCH > ZERO)
002140         AND MM-RETURN-CODE = ZERO
002150         MOVE 4 TO MM-RETURN-CODE
002160     END-IF.
003790         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003800         GO TO 4000-EXIT
003810     END-IF.
003811     MOVE TRAN-MSG-TEXT TO MM-TEXT-WORK.
003812     PERFORM 4300-SCAN-PLACEHOLDERS THRU 4300-EXIT.
003813     IF MM-BAD-TOKEN
003814         MOVE 'REJECTED - UNKNOWN PLACEHOLDER'
003815             TO MM-REJECT-REASON
003816         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003817         GO TO 4000-EXIT
003818     END-IF.
003820     PERFORM 3500-FIND-CATALOG-ENTRY THRU 3500-EXIT.
003830     IF MM-CAT-FOUND
003840         MOVE 'REJECTED - CODE/LANGUAGE ON FILE'
004200         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004210         GO TO 4100-EXIT
004220     END-IF.
004221     MOVE TRAN-MSG-TEXT TO MM-TEXT-WORK.
004222     PERFORM 4300-SCAN-PLACEHOLDERS THRU 4300-EXIT.
004223     IF MM-BAD-TOKEN
004224         MOVE 'REJECTED - UNKNOWN PLACEHOLDER'
004225             TO MM-REJECT-REASON
004226         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004227         GO TO 4100-EXIT
004228     END-IF.
004230     PERFORM 3500-FIND-CATALOG-ENTRY THRU 3500-EXIT.
004240     IF NOT MM-CAT-FOUND
004250         MOVE 'REJECTED - NOT ON FILE'
004500     PERFORM 4800-WRITE-TRAN-DETAIL THRU 4800-EXIT.
004510*
004520 4200-EXIT.
004521     EXIT.
004522*
004523*****************************************************************
004524*    4300 - PLACEHOLDER SCAN.  COUNTS EACH PLACEHOLDER NAMED IN  *
004525*    THE MSGTOKN COPYBOOK IN MM-TEXT-WORK INTO MM-TOKEN-TALLY.   *
004526*    '&&' IS A LITERAL AMPERSAND; ANY OTHER AMPERSAND THAT DOES  *
004527*    NOT START A KNOWN NAME SETS MM-BAD-TOKEN AND ENDS THE SCAN. *
004528*****************************************************************
004529*
004530 4300-SCAN-PLACEHOLDERS.
004531*
004532     MOVE ZEROS TO MM-TOKEN-TALLY.
004533     MOVE 'N' TO MM-BAD-TOKEN-SW.
004534     MOVE 1 TO MM-TEXT-POS.
004535     PERFORM 4350-SCAN-NEXT-CHAR THRU 4350-EXIT
004536         UNTIL MM-TEXT-POS > 40 OR MM-BAD-TOKEN.
004537*
004538 4300-EXIT.
004539     EXIT.
004540*
004541 4350-SCAN-NEXT-CHAR.
004542*
004543     IF MM-TEXT-WORK (MM-TEXT-POS:1) NOT = '&'
004544         ADD 1 TO MM-TEXT-POS
004545         GO TO 4350-EXIT
004546     END-IF.
004547     IF MM-TEXT-POS < 40
004548         IF MM-TEXT-WORK (MM-TEXT-POS + 1:1) = '&'
004549             ADD 2 TO MM-TEXT-POS
004550             GO TO 4350-EXIT
004551         END-IF
004552     END-IF.
004553     MOVE ZERO TO MSG-TOKEN-SUB.
004554     MOVE 1 TO MM-TOKEN-IX.
004555     PERFORM 4370-COMPARE-PLACEHOLDER THRU 4370-EXIT
004556         UNTIL MM-TOKEN-IX > MSG-TOKEN-MAX
004557         OR NOT MSG-TOKEN-NOT-FOUND.
004558     IF MSG-TOKEN-NOT-FOUND
004559         SET MM-BAD-TOKEN TO TRUE
004560         GO TO 4350-EXIT
004561     END-IF.
004562     ADD 1 TO MM-TOKEN-COUNT (MSG-TOKEN-SUB).
004563     ADD MSG-TOKEN-LENGTH (MSG-TOKEN-SUB) TO MM-TEXT-POS.
004564*
004565 4350-EXIT.
004566     EXIT.
004567*
004568 4370-COMPARE-PLACEHOLDER.
004569*
004570     MOVE MSG-TOKEN-LENGTH (MM-TOKEN-IX) TO MM-TOKEN-LEN.
004571     IF MM-TEXT-POS + MM-TOKEN-LEN NOT > 41
004572         IF MM-TEXT-WORK (MM-TEXT-POS:MM-TOKEN-LEN) =
004573             MSG-TOKEN-NAME (MM-TOKEN-IX) (1:MM-TOKEN-LEN)
004574             MOVE MM-TOKEN-IX TO MSG-TOKEN-SUB
004575         END-IF
004576     END-IF.
004577     ADD 1 TO MM-TOKEN-IX.
004578*
004579 4370-EXIT.
004580     EXIT.
004581*
004582 4800-WRITE-TRAN-DETAIL.
004583*
004584     MOVE SPACES TO MM-DETAIL-LINE.
004585     IF TRAN-ADD
004590         MOVE 'ADD' TO MM-DET-ACTION
004600     ELSE
004610         IF TRAN-REPLACE
005260*    ENTRY SURVIVING THE DECK MUST HAVE A 'PT' COUNTERPART ON    *
005270*    THE SAME CODE -- A MISSING TRANSLATION ABENDS THE NIGHTLY   *
005280*    STEP THE FIRST TIME A 'PT' DETAIL CARD ASKS FOR IT.         *
005283*    THE PAIR MUST ALSO CARRY THE SAME PLACEHOLDERS, OR THE      *
005286*    TRANSLATION SILENTLY DROPS (SAY) THE DATE.                  *
005290*****************************************************************
005300*
005310 5500-AUDIT-COMPLETENESS.
005360     MOVE 1 TO MM-CAT-SUB.
005370     PERFORM 5550-CHECK-ONE-ENTRY THRU 5550-EXIT
005380         UNTIL MM-CAT-SUB > MM-CAT-USED.
005390     IF MM-MISSING-PT = ZERO AND MM-PLACEHOLDER-MISMATCH = ZERO
005400         MOVE SPACES TO MM-DETAIL-LINE
005410         MOVE 'EVERY EN ENTRY HAS A MATCHING PT COUNTERPART'
005420             TO MM-DETAIL-LINE
005430         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005440     END-IF.
005580         UNTIL MM-PT-FOUND OR MM-SCAN-SUB > MM-CAT-USED.
005590     IF NOT MM-PT-FOUND
005600         ADD 1 TO MM-MISSING-PT
005604         MOVE 'MISSING PT TRANSLATION' TO MM-REJECT-REASON
005608         PERFORM 5650-WRITE-AUDIT-LINE THRU 5650-EXIT
005612         GO TO 5550-NEXT
005616     END-IF.
005620*
005624*    THE PAIR MUST CARRY THE SAME PLACEHOLDERS THE SAME NUMBER OF
005628*    TIMES, IN ANY ORDER -- A TRANSLATION MAY NOT DROP THE DATE.
005632*
005636     MOVE MM-CAT-TEXT (MM-CAT-SUB) TO MM-TEXT-WORK.
005640     PERFORM 4300-SCAN-PLACEHOLDERS THRU 4300-EXIT.
005644     MOVE MM-TOKEN-TALLY TO MM-EN-TOKEN-TALLY.
005648     MOVE MM-CAT-TEXT (MM-SCAN-SUB) TO MM-TEXT-WORK.
005652     PERFORM 4300-SCAN-PLACEHOLDERS THRU 4300-EXIT.
005656     IF MM-TOKEN-TALLY NOT = MM-EN-TOKEN-TALLY
005660         ADD 1 TO MM-PLACEHOLDER-MISMATCH
005664         MOVE 'PLACEHOLDERS DIFFER FROM PT' TO MM-REJECT-REASON
005668         PERFORM 5650-WRITE-AUDIT-LINE THRU 5650-EXIT
005680     END-IF.
005690*
005700 5550-NEXT.
005840     END-IF.
005850*
005860 5600-EXIT.
005861     EXIT.
005862*
005863 5650-WRITE-AUDIT-LINE.
005864*
005865     MOVE SPACES TO MM-DETAIL-LINE.
005866     MOVE 'AUDIT' TO MM-DET-ACTION.
005867     MOVE MM-CAT-CODE (MM-CAT-SUB) TO MM-DET-CODE.
005868     MOVE 'EN' TO MM-DET-LANGUAGE.
005869     MOVE MM-CAT-TEXT (MM-CAT-SUB) TO MM-DET-TEXT.
005870     MOVE MM-REJECT-REASON TO MM-DET-COMMENT.
005871     MOVE SPACES TO MM-REJECT-REASON.
005872     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005873*
005874 5650-EXIT.
005875     EXIT.
005880*
005890 6000-CLOSE-FILES.
005900*
006790     MOVE 'MISSING TRANSLATIONS:' TO MM-TOTAL-LINE.
006800     MOVE MM-MISSING-PT TO MM-TOT-COUNT.
006810     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006812     MOVE 'PLACEHOLDER MISMATCH:' TO MM-TOTAL-LINE.
006814     MOVE MM-PLACEHOLDER-MISMATCH TO MM-TOT-COUNT.
006816     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
006820     DISPLAY 'MSGMNT - TRANSACTIONS READ     ' MM-TRANS-READ
006830         UPON CONSOLE-DEVICE.
006840     DISPLAY 'MSGMNT - TRANSACTIONS REJECTED '
006850         MM-TRANS-REJECTED UPON CONSOLE-DEVICE.
006860     DISPLAY 'MSGMNT - MISSING TRANSLATIONS  ' MM-MISSING-PT
006870         UPON CONSOLE-DEVICE.
006873     DISPLAY 'MSGMNT - PLACEHOLDER MISMATCHES '
006876         MM-PLACEHOLDER-MISMATCH UPON CONSOLE-DEVICE.
006880*
006890 8000-EXIT.
006900     EXIT.
