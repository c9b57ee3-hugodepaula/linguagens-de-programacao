000210*    FILE STATUS).  AN OUT-OF-BALANCE RUN ABENDS RC=16 AND THE
000220*    LIVE LOG IS LEFT ALONE.
000230*
000232*    CONTROL RECORDS:  THE LOG IS CLOSED EVERY NIGHT BY AUDCLOSE
000234*    WITH A CHAINED CONTROL RECORD.  THE SPLIT FALLS AFTER THE
000236*    LAST CONTROL RECORD DATED BEFORE THE CUTOFF, SO EACH
000238*    ARCHIVED DAY KEEPS ITS CONTROL RECORD, AND A COPY OF THAT
000240*    CONTROL RECORD (RUN ID 'AUDARCH') IS WRITTEN FIRST TO THE
000242*    RETAINED FILE SO THE CHAIN RUNS UNBROKEN FROM THE ARCHIVE
000244*    INTO THE NEW LIVE LOG.  THE COPY IS LEFT OUT OF THE BALANCE.
000246*    THE FIRST CONTROL RECORD RETAINED MUST CHAIN TO THE LAST ONE
000248*    ARCHIVED OR THE RUN ABENDS RC=16.  A LOG WITH NO CONTROL
000250*    RECORD AT ALL IS SPLIT ON THE RECORD DATE.
000252*
000254*    RETURN CODES:  0 ARCHIVED AND IN BALANCE, 16 FILE ERROR,
000256*    BAD CUTOFF CARD, OUT OF BALANCE, OR CONTROL CHAIN BROKEN AT
000258*    THE SPLIT.
000260*
000270*    MODIFICATION HISTORY.
000280*    DATE       INIT   DESCRIPTION
000290*    ---------  -----  ------------------------------------------
000300*    03/19/24   JH     ORIGINAL PROGRAM.
000301*    07/22/24   JH     THE LOG NOW CARRIES AUDCLOSE'S DAILY
000302*                      CONTROL RECORDS.  THE SPLIT IS NOW MADE
000303*                      AFTER THE LAST CONTROL RECORD DATED BEFORE
000304*                      THE CUTOFF INSTEAD OF ON EACH RECORD'S
000305*                      DATE, THAT CONTROL RECORD IS CARRIED TO THE
000306*                      HEAD OF THE NEW LIVE LOG, AND A BREAK IN
000307*                      THE CHAIN AT THE SPLIT ABENDS RC=16.  A
000308*                      LOG WITH NO CONTROL RECORD SPLITS ON DATE
000309*                      AS BEFORE.
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000990 01  AA-RECORDS-ARCHIVED             PIC 9(07)  COMP VALUE ZERO.
001000 01  AA-RECORDS-RETAINED             PIC 9(07)  COMP VALUE ZERO.
001010 01  AA-BALANCE-TOTAL                PIC 9(07)  COMP VALUE ZERO.
001011 01  AA-RECORDS-CARRIED              PIC 9(07)  COMP VALUE ZERO.
001012*
001013 01  AA-DATE-SPLIT-SW                PIC X(01)  VALUE 'N'.
001014     88  AA-DATE-SPLIT                          VALUE 'Y'.
001015*
001016 01  AA-LINK-CHECKED-SW              PIC X(01)  VALUE 'N'.
001017     88  AA-LINK-CHECKED                        VALUE 'Y'.
001018*
001019 01  AA-SCAN-POSITION                PIC 9(07)  COMP VALUE ZERO.
001020 01  AA-SPLIT-POINT                  PIC 9(07)  COMP VALUE ZERO.
001021 01  AA-CONTROLS-FOUND               PIC 9(05)  COMP VALUE ZERO.
001022 01  AA-SPLIT-CHAIN                  PIC 9(09)  VALUE ZERO.
001023*
001024 01  AA-CARRY-RECORD.
001025     05  FILLER                      PIC X(60).
001026     05  AA-CARRY-RUN-ID             PIC X(08).
001027     05  FILLER                      PIC X(12).
001028*
001030 01  AA-RETURN-CODE                  PIC 9(04)  COMP VALUE ZERO.
001040*
001050 01  AA-ERROR-FILE-ID                PIC X(08)  VALUE SPACES.
001110 0000-MAINLINE.
001120*
001130     PERFORM 1000-GET-CUTOFF-DATE THRU 1000-EXIT.
001135     PERFORM 1500-FIND-SPLIT-POINT THRU 1500-EXIT.
001140     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
001150     PERFORM 3000-READ-AUDIT-LOG THRU 3000-EXIT.
001160     PERFORM 3100-SPLIT-AUDIT-RECORD THRU 3100-EXIT
001560 1000-EXIT.
001570     EXIT.
001580*
001581*****************************************************************
001582*    1500 BLOCK - FIRST PASS.  FINDS THE LAST DAILY CONTROL      *
001583*    RECORD DATED BEFORE THE CUTOFF.  EVERYTHING UP TO AND       *
001584*    INCLUDING IT IS ARCHIVED, SO EVERY ARCHIVED DAY CARRIES ITS *
001585*    OWN CONTROL RECORD AND NO DAY IS SPLIT ACROSS THE ARCHIVE   *
001586*    AND THE LIVE LOG.  A LOG WITH NO CONTROL RECORD AT ALL IS   *
001587*    SPLIT ON THE RECORD DATE AS BEFORE.                         *
001588*****************************************************************
001589*
001590 1500-FIND-SPLIT-POINT.
001591*
001592     OPEN INPUT AUDIT-LOG-FILE.
001593     IF NOT AA-AUDIT-FILE-OK
001594         MOVE 'AUDITIN' TO AA-ERROR-FILE-ID
001595         MOVE AA-AUDIT-FILE-STATUS TO AA-ERROR-STATUS
001596         GO TO 9999-ERROR-EXIT
001597     END-IF.
001598     PERFORM 1600-READ-FOR-SPLIT THRU 1600-EXIT.
001599     PERFORM 1700-TEST-SPLIT-RECORD THRU 1700-EXIT
001600         UNTIL AA-AUDIT-EOF.
001601     CLOSE AUDIT-LOG-FILE.
001602     MOVE 'N' TO AA-AUDIT-EOF-SW.
001603     IF AA-CONTROLS-FOUND = ZERO
001604         SET AA-DATE-SPLIT TO TRUE
001605         DISPLAY 'AUDARCH - NO CONTROL RECORDS - SPLITTING ON '
001606             'RECORD DATE' UPON CONSOLE-DEVICE
001607         GO TO 1500-EXIT
001608     END-IF.
001609     IF AA-SPLIT-POINT = ZERO
001610         DISPLAY 'AUDARCH - NO CONTROL RECORD BEFORE THE '
001611             'CUTOFF - NOTHING TO ARCHIVE' UPON CONSOLE-DEVICE
001612         GO TO 1500-EXIT
001613     END-IF.
001614     DISPLAY 'AUDARCH - ARCHIVING THROUGH RECORD ' AA-SPLIT-POINT
001615         ' (LAST CONTROL BEFORE CUTOFF)' UPON CONSOLE-DEVICE.
001616*
001617 1500-EXIT.
001618     EXIT.
001619*
001620 1600-READ-FOR-SPLIT.
001621*
001622     READ AUDIT-LOG-FILE
001623         AT END
001624             SET AA-AUDIT-EOF TO TRUE
001625         NOT AT END
001626             ADD 1 TO AA-SCAN-POSITION
001627     END-READ.
001628     IF NOT AA-AUDIT-FILE-OK AND NOT AA-AUDIT-FILE-EOF
001629         MOVE 'AUDITIN' TO AA-ERROR-FILE-ID
001630         MOVE AA-AUDIT-FILE-STATUS TO AA-ERROR-STATUS
001631         GO TO 9999-ERROR-EXIT
001632     END-IF.
001633*
001634 1600-EXIT.
001635     EXIT.
001636*
001637 1700-TEST-SPLIT-RECORD.
001638*
001639     IF AUDIT-LOG-TYPE-CONTROL
001640         ADD 1 TO AA-CONTROLS-FOUND
001641         IF AUDIT-LOG-DATE < AA-CUTOFF-DATE
001642             MOVE AA-SCAN-POSITION TO AA-SPLIT-POINT
001643             MOVE AUDIT-CTL-CHAIN TO AA-SPLIT-CHAIN
001644             MOVE AUDIT-LOG-RECORD TO AA-CARRY-RECORD
001645         END-IF
001646     END-IF.
001647     PERFORM 1600-READ-FOR-SPLIT THRU 1600-EXIT.
001648*
001649 1700-EXIT.
001650     EXIT.
001651*
001652 2000-OPEN-FILES.
001653*
001654     OPEN INPUT AUDIT-LOG-FILE.
001655     IF NOT AA-AUDIT-FILE-OK
001656         MOVE 'AUDITIN' TO AA-ERROR-FILE-ID
001657         MOVE AA-AUDIT-FILE-STATUS TO AA-ERROR-STATUS
001658         GO TO 9999-ERROR-EXIT
001660     END-IF.
001670     OPEN OUTPUT ARCHIVE-FILE.
001680     IF NOT AA-ARCH-FILE-OK
001750         MOVE 'RETAINED' TO AA-ERROR-FILE-ID
001760         MOVE AA-RETD-FILE-STATUS TO AA-ERROR-STATUS
001770         GO TO 9999-ERROR-EXIT
001772     END-IF.
001774     IF NOT AA-DATE-SPLIT AND AA-SPLIT-POINT > ZERO
001776         PERFORM 4200-WRITE-CARRY-FORWARD THRU 4200-EXIT
001780     END-IF.
001790*
001800 2000-EXIT.
001990*
002000 3100-SPLIT-AUDIT-RECORD.
002010*
002014     IF AA-DATE-SPLIT
002018         IF AUDIT-LOG-DATE < AA-CUTOFF-DATE
002022             PERFORM 4000-WRITE-ARCHIVE THRU 4000-EXIT
002026         ELSE
002030             PERFORM 4100-WRITE-RETAINED THRU 4100-EXIT
002034         END-IF
002040     ELSE
002042         IF AA-RECORDS-READ NOT > AA-SPLIT-POINT
002044             PERFORM 4000-WRITE-ARCHIVE THRU 4000-EXIT
002046         ELSE
002048             PERFORM 3200-CHECK-SPLIT-LINK THRU 3200-EXIT
002050             PERFORM 4100-WRITE-RETAINED THRU 4100-EXIT
002052         END-IF
002060     END-IF.
002070     PERFORM 3000-READ-AUDIT-LOG THRU 3000-EXIT.
002080*
002090 3100-EXIT.
002091     EXIT.
002092*
002093*    THE FIRST CONTROL RECORD LEFT ON THE LIVE LOG MUST NAME THE
002094*    LAST ARCHIVED ONE AS ITS PREVIOUS LINK, OR THE SPLIT WOULD
002095*    HIDE A BREAK IN THE CHAIN BETWEEN ARCHIVE AND LIVE LOG.
002096*
002097 3200-CHECK-SPLIT-LINK.
002098*
002099     IF AA-LINK-CHECKED OR AA-SPLIT-POINT = ZERO
002100         GO TO 3200-EXIT
002101     END-IF.
002102     IF NOT AUDIT-LOG-TYPE-CONTROL
002103         OR AUDIT-LOG-RUN-ID = 'AUDARCH'
002104         GO TO 3200-EXIT
002105     END-IF.
002106     SET AA-LINK-CHECKED TO TRUE.
002107     IF AUDIT-CTL-PREV-CHAIN NOT = AA-SPLIT-CHAIN
002108         DISPLAY 'AUDARCH - CONTROL CHAIN BROKEN AT THE SPLIT'
002109             UPON CONSOLE-DEVICE
002110         DISPLAY 'LAST ARCHIVED CHAIN : ' AA-SPLIT-CHAIN
002111             UPON CONSOLE-DEVICE
002112         DISPLAY 'NEXT PREVIOUS CHAIN : ' AUDIT-CTL-PREV-CHAIN
002113             UPON CONSOLE-DEVICE
002114         MOVE 'AUDITIN' TO AA-ERROR-FILE-ID
002115         MOVE AA-AUDIT-FILE-STATUS TO AA-ERROR-STATUS
002116         GO TO 9999-ERROR-EXIT
002117     END-IF.
002118*
002119 3200-EXIT.
002120     EXIT.
002121*
002122 4000-WRITE-ARCHIVE.
002130*
002140     WRITE ARCHIVE-RECORD FROM AUDIT-LOG-RECORD.
002150     IF NOT AA-ARCH-FILE-OK
002350 4100-EXIT.
002360     EXIT.
002370*
002372*    THE LAST ARCHIVED CONTROL RECORD IS COPIED TO THE HEAD OF
002373*    THE RETAINED FILE UNDER RUN ID 'AUDARCH', SO THE NEW LIVE
002374*    LOG OPENS ON THE LAST LINK OF THE CHAIN AND AUDCLOSE AND
002375*    AUDVERFY CAN CARRY ON FROM IT WITHOUT THE ARCHIVE.
002376*
002377 4200-WRITE-CARRY-FORWARD.
002378*
002379     MOVE 'AUDARCH' TO AA-CARRY-RUN-ID.
002380     WRITE RETAINED-RECORD FROM AA-CARRY-RECORD.
002381     IF NOT AA-RETD-FILE-OK
002382         MOVE 'RETAINED' TO AA-ERROR-FILE-ID
002383         MOVE AA-RETD-FILE-STATUS TO AA-ERROR-STATUS
002384         GO TO 9999-ERROR-EXIT
002385     END-IF.
002386     ADD 1 TO AA-RECORDS-RETAINED.
002387     ADD 1 TO AA-RECORDS-CARRIED.
002388*
002389 4200-EXIT.
002390     EXIT.
002391*
002392 6000-CLOSE-FILES.
002393*
002400     CLOSE AUDIT-LOG-FILE.
002410     CLOSE ARCHIVE-FILE.
002420     CLOSE RETAINED-FILE.
002480*
002490     ADD AA-RECORDS-ARCHIVED TO AA-BALANCE-TOTAL.
002500     ADD AA-RECORDS-RETAINED TO AA-BALANCE-TOTAL.
002501     SUBTRACT AA-RECORDS-CARRIED FROM AA-BALANCE-TOTAL.
002510     IF AA-BALANCE-TOTAL NOT = AA-RECORDS-READ
002520         DISPLAY 'AUDARCH - OUT OF BALANCE'
002530             UPON CONSOLE-DEVICE
002770         UPON CONSOLE-DEVICE.
002780     DISPLAY 'RECORDS RETAINED : ' AA-RECORDS-RETAINED
002790         UPON CONSOLE-DEVICE.
002793     DISPLAY 'CONTROL CARRIED  : ' AA-RECORDS-CARRIED
002796         UPON CONSOLE-DEVICE.
002800     DISPLAY 'TOTALS IN BALANCE' UPON CONSOLE-DEVICE.
002810*
002820 8000-EXIT.
