000200*    EACH RUN'S RETURN CODE REFLECTS ONLY THE FAILURES SINCE
000210*    THE LAST MONITOR RUN.  THE FILE IS LEFT ALONE ON RC 16.
000220*
000221*    EVERY ALERT IS ALSO POSTED TO THE INCIDENT REGISTER (SEE THE
000222*    INCDREC COPYBOOK): THE FIRST ALERT FOR A RUN ID / FILE ID /
000223*    FILE STATUS OPENS AN INCIDENT, LATER ONES UPDATE IT UNTIL
000224*    ON-CALL RESOLVES IT THROUGH INCDMNT.  THE REGISTER OUTLIVES
000225*    THE ALERT FILE, SO A CRITICAL INCIDENT STILL OPEN (NOT YET
000226*    ACKNOWLEDGED) POSTS RC 8 AND PAGES ON-CALL AGAIN EVERY RUN,
000227*    EVEN ON A NIGHT WITH NO NEW ALERTS.
000228*
000230*    MODIFICATION HISTORY.
000240*    DATE       INIT   DESCRIPTION
000250*    ---------  -----  ------------------------------------------
000310*                      THE JOB AFTER A CLEAN REPORT -- WITHOUT
000320*                      IT A RESOLVED FAILURE KEPT POSTING RC 8
000330*                      EVERY NIGHT.
000331*    07/08/24   JH     ADDED THE INCIDENT REGISTER.  EACH
000332*                      ALERT RUN ID / FILE ID / FILE STATUS
000333*                      OPENS OR UPDATES AN INCIDENT (INCDIN TO
000334*                      INCDOUT), THE ALERT LINES CARRY THE
000335*                      INCIDENT NUMBER, AND UNACKNOWLEDGED
000336*                      CRITICAL INCIDENTS ARE LISTED AND HOLD
000337*                      RC 8 EVERY NIGHT UNTIL ACKNOWLEDGED
000338*                      THROUGH INCDMNT.
000340*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000440     SELECT ALERT-REPORT-FILE ASSIGN TO RPTOUT
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS AM-RPT-FILE-STATUS.
000461     SELECT OPTIONAL INCIDENT-IN-FILE ASSIGN TO INCDIN
000462         ORGANIZATION IS SEQUENTIAL
000463         FILE STATUS IS AM-INCD-IN-STATUS.
000464     SELECT INCIDENT-OUT-FILE ASSIGN TO INCDOUT
000465         ORGANIZATION IS SEQUENTIAL
000466         FILE STATUS IS AM-INCD-OUT-STATUS.
000470*
000480 DATA DIVISION.
000490 FILE SECTION.
000590     RECORD CONTAINS 132 CHARACTERS.
000600 01  REPORT-RECORD                   PIC X(132).
000610*
000611 FD  INCIDENT-IN-FILE
000612     RECORDING MODE IS F
000613     RECORD CONTAINS 80 CHARACTERS.
000614 01  INCIDENT-IN-RECORD              PIC X(80).
000615*
000616 FD  INCIDENT-OUT-FILE
000617     RECORDING MODE IS F
000618     RECORD CONTAINS 80 CHARACTERS.
000619 01  INCIDENT-OUT-RECORD             PIC X(80).
000620*
000621 WORKING-STORAGE SECTION.
000630*
000640 01  AM-ALERT-FILE-STATUS            PIC X(02)  VALUE '00'.
000650     88  AM-ALERT-FILE-OK                       VALUE '00'.
000690 01  AM-RPT-FILE-STATUS              PIC X(02)  VALUE '00'.
000700     88  AM-RPT-FILE-OK                         VALUE '00'.
000710*
000711 01  AM-INCD-IN-STATUS               PIC X(02)  VALUE '00'.
000712     88  AM-INCD-IN-OK                          VALUE '00'.
000713     88  AM-INCD-IN-EOF                         VALUE '10'.
000714     88  AM-INCD-IN-MISSING                     VALUE '05'.
000715*
000716 01  AM-INCD-OUT-STATUS              PIC X(02)  VALUE '00'.
000717     88  AM-INCD-OUT-OK                         VALUE '00'.
000718*
000720 01  AM-ALERT-EOF-SW                 PIC X(01)  VALUE 'N'.
000730     88  AM-ALERT-EOF                           VALUE 'Y'.
000731*
000732 01  AM-INCD-EOF-SW                  PIC X(01)  VALUE 'N'.
000733     88  AM-INCD-EOF                            VALUE 'Y'.
000734*
000735 01  AM-KEY-FOUND-SW                 PIC X(01)  VALUE 'N'.
000736     88  AM-KEY-FOUND                           VALUE 'Y'.
000740*
000750 01  AM-PASS-SEVERITY                PIC X(01)  VALUE SPACE.
000760*
000800 01  AM-CRITICAL-COUNT               PIC 9(05)  COMP VALUE ZERO.
000810 01  AM-WARNING-COUNT                PIC 9(05)  COMP VALUE ZERO.
000820 01  AM-OTHER-COUNT                  PIC 9(05)  COMP VALUE ZERO.
000821*
000822 01  AM-INCD-READ                    PIC 9(05)  COMP VALUE ZERO.
000823 01  AM-INCD-OPENED                  PIC 9(05)  COMP VALUE ZERO.
000824 01  AM-INCD-UPDATED                 PIC 9(05)  COMP VALUE ZERO.
000825 01  AM-INCD-RECURRED                PIC 9(05)  COMP VALUE ZERO.
000826 01  AM-UNACKED-COUNT                PIC 9(05)  COMP VALUE ZERO.
000827 01  AM-HIGH-INCIDENT                PIC 9(05)  VALUE ZERO.
000830*
000840 01  AM-ALERT-SUB                    PIC 9(03)  COMP VALUE ZERO.
000850 01  AM-ALERT-USED                   PIC 9(03)  COMP VALUE ZERO.
000930         10  AM-TBL-STATUS           PIC X(02).
000940         10  AM-TBL-SEVERITY         PIC X(01).
000950         10  AM-TBL-MESSAGE          PIC X(30).
000951         10  AM-TBL-KEY-SUB          PIC 9(03)  COMP.
000952*
000953*    ONE ENTRY PER DISTINCT RUN ID / FILE ID / FILE STATUS ON
000954*    TONIGHT'S ALERTS -- THE INCIDENT KEY.
000955*
000956 01  AM-KEY-SUB                      PIC 9(03)  COMP VALUE ZERO.
000957 01  AM-KEY-USED                     PIC 9(03)  COMP VALUE ZERO.
000958 01  AM-KEY-OVERFLOW                 PIC 9(05)  COMP VALUE ZERO.
000959 01  AM-KEY-TABLE.
000960     05  AM-KEY-ENTRY OCCURS 200 TIMES.
000961         10  AM-KEY-RUN-ID           PIC X(08).
000962         10  AM-KEY-FILE-ID          PIC X(08).
000963         10  AM-KEY-STATUS           PIC X(02).
000964         10  AM-KEY-SEVERITY         PIC X(01).
000965         10  AM-KEY-FIRST-DATE       PIC 9(08).
000966         10  AM-KEY-FIRST-TIME       PIC 9(04).
000967         10  AM-KEY-LAST-DATE        PIC 9(08).
000968         10  AM-KEY-INCIDENT         PIC 9(05).
000969         10  AM-KEY-RECUR-SW         PIC X(01).
000970*
000971 01  AM-SRCH-RUN-ID                  PIC X(08)  VALUE SPACES.
000972 01  AM-SRCH-FILE-ID                 PIC X(08)  VALUE SPACES.
000973 01  AM-SRCH-STATUS                  PIC X(02)  VALUE SPACES.
000974*
000975*    OPEN (UNACKNOWLEDGED) CRITICAL INCIDENTS FOR THE CARRY-
000976*    FORWARD SECTION.
000977*
000978 01  AM-OPEN-SUB                     PIC 9(03)  COMP VALUE ZERO.
000979 01  AM-OPEN-USED                    PIC 9(03)  COMP VALUE ZERO.
000980 01  AM-OPEN-TABLE.
000981     05  AM-OPEN-ENTRY OCCURS 200 TIMES.
000982         10  AM-OPN-NUMBER           PIC 9(05).
000983         10  AM-OPN-RUN-ID           PIC X(08).
000984         10  AM-OPN-FILE-ID          PIC X(08).
000985         10  AM-OPN-STATUS           PIC X(02).
000986         10  AM-OPN-OPENED-DATE      PIC 9(08).
000987         10  AM-OPN-LAST-DATE        PIC 9(08).
000988         10  AM-OPN-NIGHTS           PIC 9(03).
000989*
000990     COPY INCDREC.
000991*
000992 01  AM-LINE-COUNT                   PIC 9(03)  COMP VALUE 99.
000993 01  AM-PAGE-COUNT                   PIC 9(05)  COMP VALUE ZERO.
000994*
001000 01  AM-RETURN-CODE                  PIC 9(04)  COMP VALUE ZERO.
001010*
001020 01  AM-ERROR-FILE-ID                PIC X(08)  VALUE SPACES.
001250     05  FILLER                      PIC X(10)  VALUE 'RUN ID'.
001260     05  FILLER                      PIC X(10)  VALUE 'FILE'.
001270     05  FILLER                      PIC X(06)  VALUE 'STAT'.
001277     05  FILLER                      PIC X(32)  VALUE 'MESSAGE'.
001284     05  FILLER                      PIC X(08)  VALUE 'INCIDENT'.
001291     05  FILLER                      PIC X(42)  VALUE SPACES.
001300*
001310 01  AM-ALERT-LINE.
001320     05  AM-LINE-DATE                PIC 9(08).
001400     05  AM-LINE-STATUS              PIC X(02).
001410     05  FILLER                      PIC X(04)  VALUE SPACES.
001420     05  AM-LINE-MESSAGE             PIC X(30).
001425     05  FILLER                      PIC X(02)  VALUE SPACES.
001430     05  AM-LINE-INCIDENT            PIC ZZZZ9.
001435     05  FILLER                      PIC X(45)  VALUE SPACES.
001440*
001450 01  AM-COUNT-LINE.
001460     05  AM-CNT-TITLE                PIC X(40).
001470     05  AM-CNT-VALUE                PIC ZZZZZZ9.
001480     05  FILLER                      PIC X(85)  VALUE SPACES.
001481*
001482 01  AM-OPEN-HEADING.
001483     05  FILLER                      PIC X(10)  VALUE 'INCIDENT'.
001484     05  FILLER                      PIC X(10)  VALUE 'RUN ID'.
001485     05  FILLER                      PIC X(10)  VALUE 'FILE'.
001486     05  FILLER                      PIC X(06)  VALUE 'STAT'.
001487     05  FILLER                      PIC X(12)  VALUE 'OPENED'.
001488     05  FILLER                      PIC X(12)  VALUE 'LAST SEEN'.
001489     05  FILLER                      PIC X(08)  VALUE 'NIGHTS'.
001490     05  FILLER                      PIC X(64)  VALUE SPACES.
001491*
001492 01  AM-OPEN-LINE.
001493     05  AM-OPL-NUMBER               PIC ZZZZ9.
001494     05  FILLER                      PIC X(05)  VALUE SPACES.
001495     05  AM-OPL-RUN-ID               PIC X(08).
001496     05  FILLER                      PIC X(02)  VALUE SPACES.
001497     05  AM-OPL-FILE-ID              PIC X(08).
001498     05  FILLER                      PIC X(02)  VALUE SPACES.
001499     05  AM-OPL-STATUS               PIC X(02).
001500     05  FILLER                      PIC X(04)  VALUE SPACES.
001501     05  AM-OPL-OPENED-DATE          PIC 9(08).
001502     05  FILLER                      PIC X(04)  VALUE SPACES.
001503     05  AM-OPL-LAST-DATE            PIC 9(08).
001504     05  FILLER                      PIC X(04)  VALUE SPACES.
001505     05  AM-OPL-NIGHTS               PIC ZZ9.
001506     05  FILLER                      PIC X(69)  VALUE SPACES.
001507*
001508 PROCEDURE DIVISION.
001510*
001520 0000-MAINLINE.
001530*
001560     PERFORM 3000-READ-ALERT THRU 3000-EXIT.
001570     PERFORM 3100-STORE-ALERT THRU 3100-EXIT
001580         UNTIL AM-ALERT-EOF.
001585     PERFORM 4000-UPDATE-INCIDENTS THRU 4000-EXIT.
001590     PERFORM 5000-PRINT-SEVERITY-SECTIONS THRU 5000-EXIT.
001595     PERFORM 5500-PRINT-OPEN-CRITICALS THRU 5500-EXIT.
001600     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
001610     PERFORM 6000-CLOSE-FILES THRU 6000-EXIT.
001620     PERFORM 8500-SET-RETURN-CODE THRU 8500-EXIT.
002230             ADD 1 TO AM-OTHER-COUNT
002240         END-IF
002250     END-IF.
002255     PERFORM 3200-POST-ALERT-KEY THRU 3200-EXIT.
002260     IF AM-ALERT-USED >= 200
002270         ADD 1 TO AM-ALERT-OVERFLOW
002280     ELSE
002340         MOVE ALERT-FILE-STATUS TO AM-TBL-STATUS (AM-ALERT-USED)
002350         MOVE ALERT-SEVERITY TO AM-TBL-SEVERITY (AM-ALERT-USED)
002360         MOVE ALERT-MESSAGE TO AM-TBL-MESSAGE (AM-ALERT-USED)
002365         MOVE AM-KEY-SUB TO AM-TBL-KEY-SUB (AM-ALERT-USED)
002370     END-IF.
002380     PERFORM 3000-READ-ALERT THRU 3000-EXIT.
002390*
002400 3100-EXIT.
002401     EXIT.
002402*
002403 3200-POST-ALERT-KEY.
002404*
002405     MOVE ALERT-RUN-ID TO AM-SRCH-RUN-ID.
002406     MOVE ALERT-FILE-ID TO AM-SRCH-FILE-ID.
002407     MOVE ALERT-FILE-STATUS TO AM-SRCH-STATUS.
002408     PERFORM 3300-FIND-KEY THRU 3300-EXIT.
002409     IF NOT AM-KEY-FOUND
002410         IF AM-KEY-USED >= 200
002411             ADD 1 TO AM-KEY-OVERFLOW
002412             MOVE ZERO TO AM-KEY-SUB
002413             GO TO 3200-EXIT
002414         END-IF
002415         ADD 1 TO AM-KEY-USED
002416         MOVE AM-KEY-USED TO AM-KEY-SUB
002417         MOVE ALERT-RUN-ID TO AM-KEY-RUN-ID (AM-KEY-SUB)
002418         MOVE ALERT-FILE-ID TO AM-KEY-FILE-ID (AM-KEY-SUB)
002419         MOVE ALERT-FILE-STATUS TO AM-KEY-STATUS (AM-KEY-SUB)
002420         MOVE ALERT-SEVERITY TO AM-KEY-SEVERITY (AM-KEY-SUB)
002421         MOVE ALERT-DATE TO AM-KEY-FIRST-DATE (AM-KEY-SUB)
002422         MOVE ALERT-TIME (1:4) TO AM-KEY-FIRST-TIME (AM-KEY-SUB)
002423         MOVE ZERO TO AM-KEY-INCIDENT (AM-KEY-SUB)
002424         MOVE 'N' TO AM-KEY-RECUR-SW (AM-KEY-SUB)
002425     END-IF.
002426     MOVE ALERT-DATE TO AM-KEY-LAST-DATE (AM-KEY-SUB).
002427     IF ALERT-CRITICAL
002428         MOVE '1' TO AM-KEY-SEVERITY (AM-KEY-SUB)
002429     END-IF.
002430*
002431 3200-EXIT.
002432     EXIT.
002433*
002434 3300-FIND-KEY.
002435*
002436     MOVE 'N' TO AM-KEY-FOUND-SW.
002437     MOVE 1 TO AM-KEY-SUB.
002438     PERFORM 3350-SCAN-KEY THRU 3350-EXIT
002439         UNTIL AM-KEY-FOUND OR AM-KEY-SUB > AM-KEY-USED.
002440*
002441 3300-EXIT.
002442     EXIT.
002443*
002444 3350-SCAN-KEY.
002445*
002446     IF AM-KEY-RUN-ID (AM-KEY-SUB) = AM-SRCH-RUN-ID
002447         AND AM-KEY-FILE-ID (AM-KEY-SUB) = AM-SRCH-FILE-ID
002448         AND AM-KEY-STATUS (AM-KEY-SUB) = AM-SRCH-STATUS
002449         SET AM-KEY-FOUND TO TRUE
002450     ELSE
002451         ADD 1 TO AM-KEY-SUB
002452     END-IF.
002453*
002454 3350-EXIT.
002455     EXIT.
002456*
002457*****************************************************************
002458*    4000 BLOCK - INCIDENT REGISTER.  THE REGISTER IS COPIED     *
002459*    FROM INCDIN TO INCDOUT (THE JOB SWAPS THE NEW COPY IN).  AN *
002460*    UNRESOLVED INCIDENT WHOSE RUN ID / FILE ID / FILE STATUS    *
002461*    ALERTED TONIGHT IS UPDATED IN PLACE; EVERY ALERT KEY LEFT   *
002462*    WITHOUT ONE GETS A NEW INCIDENT, NUMBERED ON FROM THE       *
002463*    HIGHEST ON FILE, AT THE END.  A KEY WHOSE ONLY INCIDENTS    *
002464*    ARE RESOLVED IS A RECURRENCE AND IS COUNTED AS SUCH.        *
002465*****************************************************************
002466*
002467 4000-UPDATE-INCIDENTS.
002468*
002469     OPEN INPUT INCIDENT-IN-FILE.
002470     IF AM-INCD-IN-MISSING
002471         SET AM-INCD-EOF TO TRUE
002472     ELSE
002473         IF NOT AM-INCD-IN-OK
002474             MOVE 'INCDIN' TO AM-ERROR-FILE-ID
002475             MOVE AM-INCD-IN-STATUS TO AM-ERROR-STATUS
002476             GO TO 9999-ERROR-EXIT
002477         END-IF
002478     END-IF.
002479     OPEN OUTPUT INCIDENT-OUT-FILE.
002480     IF NOT AM-INCD-OUT-OK
002481         MOVE 'INCDOUT' TO AM-ERROR-FILE-ID
002482         MOVE AM-INCD-OUT-STATUS TO AM-ERROR-STATUS
002483         GO TO 9999-ERROR-EXIT
002484     END-IF.
002485     PERFORM 4100-READ-INCIDENT THRU 4100-EXIT.
002486     PERFORM 4200-APPLY-INCIDENT THRU 4200-EXIT
002487         UNTIL AM-INCD-EOF.
002488     MOVE 1 TO AM-KEY-SUB.
002489     PERFORM 4400-OPEN-NEW-INCIDENT THRU 4400-EXIT
002490         UNTIL AM-KEY-SUB > AM-KEY-USED.
002491     CLOSE INCIDENT-IN-FILE.
002492     CLOSE INCIDENT-OUT-FILE.
002493     IF AM-KEY-OVERFLOW > ZERO
002494         DISPLAY 'ALERTMON - ALERTS WITH NO INCIDENT (KEY TABLE '
002495             'FULL) ' AM-KEY-OVERFLOW UPON CONSOLE-DEVICE
002496     END-IF.
002497*
002498 4000-EXIT.
002499     EXIT.
002500*
002501 4100-READ-INCIDENT.
002502*
002503     IF AM-INCD-EOF
002504         GO TO 4100-EXIT
002505     END-IF.
002506     READ INCIDENT-IN-FILE INTO INCIDENT-RECORD
002507         AT END
002508             SET AM-INCD-EOF TO TRUE
002509         NOT AT END
002510             ADD 1 TO AM-INCD-READ
002511     END-READ.
002512     IF NOT AM-INCD-IN-OK AND NOT AM-INCD-IN-EOF
002513         MOVE 'INCDIN' TO AM-ERROR-FILE-ID
002514         MOVE AM-INCD-IN-STATUS TO AM-ERROR-STATUS
002515         GO TO 9999-ERROR-EXIT
002516     END-IF.
002517*
002518 4100-EXIT.
002519     EXIT.
002520*
002521 4200-APPLY-INCIDENT.
002522*
002523     IF INCD-NUMBER > AM-HIGH-INCIDENT
002524         MOVE INCD-NUMBER TO AM-HIGH-INCIDENT
002525     END-IF.
002526     MOVE INCD-RUN-ID TO AM-SRCH-RUN-ID.
002527     MOVE INCD-FILE-ID TO AM-SRCH-FILE-ID.
002528     MOVE INCD-FILE-STATUS TO AM-SRCH-STATUS.
002529     PERFORM 3300-FIND-KEY THRU 3300-EXIT.
002530     IF AM-KEY-FOUND
002531         IF INCD-RESOLVED
002532             MOVE 'Y' TO AM-KEY-RECUR-SW (AM-KEY-SUB)
002533         ELSE
002534             IF AM-KEY-INCIDENT (AM-KEY-SUB) = ZERO
002535                 PERFORM 4300-UPDATE-INCIDENT THRU 4300-EXIT
002536             END-IF
002537         END-IF
002538     END-IF.
002539     IF INCD-OPEN AND INCD-CRITICAL
002540         PERFORM 4600-CARRY-OPEN-CRITICAL THRU 4600-EXIT
002541     END-IF.
002542     PERFORM 4500-WRITE-INCIDENT THRU 4500-EXIT.
002543     PERFORM 4100-READ-INCIDENT THRU 4100-EXIT.
002544*
002545 4200-EXIT.
002546     EXIT.
002547*
002548 4300-UPDATE-INCIDENT.
002549*
002550     MOVE INCD-NUMBER TO AM-KEY-INCIDENT (AM-KEY-SUB).
002551     MOVE AM-KEY-LAST-DATE (AM-KEY-SUB) TO INCD-LAST-DATE.
002552     IF INCD-NIGHTS-SEEN < 999
002553         ADD 1 TO INCD-NIGHTS-SEEN
002554     END-IF.
002555     IF AM-KEY-SEVERITY (AM-KEY-SUB) = '1'
002556         SET INCD-CRITICAL TO TRUE
002557     END-IF.
002558     ADD 1 TO AM-INCD-UPDATED.
002559*
002560 4300-EXIT.
002561     EXIT.
002562*
002563 4400-OPEN-NEW-INCIDENT.
002564*
002565     IF AM-KEY-INCIDENT (AM-KEY-SUB) NOT = ZERO
002566         GO TO 4400-NEXT
002567     END-IF.
002568     ADD 1 TO AM-HIGH-INCIDENT.
002569     MOVE AM-HIGH-INCIDENT TO AM-KEY-INCIDENT (AM-KEY-SUB).
002570     MOVE SPACES TO INCIDENT-RECORD.
002571     MOVE AM-HIGH-INCIDENT TO INCD-NUMBER.
002572     MOVE AM-KEY-RUN-ID (AM-KEY-SUB) TO INCD-RUN-ID.
002573     MOVE AM-KEY-FILE-ID (AM-KEY-SUB) TO INCD-FILE-ID.
002574     MOVE AM-KEY-STATUS (AM-KEY-SUB) TO INCD-FILE-STATUS.
002575     MOVE AM-KEY-SEVERITY (AM-KEY-SUB) TO INCD-SEVERITY.
002576     SET INCD-OPEN TO TRUE.
002577     MOVE AM-KEY-FIRST-DATE (AM-KEY-SUB) TO INCD-OPENED-DATE.
002578     MOVE AM-KEY-FIRST-TIME (AM-KEY-SUB) TO INCD-OPENED-TIME.
002579     MOVE AM-KEY-LAST-DATE (AM-KEY-SUB) TO INCD-LAST-DATE.
002580     MOVE 1 TO INCD-NIGHTS-SEEN.
002581     MOVE ZERO TO INCD-ACK-DATE INCD-ACK-TIME.
002582     MOVE ZERO TO INCD-RESOLVED-DATE INCD-RESOLVED-TIME.
002583     PERFORM 4500-WRITE-INCIDENT THRU 4500-EXIT.
002584     ADD 1 TO AM-INCD-OPENED.
002585     IF AM-KEY-RECUR-SW (AM-KEY-SUB) = 'Y'
002586         ADD 1 TO AM-INCD-RECURRED
002587     END-IF.
002588     IF INCD-CRITICAL
002589         PERFORM 4600-CARRY-OPEN-CRITICAL THRU 4600-EXIT
002590     END-IF.
002591*
002592 4400-NEXT.
002593     ADD 1 TO AM-KEY-SUB.
002594*
002595 4400-EXIT.
002596     EXIT.
002597*
002598 4500-WRITE-INCIDENT.
002599*
002600     WRITE INCIDENT-OUT-RECORD FROM INCIDENT-RECORD.
002601     IF NOT AM-INCD-OUT-OK
002602         MOVE 'INCDOUT' TO AM-ERROR-FILE-ID
002603         MOVE AM-INCD-OUT-STATUS TO AM-ERROR-STATUS
002604         GO TO 9999-ERROR-EXIT
002605     END-IF.
002606*
002607 4500-EXIT.
002608     EXIT.
002609*
002610 4600-CARRY-OPEN-CRITICAL.
002611*
002612     ADD 1 TO AM-UNACKED-COUNT.
002613     IF AM-OPEN-USED >= 200
002614         GO TO 4600-EXIT
002615     END-IF.
002616     ADD 1 TO AM-OPEN-USED.
002617     MOVE INCD-NUMBER TO AM-OPN-NUMBER (AM-OPEN-USED).
002618     MOVE INCD-RUN-ID TO AM-OPN-RUN-ID (AM-OPEN-USED).
002619     MOVE INCD-FILE-ID TO AM-OPN-FILE-ID (AM-OPEN-USED).
002620     MOVE INCD-FILE-STATUS TO AM-OPN-STATUS (AM-OPEN-USED).
002621     MOVE INCD-OPENED-DATE TO AM-OPN-OPENED-DATE (AM-OPEN-USED).
002622     MOVE INCD-LAST-DATE TO AM-OPN-LAST-DATE (AM-OPEN-USED).
002623     MOVE INCD-NIGHTS-SEEN TO AM-OPN-NIGHTS (AM-OPEN-USED).
002624*
002625 4600-EXIT.
002626     EXIT.
002627*
002628 5000-PRINT-SEVERITY-SECTIONS.
002629*
002630     MOVE SPACES TO AM-SECTION-LINE.
002631     MOVE 'CRITICAL ALERTS (SEVERITY 1)' TO AM-SEC-TITLE.
002632     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
002633     IF AM-CRITICAL-COUNT = ZERO
002634         PERFORM 5200-PRINT-NONE-LINE THRU 5200-EXIT
002635     ELSE
002636         WRITE REPORT-RECORD FROM AM-ALERT-HEADING
002637             AFTER ADVANCING 1 LINE
002638         PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT
002639         ADD 1 TO AM-LINE-COUNT
002640         MOVE '1' TO AM-PASS-SEVERITY
002641         MOVE 1 TO AM-ALERT-SUB
002642         PERFORM 5100-PRINT-SEVERITY-LINE THRU 5100-EXIT
002643             UNTIL AM-ALERT-SUB > AM-ALERT-USED
002644     END-IF.
002645     MOVE SPACES TO AM-SECTION-LINE.
002646     MOVE 'WARNINGS (SEVERITY 2 AND OTHER)' TO AM-SEC-TITLE.
002647     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
002648     IF AM-WARNING-COUNT = ZERO AND AM-OTHER-COUNT = ZERO
002649         PERFORM 5200-PRINT-NONE-LINE THRU 5200-EXIT
002650     ELSE
002660         WRITE REPORT-RECORD FROM AM-ALERT-HEADING
002670             AFTER ADVANCING 1 LINE
003100     MOVE AM-TBL-FILE-ID (AM-ALERT-SUB) TO AM-LINE-FILE-ID.
003110     MOVE AM-TBL-STATUS (AM-ALERT-SUB) TO AM-LINE-STATUS.
003120     MOVE AM-TBL-MESSAGE (AM-ALERT-SUB) TO AM-LINE-MESSAGE.
003121     MOVE ZERO TO AM-LINE-INCIDENT.
003122     IF AM-TBL-KEY-SUB (AM-ALERT-SUB) > ZERO
003123         MOVE AM-KEY-INCIDENT (AM-TBL-KEY-SUB (AM-ALERT-SUB))
003124             TO AM-LINE-INCIDENT
003125     END-IF.
003130     WRITE REPORT-RECORD FROM AM-ALERT-LINE
003140         AFTER ADVANCING 1 LINE.
003150     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
003310     ADD 1 TO AM-LINE-COUNT.
003320*
003330 5200-EXIT.
003331     EXIT.
003332*
003333*****************************************************************
003334*    5500 - CRITICAL INCIDENTS NOBODY HAS ACKNOWLEDGED YET,      *
003335*    WHETHER OR NOT THEY ALERTED AGAIN TONIGHT.  EACH ONE KEEPS  *
003336*    THE RETURN CODE AT 8, SO ON-CALL IS PAGED AGAIN EVERY       *
003337*    NIGHT UNTIL THE ACKNOWLEDGEMENT IS KEYED THROUGH INCDMNT.   *
003338*****************************************************************
003339*
003340 5500-PRINT-OPEN-CRITICALS.
003341*
003342     MOVE SPACES TO AM-SECTION-LINE.
003343     MOVE 'CRITICAL INCIDENTS NOT ACKNOWLEDGED' TO AM-SEC-TITLE.
003344     PERFORM 7100-WRITE-SECTION-TITLE THRU 7100-EXIT.
003345     IF AM-UNACKED-COUNT = ZERO
003346         PERFORM 5200-PRINT-NONE-LINE THRU 5200-EXIT
003347         GO TO 5500-EXIT
003348     END-IF.
003349     WRITE REPORT-RECORD FROM AM-OPEN-HEADING
003350         AFTER ADVANCING 1 LINE.
003351     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
003352     ADD 1 TO AM-LINE-COUNT.
003353     MOVE 1 TO AM-OPEN-SUB.
003354     PERFORM 5600-PRINT-OPEN-LINE THRU 5600-EXIT
003355         UNTIL AM-OPEN-SUB > AM-OPEN-USED.
003356     IF AM-UNACKED-COUNT > AM-OPEN-USED
003357         MOVE SPACES TO AM-COUNT-LINE
003358         MOVE 'INCIDENTS NOT LISTED (TABLE FULL)  :'
003359             TO AM-CNT-TITLE
003360         COMPUTE AM-CNT-VALUE = AM-UNACKED-COUNT - AM-OPEN-USED
003361         WRITE REPORT-RECORD FROM AM-COUNT-LINE
003362             AFTER ADVANCING 1 LINE
003363         PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT
003364         ADD 1 TO AM-LINE-COUNT
003365     END-IF.
003366*
003367 5500-EXIT.
003368     EXIT.
003369*
003370 5600-PRINT-OPEN-LINE.
003371*
003372     IF AM-LINE-COUNT > 55
003373         PERFORM 7200-WRITE-PAGE-HEADING THRU 7200-EXIT
003374         WRITE REPORT-RECORD FROM AM-OPEN-HEADING
003375             AFTER ADVANCING 1 LINE
003376         PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT
003377         ADD 1 TO AM-LINE-COUNT
003378     END-IF.
003379     MOVE SPACES TO AM-OPEN-LINE.
003380     MOVE AM-OPN-NUMBER (AM-OPEN-SUB) TO AM-OPL-NUMBER.
003381     MOVE AM-OPN-RUN-ID (AM-OPEN-SUB) TO AM-OPL-RUN-ID.
003382     MOVE AM-OPN-FILE-ID (AM-OPEN-SUB) TO AM-OPL-FILE-ID.
003383     MOVE AM-OPN-STATUS (AM-OPEN-SUB) TO AM-OPL-STATUS.
003384     MOVE AM-OPN-OPENED-DATE (AM-OPEN-SUB) TO AM-OPL-OPENED-DATE.
003385     MOVE AM-OPN-LAST-DATE (AM-OPEN-SUB) TO AM-OPL-LAST-DATE.
003386     MOVE AM-OPN-NIGHTS (AM-OPEN-SUB) TO AM-OPL-NIGHTS.
003387     WRITE REPORT-RECORD FROM AM-OPEN-LINE
003388         AFTER ADVANCING 1 LINE.
003389     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
003390     ADD 1 TO AM-LINE-COUNT.
003391     ADD 1 TO AM-OPEN-SUB.
003392*
003393 5600-EXIT.
003394     EXIT.
003395*
003396 6000-CLOSE-FILES.
003397*
003398     CLOSE ALERT-FILE.
003399     CLOSE ALERT-REPORT-FILE.
003400*
003410 6000-EXIT.
003420     EXIT.
003980     WRITE REPORT-RECORD FROM AM-COUNT-LINE
003990         AFTER ADVANCING 1 LINE.
004000     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
004001     MOVE 'INCIDENTS OPENED   :' TO AM-CNT-TITLE.
004002     MOVE AM-INCD-OPENED TO AM-CNT-VALUE.
004003     WRITE REPORT-RECORD FROM AM-COUNT-LINE
004004         AFTER ADVANCING 1 LINE.
004005     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
004006     MOVE 'INCIDENTS UPDATED  :' TO AM-CNT-TITLE.
004007     MOVE AM-INCD-UPDATED TO AM-CNT-VALUE.
004008     WRITE REPORT-RECORD FROM AM-COUNT-LINE
004009         AFTER ADVANCING 1 LINE.
004010     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
004011     MOVE 'UNACKED CRITICALS  :' TO AM-CNT-TITLE.
004012     MOVE AM-UNACKED-COUNT TO AM-CNT-VALUE.
004013     WRITE REPORT-RECORD FROM AM-COUNT-LINE
004014         AFTER ADVANCING 1 LINE.
004015     PERFORM 7900-CHECK-REPORT-STATUS THRU 7900-EXIT.
004016     DISPLAY 'ALERTMON - ALERTS READ     ' AM-ALERTS-READ
004020         UPON CONSOLE-DEVICE.
004030     DISPLAY 'ALERTMON - CRITICAL ALERTS ' AM-CRITICAL-COUNT
004040         UPON CONSOLE-DEVICE.
004043     DISPLAY 'ALERTMON - UNACKED CRITICAL INCIDENTS '
004046         AM-UNACKED-COUNT UPON CONSOLE-DEVICE.
004050*
004060 8000-EXIT.
004070     EXIT.
004080*
004090 8500-SET-RETURN-CODE.
004100*
004110     IF AM-CRITICAL-COUNT > ZERO OR AM-UNACKED-COUNT > ZERO
004120         MOVE 8 TO AM-RETURN-CODE
004130     ELSE
004140         IF AM-WARNING-COUNT > ZERO OR AM-OTHER-COUNT > ZERO
