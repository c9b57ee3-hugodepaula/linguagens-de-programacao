000360*    DATE       INIT   DESCRIPTION
000370*    ---------  -----  ------------------------------------------
000380*    05/21/24   JH     ORIGINAL PROGRAM.
000382*    07/22/24   JH     AUDCLOSE'S DAILY CONTROL RECORDS (TYPE
000384*                      'K') ARE NEVER SELECTED -- THEIR MESSAGE
000386*                      AREA HOLDS CONTROL TOTALS, NOT TEXT.
000390*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
005050*
005060 4500-TEST-AUDIT-RECORD.
005070*
005072     IF AUDIT-LOG-TYPE-CONTROL
005074         GO TO 4500-EXIT
005076     END-IF.
005080     IF AUDIT-LOG-DATE NOT NUMERIC
005090         GO TO 4500-EXIT
005100     END-IF.
