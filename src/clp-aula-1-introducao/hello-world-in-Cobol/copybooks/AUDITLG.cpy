000240*    05/07/24   JH     ADDED RECORD TYPE 'U' -- A MESSAGE        *
000250*                      PROCESSED IN CATCH-UP FOR A DATE THE      *
000260*                      CALENDAR SKIPPED.                         *
000261*    06/10/24   JH     ADDED RECORD TYPE 'R' -- WRITTEN FIRST BY *
000262*                      A LATE RERUN (AS-OF-DATE MODE).  THE DATE *
000263*                      IS THE BUSINESS DATE MADE UP; THE MESSAGE *
000264*                      AREA CARRIES THE ACTUAL PROCESSING DATE.  *
000265*                      THE RUN'S OTHER RECORDS SHARE ITS DATE,   *
000266*                      TIME AND RUN ID.                          *
000267*    07/22/24   JH     ADDED RECORD TYPE 'K' -- THE DAILY        *
000268*                      CONTROL RECORD APPENDED BY AUDCLOSE.      *
000269*                      THE MESSAGE AREA CARRIES THE CONTROL      *
000270*                      SEQUENCE, THE COUNT AND HASH TOTAL OF     *
000271*                      THE RECORDS WRITTEN SINCE THE PREVIOUS    *
000272*                      CONTROL RECORD, THAT RECORD'S CHAIN       *
000273*                      VALUE AND THIS RECORD'S OWN CHAIN VALUE.  *
000274*                                                                *
000280*****************************************************************
000290*
000300 01  AUDIT-LOG-RECORD.
000320     05  AUDIT-LOG-TIME              PIC 9(08).
000330     05  AUDIT-LOG-RETURN-CODE       PIC 9(04).
000340     05  AUDIT-LOG-MESSAGE           PIC X(40).
000342     05  AUDIT-LOG-RERUN-DATA REDEFINES AUDIT-LOG-MESSAGE.
000344         10  AUDIT-LOG-RERUN-TEXT    PIC X(24).
000346         10  AUDIT-LOG-PROCESS-DATE  PIC 9(08).
000348         10  FILLER                  PIC X(08).
000349     05  AUDIT-LOG-CONTROL-DATA REDEFINES AUDIT-LOG-MESSAGE.
000350         10  AUDIT-CTL-SEQUENCE      PIC 9(05).
000351         10  AUDIT-CTL-RECORD-COUNT  PIC 9(07).
000352         10  AUDIT-CTL-HASH-TOTAL    PIC 9(09).
000353         10  AUDIT-CTL-PREV-CHAIN    PIC 9(09).
000354         10  AUDIT-CTL-CHAIN         PIC 9(09).
000355         10  FILLER                  PIC X(01).
000356     05  AUDIT-LOG-RUN-ID            PIC X(08).
000360     05  AUDIT-LOG-OPERATOR-ID       PIC X(08).
000370     05  AUDIT-LOG-RECORD-TYPE       PIC X(01).
000380         88  AUDIT-LOG-TYPE-MESSAGE             VALUE 'M'.
000390         88  AUDIT-LOG-TYPE-CAL-SKIP            VALUE 'C'.
000400         88  AUDIT-LOG-TYPE-COMPLETE            VALUE 'S'.
000410         88  AUDIT-LOG-TYPE-CATCH-UP            VALUE 'U'.
000415         88  AUDIT-LOG-TYPE-LATE-RERUN          VALUE 'R'.
000417         88  AUDIT-LOG-TYPE-CONTROL             VALUE 'K'.
000420     05  AUDIT-LOG-SEQUENCE          PIC 9(03).
000430*
