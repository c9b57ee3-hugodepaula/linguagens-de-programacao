000010*****************************************************************
000020*                                                                *
000030*    INCDREC.CPY                                                 *
000040*                                                                *
000050*    INCIDENT REGISTER RECORD LAYOUT.  ALERTMON OPENS ONE        *
000060*    INCIDENT PER ALERT RUN ID / FILE ID / FILE STATUS THE       *
000070*    FIRST NIGHT IT ALERTS, AND ON LATER NIGHTS UPDATES THE      *
000080*    SAME INCIDENT (LAST DATE SEEN, NIGHTS SEEN, SEVERITY) FOR   *
000090*    AS LONG AS IT STAYS UNRESOLVED.  ON-CALL RECORDS THE        *
000100*    ACKNOWLEDGEMENT AND THE RESOLUTION THROUGH INCDMNT; A       *
000110*    RESOLVED PROBLEM THAT ALERTS AGAIN OPENS A NEW INCIDENT.    *
000120*    RESOLVED INCIDENTS STAY ON PROD.HELLOWLD.INCIDENT FOR THE   *
000130*    MONTHLY INCDRPT REPORT.  TIMES ARE HHMM.  THE ACK/RESOLVE   *
000140*    FIELDS ARE ZERO AND SPACES UNTIL SET.                       *
000150*                                                                *
000160*    MODIFICATION HISTORY.                                       *
000170*    DATE       INIT   DESCRIPTION                               *
000180*    ---------  -----  ------------------------------------------*
000190*    07/08/24   JH     ORIGINAL COPYBOOK.                        *
000200*                                                                *
000210*****************************************************************
000220*
000230 01  INCIDENT-RECORD.
000240     05  INCD-NUMBER                 PIC 9(05).
000250     05  INCD-RUN-ID                 PIC X(08).
000260     05  INCD-FILE-ID                PIC X(08).
000270     05  INCD-FILE-STATUS            PIC X(02).
000280     05  INCD-SEVERITY               PIC X(01).
000290         88  INCD-CRITICAL                      VALUE '1'.
000300         88  INCD-WARNING                       VALUE '2'.
000310     05  INCD-STATE                  PIC X(01).
000320         88  INCD-OPEN                          VALUE 'O'.
000330         88  INCD-ACKNOWLEDGED                  VALUE 'A'.
000340         88  INCD-RESOLVED                      VALUE 'R'.
000350     05  INCD-OPENED-DATE            PIC 9(08).
000360     05  INCD-OPENED-TIME            PIC 9(04).
000370     05  INCD-LAST-DATE              PIC 9(08).
000380     05  INCD-NIGHTS-SEEN            PIC 9(03).
000390     05  INCD-ACK-DATE               PIC 9(08).
000400     05  INCD-ACK-TIME               PIC 9(04).
000410     05  INCD-ACK-BY                 PIC X(03).
000420     05  INCD-RESOLVED-DATE          PIC 9(08).
000430     05  INCD-RESOLVED-TIME          PIC 9(04).
000440     05  INCD-RESOLVED-BY            PIC X(03).
000450     05  FILLER                      PIC X(02).
000460*
