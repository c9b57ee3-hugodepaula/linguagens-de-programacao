000010*****************************************************************
000020*                                                                *
000030*    RCPTREC.CPY                                                 *
000040*                                                                *
000050*    BULLETIN RECEIPT RECORD LAYOUT.  ONE RECORD PER DEPARTMENT  *
000060*    PICKUP OF A NIGHT'S BULLETIN PAGES FROM ITS DELIVERY BIN,   *
000070*    KEYED BY THE BULLETIN'S BUSINESS DATE (BULL-HIST-DATE ON    *
000080*    THE 'H' RECORD) AND DEPARTMENT CODE, CARRYING WHO SIGNED    *
000090*    FOR THE PAGES AND WHEN.  PROD.HELLOWLD.RECEIPTS IS          *
000100*    MAINTAINED BY RCPTMNT AND MATCHED AGAINST BULLHIST BY THE   *
000110*    RCPTCHK FOLLOW-UP.                                          *
000120*                                                                *
000130*    MODIFICATION HISTORY.                                       *
000140*    DATE       INIT   DESCRIPTION                               *
000150*    ---------  -----  ------------------------------------------*
000160*    07/01/24   JH     ORIGINAL COPYBOOK.                        *
000170*                                                                *
000180*****************************************************************
000190*
000200 01  BULL-RCPT-RECORD.
000210     05  RCPT-RUN-DATE               PIC 9(08).
000220     05  RCPT-DEPT-CODE              PIC X(04).
000230     05  RCPT-SIGNED-BY              PIC X(20).
000240     05  RCPT-SIGNED-DATE            PIC 9(08).
000250     05  RCPT-SIGNED-TIME            PIC 9(04).
000260     05  RCPT-RECORDED-DATE          PIC 9(08).
000270     05  FILLER                      PIC X(28).
000280*
