000010*****************************************************************
000020*                                                                *
000030*    OPERAUTH.CPY                                                *
000040*                                                                *
000050*    OPERATOR RUN AUTHORIZATION RECORD LAYOUT.  ONE RECORD PER   *
000060*    OPERATOR, RUN ID AND SHIFT THE OPERATOR MAY SUBMIT,         *
000070*    KEYED BY ALL THREE.  COPY THIS UNDER THE FD OF ANY PROGRAM  *
000080*    THAT READS OR MAINTAINS THE AUTHORIZATION FILE (OPERAUTH).  *
000090*    A RUN IS ONLY ACCEPTED WHEN ITS OPERATOR HOLDS A RECORD     *
000100*    FOR THE RUN ID AND THE SHIFT THE RUN FALLS IN THAT IS       *
000110*    EFFECTIVE ON THE RUN DATE (A THRU DATE OF ZERO MEANS NO     *
000120*    EXPIRY).  A RECORD PAST ITS THRU DATE HAS LAPSED; IT STAYS  *
000130*    ON FILE SO THE LISTINGS SHOW WHAT AN OPERATOR ONCE HELD.    *
000140*    THE OPERATOR MUST ALSO PASS THE OPERATOR MASTER CHECKS.     *
000150*                                                                *
000160*    MODIFICATION HISTORY.                                       *
000170*    DATE       INIT   DESCRIPTION                               *
000180*    ---------  -----  ------------------------------------------*
000190*    08/05/24   JH     ORIGINAL COPYBOOK.                        *
000200*                                                                *
000210*****************************************************************
000220*
000230 01  OPERATOR-AUTH-RECORD.
000240     05  AUTH-KEY.
000250         10  AUTH-OPER-ID            PIC X(08).
000260         10  AUTH-RUN-ID             PIC X(08).
000270         10  AUTH-SHIFT              PIC X(01).
000280             88  AUTH-SHIFT-DAY                 VALUE 'D'.
000290             88  AUTH-SHIFT-EVENING             VALUE 'E'.
000300             88  AUTH-SHIFT-NIGHT               VALUE 'N'.
000310     05  AUTH-EFF-FROM-DATE          PIC 9(08).
000320     05  AUTH-EFF-THRU-DATE          PIC 9(08).
000330     05  AUTH-MAINT-DATE             PIC 9(08).
000340     05  AUTH-MAINT-BY               PIC X(03).
000350     05  FILLER                      PIC X(36).
000360*
