000010*****************************************************************
000020*                                                                *
000030*    MSGTOKN.CPY                                                 *
000040*                                                                *
000050*    MESSAGE-TEXT PLACEHOLDER TABLE.  CATALOG TEXT MAY CARRY     *
000060*    NAMED PLACEHOLDERS, WRITTEN LIKE A JCL SYMBOLIC -- AN       *
000070*    AMPERSAND, THE NAME, A PERIOD -- THAT THE NIGHTLY STEP      *
000080*    REPLACES WHEN IT RESOLVES THE MESSAGE:                      *
000090*      &DATE.     BUSINESS DATE (MM/DD/YYYY, DD/MM/YYYY IN 'PT') *
000100*      &RUNID.    RUN ID FROM THE 'H' CARD                       *
000110*      &SHIFT.    SHIFT CODE (D, E OR N)                         *
000120*      &HOLIDAY.  CALENDAR NAME FOR THE BUSINESS DATE            *
000130*      &VALUE.    SHORT VALUE FROM THE 'D' CARD (COLS 32-51)     *
000140*    A LITERAL AMPERSAND IS WRITTEN '&&'.  COPY THIS INTO THE    *
000150*    WORKING-STORAGE SECTION OF ANY PROGRAM THAT RESOLVES OR     *
000160*    EDITS CATALOG TEXT, SO ALL OF THEM KNOW THE SAME NAMES.     *
000170*    THE ENTRY ORDER IS FIXED -- MSG-TOKEN-SUB'S CONDITION       *
000180*    NAMES DEPEND ON IT.                                         *
000190*                                                                *
000200*    MODIFICATION HISTORY.                                       *
000210*    DATE       INIT   DESCRIPTION                               *
000220*    ---------  -----  ------------------------------------------*
000230*    06/17/24   JH     ORIGINAL COPYBOOK.                        *
000240*                                                                *
000250*****************************************************************
000260*
000270 01  MSG-TOKEN-VALUES.
000280     05  FILLER                      PIC X(10)  VALUE '&DATE.'.
000290     05  FILLER                      PIC 9(02)  VALUE 06.
000300     05  FILLER                      PIC X(10)  VALUE '&RUNID.'.
000310     05  FILLER                      PIC 9(02)  VALUE 07.
000320     05  FILLER                      PIC X(10)  VALUE '&SHIFT.'.
000330     05  FILLER                      PIC 9(02)  VALUE 07.
000340     05  FILLER                      PIC X(10)  VALUE '&HOLIDAY.'.
000350     05  FILLER                      PIC 9(02)  VALUE 09.
000360     05  FILLER                      PIC X(10)  VALUE '&VALUE.'.
000370     05  FILLER                      PIC 9(02)  VALUE 07.
000380 01  MSG-TOKEN-TABLE REDEFINES MSG-TOKEN-VALUES.
000390     05  MSG-TOKEN-ENTRY OCCURS 5 TIMES.
000400         10  MSG-TOKEN-NAME          PIC X(10).
000410         10  MSG-TOKEN-LENGTH        PIC 9(02).
000420*
000430 01  MSG-TOKEN-MAX                   PIC 9(02)  COMP VALUE 5.
000440 01  MSG-TOKEN-SUB                   PIC 9(02)  COMP VALUE ZERO.
000450     88  MSG-TOKEN-NOT-FOUND                    VALUE 0.
000460     88  MSG-TOKEN-IS-DATE                      VALUE 1.
000470     88  MSG-TOKEN-IS-RUN-ID                    VALUE 2.
000480     88  MSG-TOKEN-IS-SHIFT                     VALUE 3.
000490     88  MSG-TOKEN-IS-HOLIDAY                   VALUE 4.
000500     88  MSG-TOKEN-IS-VALUE                     VALUE 5.
000510*
