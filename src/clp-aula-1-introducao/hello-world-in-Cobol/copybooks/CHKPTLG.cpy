000160*             'BULLETIN' BULLETIN PAGES PRINTED                  *
000170*             'STATS'    RUN-STATISTICS RECORD WRITTEN           *
000180*             'SUITE'    SCHEDULE ENTRY COMPLETED (DRIVER)       *
000181*             'RUNSTAT'  RUN-STATISTICS FEED SENT (FEEDEXT)      *
000182*             'ALERTS'   ALERT FEED SENT (FEEDEXT)               *
000183*             'AUDITRUN' AUDIT RUN-SUMMARY FEED SENT (FEEDEXT)   *
000184*             FEEDEXT LEDGERS BY BUSINESS DATE, NOT RUN DATE.    *
000190*                                                                *
000200*    MODIFICATION HISTORY.                                       *
000210*    DATE       INIT   DESCRIPTION                               *
000220*    ---------  -----  ------------------------------------------*
000230*    04/12/24   JH     ORIGINAL COPYBOOK, REPLACING THE INLINE   *
000240*                      SINGLE-RECORD LAYOUT IN HELLOWORLD.       *
000245*    07/29/24   JH     ADDED THE FEEDEXT EXTRACT-FEED PHASES.    *
000250*                                                                *
000260*****************************************************************
000270*
000330         88  CHECKPOINT-PHASE-BULLETIN          VALUE 'BULLETIN'.
000340         88  CHECKPOINT-PHASE-STATS             VALUE 'STATS'.
000350         88  CHECKPOINT-PHASE-SUITE             VALUE 'SUITE'.
000352         88  CHECKPOINT-PHASE-FEED-RUN          VALUE 'RUNSTAT'.
000354         88  CHECKPOINT-PHASE-FEED-ALERT        VALUE 'ALERTS'.
000356         88  CHECKPOINT-PHASE-FEED-AUDIT        VALUE 'AUDITRUN'.
000360     05  CHECKPOINT-STATUS           PIC X(01).
000370         88  CHECKPOINT-COMPLETE                VALUE 'C'.
000380     05  FILLER                      PIC X(55).
