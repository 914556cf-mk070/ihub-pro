000160*  LONG AFTER THE JOB LOG HAS BEEN SCRATCHED.                  *
000170*                                                                *
000180*  MOD LOG                                                      *
000181*  2026-08-09  KJM  INITIAL VERSION.                            *
000182*  2026-10-15  KJM  CARRY THE SITTING'S ACADEMIC TERM AND THE   *
000183*                   RESULT AS IT STOOD BEFORE THE CHANGE        *
000184*                   (MARKS, GRADE, RESULT CODE), OUT OF FILLER, *
000185*                   SO THE RESULTS-MASTER RECOVERY RUN          *
000186*                   (RSLTRCVR) CAN REPLAY 'CORR', 'SUPP' AND    *
000187*                   'GRCE' RECORDS ONTO A RESTORED BACKUP AND   *
000188*                   PROVE EACH LANDS ON THE RECORD IT WAS MADE  *
000189*                   AGAINST.  AR-MASTER-UPDATE SAYS WHETHER THE *
000190*                   MASTER WAS REWRITTEN AND TO WHAT RESULT.    *
000191*  2026-10-15  KJM  'GRRV' - A MODGRACE REVERSAL OF A BOARD     *
000192*                   DECISION - IS REPLAYED THE SAME WAY; ITS    *
000193*                   BEFORE-IMAGE IS THE GRACED RESULT.          *
000200*==============================================================*
000210    01  AUDIT-RECORD.
000220        05  AR-STUDENT-ID           PIC X(09).
000270        05  AR-GRADE-CODE           PIC X(01).
000280        05  AR-RUN-DATE             PIC X(08).
000290        05  AR-RUN-TIME             PIC X(08).
000300        05  AR-ACADEMIC-TERM        PIC X(06).
000310        05  AR-BEFORE-IMAGE.
000320            10  AR-BEFORE-MARKS     PIC 9(03).
000330            10  AR-BEFORE-GRADE     PIC X(01).
000340            10  AR-BEFORE-RESULT    PIC X(04).
000350        05  AR-MASTER-UPDATE        PIC X(01).
000360            88 AR-MASTER-NOT-CHANGED  VALUE SPACE.
000370            88 AR-MASTER-NOW-PASS     VALUE 'P'.
000380            88 AR-MASTER-NOW-FAIL     VALUE 'F'.
000390        05  FILLER                  PIC X(02).
