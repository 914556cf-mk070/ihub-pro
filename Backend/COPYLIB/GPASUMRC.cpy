000100*==============================================================*
000110*  GPASUMRC.CPY                                                *
000120*  RECORD LAYOUT FOR THE STUDENT-TERM GPA SUMMARY FILE.        *
000130*  ONE RECORD PER STUDENT PER SITTING, KEYED BY STUDENT ID +   *
000140*  ACADEMIC TERM - THE FIRST FIFTEEN BYTES OF THE RESULTS-     *
000150*  MASTER KEY, SO THE TWO FILES RUN IN THE SAME ORDER.  BUILT  *
000160*  IN FULL FROM THE RESULTS MASTER BY THE GPA RUN (PROGRAM     *
000170*  GPACALC) AND READ BY THE TRANSCRIPT RUN (TRNSCRPT) AND THE  *
000180*  MERIT LIST RUN (MERITLST).                                  *
000190*                                                                *
000200*  CREDITS ARE SUBJECT-MASTER CREDIT WEIGHTS.  GRADE POINTS    *
000210*  ARE CREDIT-WEIGHTED POINTS FROM THE GRADE-POINT TABLE       *
000220*  (GRDPTREC).  THE TERM GPA IS THE TERM'S POINTS OVER ITS     *
000230*  CREDITS ATTEMPTED; THE CUMULATIVE FIGURES RUN OVER EVERY    *
000240*  SITTING UP TO AND INCLUDING THIS ONE.  A NON-ZERO           *
000250*  GS-WITHHELD-COUNT MEANS THE TERM STILL HAS A WITHHELD       *
000260*  RESULT AND ITS GPA IS PROVISIONAL.  RUN DATE IS CCYYMMDD.   *
000270*                                                                *
000280*  MOD LOG                                                      *
000290*  2026-10-15  KJM  INITIAL VERSION.                            *
000300*==============================================================*
000310    01  GPA-SUMMARY-RECORD.
000320        05  GS-KEY.
000330            10  GS-STUDENT-ID        PIC X(09).
000340            10  GS-ACADEMIC-TERM     PIC X(06).
000350        05  GS-CLASS-CODE            PIC X(09).
000360        05  GS-SUBJECT-COUNT         PIC 9(03).
000370        05  GS-CREDITS-ATTEMPTED     PIC 9(04).
000380        05  GS-CREDITS-EARNED        PIC 9(04).
000390        05  GS-GRADE-POINTS          PIC 9(05)V9.
000400        05  GS-TERM-GPA              PIC 9(02)V99.
000410        05  GS-CUM-CREDITS-ATTEMPTED PIC 9(05).
000420        05  GS-CUM-CREDITS-EARNED    PIC 9(05).
000430        05  GS-CUM-GRADE-POINTS      PIC 9(06)V9.
000440        05  GS-CUM-GPA               PIC 9(02)V99.
000450        05  GS-WITHHELD-COUNT        PIC 9(02).
000460        05  GS-RUN-DATE              PIC X(08).
000470        05  FILLER                   PIC X(04).
