000260*  EXCEPTION LISTING RATHER THAN PRINTING SILENTLY AS A CODE.  *
000270*                                                                *
000280*  MOD LOG                                                      *
000281*  2026-09-02  KJM  INITIAL VERSION.                            *
000282*  2026-10-15  KJM  ADD THE INTERNAL-ASSESSMENT SCHEME, OUT OF  *
000283*                   FILLER.  SJ-IA-MAX-MARKS IS THE SHARE OF    *
000284*                   SJ-MAX-MARKS AWARDED BY THE DEPARTMENT FOR  *
000285*                   INTERNAL ASSESSMENT - THE WRITTEN PAPER IS  *
000286*                   MARKED OUT OF THE REST, AND THE FINAL MARK  *
000287*                   IS THE SUM OF THE TWO.  ZERO (OR BLANK ON   *
000288*                   AN OLD RECORD) MEANS A WRITTEN-ONLY PAPER.  *
000289*                   SJ-WRITTEN-MIN-MARKS AND SJ-IA-MIN-MARKS    *
000290*                   ARE THE BOARD'S PER-COMPONENT MINIMUMS - A  *
000291*                   STUDENT SHORT OF EITHER FAILS THE SUBJECT   *
000292*                   WHATEVER THE COMBINED TOTAL.                *
000300*==============================================================*
000310    01  SUBJECT-MASTER-RECORD.
000320        05  SJ-SUBJECT-CODE         PIC X(05).
000330        05  SJ-SUBJECT-TITLE        PIC X(30).
000340        05  SJ-MAX-MARKS            PIC 9(03).
000350        05  SJ-CREDIT-WEIGHT        PIC 9(02).
000360        05  SJ-IA-MAX-MARKS         PIC 9(03).
000370        05  SJ-WRITTEN-MIN-MARKS    PIC 9(03).
000380        05  SJ-IA-MIN-MARKS         PIC 9(03).
000390        05  FILLER                  PIC X(01).
