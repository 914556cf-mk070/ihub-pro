000400*                   STUDENT.  THE CLUSTER MUST BE REDEFINED     *
000410*                   WITH KEYS(20 0) BEFORE THE FIRST RUN ON     *
000420*                   THE NEW LAYOUT.                             *
000421*  2026-10-15  KJM  KEEP THE TWO COMPONENTS OF THE FINAL MARK,  *
000422*                   OUT OF FILLER - RR-WRITTEN-MARKS (THE       *
000423*                   WRITTEN PAPER AFTER NEGATIVE MARKING) AND   *
000424*                   RR-IA-MARKS (THE DEPARTMENT'S INTERNAL      *
000425*                   ASSESSMENT, SEE IACMPREC).  RR-MARKS-VALUE  *
000426*                   STAYS THE FINAL MARK THE RESULT IS GRADED   *
000427*                   ON.  RECORDS WRITTEN BEFORE THE CHANGE      *
000428*                   CARRY SPACES HERE AND PRINT NO COMPONENTS.  *
000430*==============================================================*
000440    01  RESULT-RECORD.
000450        05  RR-KEY.
000550            88 SUPPLEMENTARY-ATTEMPT   VALUE 'S'.
000560        05  RR-PREV-MARKS-VALUE      PIC 9(03).
000570        05  RR-PREV-GRADE-CODE       PIC X(01).
000580        05  RR-WRITTEN-MARKS         PIC 9(03).
000590        05  RR-IA-MARKS              PIC 9(03).
000600        05  FILLER                   PIC X(02).
