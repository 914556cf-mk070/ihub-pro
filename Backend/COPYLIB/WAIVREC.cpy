000100*==============================================================*
000110*  WAIVREC.CPY                                                 *
000120*  RECORD LAYOUT FOR THE MISSING-PAPER WAIVER FILE.            *
000130*  ONE RECORD PER PAPER THE EXAMINATIONS CELL HAS EXCUSED A    *
000140*  STUDENT FROM FOR ONE SITTING (EXEMPTION, LATE ADMISSION,    *
000150*  MEDICAL DEFERMENT), KEYED LIKE THE RESULTS MASTER - STUDENT *
000160*  ID, ACADEMIC TERM, SUBJECT CODE - AND LOADED BY JOB         *
000170*  WAIVLOAD.  THE COMPLETENESS RUN (PROGRAM COMPLCHK) COUNTS A *
000180*  CURRICULUM PAPER WITH NO RESULT BUT A WAIVER HERE AS        *
000190*  WAIVED, NOT MISSING, AND PRINTS WHO WAIVED IT AND WHY.      *
000200*  DATES ARE CCYYMMDD.                                         *
000210*                                                                *
000220*  MOD LOG                                                      *
000230*  2026-10-15  KJM  INITIAL VERSION.                            *
000240*==============================================================*
000250    01  PAPER-WAIVER-RECORD.
000260        05  WV-KEY.
000270            10  WV-STUDENT-ID        PIC X(09).
000280            10  WV-ACADEMIC-TERM     PIC X(06).
000290            10  WV-SUBJECT-CODE      PIC X(05).
000300        05  WV-WAIVED-BY             PIC X(08).
000310        05  WV-DATE-WAIVED           PIC X(08).
000320        05  WV-WAIVER-REASON         PIC X(20).
000330        05  FILLER                   PIC X(04).
