000100*==============================================================*
000110*  IACMPREC.CPY                                                *
000120*  RECORD LAYOUT FOR THE INTERNAL-ASSESSMENT COMPONENT FILE.   *
000130*  ONE RECORD PER STUDENT PER SUBJECT FOR THE SITTING BEING    *
000140*  GRADED, KEYED LIKE THE RESULTS MASTER - STUDENT ID, ACADEMIC*
000150*  TERM, SUBJECT CODE.  BUILT FRESH EACH MARKS RUN BY THE IA   *
000160*  EDIT (PROGRAM IAEDIT) FROM THE CLEAN DETAIL RECORDS OF THE  *
000170*  DEPARTMENTS' FEED, AND READ BY KEY BY THE GRADING RUN       *
000180*  (PROGRAM CONDITIONALS), WHICH ADDS IC-IA-MARKS TO THE       *
000190*  WRITTEN PAPER'S MARKS.  THE TERM AND EXTRACT DATE COME FROM *
000200*  THE FEED HEADER.                                            *
000210*                                                                *
000220*  MOD LOG                                                      *
000230*  2026-10-15  KJM  INITIAL VERSION.                            *
000240*==============================================================*
000250    01  IA-COMPONENT-RECORD.
000260        05  IC-KEY.
000270            10  IC-STUDENT-ID        PIC X(09).
000280            10  IC-ACADEMIC-TERM     PIC X(06).
000290            10  IC-SUBJECT-CODE      PIC X(05).
000300        05  IC-CLASS-CODE            PIC X(09).
000310        05  IC-IA-MARKS              PIC 9(03).
000320        05  IC-EXTRACT-DATE          PIC X(08).
000330        05  FILLER                   PIC X(10).
