000100*==============================================================*
000110*  IAMKREC.CPY                                                 *
000120*  RECORD LAYOUT FOR THE INTERNAL-ASSESSMENT MARKS FEED.       *
000130*  ONE 'D' DETAIL RECORD PER STUDENT PER SUBJECT, CARRYING THE *
000140*  COMPONENT MARK THE DEPARTMENT AWARDED FOR CLASS TESTS AND   *
000150*  PRACTICALS OVER THE TERM, OUT OF THE SUBJECT'S IA MAXIMUM ON*
000160*  THE SUBJECT MASTER (SJ-IA-MAX-MARKS).  FRAMED LIKE THE SIS  *
000170*  MARKS FEED - ONE 'H' HEADER FIRST AND ONE 'T' TRAILER LAST  *
000180*  (SEE IACTL) - AND EDITED BY PROGRAM IAEDIT BEFORE THE       *
000190*  GRADING RUN ADDS IT TO THE WRITTEN PAPER.                   *
000200*                                                                *
000210*  MOD LOG                                                      *
000220*  2026-10-15  KJM  INITIAL VERSION.                            *
000230*==============================================================*
000240    01  IA-MARKS-RECORD.
000250        05  IA-RECORD-TYPE          PIC X(01).
000260            88 IA-DETAIL-RECORD       VALUE 'D'.
000270            88 IA-HEADER-TYPE         VALUE 'H'.
000280            88 IA-TRAILER-TYPE        VALUE 'T'.
000290        05  IA-STUDENT-ID           PIC X(09).
000300        05  IA-CLASS-CODE           PIC X(09).
000310        05  IA-SUBJECT-CODE         PIC X(05).
000320        05  IA-MARKS-VALUE          PIC 9(03).
000330        05  FILLER                  PIC X(23).
