000100*==============================================================*
000110*  DOCREG.CPY                                                  *
000120*  RECORD LAYOUT FOR THE DOCUMENT ISSUE REGISTER.              *
000130*  A KSDS KEYED BY SERIAL NUMBER, ONE RECORD FOR EVERY MARK    *
000140*  SHEET (MARKSHT) AND TRANSCRIPT (TRNSCRPT) PRINTED ON        *
000150*  SECURITY STATIONERY: WHAT WAS ISSUED, TO WHOM, FOR WHICH    *
000160*  TERM(S), WHEN, AND WHETHER IT WAS THE ORIGINAL OR A         *
000170*  DUPLICATE - A DUPLICATE CARRIES THE ORIGINAL SERIAL AND     *
000180*  THE REASON IT WAS REISSUED.  A MARK SHEET HAS THE SAME      *
000190*  FIRST AND LAST TERM.  LOOKED UP BY SERIAL FROM THE          *
000200*  INQUIRY PROGRAM DOCINQ.  DATES ARE CCYYMMDD.                *
000210*                                                                *
000220*  MOD LOG                                                      *
000230*  2026-10-15  KJM  INITIAL VERSION.                            *
000240*==============================================================*
000250    01  DOCUMENT-ISSUE-RECORD.
000260        05  DI-SERIAL-NO             PIC 9(09).
000270        05  DI-DOCUMENT-TYPE         PIC X(01).
000280            88 DI-MARK-SHEET           VALUE 'M'.
000290            88 DI-TRANSCRIPT           VALUE 'T'.
000300        05  DI-STUDENT-ID            PIC X(09).
000310        05  DI-STUDENT-NAME          PIC X(30).
000320        05  DI-FIRST-TERM            PIC X(06).
000330        05  DI-LAST-TERM             PIC X(06).
000340        05  DI-ISSUE-DATE            PIC X(08).
000350        05  DI-ISSUE-TIME            PIC X(08).
000360        05  DI-ISSUE-TYPE            PIC X(01).
000370            88 DI-ORIGINAL             VALUE 'O'.
000380            88 DI-DUPLICATE            VALUE 'D'.
000390        05  DI-ORIGINAL-SERIAL       PIC 9(09).
000400        05  DI-DUPLICATE-REASON      PIC X(30).
000410        05  DI-ISSUED-BY             PIC X(08).
000420        05  FILLER                   PIC X(25).
