000100*==============================================================*
000110*  DOCCTL.CPY                                                  *
000120*  RECORD LAYOUT FOR THE DOCUMENT-ISSUE CONTROL FILE.          *
000130*  A KSDS KEYED BY DC-KEY.  THE RECORD WITH DOCUMENT TYPE      *
000140*  '*' (REST OF KEY SPACES) HOLDS THE NEXT SERIAL NUMBER TO    *
000150*  BE PRINTED ON SECURITY STATIONERY; IT IS LOADED ONCE BY     *
000160*  JOB DOCDEF AND STEPPED BY EVERY ISSUE.  EVERY OTHER         *
000170*  RECORD STANDS FOR ONE DOCUMENT ISSUED - A MARK SHEET        *
000180*  ('M') FOR THE STUDENT AND SITTING, OR A TRANSCRIPT ('T')    *
000190*  FOR THE STUDENT AND THE LAST TERM IT COVERS - AND CARRIES   *
000200*  THE SERIAL OF THE ORIGINAL AND OF THE LATEST DUPLICATE.     *
000210*  MARKSHT AND TRNSCRPT READ IT BEFORE PRINTING TO DECIDE      *
000220*  WHETHER A DOCUMENT IS AN ORIGINAL OR A REPRINT.  EACH       *
000230*  SERIAL ISSUED IS ALSO WRITTEN TO THE ISSUE REGISTER         *
000240*  (DOCREG).  DATES ARE CCYYMMDD.                              *
000250*                                                                *
000260*  MOD LOG                                                      *
000270*  2026-10-15  KJM  INITIAL VERSION.                            *
000280*==============================================================*
000290    01  DOCUMENT-CONTROL-RECORD.
000300        05  DC-KEY.
000310            10  DC-DOCUMENT-TYPE     PIC X(01).
000320                88 DC-SERIAL-CONTROL   VALUE '*'.
000330                88 DC-MARK-SHEET       VALUE 'M'.
000340                88 DC-TRANSCRIPT       VALUE 'T'.
000350            10  DC-STUDENT-ID        PIC X(09).
000360            10  DC-ACADEMIC-TERM     PIC X(06).
000370        05  DC-DOCUMENT-DATA.
000380            10  DC-ORIGINAL-SERIAL   PIC 9(09).
000390            10  DC-ORIGINAL-DATE     PIC X(08).
000400            10  DC-DUPLICATE-COUNT   PIC 9(03).
000410            10  DC-LAST-SERIAL       PIC 9(09).
000420            10  DC-LAST-ISSUE-DATE   PIC X(08).
000430            10  FILLER               PIC X(27).
000440        05  DC-SERIAL-DATA REDEFINES DC-DOCUMENT-DATA.
000450            10  DC-NEXT-SERIAL       PIC 9(09).
000460            10  DC-LAST-ISSUED-DATE  PIC X(08).
000470            10  DC-LAST-ISSUED-BY    PIC X(08).
000480            10  FILLER               PIC X(39).
