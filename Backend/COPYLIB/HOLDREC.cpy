000100*==============================================================*
000110*  HOLDREC.CPY                                                 *
000120*  RECORD LAYOUT FOR THE DUES-HOLD MASTER.                     *
000130*  ONE RECORD PER STUDENT THE ACCOUNTS OFFICE HAS EVER HELD,   *
000140*  KEYED BY STUDENT ID, MAINTAINED FROM THE DAILY HOLDS FEED   *
000150*  (HOLDFEED) BY PROGRAM HOLDUPD.  WHILE HD-HOLD-STATUS IS     *
000160*  'H' THE MARK SHEET RUN (MARKSHT), THE TRANSCRIPT RUN        *
000170*  (TRNSCRPT) AND THE SIS RETURN EXTRACT (RESXTRCT) SKIP THE   *
000180*  STUDENT AND LIST THEM ON THEIR HELD-RESULTS REPORTS.  EACH  *
000190*  RUN THAT SKIPS THE STUDENT RECORDS WHAT IT HELD BACK HERE   *
000200*  - A SHEET OR FEED FLAG AGAINST THE SITTING, OR THE          *
000210*  TRANSCRIPT FLAG. ONCE THE HOLD IS LIFTED ('R') THE NEXT     *
000220*  ORDINARY RUN RELEASES THE STUDENT AND CLEARS ITS FLAG,      *
000230*  AND THE SAME RUNS IN CATCH-UP MODE (JOB HOLDCTCH) PRODUCE   *
000240*  ONLY WHAT IS STILL FLAGGED.  A SITTING WHOSE FLAGS ARE ALL  *
000250*  CLEAR FREES ITS SLOT.  A SEVENTH SITTING HELD AT ONCE SETS  *
000260*  THE OVERFLOW FLAG AND IS CAUGHT UP BY HAND.  THE RECORD IS  *
000270*  KEPT AFTER RELEASE AS THE STUDENT'S HOLD HISTORY.  DATES    *
000280*  ARE CCYYMMDD.                                               *
000290*                                                                *
000300*  MOD LOG                                                      *
000310*  2026-10-15  KJM  INITIAL VERSION.                            *
000320*==============================================================*
000330    01  DUES-HOLD-RECORD.
000340        05  HD-STUDENT-ID            PIC X(09).
000350        05  HD-HOLD-STATUS           PIC X(01).
000360            88 HD-HOLD-IN-PLACE        VALUE 'H'.
000370            88 HD-HOLD-LIFTED          VALUE 'R'.
000380        05  HD-HOLD-REASON           PIC X(30).
000390        05  HD-HOLD-DATE             PIC X(08).
000400        05  HD-RELEASE-DATE          PIC X(08).
000410        05  HD-LAST-UPDATED          PIC X(08).
000420        05  HD-TRANSCRIPT-HELD       PIC X(01).
000430            88 HD-TRANSCRIPT-HELD-BACK VALUE 'Y'.
000440        05  HD-HELD-TERM OCCURS 6 TIMES.
000450            10  HD-HT-ACADEMIC-TERM  PIC X(06).
000460            10  HD-HT-SHEET-HELD     PIC X(01).
000470            10  HD-HT-FEED-HELD      PIC X(01).
000480        05  HD-HELD-OVERFLOW         PIC X(01).
000490            88 HD-HELD-TERMS-OVERFLOWED VALUE 'Y'.
000500        05  FILLER                   PIC X(06).
