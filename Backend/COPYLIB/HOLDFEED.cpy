000100*==============================================================*
000110*  HOLDFEED.CPY                                                *
000120*  RECORD LAYOUT FOR THE ACCOUNTS-OFFICE DUES HOLD FEED.       *
000130*  ONE RECORD PER HOLD PLACED OR LIFTED THAT DAY, SENT BY      *
000140*  THE ACCOUNTS SYSTEM AND KEYED BY STUDENT ID.  ACTION 'H'    *
000150*  PLACES A HOLD FOR UNPAID FEES (THE REASON SAYS WHICH),      *
000160*  'R' LIFTS IT.  APPLIED IN FILE ORDER TO THE DUES-HOLD       *
000170*  MASTER (HOLDREC) BY THE DAILY HOLD UPDATE (PROGRAM          *
000180*  HOLDUPD).  A DUES HOLD IS ONLY A BLOCK ON RELEASE - IT IS   *
000190*  NOT A GRADING STATUS LIKE A MALPRACTICE WITHHOLD ('W' ON    *
000200*  MR-ATTEND-CODE).  THE ACTION DATE IS THE ACCOUNTS           *
000210*  OFFICE'S, CCYYMMDD.                                         *
000220*                                                                *
000230*  MOD LOG                                                      *
000240*  2026-10-15  KJM  INITIAL VERSION.                            *
000250*==============================================================*
000260    01  DUES-HOLD-FEED-RECORD.
000270        05  HF-STUDENT-ID            PIC X(09).
000280        05  HF-ACTION-CODE           PIC X(01).
000290            88 HF-PLACE-HOLD           VALUE 'H'.
000300            88 HF-LIFT-HOLD            VALUE 'R'.
000310            88 HF-ACTION-VALID         VALUES 'H', 'R'.
000320        05  HF-HOLD-REASON           PIC X(30).
000330        05  HF-ACTION-DATE           PIC X(08).
000340        05  FILLER                   PIC X(32).
