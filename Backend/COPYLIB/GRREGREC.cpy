000100*==============================================================*
000110*  GRREGREC.CPY                                                *
000120*  RECORD LAYOUT FOR THE GRACE-DECISION REGISTER.              *
000130*  ONE RECORD PER SUBJECT PER BOARD DECISION APPLIED BY THE    *
000140*  BATCH MODERATION RUN (PROGRAM MODGRACE), KEYED BY THE       *
000150*  SITTING, THE BOARD MINUTE REFERENCE KEYED ON THE RUN'S      *
000160*  SYSIN CARD AND THE SUBJECT.  MODGRACE WRITES THE DECISION'S *
000170*  ENTRIES BEFORE IT TOUCHES THE MASTER AND REFUSES A DECISION *
000180*  ALREADY ON THE REGISTER, SO A RESUBMITTED JOB CANNOT ADD    *
000190*  THE SAME GRACE TWICE.  THE APPLIED RUN DATE AND TIME ARE    *
000200*  THE STAMP ON THAT RUN'S 'GRCE' AUDIT RECORDS - THE REVERSAL *
000210*  MODE FINDS THE RECORDS TO BACK OUT BY THEM.  A REVERSED     *
000220*  DECISION STAYS ON THE REGISTER, MARKED 'R', AS THE RECORD   *
000230*  OF WHAT WAS RESCINDED AND WHEN.  DATES ARE CCYYMMDD.        *
000240*                                                                *
000250*  MOD LOG                                                      *
000260*  2026-10-15  KJM  INITIAL VERSION.                            *
000270*==============================================================*
000280    01  GRACE-REGISTER-RECORD.
000290        05  GG-KEY.
000300            10  GG-ACADEMIC-TERM     PIC X(06).
000310            10  GG-MINUTE-REF        PIC X(12).
000320            10  GG-SUBJECT-CODE      PIC X(05).
000330        05  GG-GRACE-MARKS           PIC 9(03).
000340        05  GG-DECISION-STATUS       PIC X(01).
000350            88 GG-DECISION-APPLIED     VALUE 'A'.
000360            88 GG-DECISION-REVERSED    VALUE 'R'.
000370        05  GG-APPLIED-DATE          PIC X(08).
000380        05  GG-APPLIED-TIME          PIC X(08).
000390        05  GG-APPLIED-COUNT         PIC 9(07).
000400        05  GG-REVERSED-DATE         PIC X(08).
000410        05  GG-REVERSED-TIME         PIC X(08).
000420        05  GG-REVERSED-COUNT        PIC 9(07).
000430        05  FILLER                   PIC X(07).
