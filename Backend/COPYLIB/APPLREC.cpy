000100*==============================================================*
000110*  APPLREC.CPY                                                 *
000120*  RECORD LAYOUT FOR THE REVALUATION APPEAL CASE REGISTER.     *
000130*  ONE RECORD PER APPEAL, KEYED BY THE RESULTS-MASTER KEY OF   *
000140*  THE SITTING APPEALED (STUDENT ID, ACADEMIC TERM, SUBJECT)   *
000150*  PLUS A CASE SEQUENCE, SO A STUDENT WHO APPEALS THE SAME     *
000160*  PAPER TWICE GETS A SECOND CASE RATHER THAN OVERWRITING THE  *
000170*  FIRST.  LODGED AND DECIDED THROUGH THE APPEAL REGISTER      *
000180*  TRANSACTION (PROGRAM APPLREG), CLOSED BY THE POST-APPEAL    *
000190*  CORRECTION (MARKCORR), WHICH WILL ONLY CORRECT A RESULT     *
000200*  THAT HAS AN OPEN, UPHELD CASE, AND AGED WEEKLY BY APPLAGE.  *
000210*                                                                *
000220*  A CASE IS OPEN FROM LODGING UNTIL IT IS REJECTED (CLOSED    *
000230*  AT THE DECISION) OR UPHELD AND CORRECTED (CLOSED BY         *
000240*  MARKCORR).  AT MOST ONE CASE PER SITTING IS OPEN AT A TIME. *
000250*  DATES ARE CCYYMMDD.                                         *
000260*                                                                *
000270*  MOD LOG                                                      *
000280*  2026-10-15  KJM  INITIAL VERSION.                            *
000290*==============================================================*
000300    01  APPEAL-CASE-RECORD.
000310        05  AP-KEY.
000320            10  AP-RESULT-KEY.
000330                15  AP-STUDENT-ID    PIC X(09).
000340                15  AP-ACADEMIC-TERM PIC X(06).
000350                15  AP-SUBJECT-CODE  PIC X(05).
000360            10  AP-CASE-SEQ          PIC 9(02).
000370        05  AP-CLASS-CODE            PIC X(09).
000380        05  AP-FEE-RECEIPT           PIC X(10).
000390        05  AP-DATE-LODGED           PIC X(08).
000400        05  AP-LODGED-BY             PIC X(08).
000410        05  AP-CASE-STATUS           PIC X(01).
000420            88 AP-CASE-OPEN            VALUE 'O'.
000430            88 AP-CASE-CLOSED          VALUE 'C'.
000440        05  AP-DECISION-CODE         PIC X(01).
000450            88 AP-DECISION-PENDING     VALUE SPACE.
000460            88 AP-APPEAL-UPHELD        VALUE 'U'.
000470            88 AP-APPEAL-REJECTED      VALUE 'R'.
000480        05  AP-DECISION-DATE         PIC X(08).
000490        05  AP-REVIEWER-ID           PIC X(08).
000500        05  AP-REVISED-MARKS         PIC 9(03).
000510        05  AP-BEFORE-MARKS          PIC 9(03).
000520        05  AP-BEFORE-GRADE          PIC X(01).
000530        05  AP-AFTER-MARKS           PIC 9(03).
000540        05  AP-AFTER-GRADE           PIC X(01).
000550        05  AP-DATE-CLOSED           PIC X(08).
000560        05  AP-CORRECTED-BY          PIC X(08).
000570        05  FILLER                   PIC X(18).
