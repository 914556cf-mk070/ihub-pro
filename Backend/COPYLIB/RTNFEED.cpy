000230*                                                                *
000240*  MOD LOG                                                      *
000250*  2026-09-02  KJM  INITIAL VERSION.                            *
000251*  2026-10-15  KJM  XH-EXTRACT-TYPE ON THE HEADER - SPACE FOR   *
000252*                   THE FULL SITTING, 'C' FOR A DUES-HOLD       *
000253*                   CATCH-UP EXTRACT CARRYING ONLY STUDENTS     *
000254*                   WHOSE HOLD HAS BEEN LIFTED.  THE SIS LOAD   *
000255*                   ADDS A CATCH-UP EXTRACT TO THE SITTING      *
000256*                   INSTEAD OF REPLACING IT.                    *
000260*==============================================================*
000270    01  RESULTS-RETURN-HEADER.
000280        05  XH-RECORD-TYPE          PIC X(01).
000290        05  XH-EXTRACT-DATE         PIC X(08).
000300        05  XH-SOURCE-SYSTEM        PIC X(08).
000310        05  XH-ACADEMIC-TERM        PIC X(06).
000320        05  XH-EXTRACT-TYPE         PIC X(01).
000322            88 XH-FULL-EXTRACT        VALUE SPACE.
000324            88 XH-CATCH-UP-EXTRACT    VALUE 'C'.
000326        05  FILLER                  PIC X(36).
000330
000340    01  RESULTS-RETURN-DETAIL.
000350        05  XD-RECORD-TYPE          PIC X(01).
