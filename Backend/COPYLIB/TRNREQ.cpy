000150*  TRANSCRIPTS YEAR-ROUND) AND READ BY THE TRANSCRIPT RUN     *
000160*  (PROGRAM TRNSCRPT).  A STUDENT WITH NO RESULTS ON THE      *
000170*  MASTER COMES OUT ON THE RUN AS A NOT-FOUND LINE RATHER     *
000180*  THAN A BLANK TRANSCRIPT.  A STUDENT WHOSE TRANSCRIPT HAS    *
000183*  ALREADY BEEN ISSUED IS REFUSED UNLESS THE CARD CARRIES A    *
000186*  DUPLICATE-ISSUE REASON, AND IS THEN PRINTED AS A DUPLICATE. *
000190*                                                                *
000200*  MOD LOG                                                      *
000210*  2026-09-02  KJM  INITIAL VERSION.                            *
000215*  2026-10-15  KJM  DUPLICATE-ISSUE REASON IN COLS 11-40.       *
000220*==============================================================*
000230    01  TRANSCRIPT-REQUEST-RECORD.
000240        05  TQ-STUDENT-ID           PIC X(09).
000250        05  FILLER                  PIC X(01).
000260        05  TQ-DUPLICATE-REASON     PIC X(30).
000270        05  FILLER                  PIC X(40).
