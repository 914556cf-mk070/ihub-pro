000100*==============================================================*
000110*  BKCATREC.CPY                                                *
000120*  RECORD LAYOUT FOR THE RESULTS-MASTER BACKUP CATALOGUE.      *
000130*  ONE RECORD IS APPENDED BY EVERY BACKUP RUN (PROGRAM         *
000140*  RSLTBKUP), GOOD OR NOT, NAMING THE COPY BY ITS BACKUP DATE  *
000150*  AND TIME AND DATASET NAME, WITH THE RECORD COUNT AND MARKS  *
000160*  HASH THE COPY WAS VERIFIED AGAINST.  BC-BACKUP-STATUS IS    *
000170*  'G' ONLY WHEN THE COPY WAS READ BACK AND FOOTED TO ITS OWN  *
000180*  TRAILER.  THE RECOVERY RUN (PROGRAM RSLTRCVR) RESTORES THE  *
000190*  LATEST 'G' ENTRY AND REPLAYS THE AUDIT TRAIL FROM ITS       *
000200*  BACKUP DATE AND TIME.                                       *
000210*                                                                *
000220*  MOD LOG                                                      *
000230*  2026-10-15  KJM  INITIAL VERSION.                            *
000240*==============================================================*
000250    01  BACKUP-CATALOGUE-RECORD.
000260        05  BC-BACKUP-DATE          PIC X(08).
000270        05  BC-BACKUP-TIME          PIC X(08).
000280        05  BC-BACKUP-STATUS        PIC X(01).
000290            88 BACKUP-VERIFIED-GOOD   VALUE 'G'.
000300            88 BACKUP-FAILED-CHECK    VALUE 'B'.
000310        05  BC-RECORD-COUNT         PIC 9(09).
000320        05  BC-MARKS-HASH           PIC 9(15).
000330        05  BC-BACKUP-DSN           PIC X(44).
000340        05  FILLER                  PIC X(15).
