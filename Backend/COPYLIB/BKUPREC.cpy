000100*==============================================================*
000110*  BKUPREC.CPY                                                 *
000120*  RECORD LAYOUTS FOR THE RESULTS-MASTER BACKUP COPY WRITTEN   *
000130*  BY THE BACKUP RUN (PROGRAM RSLTBKUP).  FRAMED THE SAME WAY  *
000140*  AS THE SIS MARKS FEED (MRKSCTL): ONE 'H' HEADER FIRST WITH  *
000150*  THE BACKUP DATE AND TIME, ONE 'D' DETAIL PER RESULTS-MASTER *
000160*  RECORD IN KEY ORDER CARRYING THE RECORD (RSLTREC) BYTE FOR  *
000170*  BYTE, AND ONE 'T' TRAILER LAST WITH THE DETAIL COUNT AND A  *
000180*  HASH TOTAL (SIMPLE SUM) OF THE MARKS, SO THE RECOVERY RUN   *
000190*  (PROGRAM RSLTRCVR) CAN PROVE A COPY WHOLE BEFORE RESTORING  *
000200*  IT.  ALL THREE LAYOUTS SIT UNDER THE SAME FD.               *
000210*                                                                *
000220*  MOD LOG                                                      *
000230*  2026-10-15  KJM  INITIAL VERSION.                            *
000240*==============================================================*
000250    01  BACKUP-DETAIL-RECORD.
000260        05  BD-RECORD-TYPE          PIC X(01).
000270            88 BACKUP-DETAIL-TYPE     VALUE 'D'.
000280            88 BACKUP-HEADER-TYPE     VALUE 'H'.
000290            88 BACKUP-TRAILER-TYPE    VALUE 'T'.
000300        05  BD-RESULT-IMAGE         PIC X(50).
000310        05  FILLER                  PIC X(09).
000320
000330    01  BACKUP-HEADER-RECORD.
000340        05  BH-RECORD-TYPE          PIC X(01).
000350        05  BH-BACKUP-DATE          PIC X(08).
000360        05  BH-BACKUP-TIME          PIC X(08).
000370        05  FILLER                  PIC X(43).
000380
000390    01  BACKUP-TRAILER-RECORD.
000400        05  BT-RECORD-TYPE          PIC X(01).
000410        05  BT-RECORD-COUNT         PIC 9(09).
000420        05  BT-MARKS-HASH           PIC 9(15).
000430        05  FILLER                  PIC X(35).
