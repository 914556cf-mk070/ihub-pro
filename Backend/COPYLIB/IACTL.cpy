000100*==============================================================*
000110*  IACTL.CPY                                                   *
000120*  HEADER AND TRAILER CONTROL-RECORD LAYOUTS FOR THE BATCHED   *
000130*  INTERNAL-ASSESSMENT MARKS FEED FROM THE DEPARTMENTS.  THE   *
000140*  SAME FRAMING AS THE SIS MARKS FEED (MRKSCTL): ONE 'H'       *
000150*  HEADER FIRST, 'D' DETAIL RECORDS (IAMKREC), AND ONE 'T'     *
000160*  TRAILER LAST WITH THE DETAIL RECORD COUNT AND A HASH TOTAL  *
000170*  (SIMPLE SUM) OF THE IA MARKS, SO THE EDIT RUN (IAEDIT) CAN  *
000180*  PROVE IT RECEIVED EVERYTHING THE DEPARTMENTS SENT.  BOTH    *
000190*  LAYOUTS SIT UNDER THE SAME FD AS THE DETAIL RECORD.         *
000200*                                                                *
000210*  MOD LOG                                                      *
000220*  2026-10-15  KJM  INITIAL VERSION.                            *
000230*==============================================================*
000240    01  IA-HEADER-RECORD.
000250        05  IH-RECORD-TYPE          PIC X(01).
000260        05  IH-EXTRACT-DATE         PIC X(08).
000270        05  IH-SOURCE-SYSTEM        PIC X(08).
000280        05  IH-ACADEMIC-TERM        PIC X(06).
000290        05  FILLER                  PIC X(27).
000300
000310    01  IA-TRAILER-RECORD.
000320        05  IT-RECORD-TYPE          PIC X(01).
000330        05  IT-RECORD-COUNT         PIC 9(09).
000340        05  IT-MARKS-HASH           PIC 9(15).
000350        05  FILLER                  PIC X(25).
