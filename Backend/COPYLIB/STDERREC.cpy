000100*==============================================================*
000110*  STDERREC.CPY                                                *
000120*  RECORD LAYOUT FOR THE STUDENT-MASTER EDIT ERROR FILE.       *
000130*  ONE RECORD PER OFFICE-KEYED STUDENT RECORD REJECTED BY THE  *
000140*  PRE-LOAD EDIT RUN (PROGRAM STUDEDT), CARRYING THE KEY       *
000150*  FIELDS AS KEYED PLUS A REASON CODE, SO THE OFFICE CAN       *
000160*  REPAIR AND RE-KEY THE BAD ROWS BEFORE THE NEXT STUDLOAD -   *
000170*  THE SAME DISCIPLINE GRDERREC GIVES THE GUARDIAN LOAD.       *
000180*                                                                *
000190*  MOD LOG                                                      *
000200*  2026-10-15  KJM  INITIAL VERSION.                            *
000210*==============================================================*
000220    01  STUDENT-ERROR-RECORD.
000230        05  SE-STUDENT-ID           PIC X(09).
000240        05  SE-STUDENT-NAME         PIC X(30).
000250        05  SE-CLASS-CODE           PIC X(09).
000260        05  SE-STATUS-CODE          PIC X(01).
000270        05  SE-REASON-CODE          PIC X(04).
000280            88 SE-REASON-BLANK-KEY    VALUE 'BLNK'.
000290            88 SE-REASON-DUPLICATE    VALUE 'DUPL'.
000300            88 SE-REASON-NO-NAME      VALUE 'NAME'.
000310            88 SE-REASON-NO-CLASS     VALUE 'CLAS'.
000320            88 SE-REASON-BAD-STATUS   VALUE 'STAT'.
000330            88 SE-REASON-BAD-DATE     VALUE 'DATE'.
000340        05  FILLER                  PIC X(27).
