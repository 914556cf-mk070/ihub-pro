000100*==============================================================*
000110*  CURRREC.CPY                                                 *
000120*  RECORD LAYOUT FOR THE CLASS CURRICULUM FILE.                *
000130*  ONE RECORD PER REQUIRED PAPER PER CLASS, KEYED BY CLASS     *
000140*  CODE AND SUBJECT CODE, MAINTAINED BY THE OFFICE FROM THE    *
000150*  BOARD'S SCHEME OF STUDIES AND LOADED BY JOB CURRLOAD.  THE  *
000160*  COMPLETENESS RUN (PROGRAM COMPLCHK) READS A CLASS'S PAPERS  *
000170*  IN KEY ORDER AND EXPECTS A RESULTS-MASTER RECORD FOR EVERY  *
000180*  ONE OF THEM FOR EVERY ACTIVE STUDENT ON THAT CLASS'S ROLL.  *
000190*  A CLASS WITH NO RECORDS HERE IS REPORTED, NOT CHECKED.      *
000200*                                                                *
000210*  MOD LOG                                                      *
000220*  2026-10-15  KJM  INITIAL VERSION.                            *
000230*==============================================================*
000240    01  CURRICULUM-RECORD.
000250        05  CU-KEY.
000260            10  CU-CLASS-CODE        PIC X(09).
000270            10  CU-SUBJECT-CODE      PIC X(05).
000280        05  FILLER                   PIC X(26).
