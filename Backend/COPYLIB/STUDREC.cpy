000100*==============================================================*
000110*  STUDREC.CPY                                                 *
000120*  RECORD LAYOUT FOR THE STUDENT MASTER FILE.                  *
000130*  ONE RECORD PER STUDENT, KEYED BY STUDENT ID, MAINTAINED BY  *
000140*  THE OFFICE FROM ADMISSION REGISTERS AND LOADED BY JOB       *
000150*  STUDLOAD AFTER THE PRE-LOAD EDIT (PROGRAM STUDEDT).  THE    *
000160*  MARKS EDIT (MARKEDIT) CHECKS EVERY KEYED MARK AGAINST IT,   *
000170*  AND THE PRINTED OUTPUTS READ THE STUDENT NAME FROM IT.      *
000180*  DATES ARE CCYYMMDD.  THE ENROLLED CLASS IS THE CLASS THE    *
000190*  STUDENT IS ON THE ROLL OF TODAY.                            *
000200*                                                                *
000210*  MOD LOG                                                      *
000220*  2026-10-15  KJM  INITIAL VERSION.                            *
000230*==============================================================*
000240    01  STUDENT-MASTER-RECORD.
000250        05  ST-STUDENT-ID           PIC X(09).
000260        05  ST-STUDENT-NAME         PIC X(30).
000270        05  ST-DATE-OF-BIRTH        PIC X(08).
000280        05  ST-CLASS-CODE           PIC X(09).
000290        05  ST-ADMISSION-DATE       PIC X(08).
000300        05  ST-STATUS-CODE          PIC X(01).
000310            88 ST-STATUS-ACTIVE       VALUE 'A'.
000320            88 ST-STATUS-LEFT         VALUE 'L'.
000330            88 ST-STATUS-TRANSFERRED  VALUE 'T'.
000340            88 ST-STATUS-VALID        VALUES 'A', 'L', 'T'.
000350        05  FILLER                  PIC X(35).
