000100*==============================================================*
000110*  GRDPTREC.CPY                                                *
000120*  RECORD LAYOUT FOR THE GRADE-POINT TABLE DATASET.            *
000130*  ONE FIXED-LAYOUT RECORD, KEYED IN BY THE EXAMINATIONS CELL  *
000140*  FROM THE BOARD-APPROVED GRADE-POINT SCALE, READ AT RUN      *
000150*  START BY THE GPA RUN (PROGRAM GPACALC).  KEPT APART FROM    *
000160*  GRADPARM - THE GRADING RUN HAS NO USE FOR POINTS, AND THE   *
000170*  BOARD REVISES THE TWO ON DIFFERENT CYCLES.                  *
000180*                                                                *
000190*  GP-POINTS-A THROUGH GP-POINTS-F ARE THE POINTS ONE CREDIT   *
000200*  OF EACH GRADE EARNS, ONE DECIMAL PLACE, AND MUST DESCEND    *
000210*  A >= B >= C >= D >= F.  ABST AND WHLD RESULTS CARRY NO      *
000220*  GRADE, SO THE BOARD SAYS HOW EACH COUNTS: 'F' - ATTEMPTED   *
000230*  AT THE F POINTS, OR 'X' - LEFT OUT OF THE GPA ALTOGETHER.   *
000240*                                                                *
000250*  MOD LOG                                                      *
000260*  2026-10-15  KJM  INITIAL VERSION.                            *
000270*==============================================================*
000280    01  GRADE-POINT-RECORD.
000290        05  GP-POINTS-A             PIC 9(02)V9.
000300        05  GP-POINTS-B             PIC 9(02)V9.
000310        05  GP-POINTS-C             PIC 9(02)V9.
000320        05  GP-POINTS-D             PIC 9(02)V9.
000330        05  GP-POINTS-F             PIC 9(02)V9.
000340        05  GP-ABSENT-RULE          PIC X(01).
000350            88 GP-ABSENT-AS-F         VALUE 'F'.
000360            88 GP-ABSENT-EXCLUDED     VALUE 'X'.
000370            88 GP-ABSENT-RULE-VALID   VALUES 'F', 'X'.
000380        05  GP-WITHHELD-RULE        PIC X(01).
000390            88 GP-WITHHELD-AS-F       VALUE 'F'.
000400            88 GP-WITHHELD-EXCLUDED   VALUE 'X'.
000410            88 GP-WITHHELD-RULE-VALID VALUES 'F', 'X'.
000420        05  FILLER                  PIC X(13).
