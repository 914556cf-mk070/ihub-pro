000310*                   OR FAIL RATE MAY MOVE SITTING-OVER-SITTING *
000312*                   BEFORE THE TREND RUN (PROGRAM SUBTREND)    *
000314*                   FLAGS IT FOR THE MODERATION BOARD.         *
000315*  2026-10-15  KJM  ADD PP-APPEAL-TURNAROUND - THE BOARD'S     *
000316*                   TURNAROUND FOR A REVALUATION APPEAL, IN    *
000317*                   DAYS FROM LODGING, PAST WHICH THE WEEKLY   *
000318*                   AGEING REPORT (PROGRAM APPLAGE) LISTS AN   *
000319*                   OPEN CASE AS LATE.                         *
000320*  2026-10-15  KJM  ADD PP-SUPP-GAIN-MARGIN AND PP-PASS-SHARE-  *
000321*                   PCT, OUT OF FILLER - HOW MANY MARKS A      *
000322*                   SUPPLEMENTARY ATTEMPT MAY GAIN OVER THE    *
000323*                   FIRST ATTEMPT, AND WHAT PERCENTAGE OF A    *
000324*                   CLASS MAY SIT EXACTLY ON THE PASS MARK IN  *
000325*                   A SUBJECT, BEFORE THE MALPRACTICE          *
000326*                   SCREENING RUN (PROGRAM MALSCRN) FLAGS IT   *
000327*                   FOR THE INQUIRY COMMITTEE.                 *
000316*==============================================================*
000310    01  RUN-PARM-RECORD.
000320        05  PP-NEG-DEDUCTION        PIC 9(03).
000397        05  PP-SCHOLAR-CUTOFF       PIC 9(05).
000398        05  PP-TREND-MEAN-TOL       PIC 9(02)V9.
000399        05  PP-TREND-FAIL-TOL       PIC 9(02)V9.
000400        05  PP-APPEAL-TURNAROUND    PIC 9(03).
000410        05  PP-SUPP-GAIN-MARGIN     PIC 9(02).
000420        05  PP-PASS-SHARE-PCT       PIC 9(02).
