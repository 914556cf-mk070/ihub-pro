000257*                   'D' ON THE NEWLY FRAMED SIS FEED.           *
000258*  2026-08-22  KJM  ADD REASON 'ATTD' - AN ATTENDANCE CODE      *
000259*                   THAT IS NOT BLANK, 'A' OR 'W'.              *
000260*  2026-10-15  KJM  ADD REASONS 'NOST' (STUDENT NOT ON THE      *
000261*                   STUDENT MASTER), 'LEFT' (STUDENT LEFT OR    *
000262*                   TRANSFERRED OUT) AND 'CLAS' (CLASS KEYED    *
000263*                   IS NOT THE ENROLLED CLASS ON THE MASTER).   *
000264*  2026-10-15  KJM  THE INTERNAL-ASSESSMENT EDIT (PROGRAM       *
000265*                   IAEDIT) WRITES ITS REJECTS IN THIS LAYOUT   *
000266*                   TOO.  ADD ITS REASONS 'NSUB' (SUBJECT NOT   *
000267*                   ON THE SUBJECT MASTER), 'NOIA' (SUBJECT     *
000268*                   CARRIES NO INTERNAL ASSESSMENT) AND 'OVER'  *
000269*                   (IA MARKS ABOVE THE SUBJECT'S IA MAXIMUM).  *
000270*==============================================================*
000271    01  EDIT-ERROR-RECORD.
000280        05  EE-STUDENT-ID           PIC X(09).
000290        05  EE-CLASS-CODE           PIC X(09).
000300        05  EE-SUBJECT-CODE         PIC X(05).
000350            88 EE-REASON-DUPLICATE    VALUE 'DUPL'.
000355            88 EE-REASON-BAD-TYPE     VALUE 'TYPE'.
000356            88 EE-REASON-BAD-ATTEND   VALUE 'ATTD'.
000366            88 EE-REASON-NOT-ON-MASTER VALUE 'NOST'.
000376            88 EE-REASON-NOT-ON-ROLL  VALUE 'LEFT'.
000386            88 EE-REASON-WRONG-CLASS  VALUE 'CLAS'.
000396            88 EE-REASON-NO-SUBJECT   VALUE 'NSUB'.
000406            88 EE-REASON-NO-IA-PART   VALUE 'NOIA'.
000416            88 EE-REASON-OVER-MAXIMUM VALUE 'OVER'.
000426        05  FILLER                  PIC X(20).
