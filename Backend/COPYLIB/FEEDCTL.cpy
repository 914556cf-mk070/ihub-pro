000250*  2026-09-02  KJM  INITIAL VERSION.                            *
000255*  2026-09-02  KJM  NOTE THE RESTART WAIVER - AN OVERRIDE IS    *
000256*                   FOR RE-EXTRACTS ONLY, NOT FOR RESTARTS.     *
000257*  2026-10-15  KJM  THE INTERNAL-ASSESSMENT EDIT (PROGRAM       *
000258*                   IAEDIT) GUARDS ITS OWN FEED THE SAME WAY,   *
000259*                   ON A SEPARATE DATASET IN THIS LAYOUT.       *
000260*==============================================================*
000270    01  FEED-CONTROL-RECORD.
000280        05  FC-EXTRACT-DATE         PIC X(08).
