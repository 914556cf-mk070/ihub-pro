000010*==============================================================*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    HOLDUPD.
000040 AUTHOR.        K J MENON.
000050 INSTALLATION.  ACADEMIC RECORDS - EXAMINATIONS CELL.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*--------------------------------------------------------------*
000090*  MOD LOG
000100*  2026-10-15  KJM  INITIAL VERSION.  DAILY DUES-HOLD UPDATE.
000110*                   APPLIES THE ACCOUNTS OFFICE'S HOLDS AND
000120*                   RELEASES FEED (HOLDFEED) TO THE DUES-HOLD
000130*                   MASTER (HOLDREC).  AN 'H' PLACES A HOLD -
000140*                   A NEW STUDENT IS ADDED, A STUDENT ALREADY
000150*                   HELD HAS THE REASON AND DATE REFRESHED, A
000160*                   STUDENT WHOSE EARLIER HOLD WAS LIFTED IS
000170*                   HELD AGAIN.  AN 'R' LIFTS A HOLD IN PLACE
000180*                   AND LISTS WHATEVER MARKSHT, TRNSCRPT AND
000190*                   RESXTRCT HELD BACK WHILE IT STOOD, SO THE
000200*                   OFFICE KNOWS TO SUBMIT HOLDCTCH.  REJECTS A
000210*                   BLANK STUDENT ID, AN ACTION OTHER THAN H/R,
000220*                   AN ACTION DATE THAT IS NOT EIGHT DIGITS, A
000230*                   HOLD WITH NO REASON AND A RELEASE FOR A
000240*                   STUDENT NOT ON HOLD.  A DUES HOLD HAS
000250*                   NOTHING TO DO WITH A MALPRACTICE 'W'
000260*                   WITHHOLD ON THE RESULTS MASTER - NEITHER
000270*                   ONE LIFTS THE OTHER.  RC 4 = SOME REJECTS,
000280*                   RC 8 = CONTROL TOTALS DO NOT FOOT.  WRITES
000290*                   THE SHARED RUN-LOG RECORDS LIKE EVERY OTHER
000300*                   STEP.
000310*==============================================================*
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT HOLD-FEED-FILE ASSIGN TO HOLDFEED
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-FEED-FILE-STATUS.
000390
000400     SELECT HOLD-MASTER-FILE ASSIGN TO HOLDMSTR
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS HD-STUDENT-ID
000440         FILE STATUS IS WS-HOLD-FILE-STATUS.
000450
000460     SELECT HOLD-REPORT-FILE ASSIGN TO HOLDRPT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-REPORT-FILE-STATUS.
000490
000500     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  HOLD-FEED-FILE
000570     RECORDING MODE IS F.
000580     COPY HOLDFEED.
000590
000600 FD  HOLD-MASTER-FILE.
000610     COPY HOLDREC.
000620
000630 FD  HOLD-REPORT-FILE
000640     RECORDING MODE IS F.
000650 01  HOLD-REPORT-LINE            PIC X(132).
000660
000670 FD  RUN-LOG-FILE
000680     RECORDING MODE IS F.
000690     COPY RUNLOG.
000700
000710 WORKING-STORAGE SECTION.
000720
000730*--------------------------------------------------------------*
000740*  RUN-LOG CONTROL FIELDS.  EVERY BATCH PROGRAM IN THE CHAIN
000750*  APPENDS A START RECORD, ONE COUNT RECORD PER OUTPUT AND AN
000760*  END RECORD TO THE SHARED RUN-LOG DATASET (SEE RUNLOG) FOR
000770*  THE DAY-END OPERATIONS REPORT.  A RUN LOG THAT CANNOT BE
000780*  OPENED OR WRITTEN IS REPORTED AND ABANDONED - THE BUSINESS
000790*  RUN MUST NEVER DIE FOR ITS DIARY.
000800*--------------------------------------------------------------*
000810 01  WS-RUNLOG-FILE-STATUS    PIC X(02).
000820     88 RUNLOG-FILE-OK          VALUE '00'.
000830
000840 01  WS-RUNLOG-OPEN-SW         PIC X(01) VALUE 'N'.
000850     88 RUN-LOG-IS-OPEN          VALUE 'Y'.
000860 01  WS-RUNLOG-FILE-NAME       PIC X(12) VALUE SPACE.
000870 01  WS-RUNLOG-COUNT           PIC 9(09) VALUE ZERO.
000880 01  WS-RUNLOG-RECON           PIC X(04) VALUE 'N/A'.
000890 01  WS-RUNLOG-LOG-TIME        PIC X(08) VALUE SPACE.
000900
000910 01  WS-FEED-FILE-STATUS      PIC X(02).
000920     88 FEED-FILE-OK           VALUE '00'.
000930     88 FEED-FILE-EOF          VALUE '10'.
000940
000950 01  WS-HOLD-FILE-STATUS      PIC X(02).
000960     88 HOLD-FILE-OK           VALUE '00'.
000970     88 HOLD-NOT-FOUND         VALUE '23'.
000980
000990 01  WS-REPORT-FILE-STATUS    PIC X(02).
001000     88 REPORT-FILE-OK         VALUE '00'.
001010
001020 01  WS-SWITCHES.
001030     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001040         88 END-OF-FEED-FILE    VALUE 'Y'.
001050     05  WS-HOLD-FOUND-SW      PIC X(01) VALUE 'N'.
001060         88 HOLD-ON-FILE        VALUE 'Y'.
001070     05  WS-LIFTED-NOW-SW      PIC X(01) VALUE 'N'.
001080         88 HOLD-LIFTED-NOW     VALUE 'Y'.
001090     05  WS-CATCHUP-FOUND-SW   PIC X(01) VALUE 'N'.
001100         88 CATCHUP-FOUND       VALUE 'Y'.
001110
001120 01  WS-REJECT-REASON          PIC X(04) VALUE SPACE.
001130     88 RECORD-IS-CLEAN          VALUE SPACE.
001140
001150 01  WS-HT-SUB                 PIC 9(02) COMP VALUE ZERO.
001160
001170*--------------------------------------------------------------*
001180*  UPDATE CONTROL TOTALS.  READ = PLACED + REFRESHED + LIFTED
001190*  + REJECTED MUST FOOT AT END OF RUN.
001200*--------------------------------------------------------------*
001210 01  WS-RECORDS-READ           PIC 9(09) COMP VALUE ZERO.
001220 01  WS-PLACED-COUNT           PIC 9(09) COMP VALUE ZERO.
001230 01  WS-REFRESHED-COUNT        PIC 9(09) COMP VALUE ZERO.
001240 01  WS-LIFTED-COUNT           PIC 9(09) COMP VALUE ZERO.
001250 01  WS-REJECT-COUNT           PIC 9(09) COMP VALUE ZERO.
001260 01  WS-BLANK-KEY-COUNT        PIC 9(07) COMP VALUE ZERO.
001270 01  WS-BAD-ACTION-COUNT       PIC 9(07) COMP VALUE ZERO.
001280 01  WS-BAD-DATE-COUNT         PIC 9(07) COMP VALUE ZERO.
001290 01  WS-NO-REASON-COUNT        PIC 9(07) COMP VALUE ZERO.
001300 01  WS-NOT-HELD-COUNT         PIC 9(07) COMP VALUE ZERO.
001310 01  WS-CATCHUP-DUE-COUNT      PIC 9(07) COMP VALUE ZERO.
001320 01  WS-FOOTED-COUNT           PIC 9(09) COMP VALUE ZERO.
001330
001340 01  WS-RUN-DATE               PIC X(08) VALUE SPACE.
001350 01  WS-RUN-TIME               PIC X(08) VALUE SPACE.
001360
001370 01  WS-ABEND-FILE-NAME        PIC X(20) VALUE SPACE.
001380 01  WS-ABEND-FILE-STATUS      PIC X(02) VALUE SPACE.
001390
001400*--------------------------------------------------------------*
001410*  UPDATE REPORT LINES.  EVERY FEED RECORD GETS A DETAIL LINE
001420*  WITH WHAT WAS DONE TO THE MASTER OR WHY IT WAS REJECTED; A
001430*  RELEASE IS FOLLOWED BY ONE CATCH-UP LINE PER DOCUMENT HELD
001440*  BACK WHILE THE HOLD STOOD.
001450*--------------------------------------------------------------*
001460 01  RPT-HEADING-1.
001470     05  FILLER                PIC X(40) VALUE
001480         'HOLDUPD - DUES-HOLD MASTER UPDATE,'.
001490     05  FILLER                PIC X(05) VALUE ' RUN '.
001500     05  RPT-H1-RUN-DATE       PIC X(08) VALUE SPACE.
001510     05  FILLER                PIC X(79) VALUE SPACE.
001520
001530 01  RPT-HEADING-2.
001540     05  FILLER                PIC X(48) VALUE
001550         'STUDENT-ID A DATE     HOLD REASON               '.
001560     05  FILLER                PIC X(17) VALUE
001570         '      OUTCOME'.
001580     05  FILLER                PIC X(67) VALUE SPACE.
001590
001600 01  RPT-DETAIL-LINE.
001610     05  RPT-STUDENT-ID        PIC X(09).
001620     05  FILLER                PIC X(02) VALUE SPACE.
001630     05  RPT-ACTION-CODE       PIC X(01).
001640     05  FILLER                PIC X(01) VALUE SPACE.
001650     05  RPT-ACTION-DATE       PIC X(08).
001660     05  FILLER                PIC X(01) VALUE SPACE.
001670     05  RPT-HOLD-REASON       PIC X(30).
001680     05  FILLER                PIC X(02) VALUE SPACE.
001690     05  RPT-OUTCOME           PIC X(40).
001700     05  FILLER                PIC X(38) VALUE SPACE.
001710
001720 01  RPT-CATCHUP-LINE.
001730     05  FILLER                PIC X(13) VALUE SPACE.
001740     05  FILLER                PIC X(14) VALUE
001750         'CATCH-UP DUE: '.
001760     05  RPT-CU-DOCUMENT       PIC X(20) VALUE SPACE.
001770     05  RPT-CU-TERM-TEXT      PIC X(09) VALUE SPACE.
001780     05  RPT-CU-ACADEMIC-TERM  PIC X(06) VALUE SPACE.
001790     05  FILLER                PIC X(70) VALUE SPACE.
001800
001802 01  RPT-REJECT-OUTCOME.
001804     05  FILLER                PIC X(11) VALUE 'REJECTED - '.
001806     05  RPT-RJ-REASON         PIC X(04) VALUE SPACE.
001808
001810 01  RPT-TOTAL-LINE.
001820     05  RPT-TOTAL-TEXT        PIC X(30) VALUE SPACE.
001830     05  RPT-TOTAL-COUNT       PIC Z(08)9.
001840     05  FILLER                PIC X(93) VALUE SPACE.
001850
001860 01  WS-BLANK-LINE             PIC X(132) VALUE SPACE.
001870
001880 PROCEDURE DIVISION.
001890
001900 0000-MAINLINE.
001910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001920     PERFORM 2000-APPLY-HOLD-FEED THRU 2000-EXIT
001930         UNTIL END-OF-FEED-FILE.
001940     PERFORM 8000-PRINT-UPDATE-TOTALS THRU 8000-EXIT.
001950     PERFORM 7900-WRITE-RUNLOG-END THRU 7900-EXIT.
001960     PERFORM 7000-TERMINATE THRU 7000-EXIT.
001970     STOP RUN.
001980
001990*--------------------------------------------------------------*
002000*  A FEED OR HOLD MASTER THAT WILL NOT OPEN ENDS THE RUN
002010*  BEFORE ANYTHING IS READ.  THE ZERO READ COUNT THEN FAILS
002020*  NOTHING, SO 8000 IS TOLD SEPARATELY (RC 8) - A DAY'S HOLDS
002030*  THAT NEVER REACHED THE MASTER WOULD LET HELD STUDENTS'
002040*  RESULTS OUT.
002050*--------------------------------------------------------------*
002060 1000-INITIALIZE.
002070     OPEN INPUT HOLD-FEED-FILE.
002080     IF NOT FEED-FILE-OK
002090         DISPLAY 'HOLDUPD - CANNOT OPEN HOLDS FEED, '
002100             'STATUS ' WS-FEED-FILE-STATUS
002110         MOVE 'Y' TO WS-EOF-SWITCH
002120         MOVE 'BRK' TO WS-RUNLOG-RECON
002130     END-IF.
002140     OPEN I-O HOLD-MASTER-FILE.
002150     IF NOT HOLD-FILE-OK
002160         DISPLAY 'HOLDUPD - CANNOT OPEN DUES-HOLD MASTER, '
002170             'STATUS ' WS-HOLD-FILE-STATUS
002180         MOVE 'Y' TO WS-EOF-SWITCH
002190         MOVE 'BRK' TO WS-RUNLOG-RECON
002200     END-IF.
002210     OPEN OUTPUT HOLD-REPORT-FILE.
002220     IF NOT REPORT-FILE-OK
002230         DISPLAY 'HOLDUPD - CANNOT OPEN UPDATE REPORT FILE, '
002240             'STATUS ' WS-REPORT-FILE-STATUS
002250         MOVE 'Y' TO WS-EOF-SWITCH
002260     END-IF.
002270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002280     ACCEPT WS-RUN-TIME FROM TIME.
002290     PERFORM 1900-WRITE-RUNLOG-START THRU 1900-EXIT.
002300     MOVE WS-RUN-DATE TO RPT-H1-RUN-DATE.
002310     PERFORM 6000-WRITE-REPORT-HEADINGS THRU 6000-EXIT.
002320 1000-EXIT.
002330     EXIT.
002340
002350 2000-APPLY-HOLD-FEED.
002360     PERFORM 2100-READ-FEED-RECORD THRU 2100-EXIT.
002370     IF NOT END-OF-FEED-FILE
002380         ADD 1 TO WS-RECORDS-READ
002390         PERFORM 3000-APPLY-ONE-RECORD THRU 3000-EXIT
002400     END-IF.
002410 2000-EXIT.
002420     EXIT.
002430
002440 2100-READ-FEED-RECORD.
002450     READ HOLD-FEED-FILE
002460         AT END
002470             MOVE 'Y' TO WS-EOF-SWITCH
002480     END-READ.
002490 2100-EXIT.
002500     EXIT.
002510
002520*--------------------------------------------------------------*
002530*  APPLY THE EDITS IN SEVERITY ORDER - BLANK KEY, UNKNOWN
002540*  ACTION, NON-NUMERIC DATE, HOLD WITH NO REASON - AND STAMP
002550*  THE FIRST FAILURE'S REASON CODE, THE SAME PATTERN AS
002560*  STUDEDT.  A CLEAN RECORD IS APPLIED TO THE MASTER, WHERE A
002570*  RELEASE FOR A STUDENT NOT ON HOLD IS THE ONE REJECT THAT
002580*  CAN ONLY BE FOUND BY LOOKING.  EVERY RECORD IS PRINTED.
002590*--------------------------------------------------------------*
002600 3000-APPLY-ONE-RECORD.
002610     MOVE SPACE TO WS-REJECT-REASON.
002620     MOVE SPACE TO RPT-OUTCOME.
002630     MOVE 'N' TO WS-LIFTED-NOW-SW.
002640     IF HF-STUDENT-ID = SPACE
002650         MOVE 'BLNK' TO WS-REJECT-REASON
002660         ADD 1 TO WS-BLANK-KEY-COUNT
002670     ELSE
002680     IF NOT HF-ACTION-VALID
002690         MOVE 'ACTN' TO WS-REJECT-REASON
002700         ADD 1 TO WS-BAD-ACTION-COUNT
002710     ELSE
002720     IF HF-ACTION-DATE NOT NUMERIC
002730         MOVE 'DATE' TO WS-REJECT-REASON
002740         ADD 1 TO WS-BAD-DATE-COUNT
002750     ELSE
002760     IF HF-PLACE-HOLD
002770         AND HF-HOLD-REASON = SPACE
002780         MOVE 'RESN' TO WS-REJECT-REASON
002790         ADD 1 TO WS-NO-REASON-COUNT
002800     ELSE
002810         IF HF-PLACE-HOLD
002820             PERFORM 3200-PLACE-HOLD THRU 3200-EXIT
002830         ELSE
002840             PERFORM 3300-LIFT-HOLD THRU 3300-EXIT
002850         END-IF
002860     END-IF
002870     END-IF
002880     END-IF
002890     END-IF.
002900     IF NOT RECORD-IS-CLEAN
002910         ADD 1 TO WS-REJECT-COUNT
002920         MOVE WS-REJECT-REASON TO RPT-RJ-REASON
002930         MOVE RPT-REJECT-OUTCOME TO RPT-OUTCOME
002940     END-IF.
002950     PERFORM 3600-PRINT-DETAIL-LINE THRU 3600-EXIT.
002960     IF HOLD-LIFTED-NOW
002970         PERFORM 3400-LIST-CATCH-UP THRU 3400-EXIT
002980     END-IF.
002990 3000-EXIT.
003000     EXIT.
003010
003020 3100-READ-HOLD-RECORD.
003030     MOVE HF-STUDENT-ID TO HD-STUDENT-ID.
003040     READ HOLD-MASTER-FILE
003050         INVALID KEY
003060             MOVE 'N' TO WS-HOLD-FOUND-SW
003070         NOT INVALID KEY
003080             MOVE 'Y' TO WS-HOLD-FOUND-SW
003090     END-READ.
003100 3100-EXIT.
003110     EXIT.
003120
003130*--------------------------------------------------------------*
003140*  PLACE A HOLD.  A STUDENT NEVER HELD BEFORE GETS A NEW
003150*  RECORD WITH NOTHING HELD BACK YET.  A STUDENT ALREADY HELD
003160*  HAS THE REASON AND DATE REFRESHED - ACCOUNTS RE-SEND
003170*  OUTSTANDING HOLDS.  A STUDENT WHOSE LAST HOLD WAS LIFTED IS
003180*  HELD AGAIN; ANYTHING STILL FLAGGED FROM THE EARLIER HOLD
003190*  STAYS FLAGGED AND COMES OUT AT THE NEXT RELEASE.
003200*--------------------------------------------------------------*
003210 3200-PLACE-HOLD.
003220     PERFORM 3100-READ-HOLD-RECORD THRU 3100-EXIT.
003230     IF NOT HOLD-ON-FILE
003240         MOVE SPACE          TO DUES-HOLD-RECORD
003250         MOVE HF-STUDENT-ID  TO HD-STUDENT-ID
003260         MOVE 'H'            TO HD-HOLD-STATUS
003270         MOVE HF-HOLD-REASON TO HD-HOLD-REASON
003280         MOVE HF-ACTION-DATE TO HD-HOLD-DATE
003290         MOVE WS-RUN-DATE    TO HD-LAST-UPDATED
003300         WRITE DUES-HOLD-RECORD
003310         IF NOT HOLD-FILE-OK
003320             MOVE 'HOLD-MASTER-FILE' TO WS-ABEND-FILE-NAME
003330             MOVE WS-HOLD-FILE-STATUS TO WS-ABEND-FILE-STATUS
003340             PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
003350         END-IF
003360         ADD 1 TO WS-PLACED-COUNT
003370         MOVE 'HOLD PLACED' TO RPT-OUTCOME
003380         GO TO 3200-EXIT
003390     END-IF.
003400     IF HD-HOLD-IN-PLACE
003410         ADD 1 TO WS-REFRESHED-COUNT
003420         MOVE 'ALREADY HELD - REASON/DATE REFRESHED'
003430             TO RPT-OUTCOME
003440     ELSE
003450         ADD 1 TO WS-PLACED-COUNT
003460         MOVE 'H'   TO HD-HOLD-STATUS
003470         MOVE SPACE TO HD-RELEASE-DATE
003480         MOVE 'HOLD PLACED AGAIN AFTER EARLIER RELEASE'
003490             TO RPT-OUTCOME
003500     END-IF.
003510     MOVE HF-HOLD-REASON TO HD-HOLD-REASON.
003520     MOVE HF-ACTION-DATE TO HD-HOLD-DATE.
003530     MOVE WS-RUN-DATE    TO HD-LAST-UPDATED.
003540     PERFORM 3500-REWRITE-HOLD-RECORD THRU 3500-EXIT.
003550 3200-EXIT.
003560     EXIT.
003570
003580*--------------------------------------------------------------*
003590*  LIFT A HOLD.  ONLY A HOLD IN PLACE CAN BE LIFTED - A
003600*  RELEASE FOR A STUDENT NOT ON FILE, OR ALREADY RELEASED, IS
003610*  REJECTED 'NOHD' SO ACCOUNTS CAN CHECK THEIR SIDE.  THE
003620*  FLAGS ARE LEFT ALONE: THE NEXT ORDINARY RUN OF EACH
003630*  PROGRAM, OR HOLDCTCH, CLEARS THEM AS IT RELEASES THE WORK.
003640*--------------------------------------------------------------*
003650 3300-LIFT-HOLD.
003660     PERFORM 3100-READ-HOLD-RECORD THRU 3100-EXIT.
003670     IF NOT HOLD-ON-FILE
003680         MOVE 'NOHD' TO WS-REJECT-REASON
003690         ADD 1 TO WS-NOT-HELD-COUNT
003700         GO TO 3300-EXIT
003710     END-IF.
003720     IF NOT HD-HOLD-IN-PLACE
003730         MOVE 'NOHD' TO WS-REJECT-REASON
003740         ADD 1 TO WS-NOT-HELD-COUNT
003750         GO TO 3300-EXIT
003760     END-IF.
003770     MOVE 'R'            TO HD-HOLD-STATUS.
003780     MOVE HF-ACTION-DATE TO HD-RELEASE-DATE.
003790     MOVE WS-RUN-DATE    TO HD-LAST-UPDATED.
003800     PERFORM 3500-REWRITE-HOLD-RECORD THRU 3500-EXIT.
003810     ADD 1 TO WS-LIFTED-COUNT.
003820     MOVE 'Y' TO WS-LIFTED-NOW-SW.
003830     MOVE 'HOLD LIFTED' TO RPT-OUTCOME.
003840 3300-EXIT.
003850     EXIT.
003860
003870*--------------------------------------------------------------*
003880*  LIST WHAT THE HOLD KEPT BACK - THE TRANSCRIPT FLAG, THEN
003890*  THE SHEET AND FEED FLAGS SITTING BY SITTING.  ANY LINE HERE
003900*  MEANS HOLDCTCH IS DUE FOR THE STUDENT.  AN OVERFLOWED
003910*  RECORD HELD MORE SITTINGS THAN IT COULD NAME; THOSE ARE
003920*  CAUGHT UP BY HAND - ONCE LISTED, THE FLAG IS CLEARED.
003930*--------------------------------------------------------------*
003940 3400-LIST-CATCH-UP.
003950     MOVE 'N' TO WS-CATCHUP-FOUND-SW.
003960     IF HD-TRANSCRIPT-HELD-BACK
003970         MOVE 'TRANSCRIPT'  TO RPT-CU-DOCUMENT
003980         MOVE SPACE         TO RPT-CU-TERM-TEXT
003990         MOVE SPACE         TO RPT-CU-ACADEMIC-TERM
004000         PERFORM 3450-PRINT-CATCHUP-LINE THRU 3450-EXIT
004010     END-IF.
004020     PERFORM 3410-LIST-HELD-TERM THRU 3410-EXIT
004030         VARYING WS-HT-SUB FROM 1 BY 1
004040         UNTIL WS-HT-SUB > 6.
004050     IF HD-HELD-TERMS-OVERFLOWED
004060         MOVE 'FURTHER SITTINGS'  TO RPT-CU-DOCUMENT
004070         MOVE '- BY HAND'         TO RPT-CU-TERM-TEXT
004080         MOVE SPACE               TO RPT-CU-ACADEMIC-TERM
004090         PERFORM 3450-PRINT-CATCHUP-LINE THRU 3450-EXIT
004100         MOVE SPACE TO HD-HELD-OVERFLOW
004110         PERFORM 3500-REWRITE-HOLD-RECORD THRU 3500-EXIT
004120     END-IF.
004130     IF CATCHUP-FOUND
004140         ADD 1 TO WS-CATCHUP-DUE-COUNT
004150     END-IF.
004160 3400-EXIT.
004170     EXIT.
004180
004190 3410-LIST-HELD-TERM.
004200     IF HD-HT-SHEET-HELD(WS-HT-SUB) = 'Y'
004210         MOVE 'MARK SHEET'        TO RPT-CU-DOCUMENT
004220         MOVE 'SITTING'           TO RPT-CU-TERM-TEXT
004230         MOVE HD-HT-ACADEMIC-TERM(WS-HT-SUB)
004240             TO RPT-CU-ACADEMIC-TERM
004250         PERFORM 3450-PRINT-CATCHUP-LINE THRU 3450-EXIT
004260     END-IF.
004270     IF HD-HT-FEED-HELD(WS-HT-SUB) = 'Y'
004280         MOVE 'SIS RETURN FEED'   TO RPT-CU-DOCUMENT
004290         MOVE 'SITTING'           TO RPT-CU-TERM-TEXT
004300         MOVE HD-HT-ACADEMIC-TERM(WS-HT-SUB)
004310             TO RPT-CU-ACADEMIC-TERM
004320         PERFORM 3450-PRINT-CATCHUP-LINE THRU 3450-EXIT
004330     END-IF.
004340 3410-EXIT.
004350     EXIT.
004360
004370 3450-PRINT-CATCHUP-LINE.
004380     MOVE 'Y' TO WS-CATCHUP-FOUND-SW.
004390     WRITE HOLD-REPORT-LINE FROM RPT-CATCHUP-LINE.
004400     IF NOT REPORT-FILE-OK
004410         MOVE 'HOLD-REPORT-FILE' TO WS-ABEND-FILE-NAME
004420         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
004430         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
004440     END-IF.
004450 3450-EXIT.
004460     EXIT.
004470
004480 3500-REWRITE-HOLD-RECORD.
004490     REWRITE DUES-HOLD-RECORD.
004500     IF NOT HOLD-FILE-OK
004510         MOVE 'HOLD-MASTER-FILE' TO WS-ABEND-FILE-NAME
004520         MOVE WS-HOLD-FILE-STATUS TO WS-ABEND-FILE-STATUS
004530         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
004540     END-IF.
004550 3500-EXIT.
004560     EXIT.
004570
004580 3600-PRINT-DETAIL-LINE.
004590     MOVE HF-STUDENT-ID     TO RPT-STUDENT-ID.
004600     MOVE HF-ACTION-CODE    TO RPT-ACTION-CODE.
004610     MOVE HF-ACTION-DATE    TO RPT-ACTION-DATE.
004620     MOVE HF-HOLD-REASON    TO RPT-HOLD-REASON.
004630     WRITE HOLD-REPORT-LINE FROM RPT-DETAIL-LINE.
004640     IF NOT REPORT-FILE-OK
004650         MOVE 'HOLD-REPORT-FILE' TO WS-ABEND-FILE-NAME
004660         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
004670         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
004680     END-IF.
004690 3600-EXIT.
004700     EXIT.
004710
004720 6000-WRITE-REPORT-HEADINGS.
004730     WRITE HOLD-REPORT-LINE FROM RPT-HEADING-1.
004740     IF NOT REPORT-FILE-OK
004750         MOVE 'HOLD-REPORT-FILE' TO WS-ABEND-FILE-NAME
004760         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
004770         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
004780     END-IF.
004790     WRITE HOLD-REPORT-LINE FROM WS-BLANK-LINE.
004800     IF NOT REPORT-FILE-OK
004810         MOVE 'HOLD-REPORT-FILE' TO WS-ABEND-FILE-NAME
004820         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
004830         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
004840     END-IF.
004850     WRITE HOLD-REPORT-LINE FROM RPT-HEADING-2.
004860     IF NOT REPORT-FILE-OK
004870         MOVE 'HOLD-REPORT-FILE' TO WS-ABEND-FILE-NAME
004880         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
004890         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
004900     END-IF.
004910 6000-EXIT.
004920     EXIT.
004930
004940 6200-WRITE-TOTAL-LINE.
004950     WRITE HOLD-REPORT-LINE FROM RPT-TOTAL-LINE.
004960     IF NOT REPORT-FILE-OK
004970         MOVE 'HOLD-REPORT-FILE' TO WS-ABEND-FILE-NAME
004980         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
004990         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
005000     END-IF.
005010 6200-EXIT.
005020     EXIT.
005030
005040*--------------------------------------------------------------*
005050*  END-OF-RUN UPDATE TOTALS, BROKEN DOWN BY REASON.  READ MUST
005060*  FOOT TO PLACED + REFRESHED + LIFTED + REJECTED, AND A FEED
005070*  OR MASTER THAT NEVER OPENED COUNTS AS A BREAK: EITHER SETS
005080*  RETURN CODE 8.  OTHERWISE ANY REJECT SETS RETURN CODE 4 -
005090*  THE CLEAN PART OF THE FEED IS ALREADY ON THE MASTER.
005100*--------------------------------------------------------------*
005110 8000-PRINT-UPDATE-TOTALS.
005120     WRITE HOLD-REPORT-LINE FROM WS-BLANK-LINE.
005130     IF NOT REPORT-FILE-OK
005140         MOVE 'HOLD-REPORT-FILE' TO WS-ABEND-FILE-NAME
005150         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
005160         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
005170     END-IF.
005180     MOVE 'RECORDS READ'           TO RPT-TOTAL-TEXT.
005190     MOVE WS-RECORDS-READ          TO RPT-TOTAL-COUNT.
005200     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
005210     MOVE 'HOLDS PLACED'           TO RPT-TOTAL-TEXT.
005220     MOVE WS-PLACED-COUNT          TO RPT-TOTAL-COUNT.
005230     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
005240     MOVE 'HOLDS REFRESHED'        TO RPT-TOTAL-TEXT.
005250     MOVE WS-REFRESHED-COUNT       TO RPT-TOTAL-COUNT.
005260     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
005270     MOVE 'HOLDS LIFTED'           TO RPT-TOTAL-TEXT.
005280     MOVE WS-LIFTED-COUNT          TO RPT-TOTAL-COUNT.
005290     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
005300     MOVE '  WITH CATCH-UP DUE'    TO RPT-TOTAL-TEXT.
005310     MOVE WS-CATCHUP-DUE-COUNT     TO RPT-TOTAL-COUNT.
005320     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
005330     MOVE 'REJECTED'               TO RPT-TOTAL-TEXT.
005340     MOVE WS-REJECT-COUNT          TO RPT-TOTAL-COUNT.
005350     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
005360     MOVE '  BLANK STUDENT ID'     TO RPT-TOTAL-TEXT.
005370     MOVE WS-BLANK-KEY-COUNT       TO RPT-TOTAL-COUNT.
005380     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
005390     MOVE '  ACTION NOT H OR R'    TO RPT-TOTAL-TEXT.
005400     MOVE WS-BAD-ACTION-COUNT      TO RPT-TOTAL-COUNT.
005410     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
005420     MOVE '  DATE NOT CCYYMMDD'    TO RPT-TOTAL-TEXT.
005430     MOVE WS-BAD-DATE-COUNT        TO RPT-TOTAL-COUNT.
005440     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
005450     MOVE '  HOLD WITH NO REASON'  TO RPT-TOTAL-TEXT.
005460     MOVE WS-NO-REASON-COUNT       TO RPT-TOTAL-COUNT.
005470     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
005480     MOVE '  RELEASE - NOT ON HOLD' TO RPT-TOTAL-TEXT.
005490     MOVE WS-NOT-HELD-COUNT        TO RPT-TOTAL-COUNT.
005500     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
005510     COMPUTE WS-FOOTED-COUNT = WS-PLACED-COUNT
005520         + WS-REFRESHED-COUNT + WS-LIFTED-COUNT
005530         + WS-REJECT-COUNT.
005540     DISPLAY 'HOLDUPD - ' WS-RECORDS-READ ' READ, '
005550         WS-PLACED-COUNT ' PLACED, ' WS-REFRESHED-COUNT
005560         ' REFRESHED, ' WS-LIFTED-COUNT ' LIFTED, '
005570         WS-REJECT-COUNT ' REJECTED.'.
005580     IF WS-CATCHUP-DUE-COUNT > 0
005590         DISPLAY 'HOLDUPD - ' WS-CATCHUP-DUE-COUNT
005600             ' RELEASED STUDENT(S) HAVE RESULTS HELD BACK - '
005610             'SUBMIT HOLDCTCH.'
005620     END-IF.
005630     IF WS-FOOTED-COUNT NOT = WS-RECORDS-READ
005640         OR WS-RUNLOG-RECON = 'BRK'
005650         DISPLAY 'HOLDUPD - CONTROL TOTALS DO NOT FOOT - '
005660             'SETTING RETURN CODE 8.'
005670         MOVE 'BRK' TO WS-RUNLOG-RECON
005680         MOVE 'CONTROL TOTALS DO NOT FOOT' TO RPT-TOTAL-LINE
005690         PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT
005700         MOVE 8 TO RETURN-CODE
005710     ELSE
005720         MOVE 'OK' TO WS-RUNLOG-RECON
005730         IF WS-REJECT-COUNT > 0
005740             MOVE 4 TO RETURN-CODE
005750         END-IF
005760     END-IF.
005770 8000-EXIT.
005780     EXIT.
005790
005800 7000-TERMINATE.
005810     IF FEED-FILE-OK OR FEED-FILE-EOF
005820         CLOSE HOLD-FEED-FILE
005830     END-IF.
005840     CLOSE HOLD-MASTER-FILE.
005850     IF REPORT-FILE-OK
005860         CLOSE HOLD-REPORT-FILE
005870     END-IF.
005880 7000-EXIT.
005890     EXIT.
005900
005910*--------------------------------------------------------------*
005920*  9000-ABEND-ON-WRITE-ERROR - A LOST MASTER OR REPORT WRITE
005930*  WOULD LEAVE A HOLD THE OFFICE BELIEVES IS IN PLACE MISSING
005940*  FROM THE MASTER.  TERMINATE INSTEAD.
005950*--------------------------------------------------------------*
005960 9000-ABEND-ON-WRITE-ERROR.
005970     DISPLAY 'HOLDUPD - FATAL: ' WS-ABEND-FILE-NAME
005980         ' WRITE FAILED, STATUS ' WS-ABEND-FILE-STATUS
005990         ' - RUN TERMINATED, OUTPUT NO LONGER RELIABLE.'.
006000     MOVE 16 TO RETURN-CODE.
006010     STOP RUN.
006020 9000-EXIT.
006030     EXIT.
006040
006050*--------------------------------------------------------------*
006060*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
006070*  CREATING IT ON THE FIRST EVER RUN) AND WRITES THE 'S' START
006080*  RECORD; 7900 WRITES ONE 'C' RECORD PER OUTPUT FILE AND THE
006090*  'E' END RECORD WITH RECORDS READ, THE RETURN CODE AND THE
006100*  RECONCILIATION RESULT, THEN CLOSES.  AN ABEND ANYWHERE IN
006110*  BETWEEN LEAVES AN 'S' WITH NO 'E' - WHICH IS EXACTLY WHAT
006120*  THE DAY-END REPORT FLAGS AS A STEP THAT DIED.  LOG TROUBLE
006130*  IS DISPLAYED AND THE LOGGING ABANDONED, NEVER FATAL.
006140*--------------------------------------------------------------*
006150 1900-WRITE-RUNLOG-START.
006160     OPEN EXTEND RUN-LOG-FILE.
006170     IF NOT RUNLOG-FILE-OK
006180         OPEN OUTPUT RUN-LOG-FILE
006190     END-IF.
006200     IF NOT RUNLOG-FILE-OK
006210         DISPLAY 'HOLDUPD - CANNOT OPEN RUN LOG, STATUS '
006220             WS-RUNLOG-FILE-STATUS ' - RUN CONTINUES UNLOGGED.'
006230         GO TO 1900-EXIT
006240     END-IF.
006250     MOVE 'Y' TO WS-RUNLOG-OPEN-SW.
006260     MOVE SPACE        TO RUN-LOG-RECORD.
006270     MOVE 'S'          TO RL-RECORD-TYPE.
006280     MOVE 'HOLDUPD'    TO RL-PROGRAM-ID.
006290     MOVE WS-RUN-DATE  TO RL-RUN-DATE.
006300     MOVE WS-RUN-TIME  TO RL-RUN-TIME.
006310     MOVE WS-RUN-TIME  TO RL-LOG-TIME.
006320     MOVE ZERO         TO RL-RECORD-COUNT.
006330     MOVE ZERO         TO RL-RETURN-CODE.
006340     MOVE SPACE        TO RL-RECON-RESULT.
006350     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
006360 1900-EXIT.
006370     EXIT.
006380
006390 1910-WRITE-RUNLOG-COUNT.
006400     IF NOT RUN-LOG-IS-OPEN
006410         GO TO 1910-EXIT
006420     END-IF.
006430     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
006440     MOVE SPACE                TO RUN-LOG-RECORD.
006450     MOVE 'C'                  TO RL-RECORD-TYPE.
006460     MOVE 'HOLDUPD'            TO RL-PROGRAM-ID.
006470     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
006480     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
006490     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
006500     MOVE WS-RUNLOG-FILE-NAME  TO RL-FILE-NAME.
006510     MOVE WS-RUNLOG-COUNT      TO RL-RECORD-COUNT.
006520     MOVE ZERO                 TO RL-RETURN-CODE.
006530     MOVE SPACE                TO RL-RECON-RESULT.
006540     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
006550 1910-EXIT.
006560     EXIT.
006570
006580 1950-WRITE-RUNLOG-RECORD.
006590     WRITE RUN-LOG-RECORD.
006600     IF NOT RUNLOG-FILE-OK
006610         DISPLAY 'HOLDUPD - RUN LOG WRITE FAILED, STATUS '
006620             WS-RUNLOG-FILE-STATUS ' - LOGGING ABANDONED.'
006630         CLOSE RUN-LOG-FILE
006640         MOVE 'N' TO WS-RUNLOG-OPEN-SW
006650     END-IF.
006660 1950-EXIT.
006670     EXIT.
006680
006690 7900-WRITE-RUNLOG-END.
006700     IF NOT RUN-LOG-IS-OPEN
006710         GO TO 7900-EXIT
006720     END-IF.
006730     MOVE 'HOLDMSTR'     TO WS-RUNLOG-FILE-NAME.
006740     COMPUTE WS-RUNLOG-COUNT = WS-PLACED-COUNT
006750         + WS-REFRESHED-COUNT + WS-LIFTED-COUNT.
006760     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
006770     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
006780     MOVE SPACE                TO RUN-LOG-RECORD.
006790     MOVE 'E'                  TO RL-RECORD-TYPE.
006800     MOVE 'HOLDUPD'            TO RL-PROGRAM-ID.
006810     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
006820     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
006830     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
006840     MOVE WS-RECORDS-READ      TO RL-RECORD-COUNT.
006850     MOVE RETURN-CODE          TO RL-RETURN-CODE.
006860     MOVE WS-RUNLOG-RECON      TO RL-RECON-RESULT.
006870     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
006880     IF RUN-LOG-IS-OPEN
006890         CLOSE RUN-LOG-FILE
006900     END-IF.
006910 7900-EXIT.
006920     EXIT.
