000010*==============================================================*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    IAEDIT.
000040 AUTHOR.        K J MENON.
000050 INSTALLATION.  ACADEMIC RECORDS - EXAMINATIONS CELL.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*--------------------------------------------------------------*
000090*  MOD LOG
000100*  2026-10-15  KJM  INITIAL VERSION.  FRONT-END EDIT OF THE
000110*                   INTERNAL-ASSESSMENT MARKS FEED THE
000120*                   DEPARTMENTS NOW SEND, RUN AHEAD OF THE
000130*                   GRADING PROGRAM CONDITIONALS THE SAME WAY
000140*                   MARKEDIT RUNS FOR THE SIS WRITTEN-PAPER
000150*                   FEED.  THE FEED IS FRAMED (SEE IACTL) - A
000160*                   MISSING OR MISPLACED HEADER OR TRAILER, OR A
000170*                   TRAILER COUNT OR HASH THAT DOES NOT MATCH
000180*                   WHAT ARRIVED, REJECTS THE WHOLE FILE WITH
000190*                   RETURN CODE 8; AN EXTRACT ALREADY EDITED IS
000200*                   REJECTED THE SAME WAY UNLESS THE OPERATOR
000210*                   KEYS 'OVERRIDE' OR A GRADING RESTART IS
000220*                   PENDING.  EACH DETAIL IS CHECKED AGAINST THE
000230*                   STUDENT MASTER AND THE SUBJECT MASTER - THE
000240*                   SUBJECT MUST CARRY AN IA COMPONENT AND THE
000250*                   MARKS MUST NOT EXCEED ITS IA MAXIMUM.  CLEAN
000260*                   DETAILS ARE LOADED TO THE IA COMPONENT FILE
000270*                   (IACMPREC), KEYED LIKE THE RESULTS MASTER,
000280*                   FOR THE GRADING RUN TO READ BY KEY; REJECTS
000290*                   GO TO AN ERROR FILE (EDTERREC) AND THE EDIT
000300*                   REPORT.  THE OFFICE HAD BEEN ADDING THE
000310*                   DEPARTMENTS' SPREADSHEET MARKS TO THE
000320*                   WRITTEN PAPER BY HAND BEFORE KEYING.
000330*==============================================================*
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT IA-MARKS-FILE ASSIGN TO IAMARKS
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-IAMARKS-FILE-STATUS.
000410
000420     SELECT IA-COMPONENT-FILE ASSIGN TO IACOMP
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS IC-KEY
000460         FILE STATUS IS WS-IACOMP-FILE-STATUS.
000470
000480     SELECT EDIT-ERROR-FILE ASSIGN TO ERRIAMKS
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-ERROR-FILE-STATUS.
000510
000520     SELECT EDIT-REPORT-FILE ASSIGN TO IAEDRPT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-REPORT-FILE-STATUS.
000550
000560     SELECT FEED-CONTROL-FILE ASSIGN TO IAFEEDCT
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-FEEDCTL-FILE-STATUS.
000590
000600     SELECT CHECKPOINT-FILE ASSIGN TO CHKPNT
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-CHKPT-FILE-STATUS.
000630
000640     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS ST-STUDENT-ID
000680         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000690
000700     SELECT SUBJECT-MASTER-FILE ASSIGN TO SUBJMSTR
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS SJ-SUBJECT-CODE
000740         FILE STATUS IS WS-SUBJECT-FILE-STATUS.
000750
000760     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  IA-MARKS-FILE
000830     RECORDING MODE IS F.
000840     COPY IAMKREC.
000850     COPY IACTL.
000860
000870 FD  IA-COMPONENT-FILE.
000880     COPY IACMPREC.
000890
000900 FD  EDIT-ERROR-FILE
000910     RECORDING MODE IS F.
000920     COPY EDTERREC.
000930
000940 FD  EDIT-REPORT-FILE
000950     RECORDING MODE IS F.
000960 01  EDIT-REPORT-LINE            PIC X(132).
000970
000980 FD  FEED-CONTROL-FILE
000990     RECORDING MODE IS F.
001000     COPY FEEDCTL.
001010
001020 FD  CHECKPOINT-FILE
001030     RECORDING MODE IS F.
001040     COPY CHKPTREC.
001050
001060 FD  STUDENT-MASTER-FILE.
001070     COPY STUDREC.
001080
001090 FD  SUBJECT-MASTER-FILE.
001100     COPY SUBJREC.
001110
001120 FD  RUN-LOG-FILE
001130     RECORDING MODE IS F.
001140     COPY RUNLOG.
001150
001160 WORKING-STORAGE SECTION.
001170
001180*--------------------------------------------------------------*
001190*  RUN-LOG CONTROL FIELDS.  EVERY BATCH PROGRAM IN THE CHAIN
001200*  APPENDS A START RECORD, ONE COUNT RECORD PER OUTPUT AND AN
001210*  END RECORD TO THE SHARED RUN-LOG DATASET (SEE RUNLOG) FOR
001220*  THE DAY-END OPERATIONS REPORT.  A RUN LOG THAT CANNOT BE
001230*  OPENED OR WRITTEN IS REPORTED AND ABANDONED - THE BUSINESS
001240*  RUN MUST NEVER DIE FOR ITS DIARY.
001250*--------------------------------------------------------------*
001260 01  WS-RUNLOG-FILE-STATUS    PIC X(02).
001270     88 RUNLOG-FILE-OK          VALUE '00'.
001280
001290 01  WS-RUNLOG-OPEN-SW         PIC X(01) VALUE 'N'.
001300     88 RUN-LOG-IS-OPEN          VALUE 'Y'.
001310 01  WS-RUNLOG-FILE-NAME       PIC X(12) VALUE SPACE.
001320 01  WS-RUNLOG-COUNT           PIC 9(09) VALUE ZERO.
001330 01  WS-RUNLOG-RECON           PIC X(04) VALUE 'N/A'.
001340 01  WS-RUNLOG-LOG-TIME        PIC X(08) VALUE SPACE.
001350
001360 01  WS-IAMARKS-FILE-STATUS   PIC X(02).
001370     88 IAMARKS-FILE-OK        VALUE '00'.
001380     88 IAMARKS-FILE-EOF       VALUE '10'.
001390
001400 01  WS-IACOMP-FILE-STATUS    PIC X(02).
001410     88 IACOMP-FILE-OK         VALUE '00'.
001420     88 IACOMP-DUPLICATE-KEY   VALUE '22'.
001430
001440 01  WS-ERROR-FILE-STATUS     PIC X(02).
001450     88 ERROR-FILE-OK          VALUE '00'.
001460
001470 01  WS-REPORT-FILE-STATUS    PIC X(02).
001480     88 REPORT-FILE-OK         VALUE '00'.
001490
001500 01  WS-FEEDCTL-FILE-STATUS   PIC X(02).
001510     88 FEEDCTL-FILE-OK        VALUE '00'.
001520     88 FEEDCTL-FILE-EOF       VALUE '10'.
001530
001540 01  WS-CHKPT-FILE-STATUS     PIC X(02).
001550     88 CHECKPOINT-FILE-OK      VALUE '00'.
001560     88 CHECKPOINT-FILE-EOF     VALUE '10'.
001570
001580 01  WS-STUDENT-FILE-STATUS   PIC X(02).
001590     88 STUDENT-FILE-OK         VALUE '00'.
001600     88 STUDENT-NOT-FOUND       VALUE '23'.
001610
001620 01  WS-SUBJECT-FILE-STATUS   PIC X(02).
001630     88 SUBJECT-FILE-OK         VALUE '00'.
001640     88 SUBJECT-NOT-FOUND       VALUE '23'.
001650
001660 01  WS-SWITCHES.
001670     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001680         88 END-OF-IA-FILE      VALUE 'Y'.
001690     05  WS-FILE-REJECT-SW     PIC X(01) VALUE 'N'.
001700         88 WHOLE-FILE-REJECTED  VALUE 'Y'.
001710     05  WS-TRAILER-SEEN-SW    PIC X(01) VALUE 'N'.
001720         88 TRAILER-SEEN          VALUE 'Y'.
001730     05  WS-FEEDCTL-EOF-SW     PIC X(01) VALUE 'N'.
001740         88 END-OF-FEEDCTL-FILE   VALUE 'Y'.
001750     05  WS-FEED-SEEN-SW       PIC X(01) VALUE 'N'.
001760         88 FEED-ALREADY-DONE     VALUE 'Y'.
001770     05  WS-OVERRIDE-USED-SW   PIC X(01) VALUE 'N'.
001780         88 OVERRIDE-USED          VALUE 'Y'.
001790     05  WS-RESTART-PEND-SW    PIC X(01) VALUE 'N'.
001800         88 GRADING-RESTART-PENDING VALUE 'Y'.
001810     05  WS-RESTART-WAIVER-SW  PIC X(01) VALUE 'N'.
001820         88 RESTART-WAIVER-USED     VALUE 'Y'.
001830     05  WS-STUDENT-FOUND-SW   PIC X(01) VALUE 'N'.
001840         88 STUDENT-ON-MASTER       VALUE 'Y'.
001850     05  WS-SUBJECT-FOUND-SW   PIC X(01) VALUE 'N'.
001860         88 SUBJECT-ON-MASTER       VALUE 'Y'.
001870
001880*--------------------------------------------------------------*
001890*  DUPLICATE-FEED GUARD FIELDS, AS IN MARKEDIT.  THE OPERATOR
001900*  OVERRIDE IS A SYSIN CARD READING 'OVERRIDE'; THE HEADER'S
001910*  EXTRACT DATE AND TERM ARE HELD HERE FOR THE CHECK, FOR THE
001920*  CONTROL RECORD, AND TO STAMP ON EVERY COMPONENT RECORD.
001930*--------------------------------------------------------------*
001940 01  WS-OVERRIDE-PARM          PIC X(08) VALUE SPACE.
001950     88 OVERRIDE-REQUESTED       VALUE 'OVERRIDE'.
001960 01  WS-FEED-EXTRACT-DATE      PIC X(08) VALUE SPACE.
001970 01  WS-FEED-ACADEMIC-TERM     PIC X(06) VALUE SPACE.
001980
001990 01  WS-REJECT-REASON          PIC X(04) VALUE SPACE.
002000     88 RECORD-IS-CLEAN          VALUE SPACE.
002010
002020*--------------------------------------------------------------*
002030*  THE SUBJECT'S IA MAXIMUM FROM THE SUBJECT MASTER.  A BLANK
002040*  OR ZERO MAXIMUM MEANS A WRITTEN-ONLY PAPER - NO IA MARKS
002050*  ARE EXPECTED FOR IT, AND ANY THAT ARRIVE ARE REJECTED.
002060*--------------------------------------------------------------*
002070 01  WS-IA-MAX-MARKS           PIC 9(03) VALUE ZERO.
002080
002090*--------------------------------------------------------------*
002100*  FEED CONTROL-TOTAL FIELDS.  WS-MARKS-HASH IS THE RUNNING SUM
002110*  OF EVERY DETAIL RECORD'S IA MARKS AS RECEIVED; AT END OF
002120*  FILE IT AND THE DETAIL COUNT MUST MATCH THE TRAILER.
002130*--------------------------------------------------------------*
002140 01  WS-MARKS-HASH             PIC 9(15) COMP VALUE ZERO.
002150 01  WS-TRAILER-COUNT          PIC 9(09) COMP VALUE ZERO.
002160 01  WS-TRAILER-HASH           PIC 9(15) COMP VALUE ZERO.
002170 01  WS-FILE-REJECT-REASON     PIC X(40) VALUE SPACE.
002180
002190*--------------------------------------------------------------*
002200*  EDIT CONTROL TOTALS.  READ = CLEAN + REJECTED MUST FOOT AT
002210*  END OF RUN, AS IN MARKEDIT.  THE DUPLICATE CHECK NEEDS NO
002220*  SEEN-KEY TABLE HERE - THE COMPONENT FILE IS KEYED, AND A
002230*  SECOND RECORD FOR THE SAME STUDENT AND SUBJECT IS REFUSED
002240*  BY THE WRITE ITSELF.
002250*--------------------------------------------------------------*
002260 01  WS-RECORDS-READ           PIC 9(09) COMP VALUE ZERO.
002270 01  WS-CLEAN-COUNT            PIC 9(09) COMP VALUE ZERO.
002280 01  WS-REJECT-COUNT           PIC 9(09) COMP VALUE ZERO.
002290 01  WS-BLANK-KEY-COUNT        PIC 9(07) COMP VALUE ZERO.
002300 01  WS-NOT-NUMERIC-COUNT      PIC 9(07) COMP VALUE ZERO.
002310 01  WS-DUPLICATE-COUNT        PIC 9(07) COMP VALUE ZERO.
002320 01  WS-BAD-TYPE-COUNT         PIC 9(07) COMP VALUE ZERO.
002330 01  WS-NOT-ON-MASTER-COUNT    PIC 9(07) COMP VALUE ZERO.
002340 01  WS-NOT-ON-ROLL-COUNT      PIC 9(07) COMP VALUE ZERO.
002350 01  WS-WRONG-CLASS-COUNT      PIC 9(07) COMP VALUE ZERO.
002360 01  WS-NO-SUBJECT-COUNT       PIC 9(07) COMP VALUE ZERO.
002370 01  WS-NO-IA-PART-COUNT       PIC 9(07) COMP VALUE ZERO.
002380 01  WS-OVER-MAXIMUM-COUNT     PIC 9(07) COMP VALUE ZERO.
002390
002400 01  WS-RUN-DATE               PIC X(08) VALUE SPACE.
002410 01  WS-RUN-TIME               PIC X(08) VALUE SPACE.
002420
002430*--------------------------------------------------------------*
002440*  FATAL-WRITE-ERROR FIELDS, SET JUST BEFORE 9000-ABEND-ON-
002450*  WRITE-ERROR IS PERFORMED, AS IN CONDITIONALS.
002460*--------------------------------------------------------------*
002470 01  WS-ABEND-FILE-NAME        PIC X(20) VALUE SPACE.
002480 01  WS-ABEND-FILE-STATUS      PIC X(02) VALUE SPACE.
002490
002500*--------------------------------------------------------------*
002510*  EDIT REPORT LINES.
002520*--------------------------------------------------------------*
002530 01  RPT-HEADING-1.
002540     05  FILLER                PIC X(42) VALUE
002550         'IAEDIT - INTERNAL ASSESSMENT FEED EDIT FOR'.
002560     05  FILLER                PIC X(01) VALUE SPACE.
002570     05  RPT-H1-RUN-DATE       PIC X(08) VALUE SPACE.
002580     05  FILLER                PIC X(81) VALUE SPACE.
002590
002600 01  RPT-HEADING-2.
002610     05  FILLER                PIC X(41) VALUE
002620         'STUDENT-ID CLASS     SUBJ  MARKS  REASON'.
002630     05  FILLER                PIC X(91) VALUE SPACE.
002640
002650 01  RPT-DETAIL-LINE.
002660     05  RPT-STUDENT-ID        PIC X(09).
002670     05  FILLER                PIC X(02) VALUE SPACE.
002680     05  RPT-CLASS-CODE        PIC X(09).
002690     05  FILLER                PIC X(01) VALUE SPACE.
002700     05  RPT-SUBJECT-CODE      PIC X(05).
002710     05  FILLER                PIC X(01) VALUE SPACE.
002720     05  RPT-MARKS-VALUE       PIC X(03).
002730     05  FILLER                PIC X(04) VALUE SPACE.
002740     05  RPT-REASON-CODE       PIC X(04).
002750     05  FILLER                PIC X(94) VALUE SPACE.
002760
002770 01  RPT-TOTAL-LINE.
002780     05  RPT-TOTAL-TEXT        PIC X(30) VALUE SPACE.
002790     05  RPT-TOTAL-COUNT       PIC Z(08)9.
002800     05  FILLER                PIC X(93) VALUE SPACE.
002810
002820 01  RPT-FEED-INFO-LINE.
002830     05  FILLER                PIC X(13) VALUE 'IA EXTRACT   '.
002840     05  RPT-FI-EXTRACT-DATE   PIC X(08).
002850     05  FILLER                PIC X(09) VALUE '  SOURCE '.
002860     05  RPT-FI-SOURCE-SYSTEM  PIC X(08).
002870     05  FILLER                PIC X(07) VALUE '  TERM '.
002880     05  RPT-FI-ACADEMIC-TERM  PIC X(06).
002890     05  FILLER                PIC X(81) VALUE SPACE.
002900
002910 01  RPT-FILE-REJECT-LINE.
002920     05  FILLER                PIC X(36) VALUE
002930         'IAEDIT - WHOLE FILE REJECTED  -     '.
002940     05  RPT-FR-REASON         PIC X(40).
002950     05  FILLER                PIC X(56) VALUE SPACE.
002960
002970 01  RPT-OVERRIDE-LINE.
002980     05  FILLER                PIC X(50) VALUE
002990         'IAEDIT - FEED PREVIOUSLY PROCESSED - OVERRIDE USED'.
003000     05  FILLER                PIC X(82) VALUE SPACE.
003010
003020 01  RPT-WAIVER-LINE.
003030     05  FILLER                PIC X(48) VALUE
003040         'IAEDIT - FEED PREVIOUSLY PROCESSED - RE-EDITED '.
003050     05  FILLER                PIC X(26) VALUE
003060         'FOR A PENDING RESTART     '.
003070     05  FILLER                PIC X(58) VALUE SPACE.
003080
003090 01  RPT-HASH-LINE.
003100     05  RPT-HL-TEXT           PIC X(30) VALUE SPACE.
003110     05  RPT-HL-VALUE          PIC Z(14)9.
003120     05  FILLER                PIC X(87) VALUE SPACE.
003130
003140 01  WS-BLANK-LINE             PIC X(132) VALUE SPACE.
003150
003160 PROCEDURE DIVISION.
003170
003180 0000-MAINLINE.
003190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003200     PERFORM 2000-EDIT-IA-FILE THRU 2000-EXIT
003210         UNTIL END-OF-IA-FILE OR WHOLE-FILE-REJECTED.
003220     PERFORM 5000-VERIFY-FEED-CONTROLS THRU 5000-EXIT.
003230     PERFORM 5500-RECORD-FEED-PROCESSED THRU 5500-EXIT.
003240     PERFORM 8000-PRINT-EDIT-TOTALS THRU 8000-EXIT.
003250     PERFORM 7900-WRITE-RUNLOG-END THRU 7900-EXIT.
003260     PERFORM 7000-TERMINATE THRU 7000-EXIT.
003270     STOP RUN.
003280
003290 1000-INITIALIZE.
003300     ACCEPT WS-OVERRIDE-PARM.
003310     IF OVERRIDE-REQUESTED
003320         DISPLAY 'IAEDIT - OPERATOR OVERRIDE KEYED - AN '
003330             'ALREADY-PROCESSED FEED WILL BE ACCEPTED.'
003340     END-IF.
003350     OPEN INPUT IA-MARKS-FILE.
003360     IF NOT IAMARKS-FILE-OK
003370         DISPLAY 'IAEDIT - CANNOT OPEN IA MARKS FILE, STATUS '
003380             WS-IAMARKS-FILE-STATUS
003390         MOVE 'Y' TO WS-EOF-SWITCH
003400     END-IF.
003410     OPEN OUTPUT IA-COMPONENT-FILE.
003420     IF NOT IACOMP-FILE-OK
003430         DISPLAY 'IAEDIT - CANNOT OPEN IA COMPONENT FILE, '
003440             'STATUS ' WS-IACOMP-FILE-STATUS
003450         MOVE 'Y' TO WS-EOF-SWITCH
003460     END-IF.
003470     OPEN OUTPUT EDIT-ERROR-FILE.
003480     IF NOT ERROR-FILE-OK
003490         DISPLAY 'IAEDIT - CANNOT OPEN EDIT ERROR FILE, '
003500             'STATUS ' WS-ERROR-FILE-STATUS
003510         MOVE 'Y' TO WS-EOF-SWITCH
003520     END-IF.
003530     OPEN OUTPUT EDIT-REPORT-FILE.
003540     IF NOT REPORT-FILE-OK
003550         DISPLAY 'IAEDIT - CANNOT OPEN EDIT REPORT FILE, '
003560             'STATUS ' WS-REPORT-FILE-STATUS
003570         MOVE 'Y' TO WS-EOF-SWITCH
003580     END-IF.
003590     OPEN INPUT STUDENT-MASTER-FILE.
003600     IF NOT STUDENT-FILE-OK
003610         DISPLAY 'IAEDIT - CANNOT OPEN STUDENT MASTER, '
003620             'STATUS ' WS-STUDENT-FILE-STATUS
003630         MOVE 'Y' TO WS-EOF-SWITCH
003640     END-IF.
003650     OPEN INPUT SUBJECT-MASTER-FILE.
003660     IF NOT SUBJECT-FILE-OK
003670         DISPLAY 'IAEDIT - CANNOT OPEN SUBJECT MASTER, '
003680             'STATUS ' WS-SUBJECT-FILE-STATUS
003690         MOVE 'Y' TO WS-EOF-SWITCH
003700     END-IF.
003710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003720     ACCEPT WS-RUN-TIME FROM TIME.
003730     PERFORM 1900-WRITE-RUNLOG-START THRU 1900-EXIT.
003740     MOVE WS-RUN-DATE TO RPT-H1-RUN-DATE.
003750     IF NOT END-OF-IA-FILE
003760         PERFORM 1100-READ-FEED-HEADER THRU 1100-EXIT
003770     END-IF.
003780     PERFORM 6000-WRITE-REPORT-HEADINGS THRU 6000-EXIT.
003790 1000-EXIT.
003800     EXIT.
003810
003820*--------------------------------------------------------------*
003830*  THE FIRST RECORD ON THE FEED MUST BE THE 'H' HEADER, WITH A
003840*  TERM AND AN EXTRACT DATE - THE TERM IS STAMPED ON EVERY
003850*  COMPONENT RECORD AS PART OF ITS KEY, AND WITH THE DATE IT
003860*  IS THE FEED-CONTROL GUARD KEY.  ANYTHING ELSE REJECTS THE
003870*  WHOLE FILE, AS IN MARKEDIT.
003880*--------------------------------------------------------------*
003890 1100-READ-FEED-HEADER.
003900     PERFORM 2100-READ-IA-RECORD THRU 2100-EXIT.
003910     IF END-OF-IA-FILE
003920         MOVE 'FEED EMPTY - NO HEADER RECORD'
003930             TO WS-FILE-REJECT-REASON
003940         PERFORM 9200-REJECT-WHOLE-FILE THRU 9200-EXIT
003950         GO TO 1100-EXIT
003960     END-IF.
003970     IF IH-RECORD-TYPE NOT = 'H'
003980         MOVE 'FIRST RECORD IS NOT THE FEED HEADER'
003990             TO WS-FILE-REJECT-REASON
004000         PERFORM 9200-REJECT-WHOLE-FILE THRU 9200-EXIT
004010         GO TO 1100-EXIT
004020     END-IF.
004030     IF IH-ACADEMIC-TERM = SPACE
004040         OR IH-EXTRACT-DATE = SPACE
004050         MOVE 'HEADER TERM OR EXTRACT DATE BLANK'
004060             TO WS-FILE-REJECT-REASON
004070         PERFORM 9200-REJECT-WHOLE-FILE THRU 9200-EXIT
004080         GO TO 1100-EXIT
004090     END-IF.
004100     MOVE IH-EXTRACT-DATE   TO RPT-FI-EXTRACT-DATE.
004110     MOVE IH-SOURCE-SYSTEM  TO RPT-FI-SOURCE-SYSTEM.
004120     MOVE IH-ACADEMIC-TERM  TO RPT-FI-ACADEMIC-TERM.
004130     MOVE IH-EXTRACT-DATE   TO WS-FEED-EXTRACT-DATE.
004140     MOVE IH-ACADEMIC-TERM  TO WS-FEED-ACADEMIC-TERM.
004150     PERFORM 1200-CHECK-FEED-CONTROL THRU 1200-EXIT.
004160 1100-EXIT.
004170     EXIT.
004180
004190*--------------------------------------------------------------*
004200*  SCAN THE IA FEED-CONTROL DATASET FOR THIS HEADER'S EXTRACT
004210*  DATE AND TERM - THE SAME GUARD, OVERRIDE AND RESTART WAIVER
004220*  AS MARKEDIT'S, ON A CONTROL DATASET OF ITS OWN.  A LEFTOVER
004230*  CHECKPOINT ON CHKPNT MEANS THE GRADING STEP ABENDED AND THE
004240*  RESUBMITTED MARKSRUN IS ITS RESTART, WHICH NEEDS THE SAME IA
004250*  COMPONENTS REBUILT.  A MISSING OR EMPTY CONTROL FILE JUST
004260*  MEANS NO HISTORY YET.
004270*--------------------------------------------------------------*
004280 1200-CHECK-FEED-CONTROL.
004290     MOVE 'N' TO WS-FEED-SEEN-SW.
004300     MOVE 'N' TO WS-FEEDCTL-EOF-SW.
004310     OPEN INPUT FEED-CONTROL-FILE.
004320     IF NOT FEEDCTL-FILE-OK
004330         DISPLAY 'IAEDIT - NO FEED CONTROL HISTORY YET, '
004340             'STATUS ' WS-FEEDCTL-FILE-STATUS '.'
004350         GO TO 1200-EXIT
004360     END-IF.
004370     PERFORM 1210-SCAN-ONE-CONTROL THRU 1210-EXIT
004380         UNTIL END-OF-FEEDCTL-FILE OR FEED-ALREADY-DONE.
004390     CLOSE FEED-CONTROL-FILE.
004400     IF NOT FEED-ALREADY-DONE
004410         GO TO 1200-EXIT
004420     END-IF.
004430     IF OVERRIDE-REQUESTED
004440         MOVE 'Y' TO WS-OVERRIDE-USED-SW
004450         DISPLAY 'IAEDIT - FEED OF ' WS-FEED-EXTRACT-DATE
004460             ' TERM ' WS-FEED-ACADEMIC-TERM ' ALREADY '
004470             'PROCESSED - ACCEPTED UNDER OPERATOR OVERRIDE.'
004480         GO TO 1200-EXIT
004490     END-IF.
004500     PERFORM 1250-CHECK-RESTART-PENDING THRU 1250-EXIT.
004510     IF GRADING-RESTART-PENDING
004520         MOVE 'Y' TO WS-RESTART-WAIVER-SW
004530         DISPLAY 'IAEDIT - FEED OF ' WS-FEED-EXTRACT-DATE
004540             ' TERM ' WS-FEED-ACADEMIC-TERM ' ALREADY '
004550             'PROCESSED, BUT A GRADING RESTART IS PENDING '
004560             '- GUARD WAIVED FOR THE RESTART.'
004570     ELSE
004580         MOVE 'FEED ALREADY PROCESSED - NO OVERRIDE'
004590             TO WS-FILE-REJECT-REASON
004600         PERFORM 9200-REJECT-WHOLE-FILE THRU 9200-EXIT
004610     END-IF.
004620 1200-EXIT.
004630     EXIT.
004640
004650 1210-SCAN-ONE-CONTROL.
004660     READ FEED-CONTROL-FILE
004670         AT END
004680             MOVE 'Y' TO WS-FEEDCTL-EOF-SW
004690             GO TO 1210-EXIT
004700     END-READ.
004710     IF FC-EXTRACT-DATE = WS-FEED-EXTRACT-DATE
004720         AND FC-ACADEMIC-TERM = WS-FEED-ACADEMIC-TERM
004730         MOVE 'Y' TO WS-FEED-SEEN-SW
004740     END-IF.
004750 1210-EXIT.
004760     EXIT.
004770
004780 1250-CHECK-RESTART-PENDING.
004790     MOVE 'N' TO WS-RESTART-PEND-SW.
004800     OPEN INPUT CHECKPOINT-FILE.
004810     IF NOT CHECKPOINT-FILE-OK
004820         GO TO 1250-EXIT
004830     END-IF.
004840     READ CHECKPOINT-FILE
004850         AT END
004860             CONTINUE
004870         NOT AT END
004880             MOVE 'Y' TO WS-RESTART-PEND-SW
004890     END-READ.
004900     CLOSE CHECKPOINT-FILE.
004910 1250-EXIT.
004920     EXIT.
004930
004940*--------------------------------------------------------------*
004950*  ONE RECORD PER PASS, DISPATCHED ON ITS TYPE BYTE, WITH THE
004960*  SAME FRAMING RULES AS MARKEDIT - A SECOND HEADER OR
004970*  TRAILER, A DETAIL AFTER THE TRAILER, OR END OF FILE WITH NO
004980*  TRAILER REJECTS THE WHOLE FILE.
004990*--------------------------------------------------------------*
005000 2000-EDIT-IA-FILE.
005010     PERFORM 2100-READ-IA-RECORD THRU 2100-EXIT.
005020     IF END-OF-IA-FILE
005030         IF NOT TRAILER-SEEN
005040             MOVE 'TRAILER RECORD MISSING'
005050                 TO WS-FILE-REJECT-REASON
005060             MOVE 'BRK' TO WS-RUNLOG-RECON
005070             PERFORM 9200-REJECT-WHOLE-FILE THRU 9200-EXIT
005080         END-IF
005090         GO TO 2000-EXIT
005100     END-IF.
005110     EVALUATE TRUE
005120         WHEN IA-TRAILER-TYPE
005130             PERFORM 2200-CAPTURE-TRAILER THRU 2200-EXIT
005140         WHEN TRAILER-SEEN
005150             MOVE 'RECORDS FOLLOW THE TRAILER'
005160                 TO WS-FILE-REJECT-REASON
005170             PERFORM 9200-REJECT-WHOLE-FILE THRU 9200-EXIT
005180         WHEN IA-HEADER-TYPE
005190             MOVE 'SECOND HEADER RECORD ON FEED'
005200                 TO WS-FILE-REJECT-REASON
005210             PERFORM 9200-REJECT-WHOLE-FILE THRU 9200-EXIT
005220         WHEN IA-DETAIL-RECORD
005230             ADD 1 TO WS-RECORDS-READ
005240             IF IA-MARKS-VALUE IS NUMERIC
005250                 ADD IA-MARKS-VALUE TO WS-MARKS-HASH
005260             END-IF
005270             PERFORM 3000-EDIT-ONE-RECORD THRU 3000-EXIT
005280         WHEN OTHER
005290             ADD 1 TO WS-RECORDS-READ
005300             IF IA-MARKS-VALUE IS NUMERIC
005310                 ADD IA-MARKS-VALUE TO WS-MARKS-HASH
005320             END-IF
005330             PERFORM 3050-REJECT-BAD-TYPE THRU 3050-EXIT
005340     END-EVALUATE.
005350 2000-EXIT.
005360     EXIT.
005370
005380 2100-READ-IA-RECORD.
005390     READ IA-MARKS-FILE
005400         AT END
005410             MOVE 'Y' TO WS-EOF-SWITCH
005420     END-READ.
005430 2100-EXIT.
005440     EXIT.
005450
005460 2200-CAPTURE-TRAILER.
005470     IF TRAILER-SEEN
005480         MOVE 'SECOND TRAILER RECORD ON FEED'
005490             TO WS-FILE-REJECT-REASON
005500         PERFORM 9200-REJECT-WHOLE-FILE THRU 9200-EXIT
005510         GO TO 2200-EXIT
005520     END-IF.
005530     IF IT-RECORD-COUNT NOT NUMERIC
005540         OR IT-MARKS-HASH NOT NUMERIC
005550         MOVE 'TRAILER CONTROL FIELDS NOT NUMERIC'
005560             TO WS-FILE-REJECT-REASON
005570         PERFORM 9200-REJECT-WHOLE-FILE THRU 9200-EXIT
005580         GO TO 2200-EXIT
005590     END-IF.
005600     MOVE IT-RECORD-COUNT TO WS-TRAILER-COUNT.
005610     MOVE IT-MARKS-HASH   TO WS-TRAILER-HASH.
005620     MOVE 'Y' TO WS-TRAILER-SEEN-SW.
005630 2200-EXIT.
005640     EXIT.
005650
005660*--------------------------------------------------------------*
005670*  APPLY THE EDITS IN SEVERITY ORDER - A BLANK KEY FIELD FIRST,
005680*  THEN THE STUDENT-MASTER CHECKS (NOT ON THE MASTER, OFF THE
005690*  ROLL, WRONG CLASS), THEN THE SUBJECT-MASTER CHECKS (NOT ON
005700*  THE MASTER, NO IA COMPONENT), THEN A NON-NUMERIC MARKS
005710*  FIELD, THEN MARKS ABOVE THE SUBJECT'S IA MAXIMUM - AND STAMP
005720*  THE FIRST FAILURE'S REASON CODE ON THE RECORD.  A RECORD
005730*  THAT PASSES THEM ALL IS WRITTEN TO THE COMPONENT FILE, WHICH
005740*  REFUSES IT AS A DUPLICATE IF THE KEY IS ALREADY THERE.
005750*--------------------------------------------------------------*
005760 3000-EDIT-ONE-RECORD.
005770     MOVE SPACE TO WS-REJECT-REASON.
005780     IF IA-STUDENT-ID = SPACE
005790         OR IA-CLASS-CODE = SPACE
005800         OR IA-SUBJECT-CODE = SPACE
005810         MOVE 'BLNK' TO WS-REJECT-REASON
005820         ADD 1 TO WS-BLANK-KEY-COUNT
005830     ELSE
005840         PERFORM 3100-LOOK-UP-STUDENT THRU 3100-EXIT
005850         IF NOT STUDENT-ON-MASTER
005860             MOVE 'NOST' TO WS-REJECT-REASON
005870             ADD 1 TO WS-NOT-ON-MASTER-COUNT
005880         ELSE
005890         IF NOT ST-STATUS-ACTIVE
005900             MOVE 'LEFT' TO WS-REJECT-REASON
005910             ADD 1 TO WS-NOT-ON-ROLL-COUNT
005920         ELSE
005930         IF ST-CLASS-CODE NOT = IA-CLASS-CODE
005940             MOVE 'CLAS' TO WS-REJECT-REASON
005950             ADD 1 TO WS-WRONG-CLASS-COUNT
005960         ELSE
005970         PERFORM 3150-LOOK-UP-SUBJECT THRU 3150-EXIT
005980         IF NOT SUBJECT-ON-MASTER
005990             MOVE 'NSUB' TO WS-REJECT-REASON
006000             ADD 1 TO WS-NO-SUBJECT-COUNT
006010         ELSE
006020         IF WS-IA-MAX-MARKS = ZERO
006030             MOVE 'NOIA' TO WS-REJECT-REASON
006040             ADD 1 TO WS-NO-IA-PART-COUNT
006050         ELSE
006060         IF IA-MARKS-VALUE IS NOT NUMERIC
006070             MOVE 'NNUM' TO WS-REJECT-REASON
006080             ADD 1 TO WS-NOT-NUMERIC-COUNT
006090         ELSE
006100         IF IA-MARKS-VALUE > WS-IA-MAX-MARKS
006110             MOVE 'OVER' TO WS-REJECT-REASON
006120             ADD 1 TO WS-OVER-MAXIMUM-COUNT
006130         END-IF
006140         END-IF
006150         END-IF
006160         END-IF
006170         END-IF
006180         END-IF
006190         END-IF
006200     END-IF.
006210     IF RECORD-IS-CLEAN
006220         PERFORM 3400-WRITE-COMPONENT-RECORD THRU 3400-EXIT
006230     END-IF.
006240     IF NOT RECORD-IS-CLEAN
006250         ADD 1 TO WS-REJECT-COUNT
006260         PERFORM 3500-WRITE-ERROR-RECORD THRU 3500-EXIT
006270         PERFORM 3600-PRINT-REJECT-LINE THRU 3600-EXIT
006280     END-IF.
006290 3000-EXIT.
006300     EXIT.
006310
006320*--------------------------------------------------------------*
006330*  A DETAIL-POSITION RECORD WHOSE TYPE BYTE IS NEITHER 'D',
006340*  'H' NOR 'T' GOES TO THE ERROR FILE WITH REASON 'TYPE'.
006350*--------------------------------------------------------------*
006360 3050-REJECT-BAD-TYPE.
006370     MOVE 'TYPE' TO WS-REJECT-REASON.
006380     ADD 1 TO WS-BAD-TYPE-COUNT.
006390     ADD 1 TO WS-REJECT-COUNT.
006400     PERFORM 3500-WRITE-ERROR-RECORD THRU 3500-EXIT.
006410     PERFORM 3600-PRINT-REJECT-LINE THRU 3600-EXIT.
006420 3050-EXIT.
006430     EXIT.
006440
006450 3100-LOOK-UP-STUDENT.
006460     MOVE 'N' TO WS-STUDENT-FOUND-SW.
006470     MOVE IA-STUDENT-ID TO ST-STUDENT-ID.
006480     READ STUDENT-MASTER-FILE
006490         INVALID KEY
006500             CONTINUE
006510         NOT INVALID KEY
006520             MOVE 'Y' TO WS-STUDENT-FOUND-SW
006530     END-READ.
006540 3100-EXIT.
006550     EXIT.
006560
006570*--------------------------------------------------------------*
006580*  LOOK THE RECORD'S SUBJECT CODE UP ON THE SUBJECT MASTER AND
006590*  PICK UP ITS IA MAXIMUM - BLANK ON A RECORD KEYED BEFORE THE
006600*  IA SCHEME, WHICH IS TREATED AS ZERO: A WRITTEN-ONLY PAPER.
006610*--------------------------------------------------------------*
006620 3150-LOOK-UP-SUBJECT.
006630     MOVE 'N' TO WS-SUBJECT-FOUND-SW.
006640     MOVE ZERO TO WS-IA-MAX-MARKS.
006650     MOVE IA-SUBJECT-CODE TO SJ-SUBJECT-CODE.
006660     READ SUBJECT-MASTER-FILE
006670         INVALID KEY
006680             CONTINUE
006690         NOT INVALID KEY
006700             MOVE 'Y' TO WS-SUBJECT-FOUND-SW
006710     END-READ.
006720     IF SUBJECT-ON-MASTER
006730         AND SJ-IA-MAX-MARKS IS NUMERIC
006740         MOVE SJ-IA-MAX-MARKS TO WS-IA-MAX-MARKS
006750     END-IF.
006760 3150-EXIT.
006770     EXIT.
006780
006790*--------------------------------------------------------------*
006800*  LOAD ONE CLEAN DETAIL TO THE IA COMPONENT FILE, STAMPED WITH
006810*  THE FEED HEADER'S TERM AND EXTRACT DATE.  A DUPLICATE KEY IS
006820*  THE SAME STUDENT AND SUBJECT SENT TWICE - THE FIRST RECORD
006830*  STANDS AND THIS ONE IS REJECTED 'DUPL'.  ANY OTHER WRITE
006840*  FAILURE ENDS THE RUN.
006850*--------------------------------------------------------------*
006860 3400-WRITE-COMPONENT-RECORD.
006870     MOVE SPACE                 TO IA-COMPONENT-RECORD.
006880     MOVE IA-STUDENT-ID         TO IC-STUDENT-ID.
006890     MOVE WS-FEED-ACADEMIC-TERM TO IC-ACADEMIC-TERM.
006900     MOVE IA-SUBJECT-CODE       TO IC-SUBJECT-CODE.
006910     MOVE IA-CLASS-CODE         TO IC-CLASS-CODE.
006920     MOVE IA-MARKS-VALUE        TO IC-IA-MARKS.
006930     MOVE WS-FEED-EXTRACT-DATE  TO IC-EXTRACT-DATE.
006940     WRITE IA-COMPONENT-RECORD
006950         INVALID KEY
006960             CONTINUE
006970     END-WRITE.
006980     IF IACOMP-DUPLICATE-KEY
006990         MOVE 'DUPL' TO WS-REJECT-REASON
007000         ADD 1 TO WS-DUPLICATE-COUNT
007010         GO TO 3400-EXIT
007020     END-IF.
007030     IF NOT IACOMP-FILE-OK
007040         MOVE 'IA-COMPONENT-FILE' TO WS-ABEND-FILE-NAME
007050         MOVE WS-IACOMP-FILE-STATUS TO WS-ABEND-FILE-STATUS
007060         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
007070     END-IF.
007080     ADD 1 TO WS-CLEAN-COUNT.
007090 3400-EXIT.
007100     EXIT.
007110
007120 3500-WRITE-ERROR-RECORD.
007130     MOVE SPACE             TO EDIT-ERROR-RECORD.
007140     MOVE IA-STUDENT-ID     TO EE-STUDENT-ID.
007150     MOVE IA-CLASS-CODE     TO EE-CLASS-CODE.
007160     MOVE IA-SUBJECT-CODE   TO EE-SUBJECT-CODE.
007170     MOVE IA-MARKS-VALUE    TO EE-MARKS-VALUE.
007180     MOVE WS-REJECT-REASON  TO EE-REASON-CODE.
007190     WRITE EDIT-ERROR-RECORD.
007200     IF NOT ERROR-FILE-OK
007210         MOVE 'EDIT-ERROR-FILE' TO WS-ABEND-FILE-NAME
007220         MOVE WS-ERROR-FILE-STATUS TO WS-ABEND-FILE-STATUS
007230         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
007240     END-IF.
007250 3500-EXIT.
007260     EXIT.
007270
007280 3600-PRINT-REJECT-LINE.
007290     MOVE IA-STUDENT-ID     TO RPT-STUDENT-ID.
007300     MOVE IA-CLASS-CODE     TO RPT-CLASS-CODE.
007310     MOVE IA-SUBJECT-CODE   TO RPT-SUBJECT-CODE.
007320     MOVE IA-MARKS-VALUE    TO RPT-MARKS-VALUE.
007330     MOVE WS-REJECT-REASON  TO RPT-REASON-CODE.
007340     PERFORM 6100-WRITE-REPORT-LINE THRU 6100-EXIT.
007350 3600-EXIT.
007360     EXIT.
007370
007380 6000-WRITE-REPORT-HEADINGS.
007390     WRITE EDIT-REPORT-LINE FROM RPT-HEADING-1.
007400     IF NOT REPORT-FILE-OK
007410         MOVE 'EDIT-REPORT-FILE' TO WS-ABEND-FILE-NAME
007420         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
007430         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
007440     END-IF.
007450     IF NOT WHOLE-FILE-REJECTED AND NOT END-OF-IA-FILE
007460         WRITE EDIT-REPORT-LINE FROM RPT-FEED-INFO-LINE
007470         IF NOT REPORT-FILE-OK
007480             MOVE 'EDIT-REPORT-FILE' TO WS-ABEND-FILE-NAME
007490             MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
007500             PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
007510         END-IF
007520     END-IF.
007530     PERFORM 6300-WRITE-BLANK-LINE THRU 6300-EXIT.
007540     WRITE EDIT-REPORT-LINE FROM RPT-HEADING-2.
007550     IF NOT REPORT-FILE-OK
007560         MOVE 'EDIT-REPORT-FILE' TO WS-ABEND-FILE-NAME
007570         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
007580         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
007590     END-IF.
007600 6000-EXIT.
007610     EXIT.
007620
007630 6100-WRITE-REPORT-LINE.
007640     WRITE EDIT-REPORT-LINE FROM RPT-DETAIL-LINE.
007650     IF NOT REPORT-FILE-OK
007660         MOVE 'EDIT-REPORT-FILE' TO WS-ABEND-FILE-NAME
007670         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
007680         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
007690     END-IF.
007700 6100-EXIT.
007710     EXIT.
007720
007730 6200-WRITE-TOTAL-LINE.
007740     WRITE EDIT-REPORT-LINE FROM RPT-TOTAL-LINE.
007750     IF NOT REPORT-FILE-OK
007760         MOVE 'EDIT-REPORT-FILE' TO WS-ABEND-FILE-NAME
007770         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
007780         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
007790     END-IF.
007800 6200-EXIT.
007810     EXIT.
007820
007830 6250-WRITE-HASH-LINE.
007840     WRITE EDIT-REPORT-LINE FROM RPT-HASH-LINE.
007850     IF NOT REPORT-FILE-OK
007860         MOVE 'EDIT-REPORT-FILE' TO WS-ABEND-FILE-NAME
007870         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
007880         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
007890     END-IF.
007900 6250-EXIT.
007910     EXIT.
007920
007930 6300-WRITE-BLANK-LINE.
007940     WRITE EDIT-REPORT-LINE FROM WS-BLANK-LINE.
007950     IF NOT REPORT-FILE-OK
007960         MOVE 'EDIT-REPORT-FILE' TO WS-ABEND-FILE-NAME
007970         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
007980         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
007990     END-IF.
008000 6300-EXIT.
008010     EXIT.
008020
008030*--------------------------------------------------------------*
008040*  END-OF-FILE CONTROL VERIFICATION.  THE DETAIL COUNT AND THE
008050*  IA MARKS HASH MUST MATCH WHAT THE TRAILER SAYS WAS SENT;
008060*  EITHER MISMATCH REJECTS THE WHOLE FILE AND IS REPORTED AS
008070*  'BRK' ON THE RUN LOG.  THE COMPONENT RECORDS ALREADY LOADED
008080*  STAY ON THE FILE, BUT RETURN CODE 8 KEEPS THE GRADING STEP
008090*  FROM READING THEM, AND THE NEXT MARKSRUN REDEFINES THE FILE.
008100*--------------------------------------------------------------*
008110 5000-VERIFY-FEED-CONTROLS.
008120     IF WHOLE-FILE-REJECTED
008130         GO TO 5000-EXIT
008140     END-IF.
008150     IF WS-RECORDS-READ NOT = WS-TRAILER-COUNT
008160         MOVE 'TRAILER RECORD COUNT MISMATCH'
008170             TO WS-FILE-REJECT-REASON
008180         MOVE 'BRK' TO WS-RUNLOG-RECON
008190         PERFORM 9200-REJECT-WHOLE-FILE THRU 9200-EXIT
008200         GO TO 5000-EXIT
008210     END-IF.
008220     IF WS-MARKS-HASH NOT = WS-TRAILER-HASH
008230         MOVE 'TRAILER MARKS HASH MISMATCH'
008240             TO WS-FILE-REJECT-REASON
008250         MOVE 'BRK' TO WS-RUNLOG-RECON
008260         PERFORM 9200-REJECT-WHOLE-FILE THRU 9200-EXIT
008270         GO TO 5000-EXIT
008280     END-IF.
008290     MOVE 'OK' TO WS-RUNLOG-RECON.
008300 5000-EXIT.
008310     EXIT.
008320
008330*--------------------------------------------------------------*
008340*  RECORD THE ACCEPTED FEED ON THE IA FEED-CONTROL DATASET,
008350*  APPENDING (CREATING IT ON THE FIRST EVER RUN), AS MARKEDIT
008360*  DOES.  NOT FOR A REJECTED FEED OR A RESTART-WAIVED PASS.
008370*--------------------------------------------------------------*
008380 5500-RECORD-FEED-PROCESSED.
008390     IF WHOLE-FILE-REJECTED
008400         OR RESTART-WAIVER-USED
008410         GO TO 5500-EXIT
008420     END-IF.
008430     OPEN EXTEND FEED-CONTROL-FILE.
008440     IF NOT FEEDCTL-FILE-OK
008450         OPEN OUTPUT FEED-CONTROL-FILE
008460         IF NOT FEEDCTL-FILE-OK
008470             DISPLAY 'IAEDIT - CANNOT OPEN FEED CONTROL '
008480                 'FILE, STATUS ' WS-FEEDCTL-FILE-STATUS
008490             MOVE 'FEED-CONTROL-FILE' TO WS-ABEND-FILE-NAME
008500             MOVE WS-FEEDCTL-FILE-STATUS TO WS-ABEND-FILE-STATUS
008510             PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
008520         END-IF
008530     END-IF.
008540     MOVE SPACE                 TO FEED-CONTROL-RECORD.
008550     MOVE WS-FEED-EXTRACT-DATE  TO FC-EXTRACT-DATE.
008560     MOVE WS-FEED-ACADEMIC-TERM TO FC-ACADEMIC-TERM.
008570     MOVE WS-RUN-DATE           TO FC-PROCESS-DATE.
008580     IF OVERRIDE-USED
008590         MOVE 'O' TO FC-OVERRIDE-FLAG
008600     END-IF.
008610     WRITE FEED-CONTROL-RECORD.
008620     IF NOT FEEDCTL-FILE-OK
008630         MOVE 'FEED-CONTROL-FILE' TO WS-ABEND-FILE-NAME
008640         MOVE WS-FEEDCTL-FILE-STATUS TO WS-ABEND-FILE-STATUS
008650         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
008660     END-IF.
008670     CLOSE FEED-CONTROL-FILE.
008680 5500-EXIT.
008690     EXIT.
008700
008710*--------------------------------------------------------------*
008720*  END-OF-RUN EDIT TOTALS, BROKEN DOWN BY REJECT REASON.  A
008730*  WHOLE-FILE REJECT SETS RETURN CODE 8; ANY RECORD REJECT SETS
008740*  RETURN CODE 4, AND GRADING STILL RUNS - A STUDENT WHOSE IA
008750*  MARKS WERE REJECTED IS HELD OUT OF GRADING FOR THAT SUBJECT
008760*  BY CONDITIONALS, NOT GRADED ON THE WRITTEN PAPER ALONE.
008770*--------------------------------------------------------------*
008780 8000-PRINT-EDIT-TOTALS.
008790     PERFORM 6300-WRITE-BLANK-LINE THRU 6300-EXIT.
008800     MOVE 'RECORDS READ'           TO RPT-TOTAL-TEXT.
008810     MOVE WS-RECORDS-READ          TO RPT-TOTAL-COUNT.
008820     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
008830     MOVE 'LOADED TO COMPONENT FILE' TO RPT-TOTAL-TEXT.
008840     MOVE WS-CLEAN-COUNT           TO RPT-TOTAL-COUNT.
008850     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
008860     MOVE 'REJECTED'               TO RPT-TOTAL-TEXT.
008870     MOVE WS-REJECT-COUNT          TO RPT-TOTAL-COUNT.
008880     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
008890     MOVE '  BLANK KEY FIELD'      TO RPT-TOTAL-TEXT.
008900     MOVE WS-BLANK-KEY-COUNT       TO RPT-TOTAL-COUNT.
008910     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
008920     MOVE '  NOT ON STUDENT MASTER'  TO RPT-TOTAL-TEXT.
008930     MOVE WS-NOT-ON-MASTER-COUNT   TO RPT-TOTAL-COUNT.
008940     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
008950     MOVE '  LEFT OR TRANSFERRED'    TO RPT-TOTAL-TEXT.
008960     MOVE WS-NOT-ON-ROLL-COUNT     TO RPT-TOTAL-COUNT.
008970     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
008980     MOVE '  NOT THE ENROLLED CLASS' TO RPT-TOTAL-TEXT.
008990     MOVE WS-WRONG-CLASS-COUNT     TO RPT-TOTAL-COUNT.
009000     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
009010     MOVE '  NOT ON SUBJECT MASTER'  TO RPT-TOTAL-TEXT.
009020     MOVE WS-NO-SUBJECT-COUNT      TO RPT-TOTAL-COUNT.
009030     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
009040     MOVE '  SUBJECT HAS NO IA PART' TO RPT-TOTAL-TEXT.
009050     MOVE WS-NO-IA-PART-COUNT      TO RPT-TOTAL-COUNT.
009060     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
009070     MOVE '  MARKS NOT NUMERIC'    TO RPT-TOTAL-TEXT.
009080     MOVE WS-NOT-NUMERIC-COUNT     TO RPT-TOTAL-COUNT.
009090     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
009100     MOVE '  ABOVE THE IA MAXIMUM'   TO RPT-TOTAL-TEXT.
009110     MOVE WS-OVER-MAXIMUM-COUNT    TO RPT-TOTAL-COUNT.
009120     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
009130     MOVE '  DUPLICATE STUDENT+SUBJECT' TO RPT-TOTAL-TEXT.
009140     MOVE WS-DUPLICATE-COUNT       TO RPT-TOTAL-COUNT.
009150     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
009160     MOVE '  UNKNOWN RECORD TYPE'   TO RPT-TOTAL-TEXT.
009170     MOVE WS-BAD-TYPE-COUNT        TO RPT-TOTAL-COUNT.
009180     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
009190     MOVE 'TRAILER SAID SENT'       TO RPT-TOTAL-TEXT.
009200     MOVE WS-TRAILER-COUNT         TO RPT-TOTAL-COUNT.
009210     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
009220     MOVE 'HASH RECEIVED'          TO RPT-HL-TEXT.
009230     MOVE WS-MARKS-HASH            TO RPT-HL-VALUE.
009240     PERFORM 6250-WRITE-HASH-LINE THRU 6250-EXIT.
009250     MOVE 'HASH PER TRAILER'       TO RPT-HL-TEXT.
009260     MOVE WS-TRAILER-HASH          TO RPT-HL-VALUE.
009270     PERFORM 6250-WRITE-HASH-LINE THRU 6250-EXIT.
009280     IF OVERRIDE-USED
009290         WRITE EDIT-REPORT-LINE FROM RPT-OVERRIDE-LINE
009300         IF NOT REPORT-FILE-OK
009310             MOVE 'EDIT-REPORT-FILE' TO WS-ABEND-FILE-NAME
009320             MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
009330             PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
009340         END-IF
009350     END-IF.
009360     IF RESTART-WAIVER-USED
009370         WRITE EDIT-REPORT-LINE FROM RPT-WAIVER-LINE
009380         IF NOT REPORT-FILE-OK
009390             MOVE 'EDIT-REPORT-FILE' TO WS-ABEND-FILE-NAME
009400             MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
009410             PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
009420         END-IF
009430     END-IF.
009440     DISPLAY 'IAEDIT - ' WS-RECORDS-READ ' READ, '
009450         WS-CLEAN-COUNT ' LOADED, ' WS-REJECT-COUNT ' REJECTED.'.
009460     IF WHOLE-FILE-REJECTED
009470         MOVE WS-FILE-REJECT-REASON TO RPT-FR-REASON
009480         PERFORM 6300-WRITE-BLANK-LINE THRU 6300-EXIT
009490         WRITE EDIT-REPORT-LINE FROM RPT-FILE-REJECT-LINE
009500         IF NOT REPORT-FILE-OK
009510             MOVE 'EDIT-REPORT-FILE' TO WS-ABEND-FILE-NAME
009520             MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
009530             PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
009540         END-IF
009550         MOVE 8 TO RETURN-CODE
009560     ELSE
009570         IF WS-REJECT-COUNT > 0
009580             MOVE 4 TO RETURN-CODE
009590         END-IF
009600     END-IF.
009610 8000-EXIT.
009620     EXIT.
009630
009640 7000-TERMINATE.
009650     IF IAMARKS-FILE-OK OR IAMARKS-FILE-EOF
009660         CLOSE IA-MARKS-FILE
009670     END-IF.
009680     IF IACOMP-FILE-OK OR IACOMP-DUPLICATE-KEY
009690         CLOSE IA-COMPONENT-FILE
009700     END-IF.
009710     IF ERROR-FILE-OK
009720         CLOSE EDIT-ERROR-FILE
009730     END-IF.
009740     IF REPORT-FILE-OK
009750         CLOSE EDIT-REPORT-FILE
009760     END-IF.
009770     IF STUDENT-FILE-OK OR STUDENT-NOT-FOUND
009780         CLOSE STUDENT-MASTER-FILE
009790     END-IF.
009800     IF SUBJECT-FILE-OK OR SUBJECT-NOT-FOUND
009810         CLOSE SUBJECT-MASTER-FILE
009820     END-IF.
009830 7000-EXIT.
009840     EXIT.
009850
009860*--------------------------------------------------------------*
009870*  9000-ABEND-ON-WRITE-ERROR IS PERFORMED WHEN A COMPONENT,
009880*  ERROR, REPORT OR FEED-CONTROL WRITE FAILS.  THE RUN IS
009890*  TERMINATED RATHER THAN LEFT TO HAND THE GRADING STEP A
009900*  COMPONENT FILE THAT IS MISSING RECORDS THE TOTALS CLAIM.
009910*--------------------------------------------------------------*
009920 9000-ABEND-ON-WRITE-ERROR.
009930     DISPLAY 'IAEDIT - FATAL: ' WS-ABEND-FILE-NAME
009940         ' WRITE FAILED, STATUS ' WS-ABEND-FILE-STATUS
009950         ' - RUN TERMINATED, OUTPUT NO LONGER RELIABLE.'.
009960     MOVE 16 TO RETURN-CODE.
009970     STOP RUN.
009980 9000-EXIT.
009990     EXIT.
010000
010010*--------------------------------------------------------------*
010020*  9200-REJECT-WHOLE-FILE - A FRAMING, CONTROL-TOTAL OR
010030*  DUPLICATE-FEED FAILURE.  FLAG THE RUN SO THE REPORT AND THE
010040*  JOB LOG NAME THE REASON, AND SO 8000 SETS RETURN CODE 8.
010050*--------------------------------------------------------------*
010060 9200-REJECT-WHOLE-FILE.
010070     MOVE 'Y' TO WS-FILE-REJECT-SW.
010080     DISPLAY 'IAEDIT - WHOLE FILE REJECTED - '
010090         WS-FILE-REJECT-REASON.
010100 9200-EXIT.
010110     EXIT.
010120
010130*--------------------------------------------------------------*
010140*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
010150*  CREATING IT ON THE FIRST EVER RUN) AND WRITES THE 'S' START
010160*  RECORD; 7900 WRITES ONE 'C' RECORD PER OUTPUT FILE AND THE
010170*  'E' END RECORD WITH RECORDS READ, THE RETURN CODE AND THE
010180*  RECONCILIATION RESULT, THEN CLOSES.  AN ABEND ANYWHERE IN
010190*  BETWEEN LEAVES AN 'S' WITH NO 'E' - WHICH IS EXACTLY WHAT
010200*  THE DAY-END REPORT FLAGS AS A STEP THAT DIED.  LOG TROUBLE
010210*  IS DISPLAYED AND THE LOGGING ABANDONED, NEVER FATAL.
010220*--------------------------------------------------------------*
010230 1900-WRITE-RUNLOG-START.
010240     OPEN EXTEND RUN-LOG-FILE.
010250     IF NOT RUNLOG-FILE-OK
010260         OPEN OUTPUT RUN-LOG-FILE
010270     END-IF.
010280     IF NOT RUNLOG-FILE-OK
010290         DISPLAY 'IAEDIT - CANNOT OPEN RUN LOG, STATUS '
010300             WS-RUNLOG-FILE-STATUS ' - RUN CONTINUES UNLOGGED.'
010310         GO TO 1900-EXIT
010320     END-IF.
010330     MOVE 'Y' TO WS-RUNLOG-OPEN-SW.
010340     MOVE SPACE        TO RUN-LOG-RECORD.
010350     MOVE 'S'          TO RL-RECORD-TYPE.
010360     MOVE 'IAEDIT'     TO RL-PROGRAM-ID.
010370     MOVE WS-RUN-DATE  TO RL-RUN-DATE.
010380     MOVE WS-RUN-TIME  TO RL-RUN-TIME.
010390     MOVE WS-RUN-TIME  TO RL-LOG-TIME.
010400     MOVE ZERO         TO RL-RECORD-COUNT.
010410     MOVE ZERO         TO RL-RETURN-CODE.
010420     MOVE SPACE        TO RL-RECON-RESULT.
010430     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
010440 1900-EXIT.
010450     EXIT.
010460
010470 1910-WRITE-RUNLOG-COUNT.
010480     IF NOT RUN-LOG-IS-OPEN
010490         GO TO 1910-EXIT
010500     END-IF.
010510     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
010520     MOVE SPACE                TO RUN-LOG-RECORD.
010530     MOVE 'C'                  TO RL-RECORD-TYPE.
010540     MOVE 'IAEDIT'             TO RL-PROGRAM-ID.
010550     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
010560     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
010570     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
010580     MOVE WS-RUNLOG-FILE-NAME  TO RL-FILE-NAME.
010590     MOVE WS-RUNLOG-COUNT      TO RL-RECORD-COUNT.
010600     MOVE ZERO                 TO RL-RETURN-CODE.
010610     MOVE SPACE                TO RL-RECON-RESULT.
010620     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
010630 1910-EXIT.
010640     EXIT.
010650
010660 1950-WRITE-RUNLOG-RECORD.
010670     WRITE RUN-LOG-RECORD.
010680     IF NOT RUNLOG-FILE-OK
010690         DISPLAY 'IAEDIT - RUN LOG WRITE FAILED, STATUS '
010700             WS-RUNLOG-FILE-STATUS ' - LOGGING ABANDONED.'
010710         CLOSE RUN-LOG-FILE
010720         MOVE 'N' TO WS-RUNLOG-OPEN-SW
010730     END-IF.
010740 1950-EXIT.
010750     EXIT.
010760
010770 7900-WRITE-RUNLOG-END.
010780     IF NOT RUN-LOG-IS-OPEN
010790         GO TO 7900-EXIT
010800     END-IF.
010810     MOVE 'IACOMP'       TO WS-RUNLOG-FILE-NAME.
010820     MOVE WS-CLEAN-COUNT TO WS-RUNLOG-COUNT.
010830     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
010840     MOVE 'ERRIAMKS'     TO WS-RUNLOG-FILE-NAME.
010850     MOVE WS-REJECT-COUNT TO WS-RUNLOG-COUNT.
010860     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
010870     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
010880     MOVE SPACE                TO RUN-LOG-RECORD.
010890     MOVE 'E'                  TO RL-RECORD-TYPE.
010900     MOVE 'IAEDIT'             TO RL-PROGRAM-ID.
010910     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
010920     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
010930     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
010940     MOVE WS-RECORDS-READ      TO RL-RECORD-COUNT.
010950     MOVE RETURN-CODE          TO RL-RETURN-CODE.
010960     MOVE WS-RUNLOG-RECON      TO RL-RECON-RESULT.
010970     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
010980     IF RUN-LOG-IS-OPEN
010990         CLOSE RUN-LOG-FILE
011000     END-IF.
011010 7900-EXIT.
011020     EXIT.
