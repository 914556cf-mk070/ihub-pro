000010*==============================================================*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    COMPLCHK.
000040 AUTHOR.        K J MENON.
000050 INSTALLATION.  ACADEMIC RECORDS - EXAMINATIONS CELL.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*--------------------------------------------------------------*
000090*  MOD LOG
000100*  2026-10-15  KJM  INITIAL VERSION.  RESULTS COMPLETENESS
000110*                   CHECK FOR ONE SITTING, RUN AFTER GRADING
000120*                   AND BEFORE ANYTHING IS RELEASED.  FOR EVERY
000130*                   ACTIVE STUDENT ON THE STUDENT MASTER, EVERY
000140*                   PAPER THE CLASS CURRICULUM (CURRREC) LISTS
000150*                   FOR THE STUDENT'S ENROLLED CLASS MUST HAVE A
000160*                   RESULTS-MASTER RECORD FOR THE SITTING NAMED
000170*                   ON SYSIN.  A PAPER WITH NO RESULT IS EITHER
000180*                   WAIVED (A RECORD ON THE WAIVER FILE, WAIVREC)
000190*                   OR MISSING.  BOTH ARE LISTED CLASS BY CLASS
000200*                   FOR THE EXAMINATIONS CELL.  ANY MISSING
000210*                   PAPER ENDS THE RUN RC 8, WHICH HOLDS BACK
000220*                   RESXTRCT, MARKSHT AND PROMOTE IN MARKSRUN
000230*                   UNTIL THE SIS SENDS THE RESULT OR THE CELL
000240*                   WAIVES IT; A CLASS WITH NO CURRICULUM ON
000250*                   FILE CANNOT BE CHECKED AND ENDS THE RUN RC 4.
000260*                   BEFORE THIS RUN A SUBJECT ROW DROPPED BY THE
000270*                   SIS PASSED MARKEDIT, CONDITIONALS AND
000280*                   RESXTRCT SILENTLY, THE MARK SHEET PRINTED ONE
000290*                   SUBJECT SHORT AND PROMOTE DECIDED ON AN
000300*                   INCOMPLETE RECORD.  APPENDS START, COUNT AND
000310*                   END RECORDS TO THE SHARED RUN LOG (SEE
000320*                   RUNLOG) LIKE EVERY BATCH STEP.
000330*==============================================================*
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS ST-STUDENT-ID
000420         FILE STATUS IS WS-STUD-FILE-STATUS.
000430
000440     SELECT CURRICULUM-FILE ASSIGN TO CURRICLM
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CU-KEY
000480         FILE STATUS IS WS-CURR-FILE-STATUS.
000490
000500     SELECT STUDENT-RESULTS-FILE ASSIGN TO RESULTS
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS RR-KEY
000540         FILE STATUS IS WS-RESULTS-FILE-STATUS.
000550
000560     SELECT PAPER-WAIVER-FILE ASSIGN TO WAIVERS
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS WV-KEY
000600         FILE STATUS IS WS-WAIVER-FILE-STATUS.
000610
000620     SELECT MISSING-REPORT-FILE ASSIGN TO MISSRPT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-REPORT-FILE-STATUS.
000650
000660     SELECT SORT-WORK-FILE ASSIGN TO SORTWK.
000670
000680     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  STUDENT-MASTER-FILE.
000750     COPY STUDREC.
000760
000770 FD  CURRICULUM-FILE.
000780     COPY CURRREC.
000790
000800 FD  STUDENT-RESULTS-FILE.
000810     COPY RSLTREC.
000820
000830 FD  PAPER-WAIVER-FILE.
000840     COPY WAIVREC.
000850
000860 FD  MISSING-REPORT-FILE
000870     RECORDING MODE IS F.
000880 01  MISSING-REPORT-LINE         PIC X(132).
000890
000900 SD  SORT-WORK-FILE.
000910 01  SORT-WORK-RECORD.
000920     05  SR-CLASS-CODE           PIC X(09).
000930     05  SR-STUDENT-ID           PIC X(09).
000940     05  SR-SUBJECT-CODE         PIC X(05).
000950     05  SR-STUDENT-NAME         PIC X(30).
000960     05  SR-PAPER-STATUS         PIC X(01).
000970         88 SR-PAPER-MISSING       VALUE 'M'.
000980         88 SR-PAPER-WAIVED        VALUE 'W'.
000990     05  SR-WAIVED-BY            PIC X(08).
001000     05  SR-WAIVER-REASON        PIC X(20).
001010
001020 FD  RUN-LOG-FILE
001030     RECORDING MODE IS F.
001040     COPY RUNLOG.
001050
001060 WORKING-STORAGE SECTION.
001070
001080*--------------------------------------------------------------*
001090*  RUN-LOG CONTROL FIELDS.  EVERY BATCH PROGRAM IN THE CHAIN
001100*  APPENDS A START RECORD, ONE COUNT RECORD PER OUTPUT AND AN
001110*  END RECORD TO THE SHARED RUN-LOG DATASET (SEE RUNLOG) FOR
001120*  THE DAY-END OPERATIONS REPORT.  A RUN LOG THAT CANNOT BE
001130*  OPENED OR WRITTEN IS REPORTED AND ABANDONED - THE BUSINESS
001140*  RUN MUST NEVER DIE FOR ITS DIARY.
001150*--------------------------------------------------------------*
001160 01  WS-RUNLOG-FILE-STATUS    PIC X(02).
001170     88 RUNLOG-FILE-OK          VALUE '00'.
001180
001190 01  WS-RUNLOG-OPEN-SW         PIC X(01) VALUE 'N'.
001200     88 RUN-LOG-IS-OPEN          VALUE 'Y'.
001210 01  WS-RUNLOG-FILE-NAME       PIC X(12) VALUE SPACE.
001220 01  WS-RUNLOG-COUNT           PIC 9(09) VALUE ZERO.
001230 01  WS-RUNLOG-RECON           PIC X(04) VALUE 'N/A'.
001240 01  WS-RUNLOG-LOG-TIME        PIC X(08) VALUE SPACE.
001250
001260 01  WS-STUD-FILE-STATUS      PIC X(02).
001270     88 STUD-FILE-OK            VALUE '00'.
001280     88 STUD-FILE-EOF           VALUE '10'.
001290
001300 01  WS-CURR-FILE-STATUS      PIC X(02).
001310     88 CURR-FILE-OK            VALUE '00'.
001320     88 CURR-FILE-EOF           VALUE '10'.
001330     88 CURR-NOT-FOUND          VALUE '23'.
001340
001350 01  WS-RESULTS-FILE-STATUS   PIC X(02).
001360     88 RESULTS-FILE-OK         VALUE '00'.
001370     88 RESULTS-NOT-FOUND       VALUE '23'.
001380
001390 01  WS-WAIVER-FILE-STATUS    PIC X(02).
001400     88 WAIVER-FILE-OK          VALUE '00'.
001410     88 WAIVER-NOT-FOUND        VALUE '23'.
001420
001430 01  WS-REPORT-FILE-STATUS    PIC X(02).
001440     88 REPORT-FILE-OK          VALUE '00'.
001450
001460 01  WS-SWITCHES.
001470     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001480         88 END-OF-STUDENT-MASTER VALUE 'Y'.
001490     05  WS-CURR-SCAN-SWITCH   PIC X(01) VALUE 'N'.
001500         88 CURRICULUM-SCAN-DONE VALUE 'Y'.
001510     05  WS-RESULT-FOUND-SW    PIC X(01) VALUE 'N'.
001520         88 RESULT-ON-MASTER     VALUE 'Y'.
001530     05  WS-WAIVER-FOUND-SW    PIC X(01) VALUE 'N'.
001540         88 PAPER-WAIVED         VALUE 'Y'.
001550     05  WS-NC-FOUND-SW        PIC X(01) VALUE 'N'.
001560         88 CLASS-ALREADY-LISTED VALUE 'Y'.
001570     05  WS-SORT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001580         88 END-OF-SORTED-RECS  VALUE 'Y'.
001590
001600 01  WS-SEL-ACADEMIC-TERM      PIC X(06) VALUE SPACE.
001610
001620*--------------------------------------------------------------*
001630*  ONE STUDENT'S PAPERS - HOW MANY THE CURRICULUM LISTS FOR
001640*  THE STUDENT'S CLASS.  ZERO MEANS THE CLASS HAS NO
001650*  CURRICULUM ON FILE.
001660*--------------------------------------------------------------*
001670 01  WS-STUDENT-PAPERS         PIC 9(03) VALUE ZERO.
001680
001690*--------------------------------------------------------------*
001700*  CLASSES WITH NO CURRICULUM ON FILE, EACH LISTED ONCE AT END
001710*  OF RUN - THE SAME CAPPED-TABLE PATTERN AS MERITLST.
001720*--------------------------------------------------------------*
001730 01  NO-CURRICULUM-TABLE.
001740     05  NC-ENTRY-COUNT        PIC 9(03) COMP VALUE ZERO.
001750     05  NC-ENTRY OCCURS 200 TIMES.
001760         10  NC-CLASS-CODE     PIC X(09).
001770         10  NC-STUDENT-COUNT  PIC 9(05).
001780
001790 01  WS-NC-SUB                 PIC 9(03) COMP VALUE ZERO.
001800 01  WS-NC-FULL-SW             PIC X(01) VALUE 'N'.
001810     88 NO-CURRICULUM-TABLE-FULL VALUE 'Y'.
001820
001830*--------------------------------------------------------------*
001840*  THE CLASS IN FLIGHT ON THE SORTED LISTING AND ITS COUNTS.
001850*--------------------------------------------------------------*
001860 01  WS-CURR-CLASS-CODE        PIC X(09) VALUE SPACE.
001870 01  WS-CLASS-MISSING          PIC 9(05) VALUE ZERO.
001880 01  WS-CLASS-WAIVED           PIC 9(05) VALUE ZERO.
001890
001900*--------------------------------------------------------------*
001910*  RUN CONTROL TOTALS.  PAPERS EXPECTED MUST FOOT TO PRESENT +
001920*  WAIVED + MISSING, AND THE LISTING MUST CARRY EVERY WAIVED
001930*  AND MISSING PAPER THE CHECK RELEASED TO THE SORT.
001940*--------------------------------------------------------------*
001950 01  WS-RECORDS-READ           PIC 9(09) COMP VALUE ZERO.
001960 01  WS-INACTIVE-COUNT         PIC 9(09) COMP VALUE ZERO.
001970 01  WS-CHECKED-COUNT          PIC 9(09) COMP VALUE ZERO.
001980 01  WS-NO-CURR-COUNT          PIC 9(09) COMP VALUE ZERO.
001990 01  WS-EXPECTED-COUNT         PIC 9(09) COMP VALUE ZERO.
002000 01  WS-PRESENT-COUNT          PIC 9(09) COMP VALUE ZERO.
002010 01  WS-WAIVED-COUNT           PIC 9(09) COMP VALUE ZERO.
002020 01  WS-MISSING-COUNT          PIC 9(09) COMP VALUE ZERO.
002030 01  WS-RELEASED-COUNT         PIC 9(09) COMP VALUE ZERO.
002040 01  WS-LISTED-COUNT           PIC 9(09) COMP VALUE ZERO.
002050 01  WS-INCOMPLETE-COUNT       PIC 9(09) COMP VALUE ZERO.
002060 01  WS-DECISION-TOTAL         PIC 9(09) COMP VALUE ZERO.
002070 01  WS-RECON-SW               PIC X(01) VALUE 'Y'.
002080     88 CONTROL-TOTALS-AGREE     VALUE 'Y'.
002090
002100 01  WS-STUDENT-MISSING        PIC 9(03) VALUE ZERO.
002110
002120 01  WS-RUN-DATE               PIC X(08) VALUE SPACE.
002130 01  WS-RUN-TIME               PIC X(08) VALUE SPACE.
002140
002150 01  WS-ABEND-FILE-NAME        PIC X(20) VALUE SPACE.
002160 01  WS-ABEND-FILE-STATUS      PIC X(02) VALUE SPACE.
002170
002180*--------------------------------------------------------------*
002190*  MISSING-PAPER LISTING LINES.
002200*--------------------------------------------------------------*
002210 01  MIS-RUN-HEADING.
002220     05  FILLER                PIC X(44) VALUE
002230         'COMPLCHK - RESULTS COMPLETENESS FOR SITTING '.
002240     05  MIS-RH-ACADEMIC-TERM  PIC X(06) VALUE SPACE.
002250     05  FILLER                PIC X(08) VALUE ', RUN ON'.
002260     05  FILLER                PIC X(01) VALUE SPACE.
002270     05  MIS-RH-RUN-DATE       PIC X(08) VALUE SPACE.
002280     05  FILLER                PIC X(65) VALUE SPACE.
002290
002300 01  MIS-CLASS-HEADING.
002310     05  FILLER                PIC X(07) VALUE 'CLASS: '.
002320     05  MIS-CH-CLASS-CODE     PIC X(09) VALUE SPACE.
002330     05  FILLER                PIC X(116) VALUE SPACE.
002340
002350 01  MIS-COLUMN-HEADING.
002360     05  FILLER                PIC X(42) VALUE
002370         'STUDENT    NAME                           '.
002380     05  FILLER                PIC X(30) VALUE
002390         'SUBJ   STATUS                 '.
002400     05  FILLER                PIC X(60) VALUE SPACE.
002410
002420 01  MIS-DETAIL-LINE.
002430     05  MIS-DL-STUDENT-ID     PIC X(09).
002440     05  FILLER                PIC X(02) VALUE SPACE.
002450     05  MIS-DL-STUDENT-NAME   PIC X(30).
002460     05  FILLER                PIC X(01) VALUE SPACE.
002470     05  MIS-DL-SUBJECT-CODE   PIC X(05).
002480     05  FILLER                PIC X(02) VALUE SPACE.
002490     05  MIS-DL-STATUS         PIC X(10).
002500     05  FILLER                PIC X(02) VALUE SPACE.
002510     05  MIS-DL-WAIVED-BY      PIC X(08).
002520     05  FILLER                PIC X(02) VALUE SPACE.
002530     05  MIS-DL-WAIVER-REASON  PIC X(20).
002540     05  FILLER                PIC X(41) VALUE SPACE.
002550
002560 01  MIS-CLASS-TOTAL-LINE.
002570     05  FILLER                PIC X(13) VALUE '  CLASS TOTAL'.
002580     05  MIS-CT-MISSING        PIC Z(04)9.
002590     05  FILLER                PIC X(11) VALUE ' MISSING,  '.
002600     05  MIS-CT-WAIVED         PIC Z(04)9.
002610     05  FILLER                PIC X(08) VALUE ' WAIVED.'.
002620     05  FILLER                PIC X(90) VALUE SPACE.
002630
002640 01  MIS-NONE-LINE.
002650     05  FILLER                PIC X(46) VALUE
002660         'NO MISSING OR WAIVED PAPERS - SITTING COMPLETE'.
002670     05  FILLER                PIC X(86) VALUE SPACE.
002680
002690 01  MIS-NC-HEADING.
002700     05  FILLER                PIC X(48) VALUE
002710         'CLASSES WITH NO CURRICULUM ON FILE - NOT CHECKED'.
002720     05  FILLER                PIC X(84) VALUE SPACE.
002730
002740 01  MIS-NC-LINE.
002750     05  FILLER                PIC X(07) VALUE 'CLASS: '.
002760     05  MIS-NC-CLASS-CODE     PIC X(09).
002770     05  FILLER                PIC X(02) VALUE SPACE.
002780     05  MIS-NC-STUDENTS       PIC Z(04)9.
002790     05  FILLER                PIC X(20) VALUE
002800         ' ACTIVE STUDENT(S)  '.
002810     05  FILLER                PIC X(89) VALUE SPACE.
002820
002830 01  MIS-RUN-TOTAL-LINE.
002840     05  FILLER                PIC X(11) VALUE 'COMPLCHK - '.
002850     05  MIS-RT-CHECKED        PIC Z(08)9.
002860     05  FILLER                PIC X(21) VALUE
002870         ' STUDENT(S) CHECKED, '.
002880     05  MIS-RT-EXPECTED       PIC Z(08)9.
002890     05  FILLER                PIC X(19) VALUE
002900         ' PAPER(S) EXPECTED:'.
002910     05  MIS-RT-PRESENT        PIC Z(08)9.
002920     05  FILLER                PIC X(09) VALUE ' PRESENT,'.
002930     05  MIS-RT-WAIVED         PIC Z(08)9.
002940     05  FILLER                PIC X(08) VALUE ' WAIVED,'.
002950     05  MIS-RT-MISSING        PIC Z(08)9.
002960     05  FILLER                PIC X(09) VALUE ' MISSING.'.
002970     05  FILLER                PIC X(10) VALUE SPACE.
002980
002990 01  MIS-HOLD-LINE.
003000     05  FILLER                PIC X(49) VALUE
003010         'RESULTS HELD - RESXTRCT, MARKSHT AND PROMOTE WILL'.
003020     05  FILLER                PIC X(50) VALUE
003030         ' NOT RUN UNTIL EVERY MISSING PAPER IS RESOLVED OR '.
003040     05  FILLER                PIC X(07) VALUE 'WAIVED.'.
003050     05  FILLER                PIC X(26) VALUE SPACE.
003060
003070 01  WS-BLANK-LINE             PIC X(132) VALUE SPACE.
003080
003090*--------------------------------------------------------------*
003100*  EVERY REPORT LINE IS MOVED HERE AND WRITTEN BY THE ONE
003110*  CHECKED WRITE IN 6000-WRITE-REPORT-LINE.
003120*--------------------------------------------------------------*
003130 01  WS-PRINT-WORK-LINE        PIC X(132) VALUE SPACE.
003140
003150 PROCEDURE DIVISION.
003160
003170 0000-MAINLINE.
003180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003190     PERFORM 4000-SORT-AND-LIST THRU 4000-EXIT.
003200     PERFORM 8000-PRINT-RUN-TOTALS THRU 8000-EXIT.
003210     PERFORM 7900-WRITE-RUNLOG-END THRU 7900-EXIT.
003220     PERFORM 7000-TERMINATE THRU 7000-EXIT.
003230     STOP RUN.
003240
003250 1000-INITIALIZE.
003260     ACCEPT WS-SEL-ACADEMIC-TERM.
003270     IF WS-SEL-ACADEMIC-TERM = SPACE
003280         DISPLAY 'COMPLCHK - NO SITTING TERM ON SYSIN - RUN '
003290             'TERMINATED, THE CHECK NEEDS ITS SITTING NAMED.'
003300         MOVE 16 TO RETURN-CODE
003310         STOP RUN
003320     END-IF.
003330     OPEN INPUT STUDENT-MASTER-FILE.
003340     IF NOT STUD-FILE-OK
003350         DISPLAY 'COMPLCHK - CANNOT OPEN STUDENT MASTER, STATUS '
003360             WS-STUD-FILE-STATUS
003370         MOVE 'Y' TO WS-EOF-SWITCH
003380     END-IF.
003390     OPEN INPUT CURRICULUM-FILE.
003400     IF NOT CURR-FILE-OK
003410         DISPLAY 'COMPLCHK - CANNOT OPEN CURRICULUM FILE, STATUS '
003420             WS-CURR-FILE-STATUS
003430         MOVE 'Y' TO WS-EOF-SWITCH
003440     END-IF.
003450     OPEN INPUT STUDENT-RESULTS-FILE.
003460     IF NOT RESULTS-FILE-OK
003470         DISPLAY 'COMPLCHK - CANNOT OPEN RESULTS MASTER, STATUS '
003480             WS-RESULTS-FILE-STATUS
003490         MOVE 'Y' TO WS-EOF-SWITCH
003500     END-IF.
003510     OPEN INPUT PAPER-WAIVER-FILE.
003520     IF NOT WAIVER-FILE-OK
003530         DISPLAY 'COMPLCHK - CANNOT OPEN WAIVER FILE, STATUS '
003540             WS-WAIVER-FILE-STATUS
003550         MOVE 'Y' TO WS-EOF-SWITCH
003560     END-IF.
003570     OPEN OUTPUT MISSING-REPORT-FILE.
003580     IF NOT REPORT-FILE-OK
003590         DISPLAY 'COMPLCHK - CANNOT OPEN MISSING-PAPER REPORT, '
003600             'STATUS ' WS-REPORT-FILE-STATUS
003610         MOVE 'Y' TO WS-EOF-SWITCH
003620     END-IF.
003630     IF END-OF-STUDENT-MASTER
003640         DISPLAY 'COMPLCHK - RUN TERMINATED, A FILE DID NOT OPEN '
003650             '- RESULTS CANNOT BE PROVED COMPLETE.'
003660         MOVE 16 TO RETURN-CODE
003670         PERFORM 7000-TERMINATE THRU 7000-EXIT
003680         STOP RUN
003690     END-IF.
003700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003710     ACCEPT WS-RUN-TIME FROM TIME.
003720     PERFORM 1900-WRITE-RUNLOG-START THRU 1900-EXIT.
003730     MOVE WS-SEL-ACADEMIC-TERM TO MIS-RH-ACADEMIC-TERM.
003740     MOVE WS-RUN-DATE          TO MIS-RH-RUN-DATE.
003750     MOVE MIS-RUN-HEADING TO WS-PRINT-WORK-LINE.
003760     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
003770 1000-EXIT.
003780     EXIT.
003790
003800*--------------------------------------------------------------*
003810*  2000-CHECK-STUDENTS IS THE SORT'S INPUT PROCEDURE.  ONE
003820*  STUDENT-MASTER RECORD PER PASS OF 2100; EVERY WAIVED OR
003830*  MISSING PAPER IS RELEASED TO THE SORT SO THE LISTING COMES
003840*  OUT CLASS BY CLASS.
003850*--------------------------------------------------------------*
003860 2000-CHECK-STUDENTS.
003870     PERFORM 2100-CHECK-ONE-STUDENT THRU 2100-EXIT
003880         UNTIL END-OF-STUDENT-MASTER.
003890 2000-EXIT.
003900     EXIT.
003910
003920*--------------------------------------------------------------*
003930*  ONLY AN ACTIVE STUDENT OWES PAPERS - A STUDENT WHO HAS LEFT
003940*  OR TRANSFERRED IS NOT EXPECTED TO SIT.  THE STUDENT'S
003950*  ENROLLED CLASS ON THE MASTER PICKS THE CURRICULUM; MARKEDIT
003960*  HAS ALREADY REJECTED ANY MARK KEYED UNDER A DIFFERENT CLASS.
003970*--------------------------------------------------------------*
003980 2100-CHECK-ONE-STUDENT.
003990     READ STUDENT-MASTER-FILE NEXT RECORD
004000         AT END
004010             MOVE 'Y' TO WS-EOF-SWITCH
004020             GO TO 2100-EXIT
004030     END-READ.
004040     ADD 1 TO WS-RECORDS-READ.
004050     IF NOT ST-STATUS-ACTIVE
004060         ADD 1 TO WS-INACTIVE-COUNT
004070         GO TO 2100-EXIT
004080     END-IF.
004090     MOVE ZERO TO WS-STUDENT-PAPERS.
004100     MOVE ZERO TO WS-STUDENT-MISSING.
004110     PERFORM 2200-CHECK-CURRICULUM THRU 2200-EXIT.
004120     IF WS-STUDENT-PAPERS = ZERO
004130         ADD 1 TO WS-NO-CURR-COUNT
004140         PERFORM 2500-RECORD-NO-CURRICULUM THRU 2500-EXIT
004150         GO TO 2100-EXIT
004160     END-IF.
004170     ADD 1 TO WS-CHECKED-COUNT.
004180     IF WS-STUDENT-MISSING > ZERO
004190         ADD 1 TO WS-INCOMPLETE-COUNT
004200     END-IF.
004210 2100-EXIT.
004220     EXIT.
004230
004240*--------------------------------------------------------------*
004250*  POSITION ON THE FIRST CURRICULUM PAPER FOR THE STUDENT'S
004260*  CLASS AND WALK THE CLASS'S PAPERS IN KEY ORDER.
004270*--------------------------------------------------------------*
004280 2200-CHECK-CURRICULUM.
004290     MOVE 'N'           TO WS-CURR-SCAN-SWITCH.
004300     MOVE ST-CLASS-CODE TO CU-CLASS-CODE.
004310     MOVE LOW-VALUE     TO CU-SUBJECT-CODE.
004320     START CURRICULUM-FILE KEY IS NOT LESS THAN CU-KEY
004330         INVALID KEY
004340             GO TO 2200-EXIT
004350     END-START.
004360     PERFORM 2210-CHECK-ONE-PAPER THRU 2210-EXIT
004370         UNTIL CURRICULUM-SCAN-DONE.
004380 2200-EXIT.
004390     EXIT.
004400
004410 2210-CHECK-ONE-PAPER.
004420     READ CURRICULUM-FILE NEXT RECORD
004430         AT END
004440             MOVE 'Y' TO WS-CURR-SCAN-SWITCH
004450             GO TO 2210-EXIT
004460     END-READ.
004470     IF CU-CLASS-CODE NOT = ST-CLASS-CODE
004480         MOVE 'Y' TO WS-CURR-SCAN-SWITCH
004490         GO TO 2210-EXIT
004500     END-IF.
004510     ADD 1 TO WS-STUDENT-PAPERS.
004520     ADD 1 TO WS-EXPECTED-COUNT.
004530     PERFORM 2300-LOOK-UP-RESULT THRU 2300-EXIT.
004540     IF RESULT-ON-MASTER
004550         ADD 1 TO WS-PRESENT-COUNT
004560         GO TO 2210-EXIT
004570     END-IF.
004580     PERFORM 2400-LOOK-UP-WAIVER THRU 2400-EXIT.
004590     MOVE SPACE            TO SORT-WORK-RECORD.
004600     MOVE ST-CLASS-CODE    TO SR-CLASS-CODE.
004610     MOVE ST-STUDENT-ID    TO SR-STUDENT-ID.
004620     MOVE CU-SUBJECT-CODE  TO SR-SUBJECT-CODE.
004630     MOVE ST-STUDENT-NAME  TO SR-STUDENT-NAME.
004640     IF PAPER-WAIVED
004650         ADD 1 TO WS-WAIVED-COUNT
004660         MOVE 'W'              TO SR-PAPER-STATUS
004670         MOVE WV-WAIVED-BY     TO SR-WAIVED-BY
004680         MOVE WV-WAIVER-REASON TO SR-WAIVER-REASON
004690     ELSE
004700         ADD 1 TO WS-MISSING-COUNT
004710         ADD 1 TO WS-STUDENT-MISSING
004720         MOVE 'M'              TO SR-PAPER-STATUS
004730     END-IF.
004740     RELEASE SORT-WORK-RECORD.
004750     ADD 1 TO WS-RELEASED-COUNT.
004760 2210-EXIT.
004770     EXIT.
004780
004790 2300-LOOK-UP-RESULT.
004800     MOVE 'N'                  TO WS-RESULT-FOUND-SW.
004810     MOVE ST-STUDENT-ID        TO RR-STUDENT-ID.
004820     MOVE WS-SEL-ACADEMIC-TERM TO RR-ACADEMIC-TERM.
004830     MOVE CU-SUBJECT-CODE      TO RR-SUBJECT-CODE.
004840     READ STUDENT-RESULTS-FILE
004850         INVALID KEY
004860             CONTINUE
004870         NOT INVALID KEY
004880             MOVE 'Y' TO WS-RESULT-FOUND-SW
004890     END-READ.
004900 2300-EXIT.
004910     EXIT.
004920
004930 2400-LOOK-UP-WAIVER.
004940     MOVE 'N'                  TO WS-WAIVER-FOUND-SW.
004950     MOVE ST-STUDENT-ID        TO WV-STUDENT-ID.
004960     MOVE WS-SEL-ACADEMIC-TERM TO WV-ACADEMIC-TERM.
004970     MOVE CU-SUBJECT-CODE      TO WV-SUBJECT-CODE.
004980     READ PAPER-WAIVER-FILE
004990         INVALID KEY
005000             CONTINUE
005010         NOT INVALID KEY
005020             MOVE 'Y' TO WS-WAIVER-FOUND-SW
005030     END-READ.
005040 2400-EXIT.
005050     EXIT.
005060
005070*--------------------------------------------------------------*
005080*  A CLASS WITH NO CURRICULUM ON FILE IS LISTED ONCE WITH ITS
005090*  ACTIVE-STUDENT COUNT.  PAST 200 CLASSES THE STUDENTS ARE
005100*  STILL COUNTED IN THE RUN TOTAL, THEY ARE JUST NOT LISTED.
005110*--------------------------------------------------------------*
005120 2500-RECORD-NO-CURRICULUM.
005130     MOVE 1   TO WS-NC-SUB.
005140     MOVE 'N' TO WS-NC-FOUND-SW.
005150     PERFORM 2510-FIND-NO-CURR-ENTRY THRU 2510-EXIT
005160         UNTIL WS-NC-SUB > NC-ENTRY-COUNT
005170            OR CLASS-ALREADY-LISTED.
005180     IF CLASS-ALREADY-LISTED
005190         ADD 1 TO NC-STUDENT-COUNT(WS-NC-SUB)
005200         GO TO 2500-EXIT
005210     END-IF.
005220     IF NC-ENTRY-COUNT < 200
005230         ADD 1 TO NC-ENTRY-COUNT
005240         MOVE ST-CLASS-CODE TO NC-CLASS-CODE(NC-ENTRY-COUNT)
005250         MOVE 1             TO NC-STUDENT-COUNT(NC-ENTRY-COUNT)
005260     ELSE
005270         IF NOT NO-CURRICULUM-TABLE-FULL
005280             MOVE 'Y' TO WS-NC-FULL-SW
005290             DISPLAY 'COMPLCHK - NO-CURRICULUM TABLE FULL, '
005300                 'FURTHER CLASSES COUNTED BUT NOT LISTED.'
005310         END-IF
005320     END-IF.
005330 2500-EXIT.
005340     EXIT.
005350
005360 2510-FIND-NO-CURR-ENTRY.
005370     IF NC-CLASS-CODE(WS-NC-SUB) = ST-CLASS-CODE
005380         MOVE 'Y' TO WS-NC-FOUND-SW
005390     ELSE
005400         ADD 1 TO WS-NC-SUB
005410     END-IF.
005420 2510-EXIT.
005430     EXIT.
005440
005450*--------------------------------------------------------------*
005460*  SORT THE WAIVED AND MISSING PAPERS BY CLASS, STUDENT AND
005470*  SUBJECT - THE SAME SORT VERB PATTERN AS PROMOTE - SO THE
005480*  EXAMINATIONS CELL CHASES EACH CLASS'S GAPS TOGETHER.
005490*--------------------------------------------------------------*
005500 4000-SORT-AND-LIST.
005510     SORT SORT-WORK-FILE
005520         ON ASCENDING KEY SR-CLASS-CODE
005530         ON ASCENDING KEY SR-STUDENT-ID
005540         ON ASCENDING KEY SR-SUBJECT-CODE
005550         INPUT PROCEDURE IS 2000-CHECK-STUDENTS
005560             THRU 2000-EXIT
005570         OUTPUT PROCEDURE IS 4200-LIST-PAPERS
005580             THRU 4200-EXIT.
005590 4000-EXIT.
005600     EXIT.
005610
005620 4200-LIST-PAPERS.
005630     MOVE 'N'   TO WS-SORT-EOF-SWITCH.
005640     MOVE SPACE TO WS-CURR-CLASS-CODE.
005650     PERFORM 4210-LIST-ONE-PAPER THRU 4210-EXIT
005660         UNTIL END-OF-SORTED-RECS.
005670     IF WS-CURR-CLASS-CODE NOT = SPACE
005680         PERFORM 4300-PRINT-CLASS-TOTAL THRU 4300-EXIT
005690     ELSE
005700         MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE
005710         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
005720         MOVE MIS-NONE-LINE TO WS-PRINT-WORK-LINE
005730         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
005740     END-IF.
005750 4200-EXIT.
005760     EXIT.
005770
005780 4210-LIST-ONE-PAPER.
005790     RETURN SORT-WORK-FILE
005800         AT END
005810             MOVE 'Y' TO WS-SORT-EOF-SWITCH
005820             GO TO 4210-EXIT
005830     END-RETURN.
005840     IF SR-CLASS-CODE NOT = WS-CURR-CLASS-CODE
005850         IF WS-CURR-CLASS-CODE NOT = SPACE
005860             PERFORM 4300-PRINT-CLASS-TOTAL THRU 4300-EXIT
005870         END-IF
005880         MOVE SR-CLASS-CODE TO WS-CURR-CLASS-CODE
005890         MOVE ZERO          TO WS-CLASS-MISSING
005900         MOVE ZERO          TO WS-CLASS-WAIVED
005910         MOVE SR-CLASS-CODE TO MIS-CH-CLASS-CODE
005920         MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE
005930         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
005940         MOVE MIS-CLASS-HEADING TO WS-PRINT-WORK-LINE
005950         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
005960         MOVE MIS-COLUMN-HEADING TO WS-PRINT-WORK-LINE
005970         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
005980     END-IF.
005990     MOVE SR-STUDENT-ID   TO MIS-DL-STUDENT-ID.
006000     MOVE SR-STUDENT-NAME TO MIS-DL-STUDENT-NAME.
006010     MOVE SR-SUBJECT-CODE TO MIS-DL-SUBJECT-CODE.
006020     IF SR-PAPER-WAIVED
006030         ADD 1 TO WS-CLASS-WAIVED
006040         MOVE 'WAIVED'         TO MIS-DL-STATUS
006050         MOVE SR-WAIVED-BY     TO MIS-DL-WAIVED-BY
006060         MOVE SR-WAIVER-REASON TO MIS-DL-WAIVER-REASON
006070     ELSE
006080         ADD 1 TO WS-CLASS-MISSING
006090         MOVE 'MISSING'        TO MIS-DL-STATUS
006100         MOVE SPACE            TO MIS-DL-WAIVED-BY
006110         MOVE SPACE            TO MIS-DL-WAIVER-REASON
006120     END-IF.
006130     MOVE MIS-DETAIL-LINE TO WS-PRINT-WORK-LINE.
006140     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
006150     ADD 1 TO WS-LISTED-COUNT.
006160 4210-EXIT.
006170     EXIT.
006180
006190 4300-PRINT-CLASS-TOTAL.
006200     MOVE WS-CLASS-MISSING TO MIS-CT-MISSING.
006210     MOVE WS-CLASS-WAIVED  TO MIS-CT-WAIVED.
006220     MOVE MIS-CLASS-TOTAL-LINE TO WS-PRINT-WORK-LINE.
006230     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
006240 4300-EXIT.
006250     EXIT.
006260
006270*--------------------------------------------------------------*
006280*  END-OF-RUN TOTALS.  PAPERS EXPECTED MUST FOOT TO PRESENT +
006290*  WAIVED + MISSING, AND PAPERS LISTED MUST EQUAL PAPERS
006300*  RELEASED TO THE SORT; A BREAK SETS RETURN CODE 8 AND SO
006310*  HOLDS THE RELEASE THE SAME AS A MISSING PAPER.  ANY MISSING
006320*  PAPER SETS RETURN CODE 8.  A CLASS WITH NO CURRICULUM SETS
006330*  RETURN CODE 4 - THE RELEASE GOES AHEAD BUT THE OFFICE MUST
006340*  KEY THE CLASS'S CURRICULUM BEFORE THE NEXT SITTING.
006350*--------------------------------------------------------------*
006360 8000-PRINT-RUN-TOTALS.
006370     IF NC-ENTRY-COUNT > ZERO
006380         MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE
006390         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
006400         MOVE MIS-NC-HEADING TO WS-PRINT-WORK-LINE
006410         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
006420         PERFORM 8100-PRINT-NO-CURR-LINE THRU 8100-EXIT
006430             VARYING WS-NC-SUB FROM 1 BY 1
006440             UNTIL WS-NC-SUB > NC-ENTRY-COUNT
006450     END-IF.
006460     MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE.
006470     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
006480     MOVE WS-CHECKED-COUNT  TO MIS-RT-CHECKED.
006490     MOVE WS-EXPECTED-COUNT TO MIS-RT-EXPECTED.
006500     MOVE WS-PRESENT-COUNT  TO MIS-RT-PRESENT.
006510     MOVE WS-WAIVED-COUNT   TO MIS-RT-WAIVED.
006520     MOVE WS-MISSING-COUNT  TO MIS-RT-MISSING.
006530     MOVE MIS-RUN-TOTAL-LINE TO WS-PRINT-WORK-LINE.
006540     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
006550     IF WS-MISSING-COUNT > ZERO
006560         MOVE MIS-HOLD-LINE TO WS-PRINT-WORK-LINE
006570         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
006580     END-IF.
006590     DISPLAY 'COMPLCHK - ' WS-RECORDS-READ ' STUDENT(S) READ: '
006600         WS-CHECKED-COUNT ' CHECKED, '
006610         WS-INACTIVE-COUNT ' NOT ACTIVE, '
006620         WS-NO-CURR-COUNT ' IN A CLASS WITH NO CURRICULUM.'.
006630     DISPLAY 'COMPLCHK - ' WS-EXPECTED-COUNT
006640         ' PAPER(S) EXPECTED: ' WS-PRESENT-COUNT ' PRESENT, '
006650         WS-WAIVED-COUNT ' WAIVED, '
006660         WS-MISSING-COUNT ' MISSING FOR '
006670         WS-INCOMPLETE-COUNT ' STUDENT(S).'.
006680     COMPUTE WS-DECISION-TOTAL =
006690         WS-PRESENT-COUNT + WS-WAIVED-COUNT + WS-MISSING-COUNT.
006700     IF WS-DECISION-TOTAL NOT = WS-EXPECTED-COUNT
006710         OR WS-LISTED-COUNT NOT = WS-RELEASED-COUNT
006720         MOVE 'N' TO WS-RECON-SW
006730         DISPLAY 'COMPLCHK - CONTROL TOTAL BREAK: '
006740             WS-EXPECTED-COUNT ' PAPERS EXPECTED BUT '
006750             WS-DECISION-TOTAL ' ACCOUNTED FOR, '
006760             WS-RELEASED-COUNT ' RELEASED BUT '
006770             WS-LISTED-COUNT ' LISTED '
006780             '- SETTING NON-ZERO RETURN CODE.'
006790         MOVE 8 TO RETURN-CODE
006800         GO TO 8000-EXIT
006810     END-IF.
006820     IF WS-MISSING-COUNT > ZERO
006830         DISPLAY 'COMPLCHK - ' WS-MISSING-COUNT
006840             ' PAPER(S) MISSING - RESULTS RELEASE HELD.'
006850         MOVE 8 TO RETURN-CODE
006860         GO TO 8000-EXIT
006870     END-IF.
006880     IF WS-NO-CURR-COUNT > ZERO
006890         MOVE 4 TO RETURN-CODE
006900     END-IF.
006910 8000-EXIT.
006920     EXIT.
006930
006940 8100-PRINT-NO-CURR-LINE.
006950     MOVE NC-CLASS-CODE(WS-NC-SUB)    TO MIS-NC-CLASS-CODE.
006960     MOVE NC-STUDENT-COUNT(WS-NC-SUB) TO MIS-NC-STUDENTS.
006970     MOVE MIS-NC-LINE TO WS-PRINT-WORK-LINE.
006980     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
006990 8100-EXIT.
007000     EXIT.
007010
007020 7000-TERMINATE.
007030     IF STUD-FILE-OK OR STUD-FILE-EOF
007040         CLOSE STUDENT-MASTER-FILE
007050     END-IF.
007060     IF CURR-FILE-OK OR CURR-FILE-EOF OR CURR-NOT-FOUND
007070         CLOSE CURRICULUM-FILE
007080     END-IF.
007090     IF RESULTS-FILE-OK OR RESULTS-NOT-FOUND
007100         CLOSE STUDENT-RESULTS-FILE
007110     END-IF.
007120     IF WAIVER-FILE-OK OR WAIVER-NOT-FOUND
007130         CLOSE PAPER-WAIVER-FILE
007140     END-IF.
007150     IF REPORT-FILE-OK
007160         CLOSE MISSING-REPORT-FILE
007170     END-IF.
007180 7000-EXIT.
007190     EXIT.
007200
007210*--------------------------------------------------------------*
007220*  ALL REPORT OUTPUT FUNNELS THROUGH HERE SO EVERY WRITE GETS
007230*  THE SAME STATUS CHECK.  CALLERS MOVE THE LINE TO PRINT TO
007240*  WS-PRINT-WORK-LINE JUST BEFORE THE PERFORM.
007250*--------------------------------------------------------------*
007260 6000-WRITE-REPORT-LINE.
007270     WRITE MISSING-REPORT-LINE FROM WS-PRINT-WORK-LINE.
007280     IF NOT REPORT-FILE-OK
007290         MOVE 'MISSING-REPORT-FILE' TO WS-ABEND-FILE-NAME
007300         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
007310         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
007320     END-IF.
007330 6000-EXIT.
007340     EXIT.
007350
007360*--------------------------------------------------------------*
007370*  A LISTING THAT LOST A LINE COULD HIDE THE VERY PAPER THE
007380*  CELL HAS TO CHASE - TERMINATE INSTEAD.  RETURN CODE 16
007390*  HOLDS THE RELEASE LIKE ANY OTHER FAILURE OF THIS STEP.
007400*--------------------------------------------------------------*
007410 9000-ABEND-ON-WRITE-ERROR.
007420     DISPLAY 'COMPLCHK - FATAL: ' WS-ABEND-FILE-NAME
007430         ' WRITE FAILED, STATUS ' WS-ABEND-FILE-STATUS
007440         ' - RUN TERMINATED, OUTPUT NO LONGER RELIABLE.'.
007450     MOVE 16 TO RETURN-CODE.
007460     STOP RUN.
007470 9000-EXIT.
007480     EXIT.
007490
007500*--------------------------------------------------------------*
007510*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
007520*  CREATING IT ON THE FIRST EVER RUN) AND WRITES THE 'S' START
007530*  RECORD; 7900 WRITES ONE 'C' RECORD EACH FOR THE LISTING,
007540*  THE MISSING PAPERS AND THE WAIVED PAPERS, AND THE 'E' END
007550*  RECORD WITH STUDENTS READ, THE RETURN CODE AND THE
007560*  RECONCILIATION RESULT, THEN CLOSES.  AN ABEND ANYWHERE IN
007570*  BETWEEN LEAVES AN 'S' WITH NO 'E' - WHICH IS EXACTLY WHAT
007580*  THE DAY-END REPORT FLAGS AS A STEP THAT DIED.  LOG TROUBLE
007590*  IS DISPLAYED AND THE LOGGING ABANDONED, NEVER FATAL.
007600*--------------------------------------------------------------*
007610 1900-WRITE-RUNLOG-START.
007620     OPEN EXTEND RUN-LOG-FILE.
007630     IF NOT RUNLOG-FILE-OK
007640         OPEN OUTPUT RUN-LOG-FILE
007650     END-IF.
007660     IF NOT RUNLOG-FILE-OK
007670         DISPLAY 'COMPLCHK - CANNOT OPEN RUN LOG, STATUS '
007680             WS-RUNLOG-FILE-STATUS ' - RUN CONTINUES UNLOGGED.'
007690         GO TO 1900-EXIT
007700     END-IF.
007710     MOVE 'Y' TO WS-RUNLOG-OPEN-SW.
007720     MOVE SPACE        TO RUN-LOG-RECORD.
007730     MOVE 'S'          TO RL-RECORD-TYPE.
007740     MOVE 'COMPLCHK'   TO RL-PROGRAM-ID.
007750     MOVE WS-RUN-DATE  TO RL-RUN-DATE.
007760     MOVE WS-RUN-TIME  TO RL-RUN-TIME.
007770     MOVE WS-RUN-TIME  TO RL-LOG-TIME.
007780     MOVE ZERO         TO RL-RECORD-COUNT.
007790     MOVE ZERO         TO RL-RETURN-CODE.
007800     MOVE SPACE        TO RL-RECON-RESULT.
007810     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
007820 1900-EXIT.
007830     EXIT.
007840
007850 1910-WRITE-RUNLOG-COUNT.
007860     IF NOT RUN-LOG-IS-OPEN
007870         GO TO 1910-EXIT
007880     END-IF.
007890     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
007900     MOVE SPACE                TO RUN-LOG-RECORD.
007910     MOVE 'C'                  TO RL-RECORD-TYPE.
007920     MOVE 'COMPLCHK'           TO RL-PROGRAM-ID.
007930     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
007940     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
007950     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
007960     MOVE WS-RUNLOG-FILE-NAME  TO RL-FILE-NAME.
007970     MOVE WS-RUNLOG-COUNT      TO RL-RECORD-COUNT.
007980     MOVE ZERO                 TO RL-RETURN-CODE.
007990     MOVE SPACE                TO RL-RECON-RESULT.
008000     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
008010 1910-EXIT.
008020     EXIT.
008030
008040 1950-WRITE-RUNLOG-RECORD.
008050     WRITE RUN-LOG-RECORD.
008060     IF NOT RUNLOG-FILE-OK
008070         DISPLAY 'COMPLCHK - RUN LOG WRITE FAILED, STATUS '
008080             WS-RUNLOG-FILE-STATUS ' - LOGGING ABANDONED.'
008090         CLOSE RUN-LOG-FILE
008100         MOVE 'N' TO WS-RUNLOG-OPEN-SW
008110     END-IF.
008120 1950-EXIT.
008130     EXIT.
008140
008150 7900-WRITE-RUNLOG-END.
008160     IF NOT RUN-LOG-IS-OPEN
008170         GO TO 7900-EXIT
008180     END-IF.
008190     MOVE 'MISSRPT'        TO WS-RUNLOG-FILE-NAME.
008200     MOVE WS-LISTED-COUNT  TO WS-RUNLOG-COUNT.
008210     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
008220     MOVE 'MISSING'        TO WS-RUNLOG-FILE-NAME.
008230     MOVE WS-MISSING-COUNT TO WS-RUNLOG-COUNT.
008240     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
008250     MOVE 'WAIVED'         TO WS-RUNLOG-FILE-NAME.
008260     MOVE WS-WAIVED-COUNT  TO WS-RUNLOG-COUNT.
008270     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
008280     IF CONTROL-TOTALS-AGREE
008290         MOVE 'OK'  TO WS-RUNLOG-RECON
008300     ELSE
008310         MOVE 'BRK' TO WS-RUNLOG-RECON
008320     END-IF.
008330     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
008340     MOVE SPACE                TO RUN-LOG-RECORD.
008350     MOVE 'E'                  TO RL-RECORD-TYPE.
008360     MOVE 'COMPLCHK'           TO RL-PROGRAM-ID.
008370     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
008380     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
008390     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
008400     MOVE WS-RECORDS-READ      TO RL-RECORD-COUNT.
008410     MOVE RETURN-CODE          TO RL-RETURN-CODE.
008420     MOVE WS-RUNLOG-RECON      TO RL-RECON-RESULT.
008430     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
008440     IF RUN-LOG-IS-OPEN
008450         CLOSE RUN-LOG-FILE
008460     END-IF.
008470 7900-EXIT.
008480     EXIT.
