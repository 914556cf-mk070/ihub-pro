000010*==============================================================*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    GPACALC.
000040 AUTHOR.        K J MENON.
000050 INSTALLATION.  ACADEMIC RECORDS - EXAMINATIONS CELL.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*--------------------------------------------------------------*
000090*  MOD LOG
000100*  2026-10-15  KJM  INITIAL VERSION.  TERM AND CUMULATIVE GPA
000110*                   RUN.  READS THE RESULTS MASTER IN KEY ORDER
000120*                   (STUDENT, TERM, SUBJECT) AND BUILDS THE
000130*                   STUDENT-TERM SUMMARY FILE (GPASUMRC) - ONE
000140*                   RECORD PER STUDENT PER SITTING WITH CREDITS
000150*                   ATTEMPTED AND EARNED, THE TERM GPA AND THE
000160*                   CUMULATIVE GPA OVER EVERY SITTING TO DATE -
000170*                   SO TRNSCRPT AND MERITLST STOP ASKING THE
000180*                   OFFICE TO WORK IT OUT ON A CALCULATOR.
000190*                   CREDITS ARE THE SUBJECT MASTER'S CREDIT
000200*                   WEIGHTS; POINTS PER GRADE, AND WHETHER AN
000210*                   ABSENT OR WITHHELD RESULT COUNTS, COME FROM
000220*                   THE BOARD'S GRADE-POINT TABLE (GRDPTREC).
000230*                   THE GRADE USED IS THE ONE ON THE MASTER,
000240*                   WHICH SUPPMARK HAS ALREADY SET TO THE
000250*                   BETTER OF THE TWO ATTEMPTS.  THE SUMMARY IS
000260*                   REBUILT IN FULL EVERY RUN.  A SUBJECT NOT
000270*                   ON THE SUBJECT MASTER COUNTS AT CREDIT 1,
000280*                   AND A RESULT WITH NO USABLE GRADE IS LEFT
000290*                   OUT; BOTH PRINT ON THE EXCEPTION LIST AND
000300*                   END THE RUN RC 4.
000310*==============================================================*
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT STUDENT-RESULTS-FILE ASSIGN TO RESULTS
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS RR-KEY
000400         FILE STATUS IS WS-RESULTS-FILE-STATUS.
000410
000420     SELECT SUBJECT-MASTER-FILE ASSIGN TO SUBJMSTR
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS SJ-SUBJECT-CODE
000460         FILE STATUS IS WS-SUBJ-FILE-STATUS.
000470
000480     SELECT GRADE-POINT-FILE ASSIGN TO GRDPOINT
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-POINT-FILE-STATUS.
000510
000520     SELECT GPA-SUMMARY-FILE ASSIGN TO GPASUMM
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS GS-KEY
000560         FILE STATUS IS WS-SUMMARY-FILE-STATUS.
000570
000580     SELECT GPA-REPORT-FILE ASSIGN TO GPARPT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-REPORT-FILE-STATUS.
000610
000620     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  STUDENT-RESULTS-FILE.
000690     COPY RSLTREC.
000700
000710 FD  SUBJECT-MASTER-FILE.
000720     COPY SUBJREC.
000730
000740 FD  GRADE-POINT-FILE
000750     RECORDING MODE IS F.
000760     COPY GRDPTREC.
000770
000780 FD  GPA-SUMMARY-FILE.
000790     COPY GPASUMRC.
000800
000810 FD  GPA-REPORT-FILE
000820     RECORDING MODE IS F.
000830 01  GPA-REPORT-LINE             PIC X(132).
000840
000850 FD  RUN-LOG-FILE
000860     RECORDING MODE IS F.
000870     COPY RUNLOG.
000880
000890 WORKING-STORAGE SECTION.
000900
000910*--------------------------------------------------------------*
000920*  RUN-LOG CONTROL FIELDS.  EVERY BATCH PROGRAM IN THE CHAIN
000930*  APPENDS A START RECORD, ONE COUNT RECORD PER OUTPUT AND AN
000940*  END RECORD TO THE SHARED RUN-LOG DATASET (SEE RUNLOG) FOR
000950*  THE DAY-END OPERATIONS REPORT.  A RUN LOG THAT CANNOT BE
000960*  OPENED OR WRITTEN IS REPORTED AND ABANDONED - THE BUSINESS
000970*  RUN MUST NEVER DIE FOR ITS DIARY.
000980*--------------------------------------------------------------*
000990 01  WS-RUNLOG-FILE-STATUS    PIC X(02).
001000     88 RUNLOG-FILE-OK          VALUE '00'.
001010
001020 01  WS-RUNLOG-OPEN-SW         PIC X(01) VALUE 'N'.
001030     88 RUN-LOG-IS-OPEN          VALUE 'Y'.
001040 01  WS-RUNLOG-FILE-NAME       PIC X(12) VALUE SPACE.
001050 01  WS-RUNLOG-COUNT           PIC 9(09) VALUE ZERO.
001060 01  WS-RUNLOG-RECON           PIC X(04) VALUE 'N/A'.
001070 01  WS-RUNLOG-LOG-TIME        PIC X(08) VALUE SPACE.
001080
001090 01  WS-RESULTS-FILE-STATUS   PIC X(02).
001100     88 RESULTS-FILE-OK         VALUE '00'.
001110     88 RESULTS-FILE-EOF        VALUE '10'.
001120
001130 01  WS-SUBJ-FILE-STATUS      PIC X(02).
001140     88 SUBJ-FILE-OK            VALUE '00'.
001150     88 SUBJ-NOT-FOUND          VALUE '23'.
001160
001170 01  WS-POINT-FILE-STATUS     PIC X(02).
001180     88 POINT-FILE-OK           VALUE '00'.
001190     88 POINT-FILE-EOF          VALUE '10'.
001200
001210 01  WS-SUMMARY-FILE-STATUS   PIC X(02).
001220     88 SUMMARY-FILE-OK         VALUE '00'.
001230
001240 01  WS-REPORT-FILE-STATUS    PIC X(02).
001250     88 REPORT-FILE-OK          VALUE '00'.
001260
001270 01  WS-SWITCHES.
001280     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001290         88 END-OF-RESULTS-FILE VALUE 'Y'.
001300     05  WS-SUBJ-FOUND-SW      PIC X(01) VALUE 'N'.
001310         88 SUBJECT-ON-MASTER    VALUE 'Y'.
001320     05  WS-UK-FOUND-SW        PIC X(01) VALUE 'N'.
001330         88 UNKNOWN-ALREADY-SEEN VALUE 'Y'.
001340     05  WS-TERM-PENDING-SW    PIC X(01) VALUE 'N'.
001350         88 TERM-PENDING         VALUE 'Y'.
001360     05  WS-GRADE-USABLE-SW    PIC X(01) VALUE 'N'.
001370         88 GRADE-USABLE         VALUE 'Y'.
001380
001390*--------------------------------------------------------------*
001400*  THE BOARD'S GRADE-POINT SCALE, FROM GRDPOINT.
001410*--------------------------------------------------------------*
001420 01  WS-POINTS-A               PIC 9(02)V9 VALUE ZERO.
001430 01  WS-POINTS-B               PIC 9(02)V9 VALUE ZERO.
001440 01  WS-POINTS-C               PIC 9(02)V9 VALUE ZERO.
001450 01  WS-POINTS-D               PIC 9(02)V9 VALUE ZERO.
001460 01  WS-POINTS-F               PIC 9(02)V9 VALUE ZERO.
001470 01  WS-ABSENT-RULE            PIC X(01) VALUE SPACE.
001480     88 ABSENT-COUNTS-AS-F       VALUE 'F'.
001490 01  WS-WITHHELD-RULE          PIC X(01) VALUE SPACE.
001500     88 WITHHELD-COUNTS-AS-F     VALUE 'F'.
001510
001520*--------------------------------------------------------------*
001530*  THE STUDENT-TERM IN FLIGHT.  THE MASTER'S KEY ORDER DELIVERS
001540*  ONE STUDENT'S TERMS IN SEQUENCE, SO A CHANGE OF TERM CLOSES
001550*  THE TERM AND A CHANGE OF STUDENT ALSO CLEARS THE RUNNING
001560*  CUMULATIVE FIGURES.
001570*--------------------------------------------------------------*
001580 01  WS-CURR-STUDENT-ID        PIC X(09) VALUE SPACE.
001590 01  WS-CURR-ACADEMIC-TERM     PIC X(06) VALUE SPACE.
001600 01  WS-CURR-CLASS-CODE        PIC X(09) VALUE SPACE.
001610
001620 01  WS-TERM-SUBJECT-COUNT     PIC 9(03) VALUE ZERO.
001630 01  WS-TERM-ATTEMPTED         PIC 9(04) VALUE ZERO.
001640 01  WS-TERM-EARNED            PIC 9(04) VALUE ZERO.
001650 01  WS-TERM-POINTS            PIC 9(05)V9 VALUE ZERO.
001660 01  WS-TERM-WITHHELD          PIC 9(02) VALUE ZERO.
001670
001680 01  WS-CUM-ATTEMPTED          PIC 9(05) VALUE ZERO.
001690 01  WS-CUM-EARNED             PIC 9(05) VALUE ZERO.
001700 01  WS-CUM-POINTS             PIC 9(06)V9 VALUE ZERO.
001710
001720*--------------------------------------------------------------*
001730*  ONE RESULT'S CONTRIBUTION - ITS CREDIT WEIGHT AND THE POINTS
001740*  ITS GRADE EARNS PER CREDIT.
001750*--------------------------------------------------------------*
001760 01  WS-CREDIT-WEIGHT          PIC 9(02) VALUE ZERO.
001770 01  WS-GRADE-POINTS           PIC 9(02)V9 VALUE ZERO.
001780 01  WS-WEIGHTED-POINTS        PIC 9(04)V9 VALUE ZERO.
001790
001800*--------------------------------------------------------------*
001810*  UNKNOWN SUBJECT CODES, EACH LISTED ONCE - THE SAME CAPPED-
001820*  TABLE PATTERN AS MERITLST.
001830*--------------------------------------------------------------*
001840 01  UNKNOWN-SUBJECT-TABLE.
001850     05  UK-ENTRY-COUNT        PIC 9(03) COMP VALUE ZERO.
001860     05  UK-ENTRY OCCURS 200 TIMES.
001870         10  UK-SUBJECT-CODE   PIC X(05).
001880
001890 01  WS-UK-SUB                 PIC 9(03) COMP VALUE ZERO.
001900
001910*--------------------------------------------------------------*
001920*  RUN CONTROL TOTALS.  RESULTS READ MUST FOOT TO COUNTED +
001930*  NOT COUNTED (NO USABLE GRADE) AT END OF RUN.
001940*--------------------------------------------------------------*
001950 01  WS-RECORDS-READ           PIC 9(09) COMP VALUE ZERO.
001960 01  WS-COUNTED-COUNT          PIC 9(09) COMP VALUE ZERO.
001970 01  WS-NO-GRADE-COUNT         PIC 9(09) COMP VALUE ZERO.
001980 01  WS-UNKNOWN-SUBJ-COUNT     PIC 9(09) COMP VALUE ZERO.
001990 01  WS-SUMMARY-COUNT          PIC 9(09) COMP VALUE ZERO.
002000 01  WS-STUDENT-COUNT          PIC 9(09) COMP VALUE ZERO.
002010 01  WS-DECISION-TOTAL         PIC 9(09) COMP VALUE ZERO.
002020
002030 01  WS-RUN-DATE               PIC X(08) VALUE SPACE.
002040 01  WS-RUN-TIME               PIC X(08) VALUE SPACE.
002050
002060 01  WS-ABEND-FILE-NAME        PIC X(20) VALUE SPACE.
002070 01  WS-ABEND-FILE-STATUS      PIC X(02) VALUE SPACE.
002080
002090*--------------------------------------------------------------*
002100*  GPA RUN REPORT LINES.
002110*--------------------------------------------------------------*
002120 01  GPA-RUN-HEADING.
002130     05  FILLER                PIC X(42) VALUE
002140         'GPACALC - TERM AND CUMULATIVE GPA, RUN ON '.
002150     05  GPA-RH-RUN-DATE       PIC X(08) VALUE SPACE.
002160     05  FILLER                PIC X(82) VALUE SPACE.
002170
002180 01  GPA-SCALE-LINE.
002190     05  FILLER                PIC X(10) VALUE 'POINTS  A '.
002200     05  GPA-SC-POINTS-A       PIC Z9.9.
002210     05  FILLER                PIC X(05) VALUE '  B  '.
002220     05  GPA-SC-POINTS-B       PIC Z9.9.
002230     05  FILLER                PIC X(05) VALUE '  C  '.
002240     05  GPA-SC-POINTS-C       PIC Z9.9.
002250     05  FILLER                PIC X(05) VALUE '  D  '.
002260     05  GPA-SC-POINTS-D       PIC Z9.9.
002270     05  FILLER                PIC X(05) VALUE '  F  '.
002280     05  GPA-SC-POINTS-F       PIC Z9.9.
002290     05  FILLER                PIC X(10) VALUE '   ABSENT '.
002300     05  GPA-SC-ABSENT-RULE    PIC X(01).
002310     05  FILLER                PIC X(12) VALUE '   WITHHELD '.
002320     05  GPA-SC-WITHHELD-RULE  PIC X(01).
002330     05  FILLER                PIC X(59) VALUE SPACE.
002340
002350 01  GPA-RULE-NOTE-LINE.
002360     05  FILLER                PIC X(51) VALUE
002370         '(F = COUNTED AS ATTEMPTED AT THE F POINTS, X = LEFT'.
002380     05  FILLER                PIC X(20) VALUE
002390         ' OUT OF THE GPA)    '.
002400     05  FILLER                PIC X(61) VALUE SPACE.
002410
002420 01  GPA-EXCP-HEADING.
002430     05  FILLER                PIC X(41) VALUE
002440         'STUDENT    TERM    SUBJ   EXCEPTION      '.
002450     05  FILLER                PIC X(91) VALUE SPACE.
002460
002470 01  GPA-EXCP-LINE.
002480     05  GPA-EX-STUDENT-ID     PIC X(09).
002490     05  FILLER                PIC X(02) VALUE SPACE.
002500     05  GPA-EX-ACADEMIC-TERM  PIC X(06).
002510     05  FILLER                PIC X(02) VALUE SPACE.
002520     05  GPA-EX-SUBJECT-CODE   PIC X(05).
002530     05  FILLER                PIC X(02) VALUE SPACE.
002540     05  GPA-EX-REASON         PIC X(44).
002550     05  FILLER                PIC X(62) VALUE SPACE.
002560
002570 01  GPA-RUN-TOTAL-LINE.
002580     05  FILLER                PIC X(10) VALUE 'GPACALC - '.
002590     05  GPA-RT-READ           PIC Z(08)9.
002600     05  FILLER                PIC X(24) VALUE
002610         ' RESULT RECORD(S) READ, '.
002620     05  GPA-RT-SUMMARIES      PIC Z(08)9.
002630     05  FILLER                PIC X(31) VALUE
002640         ' SUMMARY RECORD(S) WRITTEN FOR '.
002650     05  GPA-RT-STUDENTS       PIC Z(08)9.
002660     05  FILLER                PIC X(12) VALUE ' STUDENT(S).'.
002670     05  FILLER                PIC X(28) VALUE SPACE.
002680
002690 01  GPA-EXCP-TOTAL-LINE.
002700     05  FILLER                PIC X(10) VALUE 'GPACALC - '.
002710     05  GPA-XT-UNKNOWN        PIC Z(08)9.
002720     05  FILLER                PIC X(36) VALUE
002730         ' RESULT(S) AT CREDIT 1 (NO SUBJECT),'.
002740     05  GPA-XT-NO-GRADE       PIC Z(08)9.
002750     05  FILLER                PIC X(32) VALUE
002760         ' RESULT(S) WITH NO USABLE GRADE.'.
002770     05  FILLER                PIC X(36) VALUE SPACE.
002780
002790 01  WS-BLANK-LINE             PIC X(132) VALUE SPACE.
002800
002810*--------------------------------------------------------------*
002820*  EVERY REPORT LINE IS MOVED HERE AND WRITTEN BY THE ONE
002830*  CHECKED WRITE IN 6000-WRITE-REPORT-LINE.
002840*--------------------------------------------------------------*
002850 01  WS-PRINT-WORK-LINE        PIC X(132) VALUE SPACE.
002860
002870 PROCEDURE DIVISION.
002880
002890 0000-MAINLINE.
002900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002910     PERFORM 2000-PROCESS-RESULT THRU 2000-EXIT
002920         UNTIL END-OF-RESULTS-FILE.
002930     IF TERM-PENDING
002940         PERFORM 3000-WRITE-TERM-SUMMARY THRU 3000-EXIT
002950     END-IF.
002960     PERFORM 8000-PRINT-RUN-TOTALS THRU 8000-EXIT.
002970     PERFORM 7900-WRITE-RUNLOG-END THRU 7900-EXIT.
002980     PERFORM 7000-TERMINATE THRU 7000-EXIT.
002990     STOP RUN.
003000
003010 1000-INITIALIZE.
003020     PERFORM 1050-LOAD-GRADE-POINTS THRU 1050-EXIT.
003030     OPEN INPUT STUDENT-RESULTS-FILE.
003040     IF NOT RESULTS-FILE-OK
003050         DISPLAY 'GPACALC - CANNOT OPEN RESULTS MASTER, STATUS '
003060             WS-RESULTS-FILE-STATUS
003070         MOVE 'Y' TO WS-EOF-SWITCH
003080     END-IF.
003090     OPEN INPUT SUBJECT-MASTER-FILE.
003100     IF NOT SUBJ-FILE-OK
003110         DISPLAY 'GPACALC - CANNOT OPEN SUBJECT MASTER, STATUS '
003120             WS-SUBJ-FILE-STATUS
003130         MOVE 'Y' TO WS-EOF-SWITCH
003140     END-IF.
003150     OPEN OUTPUT GPA-SUMMARY-FILE.
003160     IF NOT SUMMARY-FILE-OK
003170         DISPLAY 'GPACALC - CANNOT OPEN GPA SUMMARY FILE, STATUS '
003180             WS-SUMMARY-FILE-STATUS
003190         MOVE 'Y' TO WS-EOF-SWITCH
003200     END-IF.
003210     OPEN OUTPUT GPA-REPORT-FILE.
003220     IF NOT REPORT-FILE-OK
003230         DISPLAY 'GPACALC - CANNOT OPEN GPA REPORT, STATUS '
003240             WS-REPORT-FILE-STATUS
003250         MOVE 'Y' TO WS-EOF-SWITCH
003260     END-IF.
003270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003280     ACCEPT WS-RUN-TIME FROM TIME.
003290     PERFORM 1900-WRITE-RUNLOG-START THRU 1900-EXIT.
003300     MOVE WS-RUN-DATE TO GPA-RH-RUN-DATE.
003310     MOVE GPA-RUN-HEADING TO WS-PRINT-WORK-LINE.
003320     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
003330     MOVE WS-POINTS-A      TO GPA-SC-POINTS-A.
003340     MOVE WS-POINTS-B      TO GPA-SC-POINTS-B.
003350     MOVE WS-POINTS-C      TO GPA-SC-POINTS-C.
003360     MOVE WS-POINTS-D      TO GPA-SC-POINTS-D.
003370     MOVE WS-POINTS-F      TO GPA-SC-POINTS-F.
003380     MOVE WS-ABSENT-RULE   TO GPA-SC-ABSENT-RULE.
003390     MOVE WS-WITHHELD-RULE TO GPA-SC-WITHHELD-RULE.
003400     MOVE GPA-SCALE-LINE TO WS-PRINT-WORK-LINE.
003410     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
003420     MOVE GPA-RULE-NOTE-LINE TO WS-PRINT-WORK-LINE.
003430     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
003440     MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE.
003450     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
003460     MOVE GPA-EXCP-HEADING TO WS-PRINT-WORK-LINE.
003470     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
003480 1000-EXIT.
003490     EXIT.
003500
003510*--------------------------------------------------------------*
003520*  LOAD THE BOARD'S GRADE-POINT SCALE.  POINTS THAT ARE NOT
003530*  NUMERIC, DO NOT DESCEND A TO F, OR ARE ALL ZERO, OR AN
003540*  ABSENT/WITHHELD RULE THAT IS NEITHER 'F' NOR 'X', MEANS
003550*  NOBODY KEYED THE TABLE PROPERLY - STOP BEFORE A SINGLE GPA
003560*  IS WRITTEN ON A SCALE NOBODY CAN PROVE.
003570*--------------------------------------------------------------*
003580 1050-LOAD-GRADE-POINTS.
003590     OPEN INPUT GRADE-POINT-FILE.
003600     IF NOT POINT-FILE-OK
003610         DISPLAY 'GPACALC - CANNOT OPEN GRADE-POINT TABLE, '
003620             'STATUS ' WS-POINT-FILE-STATUS
003630         PERFORM 9100-ABEND-ON-BAD-PARMS THRU 9100-EXIT
003640     END-IF.
003650     READ GRADE-POINT-FILE
003660         AT END
003670             DISPLAY 'GPACALC - GRADE-POINT TABLE IS EMPTY.'
003680             PERFORM 9100-ABEND-ON-BAD-PARMS THRU 9100-EXIT
003690     END-READ.
003700     IF GP-POINTS-A NOT NUMERIC
003710         OR GP-POINTS-B NOT NUMERIC
003720         OR GP-POINTS-C NOT NUMERIC
003730         OR GP-POINTS-D NOT NUMERIC
003740         OR GP-POINTS-F NOT NUMERIC
003750         DISPLAY 'GPACALC - GRADE POINTS NOT NUMERIC.'
003760         PERFORM 9100-ABEND-ON-BAD-PARMS THRU 9100-EXIT
003770     END-IF.
003780     IF GP-POINTS-A < GP-POINTS-B
003790         OR GP-POINTS-B < GP-POINTS-C
003800         OR GP-POINTS-C < GP-POINTS-D
003810         OR GP-POINTS-D < GP-POINTS-F
003820         DISPLAY 'GPACALC - GRADE POINTS DO NOT DESCEND A TO F.'
003830         PERFORM 9100-ABEND-ON-BAD-PARMS THRU 9100-EXIT
003840     END-IF.
003850     IF GP-POINTS-A = ZERO
003860         DISPLAY 'GPACALC - GRADE A CARRIES NO POINTS - NOBODY '
003870             'KEYED THE BOARD''S SCALE.'
003880         PERFORM 9100-ABEND-ON-BAD-PARMS THRU 9100-EXIT
003890     END-IF.
003900     IF NOT GP-ABSENT-RULE-VALID
003910         OR NOT GP-WITHHELD-RULE-VALID
003920         DISPLAY 'GPACALC - ABSENT/WITHHELD RULE NOT F OR X.'
003930         PERFORM 9100-ABEND-ON-BAD-PARMS THRU 9100-EXIT
003940     END-IF.
003950     MOVE GP-POINTS-A      TO WS-POINTS-A.
003960     MOVE GP-POINTS-B      TO WS-POINTS-B.
003970     MOVE GP-POINTS-C      TO WS-POINTS-C.
003980     MOVE GP-POINTS-D      TO WS-POINTS-D.
003990     MOVE GP-POINTS-F      TO WS-POINTS-F.
004000     MOVE GP-ABSENT-RULE   TO WS-ABSENT-RULE.
004010     MOVE GP-WITHHELD-RULE TO WS-WITHHELD-RULE.
004020     CLOSE GRADE-POINT-FILE.
004030 1050-EXIT.
004040     EXIT.
004050
004060*--------------------------------------------------------------*
004070*  ONE RESULT RECORD PER PASS.  A NEW STUDENT OR A NEW TERM
004080*  CLOSES THE TERM IN FLIGHT FIRST; A NEW STUDENT ALSO CLEARS
004090*  THE CUMULATIVE FIGURES.
004100*--------------------------------------------------------------*
004110 2000-PROCESS-RESULT.
004120     PERFORM 2100-READ-RESULT-RECORD THRU 2100-EXIT.
004130     IF END-OF-RESULTS-FILE
004140         GO TO 2000-EXIT
004150     END-IF.
004160     ADD 1 TO WS-RECORDS-READ.
004170     IF TERM-PENDING
004180         AND (RR-STUDENT-ID NOT = WS-CURR-STUDENT-ID
004190           OR RR-ACADEMIC-TERM NOT = WS-CURR-ACADEMIC-TERM)
004200         PERFORM 3000-WRITE-TERM-SUMMARY THRU 3000-EXIT
004210     END-IF.
004220     IF RR-STUDENT-ID NOT = WS-CURR-STUDENT-ID
004230         MOVE RR-STUDENT-ID TO WS-CURR-STUDENT-ID
004240         MOVE ZERO TO WS-CUM-ATTEMPTED
004250         MOVE ZERO TO WS-CUM-EARNED
004260         MOVE ZERO TO WS-CUM-POINTS
004270         ADD 1 TO WS-STUDENT-COUNT
004280     END-IF.
004290     IF NOT TERM-PENDING
004300         PERFORM 2050-OPEN-TERM THRU 2050-EXIT
004310     END-IF.
004320     PERFORM 2200-ACCUMULATE-RESULT THRU 2200-EXIT.
004330 2000-EXIT.
004340     EXIT.
004350
004360 2050-OPEN-TERM.
004370     MOVE 'Y'              TO WS-TERM-PENDING-SW.
004380     MOVE RR-ACADEMIC-TERM TO WS-CURR-ACADEMIC-TERM.
004390     MOVE RR-CLASS-CODE    TO WS-CURR-CLASS-CODE.
004400     MOVE ZERO TO WS-TERM-SUBJECT-COUNT.
004410     MOVE ZERO TO WS-TERM-ATTEMPTED.
004420     MOVE ZERO TO WS-TERM-EARNED.
004430     MOVE ZERO TO WS-TERM-POINTS.
004440     MOVE ZERO TO WS-TERM-WITHHELD.
004450 2050-EXIT.
004460     EXIT.
004470
004480 2100-READ-RESULT-RECORD.
004490     READ STUDENT-RESULTS-FILE NEXT RECORD
004500         AT END
004510             MOVE 'Y' TO WS-EOF-SWITCH
004520     END-READ.
004530 2100-EXIT.
004540     EXIT.
004550
004560*--------------------------------------------------------------*
004570*  FOLD ONE RESULT INTO THE TERM.  PASS AND FAIL COUNT AS
004580*  ATTEMPTED AT THEIR GRADE'S POINTS, AND A PASS EARNS ITS
004590*  CREDITS.  ABST AND WHLD CARRY NO GRADE, SO THE BOARD'S RULE
004600*  DECIDES: 'F' COUNTS THEM ATTEMPTED AT THE F POINTS, 'X'
004610*  LEAVES THEM OUT.  A WITHHELD RESULT MARKS THE TERM'S GPA
004620*  PROVISIONAL EITHER WAY.  ANY OTHER RESULT WITHOUT AN A-F
004630*  GRADE IS LISTED AND LEFT OUT.
004640*--------------------------------------------------------------*
004650 2200-ACCUMULATE-RESULT.
004660     IF RR-RESULT-CODE = 'ABST'
004670         ADD 1 TO WS-COUNTED-COUNT
004680         ADD 1 TO WS-TERM-SUBJECT-COUNT
004690         IF ABSENT-COUNTS-AS-F
004700             MOVE WS-POINTS-F TO WS-GRADE-POINTS
004710             PERFORM 2300-LOOK-UP-SUBJECT THRU 2300-EXIT
004720             PERFORM 2400-ADD-ATTEMPT THRU 2400-EXIT
004730         END-IF
004740         GO TO 2200-EXIT
004750     END-IF.
004760     IF RR-RESULT-CODE = 'WHLD'
004770         ADD 1 TO WS-COUNTED-COUNT
004780         ADD 1 TO WS-TERM-SUBJECT-COUNT
004790         ADD 1 TO WS-TERM-WITHHELD
004800         IF WITHHELD-COUNTS-AS-F
004810             MOVE WS-POINTS-F TO WS-GRADE-POINTS
004820             PERFORM 2300-LOOK-UP-SUBJECT THRU 2300-EXIT
004830             PERFORM 2400-ADD-ATTEMPT THRU 2400-EXIT
004840         END-IF
004850         GO TO 2200-EXIT
004860     END-IF.
004870     PERFORM 2250-POINTS-FOR-GRADE THRU 2250-EXIT.
004880     IF NOT GRADE-USABLE
004890         ADD 1 TO WS-NO-GRADE-COUNT
004900         MOVE 'NO USABLE GRADE - LEFT OUT OF THE GPA'
004910             TO GPA-EX-REASON
004920         PERFORM 2600-PRINT-EXCEPTION THRU 2600-EXIT
004930         GO TO 2200-EXIT
004940     END-IF.
004950     ADD 1 TO WS-COUNTED-COUNT.
004960     ADD 1 TO WS-TERM-SUBJECT-COUNT.
004970     PERFORM 2300-LOOK-UP-SUBJECT THRU 2300-EXIT.
004980     PERFORM 2400-ADD-ATTEMPT THRU 2400-EXIT.
004990     IF RR-RESULT-CODE = 'PASS'
005000         ADD WS-CREDIT-WEIGHT TO WS-TERM-EARNED
005010     END-IF.
005020 2200-EXIT.
005030     EXIT.
005040
005050 2250-POINTS-FOR-GRADE.
005060     MOVE 'Y' TO WS-GRADE-USABLE-SW.
005070     EVALUATE RR-GRADE-CODE
005080         WHEN 'A'
005090             MOVE WS-POINTS-A TO WS-GRADE-POINTS
005100         WHEN 'B'
005110             MOVE WS-POINTS-B TO WS-GRADE-POINTS
005120         WHEN 'C'
005130             MOVE WS-POINTS-C TO WS-GRADE-POINTS
005140         WHEN 'D'
005150             MOVE WS-POINTS-D TO WS-GRADE-POINTS
005160         WHEN 'F'
005170             MOVE WS-POINTS-F TO WS-GRADE-POINTS
005180         WHEN OTHER
005190             MOVE 'N' TO WS-GRADE-USABLE-SW
005200     END-EVALUATE.
005210     IF RR-RESULT-CODE NOT = 'PASS'
005220         AND RR-RESULT-CODE NOT = 'FAIL'
005230         MOVE 'N' TO WS-GRADE-USABLE-SW
005240     END-IF.
005250 2250-EXIT.
005260     EXIT.
005270
005280*--------------------------------------------------------------*
005290*  LOOK THE RESULT'S SUBJECT UP FOR ITS CREDIT WEIGHT.  NOT
005300*  FOUND, OR A ZERO OR NON-NUMERIC WEIGHT, COUNTS AT CREDIT 1
005310*  AND LISTS THE CODE - THE SAME RULE AS MERITLST, SO THE GPA
005320*  AND THE MERIT AGGREGATE NEVER DISAGREE ON A SUBJECT'S WEIGHT.
005330*--------------------------------------------------------------*
005340 2300-LOOK-UP-SUBJECT.
005350     MOVE 'N' TO WS-SUBJ-FOUND-SW.
005360     MOVE RR-SUBJECT-CODE TO SJ-SUBJECT-CODE.
005370     READ SUBJECT-MASTER-FILE
005380         INVALID KEY
005390             CONTINUE
005400         NOT INVALID KEY
005410             MOVE 'Y' TO WS-SUBJ-FOUND-SW
005420     END-READ.
005430     IF SUBJECT-ON-MASTER
005440         AND SJ-CREDIT-WEIGHT IS NUMERIC
005450         AND SJ-CREDIT-WEIGHT > ZERO
005460         MOVE SJ-CREDIT-WEIGHT TO WS-CREDIT-WEIGHT
005470     ELSE
005480         MOVE 1 TO WS-CREDIT-WEIGHT
005490         PERFORM 2350-RECORD-UNKNOWN-SUBJECT THRU 2350-EXIT
005500     END-IF.
005510 2300-EXIT.
005520     EXIT.
005530
005540 2350-RECORD-UNKNOWN-SUBJECT.
005550     ADD 1 TO WS-UNKNOWN-SUBJ-COUNT.
005560     MOVE 1 TO WS-UK-SUB.
005570     MOVE 'N' TO WS-UK-FOUND-SW.
005580     PERFORM 2360-FIND-UNKNOWN-ENTRY THRU 2360-EXIT
005590         UNTIL WS-UK-SUB > UK-ENTRY-COUNT
005600            OR UNKNOWN-ALREADY-SEEN.
005610     IF NOT UNKNOWN-ALREADY-SEEN
005620         AND UK-ENTRY-COUNT < 200
005630         ADD 1 TO UK-ENTRY-COUNT
005640         MOVE RR-SUBJECT-CODE TO UK-SUBJECT-CODE(UK-ENTRY-COUNT)
005650         MOVE 'NO USABLE CATALOGUE WEIGHT - CREDIT 1 USED'
005660             TO GPA-EX-REASON
005670         PERFORM 2600-PRINT-EXCEPTION THRU 2600-EXIT
005680     END-IF.
005690 2350-EXIT.
005700     EXIT.
005710
005720 2360-FIND-UNKNOWN-ENTRY.
005730     IF UK-SUBJECT-CODE(WS-UK-SUB) = RR-SUBJECT-CODE
005740         MOVE 'Y' TO WS-UK-FOUND-SW
005750     ELSE
005760         ADD 1 TO WS-UK-SUB
005770     END-IF.
005780 2360-EXIT.
005790     EXIT.
005800
005810 2400-ADD-ATTEMPT.
005820     ADD WS-CREDIT-WEIGHT TO WS-TERM-ATTEMPTED.
005830     COMPUTE WS-WEIGHTED-POINTS =
005840         WS-GRADE-POINTS * WS-CREDIT-WEIGHT.
005850     ADD WS-WEIGHTED-POINTS TO WS-TERM-POINTS.
005860 2400-EXIT.
005870     EXIT.
005880
005890 2600-PRINT-EXCEPTION.
005900     MOVE RR-STUDENT-ID    TO GPA-EX-STUDENT-ID.
005910     MOVE RR-ACADEMIC-TERM TO GPA-EX-ACADEMIC-TERM.
005920     MOVE RR-SUBJECT-CODE  TO GPA-EX-SUBJECT-CODE.
005930     MOVE GPA-EXCP-LINE TO WS-PRINT-WORK-LINE.
005940     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005950 2600-EXIT.
005960     EXIT.
005970
005980*--------------------------------------------------------------*
005990*  CLOSE THE TERM IN FLIGHT: ROLL IT INTO THE CUMULATIVE
006000*  FIGURES AND WRITE ITS SUMMARY RECORD.  A TERM WITH NO
006010*  CREDITS ATTEMPTED (EVERY PAPER ABSENT OR WITHHELD AND LEFT
006020*  OUT BY THE BOARD'S RULE) CARRIES A ZERO TERM GPA.
006030*--------------------------------------------------------------*
006040 3000-WRITE-TERM-SUMMARY.
006050     ADD WS-TERM-ATTEMPTED TO WS-CUM-ATTEMPTED.
006060     ADD WS-TERM-EARNED    TO WS-CUM-EARNED.
006070     ADD WS-TERM-POINTS    TO WS-CUM-POINTS.
006080     MOVE SPACE                 TO GPA-SUMMARY-RECORD.
006090     MOVE WS-CURR-STUDENT-ID    TO GS-STUDENT-ID.
006100     MOVE WS-CURR-ACADEMIC-TERM TO GS-ACADEMIC-TERM.
006110     MOVE WS-CURR-CLASS-CODE    TO GS-CLASS-CODE.
006120     MOVE WS-TERM-SUBJECT-COUNT TO GS-SUBJECT-COUNT.
006130     MOVE WS-TERM-ATTEMPTED     TO GS-CREDITS-ATTEMPTED.
006140     MOVE WS-TERM-EARNED        TO GS-CREDITS-EARNED.
006150     MOVE WS-TERM-POINTS        TO GS-GRADE-POINTS.
006160     MOVE WS-CUM-ATTEMPTED      TO GS-CUM-CREDITS-ATTEMPTED.
006170     MOVE WS-CUM-EARNED         TO GS-CUM-CREDITS-EARNED.
006180     MOVE WS-CUM-POINTS         TO GS-CUM-GRADE-POINTS.
006190     MOVE WS-TERM-WITHHELD      TO GS-WITHHELD-COUNT.
006200     MOVE WS-RUN-DATE           TO GS-RUN-DATE.
006210     IF WS-TERM-ATTEMPTED > ZERO
006220         COMPUTE GS-TERM-GPA ROUNDED =
006230             WS-TERM-POINTS / WS-TERM-ATTEMPTED
006240     ELSE
006250         MOVE ZERO TO GS-TERM-GPA
006260     END-IF.
006270     IF WS-CUM-ATTEMPTED > ZERO
006280         COMPUTE GS-CUM-GPA ROUNDED =
006290             WS-CUM-POINTS / WS-CUM-ATTEMPTED
006300     ELSE
006310         MOVE ZERO TO GS-CUM-GPA
006320     END-IF.
006330     PERFORM 6100-WRITE-SUMMARY-RECORD THRU 6100-EXIT.
006340     ADD 1 TO WS-SUMMARY-COUNT.
006350     MOVE 'N' TO WS-TERM-PENDING-SW.
006360 3000-EXIT.
006370     EXIT.
006380
006390*--------------------------------------------------------------*
006400*  END-OF-RUN TOTALS.  RESULTS READ MUST FOOT TO COUNTED + NOT
006410*  COUNTED; A BREAK SETS RETURN CODE 8.  ANY RESULT AT CREDIT 1
006420*  OR LEFT OUT FOR WANT OF A GRADE SETS RETURN CODE 4 SO THE
006430*  OFFICE FIXES THE CATALOGUE OR THE RECORD.
006440*--------------------------------------------------------------*
006450 8000-PRINT-RUN-TOTALS.
006460     MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE.
006470     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
006480     MOVE WS-UNKNOWN-SUBJ-COUNT TO GPA-XT-UNKNOWN.
006490     MOVE WS-NO-GRADE-COUNT     TO GPA-XT-NO-GRADE.
006500     MOVE GPA-EXCP-TOTAL-LINE TO WS-PRINT-WORK-LINE.
006510     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
006520     MOVE WS-RECORDS-READ  TO GPA-RT-READ.
006530     MOVE WS-SUMMARY-COUNT TO GPA-RT-SUMMARIES.
006540     MOVE WS-STUDENT-COUNT TO GPA-RT-STUDENTS.
006550     MOVE GPA-RUN-TOTAL-LINE TO WS-PRINT-WORK-LINE.
006560     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
006570     DISPLAY 'GPACALC - ' WS-RECORDS-READ ' RESULT(S) READ: '
006580         WS-COUNTED-COUNT ' COUNTED, '
006590         WS-NO-GRADE-COUNT ' WITH NO USABLE GRADE; '
006600         WS-SUMMARY-COUNT ' SUMMARY RECORD(S) WRITTEN.'.
006610     COMPUTE WS-DECISION-TOTAL =
006620         WS-COUNTED-COUNT + WS-NO-GRADE-COUNT.
006630     IF WS-DECISION-TOTAL NOT = WS-RECORDS-READ
006640         DISPLAY 'GPACALC - CONTROL TOTAL BREAK: '
006650             WS-RECORDS-READ ' RESULTS READ BUT '
006660             WS-DECISION-TOTAL ' DECISIONS RECORDED '
006670             '- SETTING NON-ZERO RETURN CODE.'
006680         MOVE 8 TO RETURN-CODE
006690     ELSE
006700         IF WS-UNKNOWN-SUBJ-COUNT > 0
006710             OR WS-NO-GRADE-COUNT > 0
006720             MOVE 4 TO RETURN-CODE
006730         END-IF
006740     END-IF.
006750 8000-EXIT.
006760     EXIT.
006770
006780 7000-TERMINATE.
006790     IF RESULTS-FILE-OK OR RESULTS-FILE-EOF
006800         CLOSE STUDENT-RESULTS-FILE
006810     END-IF.
006820     IF SUBJ-FILE-OK OR SUBJ-NOT-FOUND
006830         CLOSE SUBJECT-MASTER-FILE
006840     END-IF.
006850     IF SUMMARY-FILE-OK
006860         CLOSE GPA-SUMMARY-FILE
006870     END-IF.
006880     IF REPORT-FILE-OK
006890         CLOSE GPA-REPORT-FILE
006900     END-IF.
006910 7000-EXIT.
006920     EXIT.
006930
006940*--------------------------------------------------------------*
006950*  ALL REPORT OUTPUT FUNNELS THROUGH HERE SO EVERY WRITE GETS
006960*  THE SAME STATUS CHECK.  CALLERS MOVE THE LINE TO PRINT TO
006970*  WS-PRINT-WORK-LINE JUST BEFORE THE PERFORM.
006980*--------------------------------------------------------------*
006990 6000-WRITE-REPORT-LINE.
007000     WRITE GPA-REPORT-LINE FROM WS-PRINT-WORK-LINE.
007010     IF NOT REPORT-FILE-OK
007020         MOVE 'GPA-REPORT-FILE' TO WS-ABEND-FILE-NAME
007030         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
007040         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
007050     END-IF.
007060 6000-EXIT.
007070     EXIT.
007080
007090*--------------------------------------------------------------*
007100*  THE SUMMARY IS WRITTEN IN THE RESULTS MASTER'S OWN KEY
007110*  ORDER, SO A SEQUENCE OR DUPLICATE-KEY STATUS MEANS THE
007120*  MASTER ITSELF IS OUT OF ORDER - STOP.
007130*--------------------------------------------------------------*
007140 6100-WRITE-SUMMARY-RECORD.
007150     WRITE GPA-SUMMARY-RECORD.
007160     IF NOT SUMMARY-FILE-OK
007170         MOVE 'GPA-SUMMARY-FILE' TO WS-ABEND-FILE-NAME
007180         MOVE WS-SUMMARY-FILE-STATUS TO WS-ABEND-FILE-STATUS
007190         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
007200     END-IF.
007210 6100-EXIT.
007220     EXIT.
007230
007240*--------------------------------------------------------------*
007250*  A LOST SUMMARY RECORD WOULD PRINT A WRONG CUMULATIVE GPA ON
007260*  EVERY LATER TRANSCRIPT - TERMINATE INSTEAD.
007270*--------------------------------------------------------------*
007280 9000-ABEND-ON-WRITE-ERROR.
007290     DISPLAY 'GPACALC - FATAL: ' WS-ABEND-FILE-NAME
007300         ' WRITE FAILED, STATUS ' WS-ABEND-FILE-STATUS
007310         ' - RUN TERMINATED, OUTPUT NO LONGER RELIABLE.'.
007320     MOVE 16 TO RETURN-CODE.
007330     STOP RUN.
007340 9000-EXIT.
007350     EXIT.
007360
007370*--------------------------------------------------------------*
007380*  9100-ABEND-ON-BAD-PARMS - THE CALLER HAS ALREADY NAMED THE
007390*  PROBLEM; END THE RUN BEFORE ANY GPA IS WORKED OUT ON A
007400*  SCALE NOBODY CAN PROVE.
007410*--------------------------------------------------------------*
007420 9100-ABEND-ON-BAD-PARMS.
007430     DISPLAY 'GPACALC - FATAL: GRADE-POINT TABLE UNUSABLE '
007440         '- RUN TERMINATED BEFORE ANY GPA.'.
007450     MOVE 16 TO RETURN-CODE.
007460     STOP RUN.
007470 9100-EXIT.
007480     EXIT.
007490
007500*--------------------------------------------------------------*
007510*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
007520*  CREATING IT ON THE FIRST EVER RUN) AND WRITES THE 'S' START
007530*  RECORD; 7900 WRITES ONE 'C' RECORD PER OUTPUT FILE AND THE
007540*  'E' END RECORD WITH RECORDS READ, THE RETURN CODE AND THE
007550*  RECONCILIATION RESULT, THEN CLOSES.  AN ABEND ANYWHERE IN
007560*  BETWEEN LEAVES AN 'S' WITH NO 'E' - WHICH IS EXACTLY WHAT
007570*  THE DAY-END REPORT FLAGS AS A STEP THAT DIED.  LOG TROUBLE
007580*  IS DISPLAYED AND THE LOGGING ABANDONED, NEVER FATAL.
007590*--------------------------------------------------------------*
007600 1900-WRITE-RUNLOG-START.
007610     OPEN EXTEND RUN-LOG-FILE.
007620     IF NOT RUNLOG-FILE-OK
007630         OPEN OUTPUT RUN-LOG-FILE
007640     END-IF.
007650     IF NOT RUNLOG-FILE-OK
007660         DISPLAY 'GPACALC - CANNOT OPEN RUN LOG, STATUS '
007670             WS-RUNLOG-FILE-STATUS ' - RUN CONTINUES UNLOGGED.'
007680         GO TO 1900-EXIT
007690     END-IF.
007700     MOVE 'Y' TO WS-RUNLOG-OPEN-SW.
007710     MOVE SPACE        TO RUN-LOG-RECORD.
007720     MOVE 'S'          TO RL-RECORD-TYPE.
007730     MOVE 'GPACALC'    TO RL-PROGRAM-ID.
007740     MOVE WS-RUN-DATE  TO RL-RUN-DATE.
007750     MOVE WS-RUN-TIME  TO RL-RUN-TIME.
007760     MOVE WS-RUN-TIME  TO RL-LOG-TIME.
007770     MOVE ZERO         TO RL-RECORD-COUNT.
007780     MOVE ZERO         TO RL-RETURN-CODE.
007790     MOVE SPACE        TO RL-RECON-RESULT.
007800     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
007810 1900-EXIT.
007820     EXIT.
007830
007840 1910-WRITE-RUNLOG-COUNT.
007850     IF NOT RUN-LOG-IS-OPEN
007860         GO TO 1910-EXIT
007870     END-IF.
007880     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
007890     MOVE SPACE                TO RUN-LOG-RECORD.
007900     MOVE 'C'                  TO RL-RECORD-TYPE.
007910     MOVE 'GPACALC'            TO RL-PROGRAM-ID.
007920     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
007930     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
007940     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
007950     MOVE WS-RUNLOG-FILE-NAME  TO RL-FILE-NAME.
007960     MOVE WS-RUNLOG-COUNT      TO RL-RECORD-COUNT.
007970     MOVE ZERO                 TO RL-RETURN-CODE.
007980     MOVE SPACE                TO RL-RECON-RESULT.
007990     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
008000 1910-EXIT.
008010     EXIT.
008020
008030 1950-WRITE-RUNLOG-RECORD.
008040     WRITE RUN-LOG-RECORD.
008050     IF NOT RUNLOG-FILE-OK
008060         DISPLAY 'GPACALC - RUN LOG WRITE FAILED, STATUS '
008070             WS-RUNLOG-FILE-STATUS ' - LOGGING ABANDONED.'
008080         CLOSE RUN-LOG-FILE
008090         MOVE 'N' TO WS-RUNLOG-OPEN-SW
008100     END-IF.
008110 1950-EXIT.
008120     EXIT.
008130
008140 7900-WRITE-RUNLOG-END.
008150     IF NOT RUN-LOG-IS-OPEN
008160         GO TO 7900-EXIT
008170     END-IF.
008180     MOVE 'GPASUMM'        TO WS-RUNLOG-FILE-NAME.
008190     MOVE WS-SUMMARY-COUNT TO WS-RUNLOG-COUNT.
008200     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
008210     IF WS-DECISION-TOTAL = WS-RECORDS-READ
008220         MOVE 'OK'  TO WS-RUNLOG-RECON
008230     ELSE
008240         MOVE 'BRK' TO WS-RUNLOG-RECON
008250     END-IF.
008260     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
008270     MOVE SPACE                TO RUN-LOG-RECORD.
008280     MOVE 'E'                  TO RL-RECORD-TYPE.
008290     MOVE 'GPACALC'            TO RL-PROGRAM-ID.
008300     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
008310     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
008320     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
008330     MOVE WS-RECORDS-READ      TO RL-RECORD-COUNT.
008340     MOVE RETURN-CODE          TO RL-RETURN-CODE.
008350     MOVE WS-RUNLOG-RECON      TO RL-RECON-RESULT.
008360     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
008370     IF RUN-LOG-IS-OPEN
008380         CLOSE RUN-LOG-FILE
008390     END-IF.
008400 7900-EXIT.
008410     EXIT.
