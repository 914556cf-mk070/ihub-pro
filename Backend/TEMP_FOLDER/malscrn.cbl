000010*==============================================================*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    MALSCRN.
000040 AUTHOR.        K J MENON.
000050 INSTALLATION.  ACADEMIC RECORDS - EXAMINATIONS CELL.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*--------------------------------------------------------------*
000090*  MOD LOG
000100*  2026-10-15  KJM  INITIAL VERSION.  POST-GRADING MALPRACTICE
000110*                   SCREENING RUN FOR THE INQUIRY COMMITTEE.
000120*                   READS ONE SITTING OF THE STUDENT-RESULTS
000130*                   MASTER (TERM KEYED ON SYSIN) AND THE MARKS
000140*                   AUDIT TRAIL, AND FLAGS THE PATTERNS THE
000150*                   COMMITTEE CHECKS FOR BY HAND:
000160*                     IDNT - STUDENTS IN ONE CLASS WITH THE SAME
000170*                            MARKS IN EVERY SUBJECT;
000180*                     SUPP - A SUPPLEMENTARY ATTEMPT BEATING THE
000190*                            FIRST ATTEMPT BY MORE THAN THE
000200*                            BOARD'S MARGIN (PP-SUPP-GAIN-MARGIN);
000210*                     CORR - A RESULT CORRECTED THROUGH MARKCORR
000220*                            MORE THAN ONCE;
000230*                     PASS - A STUDENT EXACTLY ON THE PASS MARK IN
000240*                            A CLASS AND SUBJECT WHERE MORE THAN
000250*                            THE BOARD'S SHARE (PP-PASS-SHARE-PCT)
000260*                            SITS THERE.
000270*                   EACH FLAG CARRIES A WEIGHT; A STUDENT'S SCORE
000280*                   IS THE SUM OF THEIR FLAGS' WEIGHTS, AND THE
000290*                   EXCEPTION LIST PRINTS STUDENTS HIGHEST SCORE
000300*                   FIRST WITH THE EVIDENCE FOR EVERY FLAG UNDER
000310*                   THEM.  NOTHING IS WITHHELD HERE - THE
000320*                   COMMITTEE DECIDES, AND A WITHHOLD IS STILL
000330*                   KEYED AS BEFORE.  ANY FLAG ENDS THE RUN RC 4;
000340*                   A WORK TABLE FILLING OR THE SORT LOSING A
000350*                   RECORD ENDS IT RC 8, THE LIST INCOMPLETE.
000360*==============================================================*
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT STUDENT-RESULTS-FILE ASSIGN TO RESULTS
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS RR-KEY
000450         FILE STATUS IS WS-RESULTS-FILE-STATUS.
000460
000470     SELECT AUDIT-INPUT-FILE ASSIGN TO AUDITIN
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-AUDITIN-FILE-STATUS.
000500
000510     SELECT RUN-PARM-FILE ASSIGN TO GRADPARM
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-PARM-FILE-STATUS.
000540
000550     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS ST-STUDENT-ID
000590         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000600
000610     SELECT SCREEN-REPORT-FILE ASSIGN TO SCRNRPT
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-REPORT-FILE-STATUS.
000640
000650     SELECT SORT-WORK-FILE ASSIGN TO SORTWK.
000660
000670     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  STUDENT-RESULTS-FILE.
000740     COPY RSLTREC.
000750
000760 FD  AUDIT-INPUT-FILE
000770     RECORDING MODE IS F.
000780     COPY AUDTREC.
000790
000800 FD  RUN-PARM-FILE
000810     RECORDING MODE IS F.
000820     COPY PARMREC.
000830
000840 FD  STUDENT-MASTER-FILE.
000850     COPY STUDREC.
000860
000870 FD  SCREEN-REPORT-FILE
000880     RECORDING MODE IS F.
000890 01  SCREEN-REPORT-LINE          PIC X(132).
000900
000910*--------------------------------------------------------------*
000920*  THE ONE SORT WORK FILE SERVES BOTH SORTS.  SORT-WORK-RECORD
000930*  IS A STUDENT'S MARK PROFILE FOR THE SITTING - EVERY SUBJECT
000940*  CODE AND ITS MARKS IN KEY ORDER - SORTED BY CLASS AND
000950*  PROFILE SO IDENTICAL PROFILES COME BACK TOGETHER.
000960*  RANK-WORK-RECORD IS ONE EXCEPTION, SORTED FOR PRINTING BY
000970*  THE STUDENT'S SCORE, HIGHEST FIRST.
000980*--------------------------------------------------------------*
000990 SD  SORT-WORK-FILE.
001000 01  SORT-WORK-RECORD.
001010     05  SW-CLASS-CODE           PIC X(09).
001020     05  SW-SUBJECT-COUNT        PIC 9(02).
001030     05  SW-PROFILE              PIC X(96).
001040     05  SW-STUDENT-ID           PIC X(09).
001050 01  RANK-WORK-RECORD.
001060     05  RW-SCORE                PIC 9(05).
001070     05  RW-STUDENT-ID           PIC X(09).
001080     05  RW-WEIGHT               PIC 9(03).
001090     05  RW-FLAG-CODE            PIC X(04).
001100     05  RW-SUBJECT-CODE         PIC X(05).
001110     05  RW-CLASS-CODE           PIC X(09).
001120     05  RW-FLAG-COUNT           PIC 9(03).
001130     05  RW-EVIDENCE             PIC X(70).
001140     05  FILLER                  PIC X(08).
001150
001160 FD  RUN-LOG-FILE
001170     RECORDING MODE IS F.
001180     COPY RUNLOG.
001190
001200 WORKING-STORAGE SECTION.
001210
001220*--------------------------------------------------------------*
001230*  RUN-LOG CONTROL FIELDS.  EVERY BATCH PROGRAM IN THE CHAIN
001240*  APPENDS A START RECORD, ONE COUNT RECORD PER OUTPUT AND AN
001250*  END RECORD TO THE SHARED RUN-LOG DATASET (SEE RUNLOG) FOR
001260*  THE DAY-END OPERATIONS REPORT.  A RUN LOG THAT CANNOT BE
001270*  OPENED OR WRITTEN IS REPORTED AND ABANDONED - THE BUSINESS
001280*  RUN MUST NEVER DIE FOR ITS DIARY.
001290*--------------------------------------------------------------*
001300 01  WS-RUNLOG-FILE-STATUS    PIC X(02).
001310     88 RUNLOG-FILE-OK          VALUE '00'.
001320
001330 01  WS-RUNLOG-OPEN-SW         PIC X(01) VALUE 'N'.
001340     88 RUN-LOG-IS-OPEN          VALUE 'Y'.
001350 01  WS-RUNLOG-FILE-NAME       PIC X(12) VALUE SPACE.
001360 01  WS-RUNLOG-COUNT           PIC 9(09) VALUE ZERO.
001370 01  WS-RUNLOG-RECON           PIC X(04) VALUE 'OK'.
001380 01  WS-RUNLOG-LOG-TIME        PIC X(08) VALUE SPACE.
001390
001400 01  WS-RESULTS-FILE-STATUS   PIC X(02).
001410     88 RESULTS-FILE-OK         VALUE '00'.
001420     88 RESULTS-FILE-EOF        VALUE '10'.
001430
001440 01  WS-AUDITIN-FILE-STATUS   PIC X(02).
001450     88 AUDITIN-FILE-OK         VALUE '00'.
001460     88 AUDITIN-FILE-EOF        VALUE '10'.
001470
001480 01  WS-PARM-FILE-STATUS      PIC X(02).
001490     88 PARM-FILE-OK            VALUE '00'.
001500     88 PARM-FILE-EOF           VALUE '10'.
001510
001520 01  WS-STUDENT-FILE-STATUS   PIC X(02).
001530     88 STUDENT-FILE-OK         VALUE '00'.
001540     88 STUDENT-NOT-FOUND       VALUE '23'.
001550
001560 01  WS-REPORT-FILE-STATUS    PIC X(02).
001570     88 REPORT-FILE-OK          VALUE '00'.
001580
001590 01  WS-SWITCHES.
001600     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001610         88 END-OF-RESULTS-FILE VALUE 'Y'.
001620     05  WS-AUDIT-EOF-SWITCH   PIC X(01) VALUE 'N'.
001630         88 END-OF-AUDIT-FILE   VALUE 'Y'.
001640     05  WS-SORT-EOF-SWITCH    PIC X(01) VALUE 'N'.
001650         88 END-OF-SORTED-RECS  VALUE 'Y'.
001660     05  WS-INCOMPLETE-SW      PIC X(01) VALUE 'N'.
001670         88 SCREENING-INCOMPLETE VALUE 'Y'.
001680     05  WS-PROFILE-USABLE-SW  PIC X(01) VALUE 'Y'.
001690         88 PROFILE-USABLE      VALUE 'Y'.
001700     05  WS-TALLY-FOUND-SW     PIC X(01) VALUE 'N'.
001710         88 TALLY-ENTRY-FOUND   VALUE 'Y'.
001720     05  WS-CORR-FOUND-SW      PIC X(01) VALUE 'N'.
001730         88 CORR-ENTRY-FOUND    VALUE 'Y'.
001740     05  WS-FLAGGED-FOUND-SW   PIC X(01) VALUE 'N'.
001750         88 FLAGGED-ENTRY-FOUND VALUE 'Y'.
001760     05  WS-STUDENT-FOUND-SW   PIC X(01) VALUE 'N'.
001770         88 STUDENT-ON-MASTER    VALUE 'Y'.
001780
001790*--------------------------------------------------------------*
001800*  THE SYSIN CONTROL CARD - THE SITTING IN COLUMNS 1-6.  A
001810*  BLANK TERM STOPS THE RUN; SCREENING ACROSS A STUDENT'S WHOLE
001820*  HISTORY WOULD MATCH PROFILES FROM DIFFERENT SITTINGS.
001830*--------------------------------------------------------------*
001840 01  WS-SCREEN-CONTROL-CARD.
001850     05  SC-ACADEMIC-TERM      PIC X(06).
001860     05  FILLER                PIC X(74).
001870
001880 01  WS-SEL-ACADEMIC-TERM      PIC X(06) VALUE SPACE.
001890
001900*--------------------------------------------------------------*
001910*  THE BOARD'S LIMITS, FROM GRADPARM.  THE SUPPLEMENTARY GAIN
001920*  MARGIN IS IN MARKS, THE PASS-MARK SHARE IN WHOLE PERCENT OF
001930*  THOSE WHO SAT THE SUBJECT IN THE CLASS.
001940*--------------------------------------------------------------*
001950 01  WS-PASS-MARK              PIC 9(03) VALUE ZERO.
001960 01  WS-SUPP-GAIN-MARGIN       PIC 9(02) VALUE ZERO.
001970 01  WS-PASS-SHARE-PCT         PIC 9(02) VALUE ZERO.
001980
001990*--------------------------------------------------------------*
002000*  SCREENING RULES THAT ARE OURS RATHER THAN THE BOARD'S.  A
002010*  PROFILE OF FEWER THAN THREE SUBJECTS MATCHES TOO EASILY BY
002020*  CHANCE TO MEAN ANYTHING, AND A CLASS OF FEWER THAN TEN
002030*  SITTING A SUBJECT MAKES ANY SHARE ON THE PASS MARK LOOK
002040*  UNUSUAL.  THE WEIGHTS ORDER THE FLAGS BY HOW STRONGLY THE
002050*  COMMITTEE READS EACH PATTERN AS EVIDENCE, AND PRINT IN THE
002060*  FLAG KEY AT THE HEAD OF THE LIST.
002070*--------------------------------------------------------------*
002080 01  WS-IDNT-MIN-SUBJECTS      PIC 9(02) COMP VALUE 3.
002090 01  WS-PASS-MIN-SITTERS       PIC 9(05) COMP VALUE 10.
002100
002110 01  WS-FLAG-WEIGHTS.
002120     05  WS-IDNT-WEIGHT        PIC 9(03) VALUE 40.
002130     05  WS-SUPP-WEIGHT        PIC 9(03) VALUE 30.
002140     05  WS-CORR-WEIGHT        PIC 9(03) VALUE 20.
002150     05  WS-PASS-WEIGHT        PIC 9(03) VALUE 10.
002160
002170*--------------------------------------------------------------*
002180*  THE STUDENT WHOSE RECORDS ARE BEING READ, AND THEIR MARK
002190*  PROFILE.  THE MASTER'S KEY ORDER BRINGS A STUDENT'S SUBJECTS
002200*  IN SUBJECT ORDER, SO TWO STUDENTS WHO SAT THE SAME PAPERS
002210*  AND SCORED THE SAME BUILD BYTE-FOR-BYTE EQUAL PROFILES.  AN
002220*  ABSENCE, A THIRTEENTH SUBJECT OR AN ALL-ZERO PROFILE MAKES
002230*  THE PROFILE UNUSABLE FOR MATCHING.
002240*--------------------------------------------------------------*
002250 01  WS-CURR-STUDENT-ID        PIC X(09) VALUE SPACE.
002260 01  WS-CURR-CLASS-CODE        PIC X(09) VALUE SPACE.
002270 01  WS-CURR-SUBJECT-COUNT     PIC 9(02) COMP VALUE ZERO.
002280 01  WS-CURR-MARKS-TOTAL       PIC 9(05) COMP VALUE ZERO.
002290 01  WS-CURR-PROFILE.
002300     05  WS-CP-ENTRY OCCURS 12 TIMES.
002310         10  WS-CP-SUBJECT-CODE PIC X(05).
002320         10  WS-CP-MARKS-VALUE  PIC 9(03).
002330
002340*--------------------------------------------------------------*
002350*  ONE GROUP OF IDENTICAL PROFILES AS THEY COME BACK FROM THE
002360*  SORT.  THE FIRST 50 MEMBERS ARE HELD; A LARGER GROUP MARKS
002370*  THE LIST INCOMPLETE.
002380*--------------------------------------------------------------*
002390 01  WS-GROUP-CLASS-CODE       PIC X(09) VALUE SPACE.
002400 01  WS-GROUP-SUBJECT-COUNT    PIC 9(02) VALUE ZERO.
002410 01  WS-GROUP-PROFILE          PIC X(96) VALUE SPACE.
002420 01  WS-GROUP-SIZE             PIC 9(05) COMP VALUE ZERO.
002430
002440 01  IDENTICAL-GROUP-TABLE.
002450     05  IG-ENTRY-COUNT        PIC 9(03) COMP VALUE ZERO.
002460     05  IG-ENTRY OCCURS 50 TIMES.
002470         10  IG-STUDENT-ID     PIC X(09).
002480
002490 01  WS-IG-SUB                 PIC 9(03) COMP VALUE ZERO.
002500
002510*--------------------------------------------------------------*
002520*  PASS-MARK TALLY - ONE ENTRY PER CLASS AND SUBJECT: HOW MANY
002530*  SAT, HOW MANY LANDED EXACTLY ON THE PASS MARK, AND WHETHER
002540*  THAT SHARE IS OVER THE BOARD'S LIMIT.  THE STUDENTS ON THE
002550*  PASS MARK ARE HELD IN THE CANDIDATE TABLE UNTIL EVERY SHARE
002560*  IS KNOWN.  CAPPED TABLES, THE SAME PATTERN AS SUBSTAT.
002570*--------------------------------------------------------------*
002580 01  PASS-TALLY-TABLE.
002590     05  PT-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
002600     05  PT-ENTRY OCCURS 2000 TIMES.
002610         10  PT-CLASS-CODE     PIC X(09).
002620         10  PT-SUBJECT-CODE   PIC X(05).
002630         10  PT-SAT-COUNT      PIC 9(05) COMP.
002640         10  PT-ON-MARK-COUNT  PIC 9(05) COMP.
002650         10  PT-SHARE-PCT      PIC 9(03)V9.
002660         10  PT-CLUSTER-FLAG   PIC X(01).
002670             88 PT-CLUSTERED     VALUE 'Y'.
002680
002690 01  WS-PT-SUB                 PIC 9(04) COMP VALUE ZERO.
002700
002710 01  PASS-CANDIDATE-TABLE.
002720     05  PC-ENTRY-COUNT        PIC 9(05) COMP VALUE ZERO.
002730     05  PC-ENTRY OCCURS 5000 TIMES.
002740         10  PC-STUDENT-ID     PIC X(09).
002750         10  PC-TALLY-SUB      PIC 9(04) COMP.
002760
002770 01  WS-PC-SUB                 PIC 9(05) COMP VALUE ZERO.
002780
002790*--------------------------------------------------------------*
002800*  CORRECTION TALLY - ONE ENTRY PER STUDENT AND SUBJECT THAT
002810*  MARKCORR HAS CORRECTED IN THE SITTING: HOW MANY TIMES, THE
002820*  MARKS BEFORE THE FIRST CORRECTION AND AFTER THE LAST, AND
002830*  THE DATES OF BOTH.  THE AUDIT TRAIL IS IN TIME ORDER.
002840*--------------------------------------------------------------*
002850 01  CORR-TALLY-TABLE.
002860     05  CT-ENTRY-COUNT        PIC 9(05) COMP VALUE ZERO.
002870     05  CT-ENTRY OCCURS 5000 TIMES.
002880         10  CT-STUDENT-ID     PIC X(09).
002890         10  CT-SUBJECT-CODE   PIC X(05).
002900         10  CT-CLASS-CODE     PIC X(09).
002910         10  CT-CORR-COUNT     PIC 9(03) COMP.
002920         10  CT-FIRST-MARKS    PIC 9(03).
002930         10  CT-LAST-MARKS     PIC 9(03).
002940         10  CT-FIRST-DATE     PIC X(08).
002950         10  CT-LAST-DATE      PIC X(08).
002960
002970 01  WS-CT-SUB                 PIC 9(05) COMP VALUE ZERO.
002980
002990*--------------------------------------------------------------*
003000*  FLAGGED STUDENTS AND THEIR EXCEPTIONS.  EVERY FLAG RAISED
003010*  ADDS ITS WEIGHT TO THE STUDENT'S SCORE; THE EXCEPTIONS ARE
003020*  SORTED BY THAT SCORE ONLY WHEN ALL FOUR SCREENS HAVE RUN.
003030*--------------------------------------------------------------*
003040 01  FLAGGED-STUDENT-TABLE.
003050     05  FS-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
003060     05  FS-ENTRY OCCURS 2000 TIMES.
003070         10  FS-STUDENT-ID     PIC X(09).
003080         10  FS-SCORE          PIC 9(05) COMP.
003090         10  FS-FLAG-COUNT     PIC 9(03) COMP.
003100
003110 01  WS-FS-SUB                 PIC 9(04) COMP VALUE ZERO.
003120
003130 01  EXCEPTION-TABLE.
003140     05  EX-ENTRY-COUNT        PIC 9(04) COMP VALUE ZERO.
003150     05  EX-ENTRY OCCURS 3000 TIMES.
003160         10  EX-FS-SUB         PIC 9(04) COMP.
003170         10  EX-CLASS-CODE     PIC X(09).
003180         10  EX-FLAG-CODE      PIC X(04).
003190         10  EX-SUBJECT-CODE   PIC X(05).
003200         10  EX-WEIGHT         PIC 9(03).
003210         10  EX-EVIDENCE       PIC X(70).
003220
003230 01  WS-EX-SUB                 PIC 9(04) COMP VALUE ZERO.
003240
003250*--------------------------------------------------------------*
003260*  THE EXCEPTION BEING RAISED - FILLED BY EACH SCREEN AND
003270*  ADDED TO THE TABLES BY 5000-ADD-EXCEPTION.
003280*--------------------------------------------------------------*
003290 01  WS-NEW-EXCEPTION.
003300     05  NX-STUDENT-ID         PIC X(09).
003310     05  NX-CLASS-CODE         PIC X(09).
003320     05  NX-FLAG-CODE          PIC X(04).
003330     05  NX-SUBJECT-CODE       PIC X(05).
003340     05  NX-WEIGHT             PIC 9(03).
003350     05  NX-EVIDENCE           PIC X(70).
003360
003370*--------------------------------------------------------------*
003380*  EVIDENCE TEXTS, ONE LAYOUT PER FLAG, MOVED WHOLE TO THE
003390*  EXCEPTION'S EVIDENCE.
003400*--------------------------------------------------------------*
003410 01  EVD-IDNT-TEXT.
003420     05  FILLER                PIC X(18) VALUE
003430         'SAME MARKS IN ALL '.
003440     05  EVD-ID-SUBJECTS       PIC Z9.
003450     05  FILLER                PIC X(13) VALUE ' SUBJECTS AS '.
003460     05  EVD-ID-OTHERS         PIC ZZZ9.
003470     05  FILLER                PIC X(15) VALUE ' OTHER(S), E.G.'.
003480     05  FILLER                PIC X(01) VALUE SPACE.
003490     05  EVD-ID-OTHER-STUDENT  PIC X(09).
003500     05  FILLER                PIC X(08) VALUE SPACE.
003510
003520 01  EVD-SUPP-TEXT.
003530     05  FILLER                PIC X(12) VALUE 'SUPP ATTEMPT'.
003540     05  FILLER                PIC X(01) VALUE SPACE.
003550     05  EVD-SP-MARKS          PIC ZZ9.
003560     05  FILLER                PIC X(19) VALUE
003570         ' VS FIRST ATTEMPT  '.
003580     05  EVD-SP-PREV-MARKS     PIC ZZ9.
003590     05  FILLER                PIC X(08) VALUE ' - GAIN '.
003600     05  EVD-SP-GAIN           PIC ZZ9.
003610     05  FILLER                PIC X(08) VALUE ', LIMIT '.
003620     05  EVD-SP-MARGIN         PIC Z9.
003630     05  FILLER                PIC X(11) VALUE SPACE.
003640
003650 01  EVD-CORR-TEXT.
003660     05  FILLER                PIC X(10) VALUE 'CORRECTED '.
003670     05  EVD-CR-COUNT          PIC ZZ9.
003680     05  FILLER                PIC X(08) VALUE ' TIMES, '.
003690     05  EVD-CR-FIRST-MARKS    PIC ZZ9.
003700     05  FILLER                PIC X(04) VALUE ' -> '.
003710     05  EVD-CR-LAST-MARKS     PIC ZZ9.
003720     05  FILLER                PIC X(02) VALUE ', '.
003730     05  EVD-CR-FIRST-DATE     PIC X(08).
003740     05  FILLER                PIC X(04) VALUE ' TO '.
003750     05  EVD-CR-LAST-DATE      PIC X(08).
003760     05  FILLER                PIC X(17) VALUE SPACE.
003770
003780 01  EVD-PASS-TEXT.
003790     05  FILLER                PIC X(13) VALUE 'ON PASS MARK '.
003800     05  EVD-PS-PASS-MARK      PIC ZZ9.
003810     05  FILLER                PIC X(03) VALUE ' - '.
003820     05  EVD-PS-ON-MARK        PIC ZZZZ9.
003830     05  FILLER                PIC X(04) VALUE ' OF '.
003840     05  EVD-PS-SAT            PIC ZZZZ9.
003850     05  FILLER                PIC X(06) VALUE ' SAT ('.
003860     05  EVD-PS-SHARE          PIC ZZ9.9.
003870     05  FILLER                PIC X(10) VALUE '%), LIMIT '.
003880     05  EVD-PS-LIMIT          PIC Z9.
003890     05  FILLER                PIC X(01) VALUE '%'.
003900     05  FILLER                PIC X(13) VALUE SPACE.
003910
003920*--------------------------------------------------------------*
003930*  WORK FIELDS FOR THE SCREENS.
003940*--------------------------------------------------------------*
003950 01  WS-SUPP-GAIN              PIC 9(03) VALUE ZERO.
003960 01  WS-SHARE-PCT              PIC 9(03)V9 VALUE ZERO.
003970
003980*--------------------------------------------------------------*
003990*  RANKING CONTROL FIELDS.  STUDENTS ARE RANKED, NOT
004000*  EXCEPTIONS: THE POSITION ADVANCES ON EACH NEW STUDENT, THE
004010*  RANK ONLY CATCHES UP WHEN THE SCORE DROPS - EQUAL SCORES
004020*  SHARE THE EARLIER RANK, THE SAME RULE AS MERITLST.
004030*--------------------------------------------------------------*
004040 01  WS-LAST-STUDENT-ID        PIC X(09) VALUE SPACE.
004050 01  WS-LIST-POSITION          PIC 9(05) COMP VALUE ZERO.
004060 01  WS-LIST-RANK              PIC 9(05) COMP VALUE ZERO.
004070 01  WS-PREV-SCORE             PIC 9(05) COMP VALUE ZERO.
004080 01  WS-FIRST-IN-LIST-SW       PIC X(01) VALUE 'Y'.
004090     88 FIRST-IN-LIST            VALUE 'Y'.
004100
004110*--------------------------------------------------------------*
004120*  RUN CONTROL TOTALS.  EVERY PROFILE RELEASED TO THE SORT
004130*  MUST COME BACK, AND EVERY EXCEPTION RAISED MUST PRINT.
004140*--------------------------------------------------------------*
004150 01  WS-RECORDS-READ           PIC 9(09) COMP VALUE ZERO.
004160 01  WS-OTHER-TERM-COUNT       PIC 9(09) COMP VALUE ZERO.
004170 01  WS-AUDIT-READ             PIC 9(09) COMP VALUE ZERO.
004180 01  WS-CORR-READ              PIC 9(09) COMP VALUE ZERO.
004190 01  WS-PROFILES-RELEASED      PIC 9(07) COMP VALUE ZERO.
004200 01  WS-PROFILES-RETURNED      PIC 9(07) COMP VALUE ZERO.
004210 01  WS-PROFILES-NOT-MATCHED   PIC 9(07) COMP VALUE ZERO.
004220 01  WS-IDNT-COUNT             PIC 9(05) COMP VALUE ZERO.
004230 01  WS-SUPP-COUNT             PIC 9(05) COMP VALUE ZERO.
004240 01  WS-CORR-COUNT             PIC 9(05) COMP VALUE ZERO.
004250 01  WS-PASS-COUNT             PIC 9(05) COMP VALUE ZERO.
004260 01  WS-LISTED-COUNT           PIC 9(05) COMP VALUE ZERO.
004270 01  WS-RANKED-COUNT           PIC 9(05) COMP VALUE ZERO.
004280
004290 01  WS-RUN-DATE               PIC X(08) VALUE SPACE.
004300 01  WS-RUN-TIME               PIC X(08) VALUE SPACE.
004310
004320 01  WS-ABEND-FILE-NAME        PIC X(20) VALUE SPACE.
004330 01  WS-ABEND-FILE-STATUS      PIC X(02) VALUE SPACE.
004340
004350*--------------------------------------------------------------*
004360*  SCREENING REPORT LINES.
004370*--------------------------------------------------------------*
004380 01  SCR-RUN-HEADING.
004390     05  FILLER                PIC X(40) VALUE
004400         'MALSCRN - MALPRACTICE SCREENING, SITTING'.
004410     05  FILLER                PIC X(01) VALUE SPACE.
004420     05  SCR-RH-ACADEMIC-TERM  PIC X(06) VALUE SPACE.
004430     05  FILLER                PIC X(09) VALUE ', RUN ON '.
004440     05  SCR-RH-RUN-DATE       PIC X(08) VALUE SPACE.
004450     05  FILLER                PIC X(68) VALUE SPACE.
004460
004470 01  SCR-LIMITS-LINE.
004480     05  FILLER                PIC X(31) VALUE
004490         'BOARD LIMITS - SUPP GAIN OVER '.
004500     05  SCR-LL-MARGIN         PIC Z9.
004510     05  FILLER                PIC X(20) VALUE
004520         ' MARKS; PASS MARK OF'.
004530     05  FILLER                PIC X(01) VALUE SPACE.
004540     05  SCR-LL-PASS-MARK      PIC ZZ9.
004550     05  FILLER                PIC X(09) VALUE ' HELD BY '.
004560     05  SCR-LL-SHARE          PIC Z9.
004570     05  FILLER                PIC X(24) VALUE
004580         '% OR LESS WHERE AT LEAST'.
004590     05  SCR-LL-MIN-SITTERS    PIC ZZZZ9.
004600     05  FILLER                PIC X(04) VALUE ' SAT'.
004610     05  FILLER                PIC X(31) VALUE SPACE.
004620
004630 01  SCR-KEY-LINE-1.
004640     05  FILLER                PIC X(16) VALUE 'FLAGS (WEIGHT): '.
004650     05  FILLER                PIC X(36) VALUE
004660         'IDNT SAME MARKS AS A CLASSMATE IN   '.
004670     05  FILLER                PIC X(10) VALUE 'ALL OF ONE'.
004680     05  FILLER                PIC X(01) VALUE SPACE.
004690     05  SCR-KL-MIN-SUBJECTS   PIC Z9.
004700     05  FILLER                PIC X(12) VALUE '+ SUBJECTS ('.
004710     05  SCR-KL-IDNT-WEIGHT    PIC ZZ9.
004720     05  FILLER                PIC X(30) VALUE
004730         ')   SUPP SUPPLEMENTARY GAIN ('.
004740     05  SCR-KL-SUPP-WEIGHT    PIC ZZ9.
004750     05  FILLER                PIC X(01) VALUE ')'.
004760     05  FILLER                PIC X(18) VALUE SPACE.
004770
004780 01  SCR-KEY-LINE-2.
004790     05  FILLER                PIC X(16) VALUE SPACE.
004800     05  FILLER                PIC X(33) VALUE
004810         'CORR CORRECTED MORE THAN ONCE  ('.
004820     05  SCR-KL-CORR-WEIGHT    PIC ZZ9.
004830     05  FILLER                PIC X(36) VALUE
004840         ')   PASS ON PASS MARK IN A CLUSTER ('.
004850     05  SCR-KL-PASS-WEIGHT    PIC ZZ9.
004860     05  FILLER                PIC X(01) VALUE ')'.
004870     05  FILLER                PIC X(40) VALUE SPACE.
004880
004890 01  SCR-COLUMN-HEADING-1.
004900     05  FILLER                PIC X(49) VALUE
004910         'RANK  STUDENT-ID  NAME                           '.
004920     05  FILLER                PIC X(14) VALUE ' SCORE  FLAGS '.
004930     05  FILLER                PIC X(69) VALUE SPACE.
004940
004950 01  SCR-COLUMN-HEADING-2.
004960     05  FILLER                PIC X(41) VALUE
004970         '        FLAG  CLASS      SUBJ   EVIDENCE '.
004980     05  FILLER                PIC X(91) VALUE SPACE.
004990
005000 01  SCR-STUDENT-LINE.
005010     05  SCR-SL-RANK           PIC ZZZZ9.
005020     05  FILLER                PIC X(01) VALUE SPACE.
005030     05  SCR-SL-STUDENT-ID     PIC X(09).
005040     05  FILLER                PIC X(03) VALUE SPACE.
005050     05  SCR-SL-STUDENT-NAME   PIC X(30).
005060     05  FILLER                PIC X(01) VALUE SPACE.
005070     05  SCR-SL-SCORE          PIC ZZZZ9.
005080     05  FILLER                PIC X(04) VALUE SPACE.
005090     05  SCR-SL-FLAG-COUNT     PIC ZZ9.
005100     05  FILLER                PIC X(71) VALUE SPACE.
005110
005120 01  SCR-EVIDENCE-LINE.
005130     05  FILLER                PIC X(08) VALUE SPACE.
005140     05  SCR-EL-FLAG-CODE      PIC X(04).
005150     05  FILLER                PIC X(02) VALUE SPACE.
005160     05  SCR-EL-CLASS-CODE     PIC X(09).
005170     05  FILLER                PIC X(02) VALUE SPACE.
005180     05  SCR-EL-SUBJECT-CODE   PIC X(05).
005190     05  FILLER                PIC X(02) VALUE SPACE.
005200     05  SCR-EL-EVIDENCE       PIC X(70).
005210     05  FILLER                PIC X(30) VALUE SPACE.
005220
005230 01  SCR-NONE-LINE.
005240     05  FILLER                PIC X(48) VALUE
005250         'NO RESULT MEETS ANY SCREENING PATTERN - NOTHING '.
005260     05  FILLER                PIC X(17) VALUE
005270         'FOR THE COMMITTEE'.
005280     05  FILLER                PIC X(67) VALUE SPACE.
005290
005300 01  SCR-INCOMPLETE-LINE.
005310     05  FILLER                PIC X(47) VALUE
005320         'MALSCRN - A WORK TABLE FILLED OR THE SORT LOST '.
005330     05  FILLER                PIC X(39) VALUE
005340         'A PROFILE - LIST INCOMPLETE, SEE SYSOUT'.
005350     05  FILLER                PIC X(46) VALUE SPACE.
005360
005370 01  SCR-RUN-TOTAL-LINE.
005380     05  FILLER                PIC X(11) VALUE 'MALSCRN - '.
005390     05  SCR-RT-STUDENTS       PIC ZZZZ9.
005400     05  FILLER                PIC X(22) VALUE
005410         ' STUDENT(S) FLAGGED ON'.
005420     05  FILLER                PIC X(01) VALUE SPACE.
005430     05  SCR-RT-EXCEPTIONS     PIC ZZZZ9.
005440     05  FILLER                PIC X(19) VALUE
005450         ' EXCEPTION(S) FROM '.
005460     05  SCR-RT-RECORDS        PIC Z(08)9.
005470     05  FILLER                PIC X(32) VALUE
005480         ' RESULT RECORD(S) OF THE SITTING'.
005490     05  FILLER                PIC X(28) VALUE SPACE.
005500
005510 01  SCR-FLAG-TOTAL-LINE.
005520     05  FILLER                PIC X(16) VALUE 'MALSCRN - IDNT  '.
005530     05  SCR-FT-IDNT           PIC ZZZZ9.
005540     05  FILLER                PIC X(08) VALUE '   SUPP '.
005550     05  SCR-FT-SUPP           PIC ZZZZ9.
005560     05  FILLER                PIC X(08) VALUE '   CORR '.
005570     05  SCR-FT-CORR           PIC ZZZZ9.
005580     05  FILLER                PIC X(08) VALUE '   PASS '.
005590     05  SCR-FT-PASS           PIC ZZZZ9.
005600     05  FILLER                PIC X(72) VALUE SPACE.
005610
005620 01  WS-BLANK-LINE             PIC X(132) VALUE SPACE.
005630
005640*--------------------------------------------------------------*
005650*  EVERY REPORT LINE IS MOVED HERE AND WRITTEN BY THE ONE
005660*  CHECKED WRITE IN 6000-WRITE-SCREEN-LINE.
005670*--------------------------------------------------------------*
005680 01  WS-PRINT-WORK-LINE        PIC X(132) VALUE SPACE.
005690
005700 PROCEDURE DIVISION.
005710
005720 0000-MAINLINE.
005730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005740     PERFORM 2000-SCREEN-RESULTS THRU 2000-EXIT.
005750     PERFORM 3000-SCREEN-CORRECTIONS THRU 3000-EXIT.
005760     PERFORM 4000-FLAG-PASS-CLUSTERS THRU 4000-EXIT.
005770     PERFORM 5500-PRINT-RANKED-LIST THRU 5500-EXIT.
005780     PERFORM 8000-PRINT-RUN-TOTALS THRU 8000-EXIT.
005790     PERFORM 7900-WRITE-RUNLOG-END THRU 7900-EXIT.
005800     PERFORM 7000-TERMINATE THRU 7000-EXIT.
005810     STOP RUN.
005820
005830 1000-INITIALIZE.
005840     ACCEPT WS-SCREEN-CONTROL-CARD.
005850     MOVE SC-ACADEMIC-TERM TO WS-SEL-ACADEMIC-TERM.
005860     IF WS-SEL-ACADEMIC-TERM = SPACE
005870         DISPLAY 'MALSCRN - NO SITTING TERM ON SYSIN - RUN '
005880             'TERMINATED, A SCREENING NEEDS ITS SITTING NAMED.'
005890         MOVE 16 TO RETURN-CODE
005900         STOP RUN
005910     END-IF.
005920     PERFORM 1050-LOAD-RUN-PARMS THRU 1050-EXIT.
005930     OPEN INPUT STUDENT-RESULTS-FILE.
005940     IF NOT RESULTS-FILE-OK
005950         DISPLAY 'MALSCRN - CANNOT OPEN RESULTS MASTER, STATUS '
005960             WS-RESULTS-FILE-STATUS
005970         MOVE 'Y' TO WS-EOF-SWITCH
005980         MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
005990         MOVE 'Y' TO WS-INCOMPLETE-SW
006000     END-IF.
006010     OPEN INPUT AUDIT-INPUT-FILE.
006020     IF NOT AUDITIN-FILE-OK
006030         DISPLAY 'MALSCRN - CANNOT OPEN AUDIT TRAIL, STATUS '
006040             WS-AUDITIN-FILE-STATUS
006050         MOVE 'Y' TO WS-EOF-SWITCH
006060         MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
006070         MOVE 'Y' TO WS-INCOMPLETE-SW
006080     END-IF.
006090     OPEN INPUT STUDENT-MASTER-FILE.
006100     IF NOT STUDENT-FILE-OK
006110         DISPLAY 'MALSCRN - CANNOT OPEN STUDENT MASTER, STATUS '
006120             WS-STUDENT-FILE-STATUS
006130         MOVE 'Y' TO WS-EOF-SWITCH
006140         MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
006150         MOVE 'Y' TO WS-INCOMPLETE-SW
006160     END-IF.
006170     OPEN OUTPUT SCREEN-REPORT-FILE.
006180     IF NOT REPORT-FILE-OK
006190         DISPLAY 'MALSCRN - CANNOT OPEN SCREENING REPORT, '
006200             'STATUS ' WS-REPORT-FILE-STATUS
006210         MOVE 'Y' TO WS-EOF-SWITCH
006220         MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
006230         MOVE 'Y' TO WS-INCOMPLETE-SW
006240     END-IF.
006250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
006260     ACCEPT WS-RUN-TIME FROM TIME.
006270     PERFORM 1900-WRITE-RUNLOG-START THRU 1900-EXIT.
006280     IF NOT REPORT-FILE-OK
006290         MOVE 'BRK' TO WS-RUNLOG-RECON
006300         GO TO 1000-EXIT
006310     END-IF.
006320     MOVE WS-SEL-ACADEMIC-TERM TO SCR-RH-ACADEMIC-TERM.
006330     MOVE WS-RUN-DATE TO SCR-RH-RUN-DATE.
006340     MOVE SCR-RUN-HEADING TO WS-PRINT-WORK-LINE.
006350     PERFORM 6000-WRITE-SCREEN-LINE THRU 6000-EXIT.
006360     MOVE WS-SUPP-GAIN-MARGIN TO SCR-LL-MARGIN.
006370     MOVE WS-PASS-MARK        TO SCR-LL-PASS-MARK.
006380     MOVE WS-PASS-SHARE-PCT   TO SCR-LL-SHARE.
006390     MOVE WS-PASS-MIN-SITTERS TO SCR-LL-MIN-SITTERS.
006400     MOVE SCR-LIMITS-LINE TO WS-PRINT-WORK-LINE.
006410     PERFORM 6000-WRITE-SCREEN-LINE THRU 6000-EXIT.
006420     MOVE WS-IDNT-MIN-SUBJECTS TO SCR-KL-MIN-SUBJECTS.
006430     MOVE WS-IDNT-WEIGHT TO SCR-KL-IDNT-WEIGHT.
006440     MOVE WS-SUPP-WEIGHT TO SCR-KL-SUPP-WEIGHT.
006450     MOVE WS-CORR-WEIGHT TO SCR-KL-CORR-WEIGHT.
006460     MOVE WS-PASS-WEIGHT TO SCR-KL-PASS-WEIGHT.
006470     MOVE SCR-KEY-LINE-1 TO WS-PRINT-WORK-LINE.
006480     PERFORM 6000-WRITE-SCREEN-LINE THRU 6000-EXIT.
006490     MOVE SCR-KEY-LINE-2 TO WS-PRINT-WORK-LINE.
006500     PERFORM 6000-WRITE-SCREEN-LINE THRU 6000-EXIT.
006510 1000-EXIT.
006520     EXIT.
006530
006540*--------------------------------------------------------------*
006550*  LOAD THE BOARD'S LIMITS FROM THE SAME GRADPARM DATASET THE
006560*  GRADING PROGRAMS READ.  A ZERO SHARE WOULD FLAG EVERY
006570*  STUDENT ON THE PASS MARK AND A ZERO MARGIN EVERY IMPROVED
006580*  SUPPLEMENTARY - EITHER MEANS NOBODY KEYED THE BOARD'S
006590*  FIGURE, SO THE RUN STOPS INSTEAD.
006600*--------------------------------------------------------------*
006610 1050-LOAD-RUN-PARMS.
006620     OPEN INPUT RUN-PARM-FILE.
006630     IF NOT PARM-FILE-OK
006640         DISPLAY 'MALSCRN - CANNOT OPEN RUN PARM FILE, '
006650             'STATUS ' WS-PARM-FILE-STATUS
006660         PERFORM 9100-ABEND-ON-BAD-PARMS THRU 9100-EXIT
006670     END-IF.
006680     READ RUN-PARM-FILE
006690         AT END
006700             DISPLAY 'MALSCRN - RUN PARM FILE IS EMPTY.'
006710             PERFORM 9100-ABEND-ON-BAD-PARMS THRU 9100-EXIT
006720     END-READ.
006730     IF PP-PASS-MARK NOT NUMERIC
006740         OR PP-SUPP-GAIN-MARGIN NOT NUMERIC
006750         OR PP-PASS-SHARE-PCT NOT NUMERIC
006760         DISPLAY 'MALSCRN - PASS MARK OR SCREENING LIMITS NOT '
006770             'NUMERIC.'
006780         PERFORM 9100-ABEND-ON-BAD-PARMS THRU 9100-EXIT
006790     END-IF.
006800     IF PP-SUPP-GAIN-MARGIN = ZERO
006810         OR PP-PASS-SHARE-PCT = ZERO
006820         DISPLAY 'MALSCRN - A SCREENING LIMIT IS ZERO - '
006830             'NOBODY KEYED THE BOARD''S LIMITS.'
006840         PERFORM 9100-ABEND-ON-BAD-PARMS THRU 9100-EXIT
006850     END-IF.
006860     MOVE PP-PASS-MARK        TO WS-PASS-MARK.
006870     MOVE PP-SUPP-GAIN-MARGIN TO WS-SUPP-GAIN-MARGIN.
006880     MOVE PP-PASS-SHARE-PCT   TO WS-PASS-SHARE-PCT.
006890     CLOSE RUN-PARM-FILE.
006900 1050-EXIT.
006910     EXIT.
006920
006930*--------------------------------------------------------------*
006940*  ONE PASS OF THE SITTING DOES THREE OF THE FOUR SCREENS: THE
006950*  SORT'S INPUT PROCEDURE READS EVERY RESULT, CHECKS EACH
006960*  SUPPLEMENTARY ATTEMPT, TALLIES THE PASS-MARK SHARES AND
006970*  RELEASES ONE MARK PROFILE PER STUDENT; THE OUTPUT PROCEDURE
006980*  FINDS THE IDENTICAL PROFILES WITHIN EACH CLASS.
006990*--------------------------------------------------------------*
007000 2000-SCREEN-RESULTS.
007010     SORT SORT-WORK-FILE
007020         ON ASCENDING KEY SW-CLASS-CODE
007030                          SW-SUBJECT-COUNT
007040                          SW-PROFILE
007050                          SW-STUDENT-ID
007060         INPUT PROCEDURE IS 2100-RELEASE-PROFILES
007070             THRU 2100-EXIT
007080         OUTPUT PROCEDURE IS 2500-MATCH-PROFILES
007090             THRU 2500-EXIT.
007100 2000-EXIT.
007110     EXIT.
007120
007130 2100-RELEASE-PROFILES.
007140     PERFORM 2200-SCREEN-ONE-RESULT THRU 2200-EXIT
007150         UNTIL END-OF-RESULTS-FILE.
007160     PERFORM 2400-RELEASE-PROFILE THRU 2400-EXIT.
007170 2100-EXIT.
007180     EXIT.
007190
007200 2200-SCREEN-ONE-RESULT.
007210     PERFORM 2210-READ-RESULT-RECORD THRU 2210-EXIT.
007220     IF END-OF-RESULTS-FILE
007230         GO TO 2200-EXIT
007240     END-IF.
007250     IF RR-ACADEMIC-TERM NOT = WS-SEL-ACADEMIC-TERM
007260         ADD 1 TO WS-OTHER-TERM-COUNT
007270         GO TO 2200-EXIT
007280     END-IF.
007290     ADD 1 TO WS-RECORDS-READ.
007300     IF RR-STUDENT-ID NOT = WS-CURR-STUDENT-ID
007310         PERFORM 2400-RELEASE-PROFILE THRU 2400-EXIT
007320         PERFORM 2300-START-PROFILE THRU 2300-EXIT
007330     END-IF.
007340     PERFORM 2310-ADD-TO-PROFILE THRU 2310-EXIT.
007350     PERFORM 2320-CHECK-SUPPLEMENTARY THRU 2320-EXIT.
007360     PERFORM 2330-TALLY-PASS-MARK THRU 2330-EXIT.
007370 2200-EXIT.
007380     EXIT.
007390
007400 2210-READ-RESULT-RECORD.
007410     READ STUDENT-RESULTS-FILE NEXT RECORD
007420         AT END
007430             MOVE 'Y' TO WS-EOF-SWITCH
007440     END-READ.
007450 2210-EXIT.
007460     EXIT.
007470
007480 2300-START-PROFILE.
007490     MOVE RR-STUDENT-ID TO WS-CURR-STUDENT-ID.
007500     MOVE RR-CLASS-CODE TO WS-CURR-CLASS-CODE.
007510     MOVE ZERO  TO WS-CURR-SUBJECT-COUNT.
007520     MOVE ZERO  TO WS-CURR-MARKS-TOTAL.
007530     MOVE SPACE TO WS-CURR-PROFILE.
007540     MOVE 'Y'   TO WS-PROFILE-USABLE-SW.
007550 2300-EXIT.
007560     EXIT.
007570
007580 2310-ADD-TO-PROFILE.
007590     IF RR-RESULT-CODE = 'ABST'
007600         MOVE 'N' TO WS-PROFILE-USABLE-SW
007610     END-IF.
007620     IF WS-CURR-SUBJECT-COUNT >= 12
007630         MOVE 'N' TO WS-PROFILE-USABLE-SW
007640         GO TO 2310-EXIT
007650     END-IF.
007660     ADD 1 TO WS-CURR-SUBJECT-COUNT.
007670     MOVE RR-SUBJECT-CODE
007680         TO WS-CP-SUBJECT-CODE(WS-CURR-SUBJECT-COUNT).
007690     MOVE RR-MARKS-VALUE
007700         TO WS-CP-MARKS-VALUE(WS-CURR-SUBJECT-COUNT).
007710     ADD RR-MARKS-VALUE TO WS-CURR-MARKS-TOTAL.
007720 2310-EXIT.
007730     EXIT.
007740
007750*--------------------------------------------------------------*
007760*  SUPP - SUPPMARK KEEPS THE FIRST ATTEMPT IN RR-PREV-MARKS-
007770*  VALUE ONLY WHEN THE SUPPLEMENTARY BEAT IT, SO ANY GAIN TO
007780*  MEASURE IS ALWAYS THERE.  A GAIN OF MORE THAN THE BOARD'S
007790*  MARGIN IS FLAGGED.
007800*--------------------------------------------------------------*
007810 2320-CHECK-SUPPLEMENTARY.
007820     IF NOT SUPPLEMENTARY-ATTEMPT
007830         GO TO 2320-EXIT
007840     END-IF.
007850     IF RR-PREV-MARKS-VALUE NOT NUMERIC
007860         OR RR-MARKS-VALUE NOT > RR-PREV-MARKS-VALUE
007870         GO TO 2320-EXIT
007880     END-IF.
007890     COMPUTE WS-SUPP-GAIN = RR-MARKS-VALUE - RR-PREV-MARKS-VALUE.
007900     IF WS-SUPP-GAIN NOT > WS-SUPP-GAIN-MARGIN
007910         GO TO 2320-EXIT
007920     END-IF.
007930     MOVE RR-MARKS-VALUE      TO EVD-SP-MARKS.
007940     MOVE RR-PREV-MARKS-VALUE TO EVD-SP-PREV-MARKS.
007950     MOVE WS-SUPP-GAIN        TO EVD-SP-GAIN.
007960     MOVE WS-SUPP-GAIN-MARGIN TO EVD-SP-MARGIN.
007970     MOVE RR-STUDENT-ID       TO NX-STUDENT-ID.
007980     MOVE RR-CLASS-CODE       TO NX-CLASS-CODE.
007990     MOVE 'SUPP'              TO NX-FLAG-CODE.
008000     MOVE RR-SUBJECT-CODE     TO NX-SUBJECT-CODE.
008010     MOVE WS-SUPP-WEIGHT      TO NX-WEIGHT.
008020     MOVE EVD-SUPP-TEXT       TO NX-EVIDENCE.
008030     PERFORM 5000-ADD-EXCEPTION THRU 5000-EXIT.
008040 2320-EXIT.
008050     EXIT.
008060
008070*--------------------------------------------------------------*
008080*  PASS - TALLY WHO SAT EACH CLASS AND SUBJECT AND WHO LANDED
008090*  EXACTLY ON THE PASS MARK.  AN ABSENCE DID NOT SIT.  THE
008100*  SHARES ARE ONLY KNOWN AT THE END OF THE SITTING, SO THE
008110*  STUDENTS ON THE MARK ARE HELD AS CANDIDATES UNTIL THEN.
008120*--------------------------------------------------------------*
008130 2330-TALLY-PASS-MARK.
008140     IF RR-RESULT-CODE = 'ABST'
008150         GO TO 2330-EXIT
008160     END-IF.
008170     PERFORM 2340-FIND-TALLY-ENTRY THRU 2340-EXIT.
008180     IF NOT TALLY-ENTRY-FOUND
008190         GO TO 2330-EXIT
008200     END-IF.
008210     ADD 1 TO PT-SAT-COUNT(WS-PT-SUB).
008220     IF RR-MARKS-VALUE NOT = WS-PASS-MARK
008230         GO TO 2330-EXIT
008240     END-IF.
008250     ADD 1 TO PT-ON-MARK-COUNT(WS-PT-SUB).
008260     IF PC-ENTRY-COUNT >= 5000
008270         IF NOT SCREENING-INCOMPLETE
008280             DISPLAY 'MALSCRN - PASS-MARK CANDIDATE TABLE FULL '
008290                 'AT 5000, STUDENT ' RR-STUDENT-ID
008300                 ' AND LATER NOT SCREENED.'
008310         END-IF
008320         MOVE 'Y' TO WS-INCOMPLETE-SW
008330         GO TO 2330-EXIT
008340     END-IF.
008350     ADD 1 TO PC-ENTRY-COUNT.
008360     MOVE RR-STUDENT-ID TO PC-STUDENT-ID(PC-ENTRY-COUNT).
008370     MOVE WS-PT-SUB     TO PC-TALLY-SUB(PC-ENTRY-COUNT).
008380 2330-EXIT.
008390     EXIT.
008400
008410 2340-FIND-TALLY-ENTRY.
008420     MOVE 'N' TO WS-TALLY-FOUND-SW.
008430     PERFORM 2345-MATCH-ONE-TALLY THRU 2345-EXIT
008440         VARYING WS-PT-SUB FROM 1 BY 1
008450         UNTIL WS-PT-SUB > PT-ENTRY-COUNT
008460            OR TALLY-ENTRY-FOUND.
008470     IF TALLY-ENTRY-FOUND
008480         SUBTRACT 1 FROM WS-PT-SUB
008490         GO TO 2340-EXIT
008500     END-IF.
008510     IF PT-ENTRY-COUNT >= 2000
008520         IF NOT SCREENING-INCOMPLETE
008530             DISPLAY 'MALSCRN - PASS-MARK TALLY TABLE FULL AT '
008540                 '2000, CLASS ' RR-CLASS-CODE ' SUBJECT '
008550                 RR-SUBJECT-CODE ' AND LATER NOT SCREENED.'
008560         END-IF
008570         MOVE 'Y' TO WS-INCOMPLETE-SW
008580         GO TO 2340-EXIT
008590     END-IF.
008600     ADD 1 TO PT-ENTRY-COUNT.
008610     MOVE PT-ENTRY-COUNT  TO WS-PT-SUB.
008620     MOVE RR-CLASS-CODE   TO PT-CLASS-CODE(WS-PT-SUB).
008630     MOVE RR-SUBJECT-CODE TO PT-SUBJECT-CODE(WS-PT-SUB).
008640     MOVE ZERO            TO PT-SAT-COUNT(WS-PT-SUB).
008650     MOVE ZERO            TO PT-ON-MARK-COUNT(WS-PT-SUB).
008660     MOVE ZERO            TO PT-SHARE-PCT(WS-PT-SUB).
008670     MOVE 'N'             TO PT-CLUSTER-FLAG(WS-PT-SUB).
008680     MOVE 'Y'             TO WS-TALLY-FOUND-SW.
008690 2340-EXIT.
008700     EXIT.
008710
008720 2345-MATCH-ONE-TALLY.
008730     IF PT-CLASS-CODE(WS-PT-SUB) = RR-CLASS-CODE
008740         AND PT-SUBJECT-CODE(WS-PT-SUB) = RR-SUBJECT-CODE
008750         MOVE 'Y' TO WS-TALLY-FOUND-SW
008760     END-IF.
008770 2345-EXIT.
008780     EXIT.
008790
008800*--------------------------------------------------------------*
008810*  RELEASE THE FINISHED STUDENT'S PROFILE FOR MATCHING - IF IT
008820*  HAS ENOUGH SUBJECTS TO MEAN SOMETHING AND NOTHING MADE IT
008830*  UNUSABLE.  THE REST ARE COUNTED PAST.
008840*--------------------------------------------------------------*
008850 2400-RELEASE-PROFILE.
008860     IF WS-CURR-STUDENT-ID = SPACE
008870         GO TO 2400-EXIT
008880     END-IF.
008890     IF NOT PROFILE-USABLE
008900         OR WS-CURR-SUBJECT-COUNT < WS-IDNT-MIN-SUBJECTS
008910         OR WS-CURR-MARKS-TOTAL = ZERO
008920         ADD 1 TO WS-PROFILES-NOT-MATCHED
008930         GO TO 2400-EXIT
008940     END-IF.
008950     MOVE WS-CURR-CLASS-CODE    TO SW-CLASS-CODE.
008960     MOVE WS-CURR-SUBJECT-COUNT TO SW-SUBJECT-COUNT.
008970     MOVE WS-CURR-PROFILE       TO SW-PROFILE.
008980     MOVE WS-CURR-STUDENT-ID    TO SW-STUDENT-ID.
008990     RELEASE SORT-WORK-RECORD.
009000     ADD 1 TO WS-PROFILES-RELEASED.
009010 2400-EXIT.
009020     EXIT.
009030
009040*--------------------------------------------------------------*
009050*  IDNT - EQUAL PROFILES IN ONE CLASS COME BACK TOGETHER.  A
009060*  GROUP IS CLOSED WHEN THE CLASS OR PROFILE CHANGES; EVERY
009070*  MEMBER OF A GROUP OF TWO OR MORE IS FLAGGED, NAMING ONE OF
009080*  THE OTHERS AS EVIDENCE.
009090*--------------------------------------------------------------*
009100 2500-MATCH-PROFILES.
009110     MOVE 'N'  TO WS-SORT-EOF-SWITCH.
009120     MOVE ZERO TO IG-ENTRY-COUNT.
009130     MOVE ZERO TO WS-GROUP-SIZE.
009140     PERFORM 2510-RETURN-ONE-PROFILE THRU 2510-EXIT
009150         UNTIL END-OF-SORTED-RECS.
009160     PERFORM 2600-CLOSE-GROUP THRU 2600-EXIT.
009170 2500-EXIT.
009180     EXIT.
009190
009200 2510-RETURN-ONE-PROFILE.
009210     RETURN SORT-WORK-FILE
009220         AT END
009230             MOVE 'Y' TO WS-SORT-EOF-SWITCH
009240             GO TO 2510-EXIT
009250     END-RETURN.
009260     ADD 1 TO WS-PROFILES-RETURNED.
009270     IF WS-GROUP-SIZE > ZERO
009280         AND (SW-CLASS-CODE NOT = WS-GROUP-CLASS-CODE
009290           OR SW-SUBJECT-COUNT NOT = WS-GROUP-SUBJECT-COUNT
009300           OR SW-PROFILE NOT = WS-GROUP-PROFILE)
009310         PERFORM 2600-CLOSE-GROUP THRU 2600-EXIT
009320     END-IF.
009330     IF WS-GROUP-SIZE = ZERO
009340         MOVE SW-CLASS-CODE    TO WS-GROUP-CLASS-CODE
009350         MOVE SW-SUBJECT-COUNT TO WS-GROUP-SUBJECT-COUNT
009360         MOVE SW-PROFILE       TO WS-GROUP-PROFILE
009370     END-IF.
009380     ADD 1 TO WS-GROUP-SIZE.
009390     IF IG-ENTRY-COUNT >= 50
009400         IF NOT SCREENING-INCOMPLETE
009410             DISPLAY 'MALSCRN - MORE THAN 50 IDENTICAL PROFILES '
009420                 'IN CLASS ' SW-CLASS-CODE
009430                 ', STUDENT ' SW-STUDENT-ID
009440                 ' AND LATER NOT FLAGGED.'
009450         END-IF
009460         MOVE 'Y' TO WS-INCOMPLETE-SW
009470         GO TO 2510-EXIT
009480     END-IF.
009490     ADD 1 TO IG-ENTRY-COUNT.
009500     MOVE SW-STUDENT-ID TO IG-STUDENT-ID(IG-ENTRY-COUNT).
009510 2510-EXIT.
009520     EXIT.
009530
009540 2600-CLOSE-GROUP.
009550     IF WS-GROUP-SIZE > 1
009560         PERFORM 2610-FLAG-GROUP-MEMBER THRU 2610-EXIT
009570             VARYING WS-IG-SUB FROM 1 BY 1
009580             UNTIL WS-IG-SUB > IG-ENTRY-COUNT
009590     END-IF.
009600     MOVE ZERO TO IG-ENTRY-COUNT.
009610     MOVE ZERO TO WS-GROUP-SIZE.
009620 2600-EXIT.
009630     EXIT.
009640
009650 2610-FLAG-GROUP-MEMBER.
009660     MOVE WS-GROUP-SUBJECT-COUNT TO EVD-ID-SUBJECTS.
009670     COMPUTE EVD-ID-OTHERS = WS-GROUP-SIZE - 1.
009680     IF WS-IG-SUB = 1
009690         MOVE IG-STUDENT-ID(2) TO EVD-ID-OTHER-STUDENT
009700     ELSE
009710         MOVE IG-STUDENT-ID(1) TO EVD-ID-OTHER-STUDENT
009720     END-IF.
009730     MOVE IG-STUDENT-ID(WS-IG-SUB) TO NX-STUDENT-ID.
009740     MOVE WS-GROUP-CLASS-CODE      TO NX-CLASS-CODE.
009750     MOVE 'IDNT'                   TO NX-FLAG-CODE.
009760     MOVE SPACE                    TO NX-SUBJECT-CODE.
009770     MOVE WS-IDNT-WEIGHT           TO NX-WEIGHT.
009780     MOVE EVD-IDNT-TEXT            TO NX-EVIDENCE.
009790     PERFORM 5000-ADD-EXCEPTION THRU 5000-EXIT.
009800 2610-EXIT.
009810     EXIT.
009820
009830*--------------------------------------------------------------*
009840*  CORR - EVERY MARKCORR CORRECTION LEAVES A 'CORR' RECORD ON
009850*  THE AUDIT TRAIL CARRYING ITS SITTING.  COUNT THEM PER
009860*  STUDENT AND SUBJECT FOR THE SITTING, THEN FLAG EVERY RESULT
009870*  CORRECTED MORE THAN ONCE.  CORRECTIONS OLDER THAN THE LAST
009880*  AUDARCH RUN ARE ONLY SEEN IF THE ARCHIVE IS CONCATENATED
009890*  AHEAD OF THE LIVE TRAIL ON AUDITIN.
009900*--------------------------------------------------------------*
009910 3000-SCREEN-CORRECTIONS.
009920     PERFORM 3100-TALLY-ONE-AUDIT THRU 3100-EXIT
009930         UNTIL END-OF-AUDIT-FILE.
009940     PERFORM 3300-FLAG-ONE-CORRECTION THRU 3300-EXIT
009950         VARYING WS-CT-SUB FROM 1 BY 1
009960         UNTIL WS-CT-SUB > CT-ENTRY-COUNT.
009970 3000-EXIT.
009980     EXIT.
009990
010000 3100-TALLY-ONE-AUDIT.
010010     READ AUDIT-INPUT-FILE
010020         AT END
010030             MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
010040             GO TO 3100-EXIT
010050     END-READ.
010060     ADD 1 TO WS-AUDIT-READ.
010070     IF AR-RESULT-CODE NOT = 'CORR'
010080         OR AR-ACADEMIC-TERM NOT = WS-SEL-ACADEMIC-TERM
010090         GO TO 3100-EXIT
010100     END-IF.
010110     ADD 1 TO WS-CORR-READ.
010120     PERFORM 3200-FIND-CORR-ENTRY THRU 3200-EXIT.
010130     IF NOT CORR-ENTRY-FOUND
010140         GO TO 3100-EXIT
010150     END-IF.
010160     ADD 1 TO CT-CORR-COUNT(WS-CT-SUB).
010170     MOVE AR-MARKS-VALUE TO CT-LAST-MARKS(WS-CT-SUB).
010180     MOVE AR-RUN-DATE    TO CT-LAST-DATE(WS-CT-SUB).
010190 3100-EXIT.
010200     EXIT.
010210
010220 3200-FIND-CORR-ENTRY.
010230     MOVE 'N' TO WS-CORR-FOUND-SW.
010240     PERFORM 3210-MATCH-ONE-CORR THRU 3210-EXIT
010250         VARYING WS-CT-SUB FROM 1 BY 1
010260         UNTIL WS-CT-SUB > CT-ENTRY-COUNT
010270            OR CORR-ENTRY-FOUND.
010280     IF CORR-ENTRY-FOUND
010290         SUBTRACT 1 FROM WS-CT-SUB
010300         GO TO 3200-EXIT
010310     END-IF.
010320     IF CT-ENTRY-COUNT >= 5000
010330         IF NOT SCREENING-INCOMPLETE
010340             DISPLAY 'MALSCRN - CORRECTION TABLE FULL AT 5000, '
010350                 'STUDENT ' AR-STUDENT-ID ' SUBJECT '
010360                 AR-SUBJECT-CODE ' AND LATER NOT SCREENED.'
010370         END-IF
010380         MOVE 'Y' TO WS-INCOMPLETE-SW
010390         GO TO 3200-EXIT
010400     END-IF.
010410     ADD 1 TO CT-ENTRY-COUNT.
010420     MOVE CT-ENTRY-COUNT  TO WS-CT-SUB.
010430     MOVE AR-STUDENT-ID   TO CT-STUDENT-ID(WS-CT-SUB).
010440     MOVE AR-SUBJECT-CODE TO CT-SUBJECT-CODE(WS-CT-SUB).
010450     MOVE AR-CLASS-CODE   TO CT-CLASS-CODE(WS-CT-SUB).
010460     MOVE ZERO            TO CT-CORR-COUNT(WS-CT-SUB).
010470     MOVE AR-BEFORE-MARKS TO CT-FIRST-MARKS(WS-CT-SUB).
010480     MOVE AR-RUN-DATE     TO CT-FIRST-DATE(WS-CT-SUB).
010490     MOVE 'Y'             TO WS-CORR-FOUND-SW.
010500 3200-EXIT.
010510     EXIT.
010520
010530 3210-MATCH-ONE-CORR.
010540     IF CT-STUDENT-ID(WS-CT-SUB) = AR-STUDENT-ID
010550         AND CT-SUBJECT-CODE(WS-CT-SUB) = AR-SUBJECT-CODE
010560         MOVE 'Y' TO WS-CORR-FOUND-SW
010570     END-IF.
010580 3210-EXIT.
010590     EXIT.
010600
010610 3300-FLAG-ONE-CORRECTION.
010620     IF CT-CORR-COUNT(WS-CT-SUB) NOT > 1
010630         GO TO 3300-EXIT
010640     END-IF.
010650     MOVE CT-CORR-COUNT(WS-CT-SUB)   TO EVD-CR-COUNT.
010660     MOVE CT-FIRST-MARKS(WS-CT-SUB)  TO EVD-CR-FIRST-MARKS.
010670     MOVE CT-LAST-MARKS(WS-CT-SUB)   TO EVD-CR-LAST-MARKS.
010680     MOVE CT-FIRST-DATE(WS-CT-SUB)   TO EVD-CR-FIRST-DATE.
010690     MOVE CT-LAST-DATE(WS-CT-SUB)    TO EVD-CR-LAST-DATE.
010700     MOVE CT-STUDENT-ID(WS-CT-SUB)   TO NX-STUDENT-ID.
010710     MOVE CT-CLASS-CODE(WS-CT-SUB)   TO NX-CLASS-CODE.
010720     MOVE 'CORR'                     TO NX-FLAG-CODE.
010730     MOVE CT-SUBJECT-CODE(WS-CT-SUB) TO NX-SUBJECT-CODE.
010740     MOVE WS-CORR-WEIGHT             TO NX-WEIGHT.
010750     MOVE EVD-CORR-TEXT              TO NX-EVIDENCE.
010760     PERFORM 5000-ADD-EXCEPTION THRU 5000-EXIT.
010770 3300-EXIT.
010780     EXIT.
010790
010800*--------------------------------------------------------------*
010810*  PASS - WORK OUT EACH CLASS AND SUBJECT'S SHARE ON THE PASS
010820*  MARK, MARK THOSE OVER THE BOARD'S LIMIT, THEN FLAG EVERY
010830*  CANDIDATE WHO SAT ONE OF THEM.
010840*--------------------------------------------------------------*
010850 4000-FLAG-PASS-CLUSTERS.
010860     PERFORM 4100-MEASURE-ONE-TALLY THRU 4100-EXIT
010870         VARYING WS-PT-SUB FROM 1 BY 1
010880         UNTIL WS-PT-SUB > PT-ENTRY-COUNT.
010890     PERFORM 4200-FLAG-ONE-CANDIDATE THRU 4200-EXIT
010900         VARYING WS-PC-SUB FROM 1 BY 1
010910         UNTIL WS-PC-SUB > PC-ENTRY-COUNT.
010920 4000-EXIT.
010930     EXIT.
010940
010950 4100-MEASURE-ONE-TALLY.
010960     IF PT-SAT-COUNT(WS-PT-SUB) < WS-PASS-MIN-SITTERS
010970         GO TO 4100-EXIT
010980     END-IF.
010990     COMPUTE WS-SHARE-PCT ROUNDED =
011000         PT-ON-MARK-COUNT(WS-PT-SUB) * 100
011010             / PT-SAT-COUNT(WS-PT-SUB).
011020     MOVE WS-SHARE-PCT TO PT-SHARE-PCT(WS-PT-SUB).
011030     IF WS-SHARE-PCT > WS-PASS-SHARE-PCT
011040         MOVE 'Y' TO PT-CLUSTER-FLAG(WS-PT-SUB)
011050     END-IF.
011060 4100-EXIT.
011070     EXIT.
011080
011090 4200-FLAG-ONE-CANDIDATE.
011100     MOVE PC-TALLY-SUB(WS-PC-SUB) TO WS-PT-SUB.
011110     IF NOT PT-CLUSTERED(WS-PT-SUB)
011120         GO TO 4200-EXIT
011130     END-IF.
011140     MOVE WS-PASS-MARK                TO EVD-PS-PASS-MARK.
011150     MOVE PT-ON-MARK-COUNT(WS-PT-SUB) TO EVD-PS-ON-MARK.
011160     MOVE PT-SAT-COUNT(WS-PT-SUB)     TO EVD-PS-SAT.
011170     MOVE PT-SHARE-PCT(WS-PT-SUB)     TO EVD-PS-SHARE.
011180     MOVE WS-PASS-SHARE-PCT           TO EVD-PS-LIMIT.
011190     MOVE PC-STUDENT-ID(WS-PC-SUB)    TO NX-STUDENT-ID.
011200     MOVE PT-CLASS-CODE(WS-PT-SUB)    TO NX-CLASS-CODE.
011210     MOVE 'PASS'                      TO NX-FLAG-CODE.
011220     MOVE PT-SUBJECT-CODE(WS-PT-SUB)  TO NX-SUBJECT-CODE.
011230     MOVE WS-PASS-WEIGHT              TO NX-WEIGHT.
011240     MOVE EVD-PASS-TEXT               TO NX-EVIDENCE.
011250     PERFORM 5000-ADD-EXCEPTION THRU 5000-EXIT.
011260 4200-EXIT.
011270     EXIT.
011280
011290*--------------------------------------------------------------*
011300*  ADD THE EXCEPTION IN WS-NEW-EXCEPTION TO THE TABLES - THE
011310*  STUDENT'S FLAGGED ENTRY (FOUND OR NEW) TAKES ITS WEIGHT, AND
011320*  THE EXCEPTION ITSELF IS KEPT FOR THE RANKED LIST.
011330*--------------------------------------------------------------*
011340 5000-ADD-EXCEPTION.
011350     IF EX-ENTRY-COUNT >= 3000
011360         IF NOT SCREENING-INCOMPLETE
011370             DISPLAY 'MALSCRN - EXCEPTION TABLE FULL AT 3000, '
011380                 'STUDENT ' NX-STUDENT-ID ' ' NX-FLAG-CODE
011390                 ' AND LATER NOT LISTED.'
011400         END-IF
011410         MOVE 'Y' TO WS-INCOMPLETE-SW
011420         GO TO 5000-EXIT
011430     END-IF.
011440     PERFORM 5100-FIND-FLAGGED-ENTRY THRU 5100-EXIT.
011450     IF NOT FLAGGED-ENTRY-FOUND
011460         GO TO 5000-EXIT
011470     END-IF.
011480     ADD NX-WEIGHT TO FS-SCORE(WS-FS-SUB).
011490     ADD 1 TO FS-FLAG-COUNT(WS-FS-SUB).
011500     ADD 1 TO EX-ENTRY-COUNT.
011510     MOVE WS-FS-SUB       TO EX-FS-SUB(EX-ENTRY-COUNT).
011520     MOVE NX-CLASS-CODE   TO EX-CLASS-CODE(EX-ENTRY-COUNT).
011530     MOVE NX-FLAG-CODE    TO EX-FLAG-CODE(EX-ENTRY-COUNT).
011540     MOVE NX-SUBJECT-CODE TO EX-SUBJECT-CODE(EX-ENTRY-COUNT).
011550     MOVE NX-WEIGHT       TO EX-WEIGHT(EX-ENTRY-COUNT).
011560     MOVE NX-EVIDENCE     TO EX-EVIDENCE(EX-ENTRY-COUNT).
011570     EVALUATE NX-FLAG-CODE
011580         WHEN 'IDNT'
011590             ADD 1 TO WS-IDNT-COUNT
011600         WHEN 'SUPP'
011610             ADD 1 TO WS-SUPP-COUNT
011620         WHEN 'CORR'
011630             ADD 1 TO WS-CORR-COUNT
011640         WHEN 'PASS'
011650             ADD 1 TO WS-PASS-COUNT
011660     END-EVALUATE.
011670 5000-EXIT.
011680     EXIT.
011690
011700 5100-FIND-FLAGGED-ENTRY.
011710     MOVE 'N' TO WS-FLAGGED-FOUND-SW.
011720     PERFORM 5110-MATCH-ONE-FLAGGED THRU 5110-EXIT
011730         VARYING WS-FS-SUB FROM 1 BY 1
011740         UNTIL WS-FS-SUB > FS-ENTRY-COUNT
011750            OR FLAGGED-ENTRY-FOUND.
011760     IF FLAGGED-ENTRY-FOUND
011770         SUBTRACT 1 FROM WS-FS-SUB
011780         GO TO 5100-EXIT
011790     END-IF.
011800     IF FS-ENTRY-COUNT >= 2000
011810         IF NOT SCREENING-INCOMPLETE
011820             DISPLAY 'MALSCRN - FLAGGED-STUDENT TABLE FULL AT '
011830                 '2000, STUDENT ' NX-STUDENT-ID ' AND LATER NOT '
011840                 'LISTED.'
011850         END-IF
011860         MOVE 'Y' TO WS-INCOMPLETE-SW
011870         GO TO 5100-EXIT
011880     END-IF.
011890     ADD 1 TO FS-ENTRY-COUNT.
011900     MOVE FS-ENTRY-COUNT TO WS-FS-SUB.
011910     MOVE NX-STUDENT-ID  TO FS-STUDENT-ID(WS-FS-SUB).
011920     MOVE ZERO           TO FS-SCORE(WS-FS-SUB).
011930     MOVE ZERO           TO FS-FLAG-COUNT(WS-FS-SUB).
011940     MOVE 'Y'            TO WS-FLAGGED-FOUND-SW.
011950 5100-EXIT.
011960     EXIT.
011970
011980 5110-MATCH-ONE-FLAGGED.
011990     IF FS-STUDENT-ID(WS-FS-SUB) = NX-STUDENT-ID
012000         MOVE 'Y' TO WS-FLAGGED-FOUND-SW
012010     END-IF.
012020 5110-EXIT.
012030     EXIT.
012040
012050*--------------------------------------------------------------*
012060*  THE RANKED EXCEPTION LIST.  EVERY EXCEPTION IS RELEASED
012070*  CARRYING ITS STUDENT'S SCORE, SO THE SORT BRINGS EACH
012080*  STUDENT'S FLAGS TOGETHER, HIGHEST SCORE FIRST, STRONGEST
012090*  FLAG FIRST WITHIN THE STUDENT.
012100*--------------------------------------------------------------*
012110 5500-PRINT-RANKED-LIST.
012120     IF NOT REPORT-FILE-OK
012130         GO TO 5500-EXIT
012140     END-IF.
012150     MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE.
012160     PERFORM 6000-WRITE-SCREEN-LINE THRU 6000-EXIT.
012170     IF EX-ENTRY-COUNT = ZERO
012180         MOVE SCR-NONE-LINE TO WS-PRINT-WORK-LINE
012190         PERFORM 6000-WRITE-SCREEN-LINE THRU 6000-EXIT
012200         GO TO 5500-EXIT
012210     END-IF.
012220     MOVE SCR-COLUMN-HEADING-1 TO WS-PRINT-WORK-LINE.
012230     PERFORM 6000-WRITE-SCREEN-LINE THRU 6000-EXIT.
012240     MOVE SCR-COLUMN-HEADING-2 TO WS-PRINT-WORK-LINE.
012250     PERFORM 6000-WRITE-SCREEN-LINE THRU 6000-EXIT.
012260     SORT SORT-WORK-FILE
012270         ON DESCENDING KEY RW-SCORE
012280         ON ASCENDING KEY  RW-STUDENT-ID
012290         ON DESCENDING KEY RW-WEIGHT
012300         ON ASCENDING KEY  RW-FLAG-CODE
012310                           RW-SUBJECT-CODE
012320         INPUT PROCEDURE IS 5600-RELEASE-EXCEPTIONS
012330             THRU 5600-EXIT
012340         OUTPUT PROCEDURE IS 5700-PRINT-EXCEPTIONS
012350             THRU 5700-EXIT.
012360 5500-EXIT.
012370     EXIT.
012380
012390 5600-RELEASE-EXCEPTIONS.
012400     PERFORM 5610-RELEASE-ONE-EXCEPTION THRU 5610-EXIT
012410         VARYING WS-EX-SUB FROM 1 BY 1
012420         UNTIL WS-EX-SUB > EX-ENTRY-COUNT.
012430 5600-EXIT.
012440     EXIT.
012450
012460 5610-RELEASE-ONE-EXCEPTION.
012470     MOVE EX-FS-SUB(WS-EX-SUB)       TO WS-FS-SUB.
012480     MOVE SPACE                      TO RANK-WORK-RECORD.
012490     MOVE FS-SCORE(WS-FS-SUB)        TO RW-SCORE.
012500     MOVE FS-STUDENT-ID(WS-FS-SUB)   TO RW-STUDENT-ID.
012510     MOVE FS-FLAG-COUNT(WS-FS-SUB)   TO RW-FLAG-COUNT.
012520     MOVE EX-WEIGHT(WS-EX-SUB)       TO RW-WEIGHT.
012530     MOVE EX-FLAG-CODE(WS-EX-SUB)    TO RW-FLAG-CODE.
012540     MOVE EX-SUBJECT-CODE(WS-EX-SUB) TO RW-SUBJECT-CODE.
012550     MOVE EX-CLASS-CODE(WS-EX-SUB)   TO RW-CLASS-CODE.
012560     MOVE EX-EVIDENCE(WS-EX-SUB)     TO RW-EVIDENCE.
012570     RELEASE RANK-WORK-RECORD.
012580 5610-EXIT.
012590     EXIT.
012600
012610 5700-PRINT-EXCEPTIONS.
012620     MOVE 'N'   TO WS-SORT-EOF-SWITCH.
012630     MOVE SPACE TO WS-LAST-STUDENT-ID.
012640     MOVE ZERO  TO WS-LIST-POSITION.
012650     MOVE ZERO  TO WS-LIST-RANK.
012660     MOVE ZERO  TO WS-PREV-SCORE.
012670     MOVE 'Y'   TO WS-FIRST-IN-LIST-SW.
012680     PERFORM 5710-PRINT-ONE-EXCEPTION THRU 5710-EXIT
012690         UNTIL END-OF-SORTED-RECS.
012700 5700-EXIT.
012710     EXIT.
012720
012730*--------------------------------------------------------------*
012740*  A NEW STUDENT OPENS WITH THEIR RANK LINE - RANK, NAME,
012750*  SCORE AND NUMBER OF FLAGS - AND EVERY EXCEPTION PRINTS
012760*  BENEATH IT WITH ITS EVIDENCE.
012770*--------------------------------------------------------------*
012780 5710-PRINT-ONE-EXCEPTION.
012790     RETURN SORT-WORK-FILE
012800         AT END
012810             MOVE 'Y' TO WS-SORT-EOF-SWITCH
012820             GO TO 5710-EXIT
012830     END-RETURN.
012840     IF RW-STUDENT-ID NOT = WS-LAST-STUDENT-ID
012850         PERFORM 5720-PRINT-STUDENT-LINE THRU 5720-EXIT
012860     END-IF.
012870     MOVE RW-FLAG-CODE    TO SCR-EL-FLAG-CODE.
012880     MOVE RW-CLASS-CODE   TO SCR-EL-CLASS-CODE.
012890     MOVE RW-SUBJECT-CODE TO SCR-EL-SUBJECT-CODE.
012900     MOVE RW-EVIDENCE     TO SCR-EL-EVIDENCE.
012910     MOVE SCR-EVIDENCE-LINE TO WS-PRINT-WORK-LINE.
012920     PERFORM 6000-WRITE-SCREEN-LINE THRU 6000-EXIT.
012930     ADD 1 TO WS-LISTED-COUNT.
012940 5710-EXIT.
012950     EXIT.
012960
012970 5720-PRINT-STUDENT-LINE.
012980     MOVE RW-STUDENT-ID TO WS-LAST-STUDENT-ID.
012990     ADD 1 TO WS-LIST-POSITION.
013000     ADD 1 TO WS-RANKED-COUNT.
013010     IF FIRST-IN-LIST
013020         OR RW-SCORE NOT = WS-PREV-SCORE
013030         MOVE WS-LIST-POSITION TO WS-LIST-RANK
013040     END-IF.
013050     MOVE 'N' TO WS-FIRST-IN-LIST-SW.
013060     MOVE RW-SCORE TO WS-PREV-SCORE.
013070     MOVE WS-LIST-RANK  TO SCR-SL-RANK.
013080     MOVE RW-STUDENT-ID TO SCR-SL-STUDENT-ID.
013090     MOVE RW-SCORE      TO SCR-SL-SCORE.
013100     MOVE RW-FLAG-COUNT TO SCR-SL-FLAG-COUNT.
013110     PERFORM 5750-LOOK-UP-STUDENT THRU 5750-EXIT.
013120     MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE.
013130     PERFORM 6000-WRITE-SCREEN-LINE THRU 6000-EXIT.
013140     MOVE SCR-STUDENT-LINE TO WS-PRINT-WORK-LINE.
013150     PERFORM 6000-WRITE-SCREEN-LINE THRU 6000-EXIT.
013160 5720-EXIT.
013170     EXIT.
013180
013190 5750-LOOK-UP-STUDENT.
013200     MOVE 'N' TO WS-STUDENT-FOUND-SW.
013210     MOVE RW-STUDENT-ID TO ST-STUDENT-ID.
013220     READ STUDENT-MASTER-FILE
013230         INVALID KEY
013240             CONTINUE
013250         NOT INVALID KEY
013260             MOVE 'Y' TO WS-STUDENT-FOUND-SW
013270     END-READ.
013280     IF STUDENT-ON-MASTER
013290         MOVE ST-STUDENT-NAME TO SCR-SL-STUDENT-NAME
013300     ELSE
013310         MOVE '*STUDENT NOT ON MASTER*' TO SCR-SL-STUDENT-NAME
013320     END-IF.
013330 5750-EXIT.
013340     EXIT.
013350
013360*--------------------------------------------------------------*
013370*  END-OF-RUN TOTALS.  EVERY PROFILE RELEASED TO THE SORT MUST
013380*  HAVE COME BACK AND EVERY EXCEPTION RAISED MUST HAVE PRINTED;
013390*  A BREAK, OR A WORK TABLE THAT FILLED, MEANS THE COMMITTEE
013400*  IS LOOKING AT AN INCOMPLETE LIST - RETURN CODE 8.  OTHERWISE
013410*  ANY EXCEPTION SETS RETURN CODE 4.
013420*--------------------------------------------------------------*
013430 8000-PRINT-RUN-TOTALS.
013440     IF WS-PROFILES-RETURNED NOT = WS-PROFILES-RELEASED
013450         OR WS-LISTED-COUNT NOT = EX-ENTRY-COUNT
013460         DISPLAY 'MALSCRN - CONTROL TOTAL BREAK: '
013470             WS-PROFILES-RELEASED ' PROFILES RELEASED, '
013480             WS-PROFILES-RETURNED ' RETURNED; ' EX-ENTRY-COUNT
013490             ' EXCEPTIONS RAISED, ' WS-LISTED-COUNT ' LISTED.'
013500         MOVE 'Y' TO WS-INCOMPLETE-SW
013510     END-IF.
013520     IF SCREENING-INCOMPLETE
013530         MOVE 'BRK' TO WS-RUNLOG-RECON
013540         MOVE 8 TO RETURN-CODE
013550     ELSE
013560         IF EX-ENTRY-COUNT > 0
013570             MOVE 4 TO RETURN-CODE
013580         END-IF
013590     END-IF.
013600     IF NOT REPORT-FILE-OK
013610         GO TO 8000-EXIT
013620     END-IF.
013630     MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE.
013640     PERFORM 6000-WRITE-SCREEN-LINE THRU 6000-EXIT.
013650     IF SCREENING-INCOMPLETE
013660         MOVE SCR-INCOMPLETE-LINE TO WS-PRINT-WORK-LINE
013670         PERFORM 6000-WRITE-SCREEN-LINE THRU 6000-EXIT
013680     END-IF.
013690     MOVE FS-ENTRY-COUNT  TO SCR-RT-STUDENTS.
013700     MOVE EX-ENTRY-COUNT  TO SCR-RT-EXCEPTIONS.
013710     MOVE WS-RECORDS-READ TO SCR-RT-RECORDS.
013720     MOVE SCR-RUN-TOTAL-LINE TO WS-PRINT-WORK-LINE.
013730     PERFORM 6000-WRITE-SCREEN-LINE THRU 6000-EXIT.
013740     MOVE WS-IDNT-COUNT TO SCR-FT-IDNT.
013750     MOVE WS-SUPP-COUNT TO SCR-FT-SUPP.
013760     MOVE WS-CORR-COUNT TO SCR-FT-CORR.
013770     MOVE WS-PASS-COUNT TO SCR-FT-PASS.
013780     MOVE SCR-FLAG-TOTAL-LINE TO WS-PRINT-WORK-LINE.
013790     PERFORM 6000-WRITE-SCREEN-LINE THRU 6000-EXIT.
013800 8000-EXIT.
013810     EXIT.
013820
013830*--------------------------------------------------------------*
013840*  ALL REPORT OUTPUT FUNNELS THROUGH HERE SO EVERY WRITE GETS
013850*  THE SAME STATUS CHECK.  CALLERS MOVE THE LINE TO PRINT TO
013860*  WS-PRINT-WORK-LINE JUST BEFORE THE PERFORM.
013870*--------------------------------------------------------------*
013880 6000-WRITE-SCREEN-LINE.
013890     WRITE SCREEN-REPORT-LINE FROM WS-PRINT-WORK-LINE.
013900     IF NOT REPORT-FILE-OK
013910         MOVE 'SCREEN-REPORT-FILE' TO WS-ABEND-FILE-NAME
013920         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
013930         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
013940     END-IF.
013950 6000-EXIT.
013960     EXIT.
013970
013980 7000-TERMINATE.
013990     IF RESULTS-FILE-OK OR RESULTS-FILE-EOF
014000         CLOSE STUDENT-RESULTS-FILE
014010     END-IF.
014020     IF AUDITIN-FILE-OK OR AUDITIN-FILE-EOF
014030         CLOSE AUDIT-INPUT-FILE
014040     END-IF.
014050     IF STUDENT-FILE-OK OR STUDENT-NOT-FOUND
014060         CLOSE STUDENT-MASTER-FILE
014070     END-IF.
014080     IF REPORT-FILE-OK
014090         CLOSE SCREEN-REPORT-FILE
014100     END-IF.
014110 7000-EXIT.
014120     EXIT.
014130
014140*--------------------------------------------------------------*
014150*  A LOST LINE COULD DROP A FLAGGED STUDENT OFF THE
014160*  COMMITTEE'S LIST UNNOTICED - TERMINATE INSTEAD.
014170*--------------------------------------------------------------*
014180 9000-ABEND-ON-WRITE-ERROR.
014190     DISPLAY 'MALSCRN - FATAL: ' WS-ABEND-FILE-NAME
014200         ' WRITE FAILED, STATUS ' WS-ABEND-FILE-STATUS
014210         ' - RUN TERMINATED, OUTPUT NO LONGER RELIABLE.'.
014220     MOVE 16 TO RETURN-CODE.
014230     STOP RUN.
014240 9000-EXIT.
014250     EXIT.
014260
014270 9100-ABEND-ON-BAD-PARMS.
014280     DISPLAY 'MALSCRN - FATAL: BOARD LIMITS UNUSABLE '
014290         '- RUN TERMINATED BEFORE ANY SCREENING.'.
014300     MOVE 16 TO RETURN-CODE.
014310     STOP RUN.
014320 9100-EXIT.
014330     EXIT.
014340
014350*--------------------------------------------------------------*
014360*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
014370*  CREATING IT ON THE FIRST EVER RUN) AND WRITES THE 'S' START
014380*  RECORD; 7900 WRITES ONE 'C' RECORD PER OUTPUT FILE AND THE
014390*  'E' END RECORD WITH RECORDS READ, THE RETURN CODE AND THE
014400*  RECONCILIATION RESULT, THEN CLOSES.  AN ABEND ANYWHERE IN
014410*  BETWEEN LEAVES AN 'S' WITH NO 'E' - WHICH IS EXACTLY WHAT
014420*  THE DAY-END REPORT FLAGS AS A STEP THAT DIED.  LOG TROUBLE
014430*  IS DISPLAYED AND THE LOGGING ABANDONED, NEVER FATAL.
014440*--------------------------------------------------------------*
014450 1900-WRITE-RUNLOG-START.
014460     OPEN EXTEND RUN-LOG-FILE.
014470     IF NOT RUNLOG-FILE-OK
014480         OPEN OUTPUT RUN-LOG-FILE
014490     END-IF.
014500     IF NOT RUNLOG-FILE-OK
014510         DISPLAY 'MALSCRN - CANNOT OPEN RUN LOG, STATUS '
014520             WS-RUNLOG-FILE-STATUS ' - RUN CONTINUES UNLOGGED.'
014530         GO TO 1900-EXIT
014540     END-IF.
014550     MOVE 'Y' TO WS-RUNLOG-OPEN-SW.
014560     MOVE SPACE        TO RUN-LOG-RECORD.
014570     MOVE 'S'          TO RL-RECORD-TYPE.
014580     MOVE 'MALSCRN'    TO RL-PROGRAM-ID.
014590     MOVE WS-RUN-DATE  TO RL-RUN-DATE.
014600     MOVE WS-RUN-TIME  TO RL-RUN-TIME.
014610     MOVE WS-RUN-TIME  TO RL-LOG-TIME.
014620     MOVE ZERO         TO RL-RECORD-COUNT.
014630     MOVE ZERO         TO RL-RETURN-CODE.
014640     MOVE SPACE        TO RL-RECON-RESULT.
014650     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
014660 1900-EXIT.
014670     EXIT.
014680
014690 1910-WRITE-RUNLOG-COUNT.
014700     IF NOT RUN-LOG-IS-OPEN
014710         GO TO 1910-EXIT
014720     END-IF.
014730     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
014740     MOVE SPACE                TO RUN-LOG-RECORD.
014750     MOVE 'C'                  TO RL-RECORD-TYPE.
014760     MOVE 'MALSCRN'            TO RL-PROGRAM-ID.
014770     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
014780     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
014790     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
014800     MOVE WS-RUNLOG-FILE-NAME  TO RL-FILE-NAME.
014810     MOVE WS-RUNLOG-COUNT      TO RL-RECORD-COUNT.
014820     MOVE ZERO                 TO RL-RETURN-CODE.
014830     MOVE SPACE                TO RL-RECON-RESULT.
014840     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
014850 1910-EXIT.
014860     EXIT.
014870
014880 1950-WRITE-RUNLOG-RECORD.
014890     WRITE RUN-LOG-RECORD.
014900     IF NOT RUNLOG-FILE-OK
014910         DISPLAY 'MALSCRN - RUN LOG WRITE FAILED, STATUS '
014920             WS-RUNLOG-FILE-STATUS ' - LOGGING ABANDONED.'
014930         CLOSE RUN-LOG-FILE
014940         MOVE 'N' TO WS-RUNLOG-OPEN-SW
014950     END-IF.
014960 1950-EXIT.
014970     EXIT.
014980
014990 7900-WRITE-RUNLOG-END.
015000     IF NOT RUN-LOG-IS-OPEN
015010         GO TO 7900-EXIT
015020     END-IF.
015030     MOVE 'SCRNRPT'         TO WS-RUNLOG-FILE-NAME.
015040     MOVE WS-LISTED-COUNT   TO WS-RUNLOG-COUNT.
015050     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
015060     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
015070     MOVE SPACE                TO RUN-LOG-RECORD.
015080     MOVE 'E'                  TO RL-RECORD-TYPE.
015090     MOVE 'MALSCRN'            TO RL-PROGRAM-ID.
015100     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
015110     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
015120     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
015130     MOVE WS-RECORDS-READ      TO RL-RECORD-COUNT.
015140     MOVE RETURN-CODE          TO RL-RETURN-CODE.
015150     MOVE WS-RUNLOG-RECON      TO RL-RECON-RESULT.
015160     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
015170     IF RUN-LOG-IS-OPEN
015180         CLOSE RUN-LOG-FILE
015190     END-IF.
015200 7900-EXIT.
015210     EXIT.
