000286*                   SYSOUT DISPLAYS WERE THE ONLY RECORD OF WHAT
000287*                   EACH RUN READ, WROTE AND RECONCILED, AND THEY
000288*                   GO WITH THE SCRATCHED JOB LOG.
000289*  2026-10-15  KJM  PRINT THE STUDENT'S NAME ON EVERY RANKED
000290*                   LINE, LOOKED UP ON THE NEW STUDENT MASTER
000291*                   (STUDREC, LOADED BY STUDLOAD) AS THE LINE
000292*                   IS PRINTED.  A STUDENT NOT ON THE MASTER
000293*                   STILL RANKS, WITH A PLACEHOLDER NAME.
000294*  2026-10-15  KJM  OPTIONALLY RANK ON GPA INSTEAD OF MARKS.
000295*                   COLUMN 8 OF THE SYSIN CARD NAMES THE BASIS -
000296*                   BLANK OR 'M' THE CREDIT-WEIGHTED MARKS AS
000297*                   BEFORE, 'T' THE SITTING'S TERM GPA OR 'C'
000298*                   THE CUMULATIVE GPA AS AT THE SITTING, BOTH
000299*                   READ FROM THE STUDENT-TERM GPA SUMMARY
000300*                   (GPASUMRC, BUILT BY GPACALC).  A STUDENT
000301*                   WHOSE SITTING STILL HAS A WITHHELD RESULT IS
000302*                   HELD OFF THE LISTS AS BEFORE, AND ONE WITH
000303*                   NO CREDITS ATTEMPTED HAS NO GPA TO RANK.  ANY
000304*                   OTHER BASIS STOPS THE RUN.
000305*==============================================================*
000306
000307 ENVIRONMENT DIVISION.
000308 INPUT-OUTPUT SECTION.
000309 FILE-CONTROL.
000310     SELECT STUDENT-RESULTS-FILE ASSIGN TO RESULTS
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000421         ORGANIZATION IS SEQUENTIAL
000422         FILE STATUS IS WS-SUBJEX-FILE-STATUS.
000423
000424     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
000425         ORGANIZATION IS INDEXED
000426         ACCESS MODE IS DYNAMIC
000427         RECORD KEY IS ST-STUDENT-ID
000428         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000429
000430     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000431         ORGANIZATION IS SEQUENTIAL
000432         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
000433
000434     SELECT GPA-SUMMARY-FILE ASSIGN TO GPASUMM
000435         ORGANIZATION IS INDEXED
000436         ACCESS MODE IS SEQUENTIAL
000437         RECORD KEY IS GS-KEY
000438         FILE STATUS IS WS-GPA-FILE-STATUS.
000439
000440 DATA DIVISION.
000441 FILE SECTION.
000450 FD  STUDENT-RESULTS-FILE.
000460     COPY RSLTREC.
000470
000510 FD  SUBJ-EXCP-FILE
000512     RECORDING MODE IS F.
000514 01  SUBJ-EXCP-LINE              PIC X(132).
000515
000516 FD  STUDENT-MASTER-FILE.
000517     COPY STUDREC.
000518
000519 FD  GPA-SUMMARY-FILE.
000520     COPY GPASUMRC.
000521
000522 SD  SORT-WORK-FILE.
000530 01  SORT-WORK-RECORD.
000540     05  SR-CLASS-CODE           PIC X(09).
000550     05  SR-STUDENT-ID           PIC X(09).
000667 01  WS-SUBJEX-FILE-STATUS    PIC X(02).
000668     88 SUBJEX-FILE-OK          VALUE '00'.
000670
000671 01  WS-STUDENT-FILE-STATUS   PIC X(02).
000672     88 STUDENT-FILE-OK         VALUE '00'.
000673     88 STUDENT-NOT-FOUND       VALUE '23'.
000674
000675 01  WS-GPA-FILE-STATUS       PIC X(02).
000676     88 GPA-FILE-OK             VALUE '00'.
000677     88 GPA-FILE-EOF            VALUE '10'.
000678
000680 01  WS-SWITCHES.
000690     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
000700         88 END-OF-RESULTS-FILE VALUE 'Y'.
000744         88 SUBJECT-ON-MASTER    VALUE 'Y'.
000746     05  WS-UK-FOUND-SW        PIC X(01) VALUE 'N'.
000748         88 UNKNOWN-ALREADY-SEEN VALUE 'Y'.
000750     05  WS-STUDENT-FOUND-SW   PIC X(01) VALUE 'N'.
000752         88 STUDENT-ON-MASTER    VALUE 'Y'.
000754     05  WS-GPA-EOF-SWITCH     PIC X(01) VALUE 'N'.
000756         88 END-OF-GPA-SUMMARY   VALUE 'Y'.
000758
000760*--------------------------------------------------------------*
000770*  PER-STUDENT AGGREGATE TABLE, BUILT FROM THE MASTER'S KEY
000780*  ORDER - STUDENT ID + SUBJECT CODE - SO ONE STUDENT'S
000910         10  MT-SUBJECT-COUNT  PIC 9(03) COMP.
000912         10  MT-WITHHELD-FLAG  PIC X(01).
000920
000921 01  WS-MT-SUB                 PIC 9(05) COMP VALUE ZERO.
000922 01  WS-WITHHELD-COUNT         PIC 9(05) COMP VALUE ZERO.
000923 01  WS-RANKED-COUNT           PIC 9(05) COMP VALUE ZERO.
000924 01  WS-RECORDS-READ           PIC 9(09) COMP VALUE ZERO.
000925
000926*--------------------------------------------------------------*
000927*  THE SITTING BEING LISTED, KEYED ON SYSIN.  RECORDS FOR ANY
000928*  OTHER TERM ON THE MASTER ARE COUNTED PAST, NOT AGGREGATED.
000929*--------------------------------------------------------------*
000930 01  WS-SEL-ACADEMIC-TERM      PIC X(06) VALUE SPACE.
000931 01  WS-OTHER-TERM-COUNT       PIC 9(09) COMP VALUE ZERO.
000932
000933*--------------------------------------------------------------*
000934*  THE SYSIN CONTROL CARD - THE SITTING IN COLUMNS 1-6 AND THE
000935*  RANKING BASIS IN COLUMN 8.  A GPA BASIS RANKS ON THE GPA IN
000936*  HUNDREDTHS, HELD IN THE SAME AGGREGATE SLOT AS THE MARKS SO
000937*  THE SORTS AND THE TIE RULE ARE THE SAME FOR EVERY BASIS.
000938*--------------------------------------------------------------*
000939 01  WS-MERIT-CONTROL-CARD.
000940     05  MC-ACADEMIC-TERM      PIC X(06).
000941     05  FILLER                PIC X(01).
000942     05  MC-RANK-BASIS         PIC X(01).
000943         88 RANK-ON-MARKS        VALUES SPACE, 'M'.
000944         88 RANK-ON-TERM-GPA     VALUE 'T'.
000945         88 RANK-ON-CUM-GPA      VALUE 'C'.
000946         88 RANK-BASIS-VALID     VALUES SPACE, 'M', 'T', 'C'.
000947     05  FILLER                PIC X(72).
000948
000949 01  WS-RANK-GPA               PIC 9(02)V99 VALUE ZERO.
000950 01  WS-NO-GPA-COUNT           PIC 9(09) COMP VALUE ZERO.
000956
000958*--------------------------------------------------------------*
000960*  SUBJECT-MASTER LOOKUP WORK FIELDS AND THE UNKNOWN-CODE
001260     05  MER-RH-RUN-DATE       PIC X(08) VALUE SPACE.
001262     05  FILLER                PIC X(10) VALUE '  SITTING '.
001264     05  MER-RH-ACADEMIC-TERM  PIC X(06) VALUE SPACE.
001270     05  FILLER                PIC X(12) VALUE '  RANKED ON '.
001272     05  MER-RH-RANK-BASIS     PIC X(21) VALUE
001274         'CREDIT-WEIGHTED MARKS'.
001276     05  FILLER                PIC X(37) VALUE SPACE.
001280
001290 01  MER-CLASS-HEADING.
001300     05  FILLER                PIC X(17) VALUE
001400     05  FILLER                PIC X(95) VALUE SPACE.
001410
001420 01  MER-COLUMN-HEADING.
001430     05  FILLER                PIC X(29) VALUE
001440         'RANK  STUDENT-ID  CLASS      '.
001450     05  MER-CH-RANK-BASIS     PIC X(07) VALUE '  TOTAL'.
001452     05  FILLER                PIC X(10) VALUE '  SUBJECTS'.
001454     05  FILLER                PIC X(06) VALUE '  NAME'.
001456     05  FILLER                PIC X(80) VALUE SPACE.
001460
001470 01  MER-DETAIL-LINE.
001480     05  MER-DL-RANK           PIC ZZZZ9.
001520     05  MER-DL-CLASS-CODE     PIC X(09).
001530     05  FILLER                PIC X(02) VALUE SPACE.
001540     05  MER-DL-TOTAL-MARKS    PIC Z(06)9.
001543     05  MER-DL-GPA REDEFINES MER-DL-TOTAL-MARKS
001546                               PIC ZZZ9.99.
001550     05  FILLER                PIC X(05) VALUE SPACE.
001560     05  MER-DL-SUBJECT-COUNT  PIC ZZ9.
001570     05  FILLER                PIC X(04) VALUE SPACE.
001573     05  MER-DL-STUDENT-NAME   PIC X(30).
001576     05  FILLER                PIC X(54) VALUE SPACE.
001580
001590 01  MER-TABLE-FULL-LINE.
001600     05  FILLER                PIC X(46) VALUE
001680         ' STUDENT(S) RANKED FROM'.
001690     05  FILLER                PIC X(01) VALUE SPACE.
001700     05  MER-RT-RECORD-COUNT   PIC Z(08)9.
001710     05  MER-RT-SOURCE         PIC X(16) VALUE
001720         ' RESULT RECORDS.'.
001730     05  FILLER                PIC X(65) VALUE SPACE.
001740
001840
001850 0000-MAINLINE.
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001870     IF RANK-ON-MARKS
001880         PERFORM 2000-BUILD-MERIT-TABLE THRU 2000-EXIT
001881             UNTIL END-OF-RESULTS-FILE
001882     ELSE
001883         PERFORM 2500-BUILD-GPA-TABLE THRU 2500-EXIT
001884             UNTIL END-OF-GPA-SUMMARY
001885                OR END-OF-RESULTS-FILE
001886     END-IF.
001890     PERFORM 4000-PRINT-CLASS-LISTS THRU 4000-EXIT.
001900     PERFORM 5000-PRINT-TOPPERS-LIST THRU 5000-EXIT.
001910     PERFORM 8000-PRINT-RUN-TOTALS THRU 8000-EXIT.
001930     STOP RUN.
001940
001950 1000-INITIALIZE.
001952     ACCEPT WS-MERIT-CONTROL-CARD.
001953     MOVE MC-ACADEMIC-TERM TO WS-SEL-ACADEMIC-TERM.
001954     IF WS-SEL-ACADEMIC-TERM = SPACE
001956         DISPLAY 'MERITLST - NO SITTING TERM ON SYSIN - RUN '
001957             'TERMINATED, A LIST NEEDS ITS SITTING NAMED.'
001958         MOVE 16 TO RETURN-CODE
001959         STOP RUN
001960     END-IF.
001961     IF NOT RANK-BASIS-VALID
001962         DISPLAY 'MERITLST - RANKING BASIS ''' MC-RANK-BASIS
001963             ''' ON SYSIN IS NOT M, T OR C - RUN TERMINATED.'
001964         MOVE 16 TO RETURN-CODE
001965         STOP RUN
001966     END-IF.
001967     OPEN INPUT STUDENT-RESULTS-FILE.
001970     IF NOT RESULTS-FILE-OK
001980         DISPLAY 'MERITLST - CANNOT OPEN RESULTS MASTER, STATUS '
001990             WS-RESULTS-FILE-STATUS
002080             'FILE, STATUS ' WS-SUBJEX-FILE-STATUS
002081         MOVE 'Y' TO WS-EOF-SWITCH
002082     END-IF.
002083     OPEN INPUT STUDENT-MASTER-FILE.
002084     IF NOT STUDENT-FILE-OK
002085         DISPLAY 'MERITLST - CANNOT OPEN STUDENT MASTER, STATUS '
002086             WS-STUDENT-FILE-STATUS
002087         MOVE 'Y' TO WS-EOF-SWITCH
002088     END-IF.
002089     IF NOT RANK-ON-MARKS
002090         OPEN INPUT GPA-SUMMARY-FILE
002091         IF NOT GPA-FILE-OK
002092             DISPLAY 'MERITLST - CANNOT OPEN GPA SUMMARY, STATUS '
002093                 WS-GPA-FILE-STATUS
002094             MOVE 'Y' TO WS-EOF-SWITCH
002095         END-IF
002096     END-IF.
002097     IF RANK-ON-TERM-GPA
002098         MOVE 'TERM GPA'            TO MER-RH-RANK-BASIS
002099         MOVE '   SGPA'             TO MER-CH-RANK-BASIS
002100         MOVE ' GPA SUMMARIES.'     TO MER-RT-SOURCE
002101     END-IF.
002102     IF RANK-ON-CUM-GPA
002103         MOVE 'CUMULATIVE GPA'      TO MER-RH-RANK-BASIS
002104         MOVE '   CGPA'             TO MER-CH-RANK-BASIS
002105         MOVE ' GPA SUMMARIES.'     TO MER-RT-SOURCE
002106     END-IF.
002107     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002108     ACCEPT WS-RUN-TIME FROM TIME.
002109     PERFORM 1900-WRITE-RUNLOG-START THRU 1900-EXIT.
002110     MOVE WS-RUN-DATE TO MER-RH-RUN-DATE.
002111     MOVE WS-RUN-DATE TO SBX-RH-RUN-DATE.
002112     MOVE WS-SEL-ACADEMIC-TERM TO MER-RH-ACADEMIC-TERM.
002113     MOVE MER-RUN-HEADING TO WS-PRINT-WORK-LINE.
002114     PERFORM 6000-WRITE-MERIT-LINE THRU 6000-EXIT.
002115     MOVE SBX-RUN-HEADING TO WS-SBX-WORK-LINE.
002116     PERFORM 6100-WRITE-SUBJEX-LINE THRU 6100-EXIT.
002120 1000-EXIT.
002130     EXIT.
002140
003860         MOVE WS-LIST-RANK      TO MER-DL-RANK
003870         MOVE SR-STUDENT-ID     TO MER-DL-STUDENT-ID
003880         MOVE SR-CLASS-CODE     TO MER-DL-CLASS-CODE
003890         IF RANK-ON-MARKS
003891             MOVE SR-TOTAL-MARKS TO MER-DL-TOTAL-MARKS
003892         ELSE
003893             COMPUTE WS-RANK-GPA = SR-TOTAL-MARKS / 100
003894             MOVE WS-RANK-GPA    TO MER-DL-GPA
003895         END-IF
003900         MOVE SR-SUBJECT-COUNT  TO MER-DL-SUBJECT-COUNT
003905         PERFORM 4650-LOOK-UP-STUDENT THRU 4650-EXIT
003910         MOVE MER-DETAIL-LINE   TO WS-PRINT-WORK-LINE
003920         PERFORM 6000-WRITE-MERIT-LINE THRU 6000-EXIT
003930     END-IF.
004076         MT-ENTRY-COUNT - WS-WITHHELD-COUNT.
004080     DISPLAY 'MERITLST - ' WS-RANKED-COUNT
004090         ' STUDENT(S) RANKED FROM ' WS-RECORDS-READ
004092         ' RESULT RECORD(S), ' WS-OTHER-TERM-COUNT
004094         ' OTHER-SITTING RECORD(S) LEFT OUT.'.
004096     IF WS-NO-GPA-COUNT > 0
004098         DISPLAY 'MERITLST - ' WS-NO-GPA-COUNT
004100             ' STUDENT(S) WITH NO CREDITS ATTEMPTED HAVE NO GPA '
004102             'AND ARE NOT RANKED.'
004104     END-IF.
004106     MOVE WS-UNKNOWN-SUBJ-COUNT TO SBX-TL-UNKNOWN-COUNT.
004107     MOVE SBX-TOTAL-LINE TO WS-SBX-WORK-LINE.
004108     PERFORM 6100-WRITE-SUBJEX-LINE THRU 6100-EXIT.
004204         CLOSE SUBJECT-MASTER-FILE
004206     END-IF.
004208     IF SUBJEX-FILE-OK
004209         CLOSE SUBJ-EXCP-FILE
004210     END-IF.
004211     IF STUDENT-FILE-OK OR STUDENT-NOT-FOUND
004212         CLOSE STUDENT-MASTER-FILE
004213     END-IF.
004214     IF NOT RANK-ON-MARKS
004215         IF GPA-FILE-OK OR GPA-FILE-EOF
004216             CLOSE GPA-SUMMARY-FILE
004217         END-IF
004218     END-IF.
004219 7000-EXIT.
004220     EXIT.
004230
004240*--------------------------------------------------------------*
004470     MOVE 16 TO RETURN-CODE.
004480     STOP RUN.
004490 9000-EXIT.
004493     EXIT.
004496
004501
004502*--------------------------------------------------------------*
004503*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
004589     END-IF.
004590 7900-EXIT.
004591     EXIT.
004601
004611*--------------------------------------------------------------*
004621*  GPA BASIS.  THE SUMMARY IS KEYED STUDENT ID + TERM, SO EACH
004631*  STUDENT HAS AT MOST ONE RECORD FOR THE SITTING AND TAKES ONE
004641*  SLOT.  THE GPA GOES INTO THE AGGREGATE SLOT IN HUNDREDTHS.
004651*  A STUDENT WITH NO CREDITS ATTEMPTED HAS NO GPA AND IS
004661*  COUNTED PAST; A WITHHELD RESULT IN THE SITTING HOLDS THE
004671*  STUDENT OFF THE LISTS, THE SAME AS THE MARKS BASIS.
004681*--------------------------------------------------------------*
004691 2500-BUILD-GPA-TABLE.
004701     READ GPA-SUMMARY-FILE NEXT RECORD
004711         AT END
004721             MOVE 'Y' TO WS-GPA-EOF-SWITCH
004731             GO TO 2500-EXIT
004741     END-READ.
004751     ADD 1 TO WS-RECORDS-READ.
004761     IF GS-ACADEMIC-TERM NOT = WS-SEL-ACADEMIC-TERM
004771         ADD 1 TO WS-OTHER-TERM-COUNT
004781         GO TO 2500-EXIT
004791     END-IF.
004801     IF (RANK-ON-TERM-GPA AND GS-CREDITS-ATTEMPTED = ZERO)
004811         OR (RANK-ON-CUM-GPA AND GS-CUM-CREDITS-ATTEMPTED = ZERO)
004821         ADD 1 TO WS-NO-GPA-COUNT
004831         GO TO 2500-EXIT
004841     END-IF.
004851     IF RANK-ON-TERM-GPA
004861         COMPUTE WS-WEIGHTED-MARKS = GS-TERM-GPA * 100
004871     ELSE
004881         COMPUTE WS-WEIGHTED-MARKS = GS-CUM-GPA * 100
004891     END-IF.
004901     IF MT-ENTRY-COUNT >= 20000
004911         IF NOT STUDENT-TABLE-FULL
004921             MOVE 'Y' TO WS-STUD-TABLE-FULL-SW
004931             DISPLAY 'MERITLST - STUDENT TABLE FULL AT 20000 '
004941                 'ENTRIES, STUDENT ' GS-STUDENT-ID
004951                 ' AND LATER NOT RANKED.'
004961         END-IF
004971         GO TO 2500-EXIT
004981     END-IF.
004991     ADD 1 TO MT-ENTRY-COUNT.
005001     MOVE GS-STUDENT-ID     TO MT-STUDENT-ID(MT-ENTRY-COUNT).
005011     MOVE GS-CLASS-CODE     TO MT-CLASS-CODE(MT-ENTRY-COUNT).
005021     MOVE WS-WEIGHTED-MARKS TO MT-TOTAL-MARKS(MT-ENTRY-COUNT).
005031     MOVE GS-SUBJECT-COUNT  TO MT-SUBJECT-COUNT(MT-ENTRY-COUNT).
005041     MOVE SPACE             TO MT-WITHHELD-FLAG(MT-ENTRY-COUNT).
005051     IF GS-WITHHELD-COUNT > ZERO
005061         MOVE 'Y' TO MT-WITHHELD-FLAG(MT-ENTRY-COUNT)
005071         ADD 1 TO WS-WITHHELD-COUNT
005081     END-IF.
005091 2500-EXIT.
005101     EXIT.
005111
005121*--------------------------------------------------------------*
005131*  LOOK THE RANKED STUDENT UP ON THE STUDENT MASTER FOR THE
005141*  NAME.  ONLY PRINTED LINES PAY FOR THE READ.
005151*--------------------------------------------------------------*
005161 4650-LOOK-UP-STUDENT.
005171     MOVE 'N' TO WS-STUDENT-FOUND-SW.
005181     MOVE SR-STUDENT-ID TO ST-STUDENT-ID.
005191     READ STUDENT-MASTER-FILE
005201         INVALID KEY
005211             CONTINUE
005221         NOT INVALID KEY
005231             MOVE 'Y' TO WS-STUDENT-FOUND-SW
005241     END-READ.
005251     IF STUDENT-ON-MASTER
005261         MOVE ST-STUDENT-NAME TO MER-DL-STUDENT-NAME
005271     ELSE
005281         MOVE '*STUDENT NOT ON MASTER*' TO MER-DL-STUDENT-NAME
005291     END-IF.
005301 4650-EXIT.
005311     EXIT.
