000345*                   SYSOUT DISPLAYS WERE THE ONLY RECORD OF WHAT
000346*                   EACH RUN READ, WROTE AND RECONCILED, AND THEY
000347*                   GO WITH THE SCRATCHED JOB LOG.
000348*  2026-10-15  KJM  AUDIT THE SITTING'S TERM AND THE RESULT AS IT
000349*                   STOOD BEFORE THE GRACE (SEE AUDTREC).
000350*  2026-10-15  KJM  BOARD-DECISION REGISTER AND REVERSAL MODE.
000351*                   SYSIN NOW ALSO CARRIES A MODE (COL 8) AND
000352*                   THE BOARD MINUTE REFERENCE (COLS 10-21).
000353*                   EACH DECISION APPLIED IS WRITTEN TO THE
000354*                   GRACE REGISTER (GRREGREC) BEFORE THE SWEEP
000355*                   AND ONE ALREADY ON IT IS REFUSED - A
000356*                   RESUBMITTED JOB USED TO ADD THE GRACE
000357*                   TWICE.  MODE 'R' BACKS A NAMED DECISION
000358*                   OUT FROM ITS RUN'S 'GRCE' AUDIT RECORDS,
000359*                   RE-GRADES ON GRADPARM, AUDITS EACH
000360*                   REVERSAL AS 'GRRV' AND PRINTS THE SAME
000361*                   BEFORE/AFTER COMPARISON.
000362*  2026-10-15  KJM  HOLD A GRACED RESULT TO THE SUBJECT MASTER'S
000363*                   COMPONENT MINIMUMS AS CONDITIONALS DOES - A
000364*                   RESULT SHORT OF THE WRITTEN OR IA MINIMUM
000365*                   TAKES THE GRACE MARKS BUT STAYS A FAIL,
000366*                   GRADE F.  A REVERSAL NO LONGER RE-GRADES:
000367*                   IT PUTS BACK THE MARKS, GRADE AND RESULT
000368*                   THE 'GRCE' RECORD SAYS THE STUDENT HAD
000369*                   BEFORE THE GRACE.
000370*==============================================================*
000371
000372 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT GRACE-ADJUST-FILE ASSIGN TO GRACEADJ
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS RR-KEY
000480         FILE STATUS IS WS-RESULTS-FILE-STATUS.
000481
000482     SELECT GRACE-REGISTER-FILE ASSIGN TO GRREGSTR
000483         ORGANIZATION IS INDEXED
000484         ACCESS MODE IS DYNAMIC
000485         RECORD KEY IS GG-KEY
000486         FILE STATUS IS WS-REGISTER-FILE-STATUS.
000487
000488     SELECT SUBJECT-MASTER-FILE ASSIGN TO SUBJMSTR
000489         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000491         RECORD KEY IS SJ-SUBJECT-CODE
000492         FILE STATUS IS WS-SUBJECT-FILE-STATUS.
000493
000500     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDIT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000530
000532     SELECT AUDIT-INPUT-FILE ASSIGN TO AUDITIN
000534         ORGANIZATION IS SEQUENTIAL
000536         FILE STATUS IS WS-AUDITIN-FILE-STATUS.
000538
000540     SELECT RUN-PARM-FILE ASSIGN TO GRADPARM
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-PARM-FILE-STATUS.
000562
000564     SELECT GRACE-WORK-FILE ASSIGN TO GRCEWORK
000566         ORGANIZATION IS SEQUENTIAL
000568         FILE STATUS IS WS-WORK-FILE-STATUS.
000570
000580     SELECT GRACE-REPORT-FILE ASSIGN TO GRACERPT
000590         ORGANIZATION IS SEQUENTIAL
000680 FD  STUDENT-RESULTS-FILE.
000690     COPY RSLTREC.
000700
000701 FD  GRACE-REGISTER-FILE.
000702     COPY GRREGREC.
000703
000704 FD  SUBJECT-MASTER-FILE.
000705     COPY SUBJREC.
000706
000710 FD  AUDIT-TRAIL-FILE
000720     RECORDING MODE IS F.
000730     COPY AUDTREC.
000740
000742 FD  AUDIT-INPUT-FILE
000744     RECORDING MODE IS F.
000746 01  AUDIT-INPUT-RECORD          PIC X(64).
000748
000750 FD  RUN-PARM-FILE
000760     RECORDING MODE IS F.
000770     COPY PARMREC.
000772
000774 FD  GRACE-WORK-FILE
000776     RECORDING MODE IS F.
000778 01  GRACE-WORK-RECORD           PIC X(64).
000780
000790 FD  GRACE-REPORT-FILE
000800     RECORDING MODE IS F.
000890 01  WS-RESULTS-FILE-STATUS   PIC X(02).
000900     88 RESULTS-FILE-OK         VALUE '00'.
000910     88 RESULTS-FILE-EOF        VALUE '10'.
000915     88 RESULTS-NOT-FOUND       VALUE '23'.
000920
000930 01  WS-AUDIT-FILE-STATUS     PIC X(02).
000940     88 AUDIT-FILE-OK           VALUE '00'.
001000
001010 01  WS-REPORT-FILE-STATUS    PIC X(02).
001020     88 REPORT-FILE-OK          VALUE '00'.
001021
001022 01  WS-REGISTER-FILE-STATUS  PIC X(02).
001023     88 REGISTER-FILE-OK        VALUE '00'.
001024
001025 01  WS-SUBJECT-FILE-STATUS   PIC X(02) VALUE SPACES.
001026     88 SUBJECT-FILE-OK         VALUE '00'.
001027     88 SUBJECT-NOT-FOUND       VALUE '23'.
001028
001029 01  WS-AUDITIN-FILE-STATUS   PIC X(02).
001030     88 AUDITIN-FILE-OK         VALUE '00'.
001031     88 AUDITIN-FILE-EOF        VALUE '10'.
001032
001033 01  WS-WORK-FILE-STATUS      PIC X(02).
001034     88 WORK-FILE-OK            VALUE '00'.
001035     88 WORK-FILE-EOF           VALUE '10'.
001036
001040 01  WS-SWITCHES.
001050     05  WS-GRACE-EOF-SWITCH   PIC X(01) VALUE 'N'.
001060         88 END-OF-GRACE-FILE   VALUE 'Y'.
001070     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001080         88 END-OF-RESULTS-FILE VALUE 'Y'.
001090     05  WS-ADJ-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001091         88 ADJUSTMENT-FOUND    VALUE 'Y'.
001092     05  WS-WORK-EOF-SWITCH    PIC X(01) VALUE 'N'.
001093         88 END-OF-GRACE-WORK-FILE VALUE 'Y'.
001094     05  WS-AUDITIN-EOF-SWITCH PIC X(01) VALUE 'N'.
001095         88 END-OF-AUDIT-INPUT  VALUE 'Y'.
001096     05  WS-REGISTER-EOF-SWITCH PIC X(01) VALUE 'N'.
001097         88 END-OF-DECISION     VALUE 'Y'.
001098     05  WS-REG-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001099         88 REGISTER-ENTRY-FOUND VALUE 'Y'.
001100     05  WS-DECISION-SWITCH    PIC X(01) VALUE 'N'.
001101         88 DECISION-ON-REGISTER VALUE 'Y'.
001102     05  WS-RESULT-FOUND-SWITCH PIC X(01) VALUE 'N'.
001103         88 RESULT-RECORD-FOUND VALUE 'Y'.
001104     05  WS-NR-HEADING-SWITCH  PIC X(01) VALUE 'N'.
001105         88 NOT-REVERSED-HEADED VALUE 'Y'.
001106     05  WS-MINIMUM-SWITCH     PIC X(01) VALUE 'N'.
001107         88 COMPONENT-MINIMUM-MISSED VALUE 'Y'.
001110
001120*--------------------------------------------------------------*
001130*  RUN PARAMETERS, LOADED FROM THE SAME GRADPARM DATASET THE
001230 01  WS-GRADE-D-MARK           PIC 9(03) VALUE ZERO.
001240
001250*--------------------------------------------------------------*
001251*  THE CURRENT SUBJECT'S IA MAXIMUM AND COMPONENT MINIMUMS,
001252*  FROM THE SUBJECT MASTER (SEE SUBJREC).
001253*--------------------------------------------------------------*
001254 01  WS-IA-MAX-MARKS           PIC 9(03) VALUE ZERO.
001255 01  WS-WRITTEN-MIN-MARKS      PIC 9(03) VALUE ZERO.
001256 01  WS-IA-MIN-MARKS           PIC 9(03) VALUE ZERO.
001257
001258*--------------------------------------------------------------*
001260*  THE SITTING BEING MODERATED, KEYED ON SYSIN.  ONLY RECORDS
001270*  CARRYING THIS TERM IN THEIR KEY ARE TOUCHED.
001271*--------------------------------------------------------------*
001272 01  WS-SEL-ACADEMIC-TERM      PIC X(06) VALUE SPACE.
001273
001274*--------------------------------------------------------------*
001275*  THE SYSIN CARD: SITTING IN COLS 1-6, MODE IN COL 8 (BLANK
001276*  OR 'A' APPLIES THE BOARD'S ADJUSTMENT FILE, 'R' REVERSES A
001277*  DECISION ALREADY APPLIED) AND, IN COLS 10-21, THE BOARD
001278*  MINUTE REFERENCE THAT NAMES THE DECISION ON THE REGISTER.
001279*--------------------------------------------------------------*
001280 01  WS-GRACE-CONTROL-CARD.
001281     05  GC-ACADEMIC-TERM      PIC X(06).
001282     05  FILLER                PIC X(01).
001283     05  GC-RUN-MODE           PIC X(01).
001284         88 GRACE-APPLY-MODE     VALUES SPACE, 'A'.
001285         88 GRACE-REVERSAL-MODE  VALUE 'R'.
001286         88 GC-RUN-MODE-VALID    VALUES SPACE, 'A', 'R'.
001287     05  FILLER                PIC X(01).
001288     05  GC-MINUTE-REF         PIC X(12).
001289     05  FILLER                PIC X(59).
001290
001291 01  WS-AUDIT-RESULT-CODE      PIC X(04) VALUE SPACE.
001300
001310*--------------------------------------------------------------*
001320*  BOARD ADJUSTMENT TABLE, LOADED FROM THE GRACEADJ FILE AT
001350*  ACCUMULATED AGAINST IT AS RECORDS ARE ADJUSTED.  CAPPED AT
001360*  200 SUBJECTS, THE SAME CAPPED-TABLE PATTERN AS SUBSTAT'S
001370*  STATS TABLE; THE BOARD HAS NEVER GRACED MORE THAN A
001380*  HANDFUL IN ONE SITTING.  IN REVERSAL MODE THE TABLE HOLDS
001383*  THE DECISION'S ENTRIES FROM THE GRACE REGISTER INSTEAD,
001386*  EACH WITH THE STAMP OF THE RUN THAT APPLIED IT.
001390*--------------------------------------------------------------*
001400 01  GRACE-ADJUST-TABLE.
001410     05  GT-ENTRY-COUNT        PIC 9(03) COMP VALUE ZERO.
001420     05  GT-ENTRY OCCURS 200 TIMES.
001430         10  GT-SUBJECT-CODE   PIC X(05).
001440         10  GT-GRACE-MARKS    PIC 9(03) COMP.
001443         10  GT-APPLIED-DATE   PIC X(08).
001446         10  GT-APPLIED-TIME   PIC X(08).
001450         10  GT-ADJUSTED-COUNT PIC 9(07) COMP.
001460         10  GT-BEF-A-COUNT    PIC 9(07) COMP.
001470         10  GT-BEF-B-COUNT    PIC 9(07) COMP.
001560
001570 01  WS-ADJ-SUB                PIC 9(03) COMP VALUE ZERO.
001580 01  WS-RPT-SUB                PIC 9(03) COMP VALUE ZERO.
001585 01  WS-REG-SUB                PIC 9(03) COMP VALUE ZERO.
001590
001600*--------------------------------------------------------------*
001610*  RE-GRADING WORK FIELDS.  THE GRACED SCORE IS BUILT IN A
001630*  RATHER THAN LETTING THE MOVE TRUNCATE.
001640*--------------------------------------------------------------*
001650 01  WS-GRACED-SCORE           PIC 9(05) VALUE ZERO.
001651 01  WS-GRADE-CODE             PIC X(01) VALUE SPACE.
001652 01  WS-RESULT-CODE            PIC X(04) VALUE SPACE.
001653 01  WS-BEFORE-MARKS           PIC 9(03) VALUE ZERO.
001654 01  WS-BEFORE-GRADE           PIC X(01) VALUE SPACE.
001655 01  WS-BEFORE-RESULT          PIC X(04) VALUE SPACE.
001656
001657*--------------------------------------------------------------*
001658*  ONE 'GRCE' AUDIT RECORD OF A DECISION BEING REVERSED, AS
001659*  READ FROM THE AUDIT TRAIL AND THE WORK FILE - THE AUDTREC
001660*  LAYOUT.
001661*--------------------------------------------------------------*
001662 01  WS-GRCE-IMAGE.
001663     05  GI-STUDENT-ID         PIC X(09).
001664     05  GI-CLASS-CODE         PIC X(09).
001665     05  GI-SUBJECT-CODE       PIC X(05).
001666     05  GI-MARKS-VALUE        PIC 9(03).
001667     05  GI-RESULT-CODE        PIC X(04).
001668     05  GI-GRADE-CODE         PIC X(01).
001669     05  GI-RUN-DATE           PIC X(08).
001670     05  GI-RUN-TIME           PIC X(08).
001671     05  GI-ACADEMIC-TERM      PIC X(06).
001672     05  GI-BEFORE-MARKS       PIC 9(03).
001673     05  GI-BEFORE-GRADE       PIC X(01).
001674     05  GI-BEFORE-RESULT      PIC X(04).
001675     05  GI-MASTER-UPDATE      PIC X(01).
001676     05  FILLER                PIC X(02).
001680
001690*--------------------------------------------------------------*
001700*  RUN CONTROL TOTALS.  READ MUST FOOT TO ADJUSTED + NO
001710*  ADJUSTMENT + NOT GRADED (ABST/WHLD) + OTHER SITTING AT END
001720*  OF RUN, THE SAME DISCIPLINE AS THE MAIN GRADING RUN.  IN
001722*  REVERSAL MODE THE DECISION'S AUDIT RECORDS READ MUST FOOT
001724*  TO REVERSED + ALREADY REVERSED + NOT REVERSED, AND TO THE
001726*  NUMBER EXTRACTED FROM THE TRAIL.
001730*--------------------------------------------------------------*
001740 01  WS-RECORDS-READ           PIC 9(09) COMP VALUE ZERO.
001750 01  WS-ADJUSTED-COUNT         PIC 9(09) COMP VALUE ZERO.
001770 01  WS-NOT-GRADED-COUNT       PIC 9(09) COMP VALUE ZERO.
001780 01  WS-OTHER-TERM-COUNT       PIC 9(09) COMP VALUE ZERO.
001790 01  WS-DECISION-TOTAL         PIC 9(09) COMP VALUE ZERO.
001792 01  WS-ALREADY-REVERSED-COUNT PIC 9(09) COMP VALUE ZERO.
001794 01  WS-NOT-REVERSED-COUNT     PIC 9(09) COMP VALUE ZERO.
001796 01  WS-EXTRACTED-COUNT        PIC 9(09) COMP VALUE ZERO.
001798 01  WS-REGISTERED-TOTAL       PIC 9(09) COMP VALUE ZERO.
001800
001810 01  WS-RUN-DATE               PIC X(08) VALUE SPACE.
001820 01  WS-RUN-TIME               PIC X(08) VALUE SPACE.
001940     05  FILLER                PIC X(06) VALUE ', RUN '.
001950     05  RPT-RH-RUN-DATE       PIC X(08) VALUE SPACE.
001960     05  FILLER                PIC X(67) VALUE SPACE.
001961
001962 01  RPT-DECISION-LINE.
001963     05  FILLER                PIC X(15) VALUE
001964         'BOARD DECISION '.
001965     05  RPT-DL-MINUTE-REF     PIC X(12) VALUE SPACE.
001966     05  FILLER                PIC X(03) VALUE ' - '.
001967     05  RPT-DL-MODE-TEXT      PIC X(60) VALUE SPACE.
001968     05  FILLER                PIC X(42) VALUE SPACE.
001970
001980 01  RPT-COLUMN-HEADING-1.
001990     05  FILLER                PIC X(21) VALUE
002310         ' RESULT(S) ADJUSTED FROM  '.
002320     05  RPT-RT-RECORD-COUNT   PIC Z(08)9.
002330     05  FILLER                PIC X(14) VALUE ' RECORDS READ.'.
002331     05  FILLER                PIC X(63) VALUE SPACE.
002332
002333 01  RPT-NOT-REVERSED-HEADING.
002334     05  FILLER                PIC X(15) VALUE SPACE.
002335     05  FILLER                PIC X(28) VALUE
002336         'STUDENT    SUBJ   GRCD NOW  '.
002337     05  FILLER                PIC X(20) VALUE
002338         'REASON              '.
002339     05  FILLER                PIC X(69) VALUE SPACE.
002340
002341 01  RPT-NOT-REVERSED-LINE.
002342     05  FILLER                PIC X(15) VALUE
002343         'NOT REVERSED - '.
002344     05  RPT-NR-STUDENT-ID     PIC X(09).
002345     05  FILLER                PIC X(02) VALUE SPACE.
002346     05  RPT-NR-SUBJECT-CODE   PIC X(05).
002347     05  FILLER                PIC X(02) VALUE SPACE.
002348     05  RPT-NR-GRACED-MARKS   PIC ZZ9.
002349     05  FILLER                PIC X(02) VALUE SPACE.
002350     05  RPT-NR-MASTER-MARKS   PIC ZZ9.
002351     05  FILLER                PIC X(02) VALUE SPACE.
002352     05  RPT-NR-REASON         PIC X(40).
002353     05  FILLER                PIC X(49) VALUE SPACE.
002354
002360 01  WS-BLANK-LINE             PIC X(132) VALUE SPACE.
002370
002380*--------------------------------------------------------------*
002450
002460 0000-MAINLINE.
002470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002480     IF GRACE-REVERSAL-MODE
002490         PERFORM 4000-REVERSE-ONE-RECORD THRU 4000-EXIT
002491             UNTIL END-OF-GRACE-WORK-FILE
002492     ELSE
002493         PERFORM 2000-PROCESS-RESULTS-FILE THRU 2000-EXIT
002494             UNTIL END-OF-RESULTS-FILE
002495     END-IF.
002496     PERFORM 8000-PRINT-COMPARISON THRU 8000-EXIT.
002497     PERFORM 5000-CLOSE-DECISION THRU 5000-EXIT.
002501     PERFORM 7900-WRITE-RUNLOG-END THRU 7900-EXIT.
002510     PERFORM 7000-TERMINATE THRU 7000-EXIT.
002520     STOP RUN.
002560*  EVER FOLLOWS A GRADED SITTING, SO AS IN SUPPMARK THERE IS
002570*  NO CREATE-ON-FIRST-OPEN FALLBACK; AN OPEN FAILURE STOPS
002580*  THE RUN BEFORE ANYTHING IS TOUCHED.  THE AUDIT TRAIL IS
002590*  APPENDED TO, AS SUPPMARK AND MARKCORR DO.  THE GRACE
002592*  REGISTER IS OPENED FIRST, AND A DECISION IT REFUSES STOPS
002594*  THE RUN JUST AS EARLY.  THE DECISION IS WRITTEN TO THE
002596*  REGISTER ONLY ONCE EVERY FILE IS OPEN.
002600*--------------------------------------------------------------*
002610 1000-INITIALIZE.
002620     ACCEPT WS-GRACE-CONTROL-CARD.
002625     MOVE GC-ACADEMIC-TERM TO WS-SEL-ACADEMIC-TERM.
002630     IF WS-SEL-ACADEMIC-TERM = SPACE
002640         DISPLAY 'MODGRACE - NO SITTING TERM ON SYSIN - RUN '
002650             'TERMINATED BEFORE ANY RECORD IS TOUCHED.'
002660         MOVE 16 TO RETURN-CODE
002670         STOP RUN
002680     END-IF.
002681     IF NOT GC-RUN-MODE-VALID
002682         OR GC-MINUTE-REF = SPACE
002683         DISPLAY 'MODGRACE - SYSIN MODE "' GC-RUN-MODE
002684             '" OR BOARD MINUTE REFERENCE "' GC-MINUTE-REF
002685             '" UNUSABLE - RUN TERMINATED BEFORE ANY RECORD '
002686             'IS TOUCHED.'
002687         MOVE 16 TO RETURN-CODE
002688         STOP RUN
002689     END-IF.
002690     PERFORM 1050-LOAD-RUN-PARMS THRU 1050-EXIT.
002691     OPEN I-O GRACE-REGISTER-FILE.
002692     IF NOT REGISTER-FILE-OK
002693         DISPLAY 'MODGRACE - CANNOT OPEN GRACE REGISTER, '
002694             'STATUS ' WS-REGISTER-FILE-STATUS
002695         PERFORM 9300-ABEND-ON-DECISION THRU 9300-EXIT
002696     END-IF.
002697     IF GRACE-REVERSAL-MODE
002698         MOVE 'GRRV' TO WS-AUDIT-RESULT-CODE
002699         PERFORM 1200-LOAD-DECISION THRU 1200-EXIT
002700         PERFORM 1300-EXTRACT-DECISION-AUDIT THRU 1300-EXIT
002701     ELSE
002702         MOVE 'GRCE' TO WS-AUDIT-RESULT-CODE
002703         PERFORM 1100-LOAD-ADJUSTMENTS THRU 1100-EXIT
002704         PERFORM 1250-CHECK-DECISION-IS-NEW THRU 1250-EXIT
002705     END-IF.
002710     OPEN I-O STUDENT-RESULTS-FILE.
002720     IF NOT RESULTS-FILE-OK
002730         DISPLAY 'MODGRACE - CANNOT OPEN RESULTS MASTER, '
002870     IF NOT REPORT-FILE-OK
002880         DISPLAY 'MODGRACE - CANNOT OPEN COMPARISON REPORT, '
002890             'STATUS ' WS-REPORT-FILE-STATUS
002891         MOVE 'Y' TO WS-EOF-SWITCH
002892     END-IF.
002893     IF GRACE-APPLY-MODE
002894         OPEN INPUT SUBJECT-MASTER-FILE
002895         IF NOT SUBJECT-FILE-OK
002896             DISPLAY 'MODGRACE - CANNOT OPEN SUBJECT MASTER, '
002897                 'STATUS ' WS-SUBJECT-FILE-STATUS
002898             MOVE 'Y' TO WS-EOF-SWITCH
002899         END-IF
002900     END-IF.
002901     IF GRACE-REVERSAL-MODE
002902         OPEN INPUT GRACE-WORK-FILE
002903         IF NOT WORK-FILE-OK
002904             DISPLAY 'MODGRACE - CANNOT OPEN REVERSAL WORK FILE, '
002905                 'STATUS ' WS-WORK-FILE-STATUS
002906             MOVE 'Y' TO WS-EOF-SWITCH
002907         END-IF
002908     END-IF.
002909     IF END-OF-RESULTS-FILE
002910         MOVE 'Y' TO WS-WORK-EOF-SWITCH
002911     END-IF.
002920     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002930     ACCEPT WS-RUN-TIME FROM TIME.
002931     PERFORM 1900-WRITE-RUNLOG-START THRU 1900-EXIT.
002940     MOVE WS-SEL-ACADEMIC-TERM TO RPT-RH-ACADEMIC-TERM.
002950     MOVE WS-RUN-DATE          TO RPT-RH-RUN-DATE.
002960     MOVE RPT-RUN-HEADING TO WS-PRINT-WORK-LINE.
002961     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
002962     MOVE GC-MINUTE-REF TO RPT-DL-MINUTE-REF.
002963     IF GRACE-REVERSAL-MODE
002964         MOVE 'REVERSED - BEFORE = AS GRACED, AFTER = AS RESTORED'
002965             TO RPT-DL-MODE-TEXT
002966     ELSE
002967         MOVE 'APPLIED' TO RPT-DL-MODE-TEXT
002968     END-IF.
002969     MOVE RPT-DECISION-LINE TO WS-PRINT-WORK-LINE.
002970     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
002971     IF NOT END-OF-RESULTS-FILE
002972         PERFORM 1400-REGISTER-DECISION THRU 1400-EXIT
002973     END-IF.
002980 1000-EXIT.
002990     EXIT.
003000
003885     ADD 1 TO GT-ENTRY-COUNT.
003890     MOVE GA-SUBJECT-CODE TO GT-SUBJECT-CODE(GT-ENTRY-COUNT).
003900     MOVE GA-GRACE-MARKS  TO GT-GRACE-MARKS(GT-ENTRY-COUNT).
003910     PERFORM 1170-CLEAR-TABLE-ENTRY THRU 1170-EXIT.
004020 1150-EXIT.
004030     EXIT.
004032
004680*--------------------------------------------------------------*
004690 3000-APPLY-GRACE.
004700     PERFORM 3100-BUCKET-BEFORE-GRADE THRU 3100-EXIT.
004702     MOVE RR-MARKS-VALUE TO WS-BEFORE-MARKS.
004704     MOVE RR-GRADE-CODE  TO WS-BEFORE-GRADE.
004706     MOVE RR-RESULT-CODE TO WS-BEFORE-RESULT.
004710     COMPUTE WS-GRACED-SCORE =
004720         RR-MARKS-VALUE + GT-GRACE-MARKS(WS-ADJ-SUB).
004730     IF WS-GRACED-SCORE > 999
004740         MOVE 999 TO WS-GRACED-SCORE
004750     END-IF.
004760     MOVE WS-GRACED-SCORE TO RR-MARKS-VALUE.
004765     PERFORM 3050-LOAD-COMPONENT-RULES THRU 3050-EXIT.
004770     PERFORM 3600-DETERMINE-GRADE THRU 3600-EXIT.
004780     MOVE WS-GRADE-CODE  TO RR-GRADE-CODE.
004790     MOVE WS-RESULT-CODE TO RR-RESULT-CODE.
005300*--------------------------------------------------------------*
005310*  BUCKET THE GRACED SCORE INTO A LETTER GRADE AND PASS/FAIL
005320*  ON THE SAME GRADPARM SCALE THE MAIN BATCH PROGRAM,
005330*  CONDITIONALS, LOADS.  A RESULT SHORT OF A COMPONENT MINIMUM
005335*  IS A FAIL, GRADE F, HOWEVER MUCH GRACE LIFTS THE TOTAL.
005340*--------------------------------------------------------------*
005350 3600-DETERMINE-GRADE.
005360     EVALUATE TRUE
005500     ELSE
005510         MOVE 'FAIL' TO WS-RESULT-CODE
005520     END-IF.
005522     IF COMPONENT-MINIMUM-MISSED
005524         MOVE 'F'    TO WS-GRADE-CODE
005526         MOVE 'FAIL' TO WS-RESULT-CODE
005528     END-IF.
005530 3600-EXIT.
005540     EXIT.
005550
005570*  RECORD EVERY GRACED RESULT ON THE SAME AUDIT TRAIL THE
005580*  MAIN RUN, SUPPMARK AND MARKCORR WRITE, WITH RESULT CODE
005590*  'GRCE' SO AN APPEAL HEARING CAN SEE THE BOARD'S MODERATION
005600*  AS A DISTINCT EVENT, NOT A MYSTERY CORRECTION.  A REVERSAL
005605*  IS AUDITED 'GRRV', ITS BEFORE-IMAGE THE RESULT AS GRACED.
005610*--------------------------------------------------------------*
005620 3700-WRITE-AUDIT-RECORD.
005630     MOVE RR-STUDENT-ID    TO AR-STUDENT-ID.
005640     MOVE RR-CLASS-CODE    TO AR-CLASS-CODE.
005650     MOVE RR-SUBJECT-CODE  TO AR-SUBJECT-CODE.
005660     MOVE RR-MARKS-VALUE   TO AR-MARKS-VALUE.
005670     MOVE WS-AUDIT-RESULT-CODE TO AR-RESULT-CODE.
005680     MOVE RR-GRADE-CODE    TO AR-GRADE-CODE.
005690     MOVE WS-RUN-DATE      TO AR-RUN-DATE.
005700     MOVE WS-RUN-TIME      TO AR-RUN-TIME.
005701     MOVE RR-ACADEMIC-TERM TO AR-ACADEMIC-TERM.
005702     MOVE WS-BEFORE-MARKS  TO AR-BEFORE-MARKS.
005703     MOVE WS-BEFORE-GRADE  TO AR-BEFORE-GRADE.
005704     MOVE WS-BEFORE-RESULT TO AR-BEFORE-RESULT.
005705     IF RR-RESULT-CODE = 'PASS'
005706         MOVE 'P' TO AR-MASTER-UPDATE
005707     ELSE
005708         MOVE 'F' TO AR-MASTER-UPDATE
005709     END-IF.
005710     WRITE AUDIT-RECORD.
005720     IF NOT AUDIT-FILE-OK
005730         MOVE 'AUDIT-TRAIL-FILE' TO WS-ABEND-FILE-NAME
005810*  BEFORE/AFTER GRADE-DISTRIBUTION COMPARISON, ONE LINE PER
005820*  SUBJECT THE BOARD ADJUSTED, PLUS THE RUN CONTROL TOTALS.
005830*  THE FOUR DECISION COUNTS MUST FOOT BACK TO RECORDS READ,
005840*  THE SAME DISCIPLINE AS THE MAIN GRADING RUN.  A REVERSAL
005845*  FOOTS ITS OWN WAY, IN 8200-FOOT-REVERSAL.
005850*--------------------------------------------------------------*
005860 8000-PRINT-COMPARISON.
005870     MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE.
005970     MOVE WS-RECORDS-READ   TO RPT-RT-RECORD-COUNT.
005980     MOVE RPT-RUN-TOTAL-LINE TO WS-PRINT-WORK-LINE.
005990     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005992     IF GRACE-REVERSAL-MODE
005994         PERFORM 8200-FOOT-REVERSAL THRU 8200-EXIT
005996         GO TO 8000-EXIT
005998     END-IF.
006000     DISPLAY 'MODGRACE - ' WS-RECORDS-READ ' RECORD(S) READ: '
006010         WS-ADJUSTED-COUNT ' ADJUSTED, '
006020         WS-NO-ADJUST-COUNT ' NOT IN A GRACED SUBJECT, '
006350     EXIT.
006360
006370 7000-TERMINATE.
006380     IF RESULTS-FILE-OK OR RESULTS-FILE-EOF OR RESULTS-NOT-FOUND
006390         CLOSE STUDENT-RESULTS-FILE
006400     END-IF.
006410     IF AUDIT-FILE-OK OR AUDIT-FILE-EOF
006430     END-IF.
006440     IF REPORT-FILE-OK
006450         CLOSE GRACE-REPORT-FILE
006451     END-IF.
006452     CLOSE GRACE-REGISTER-FILE.
006453     IF GRACE-APPLY-MODE
006454         AND (SUBJECT-FILE-OK OR SUBJECT-NOT-FOUND)
006455         CLOSE SUBJECT-MASTER-FILE
006456     END-IF.
006457     IF GRACE-REVERSAL-MODE
006458         AND (WORK-FILE-OK OR WORK-FILE-EOF)
006459         CLOSE GRACE-WORK-FILE
006460     END-IF.
006470 7000-EXIT.
006480     EXIT.
007010     MOVE 16 TO RETURN-CODE.
007020     STOP RUN.
007030 9200-EXIT.
007033     EXIT.
007036
007041
007042*--------------------------------------------------------------*
007043*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
007134     END-IF.
007135 7900-EXIT.
007136     EXIT.
007146
007156 1170-CLEAR-TABLE-ENTRY.
007166     MOVE SPACE TO GT-APPLIED-DATE(GT-ENTRY-COUNT).
007176     MOVE SPACE TO GT-APPLIED-TIME(GT-ENTRY-COUNT).
007186     MOVE ZERO TO GT-ADJUSTED-COUNT(GT-ENTRY-COUNT).
007196     MOVE ZERO TO GT-BEF-A-COUNT(GT-ENTRY-COUNT).
007206     MOVE ZERO TO GT-BEF-B-COUNT(GT-ENTRY-COUNT).
007216     MOVE ZERO TO GT-BEF-C-COUNT(GT-ENTRY-COUNT).
007226     MOVE ZERO TO GT-BEF-D-COUNT(GT-ENTRY-COUNT).
007236     MOVE ZERO TO GT-BEF-F-COUNT(GT-ENTRY-COUNT).
007246     MOVE ZERO TO GT-AFT-A-COUNT(GT-ENTRY-COUNT).
007256     MOVE ZERO TO GT-AFT-B-COUNT(GT-ENTRY-COUNT).
007266     MOVE ZERO TO GT-AFT-C-COUNT(GT-ENTRY-COUNT).
007276     MOVE ZERO TO GT-AFT-D-COUNT(GT-ENTRY-COUNT).
007286     MOVE ZERO TO GT-AFT-F-COUNT(GT-ENTRY-COUNT).
007296 1170-EXIT.
007306     EXIT.
007316
007326*--------------------------------------------------------------*
007336*  REVERSAL: LOAD THE NAMED DECISION'S STILL-APPLIED ENTRIES
007346*  FROM THE GRACE REGISTER INTO THE ADJUSTMENT TABLE, EACH
007356*  WITH THE STAMP OF THE RUN THAT APPLIED IT.  A DECISION NOT
007366*  ON THE REGISTER, OR ALREADY REVERSED IN FULL, IS REFUSED.
007376*--------------------------------------------------------------*
007386 1200-LOAD-DECISION.
007396     MOVE WS-SEL-ACADEMIC-TERM TO GG-ACADEMIC-TERM.
007406     MOVE GC-MINUTE-REF        TO GG-MINUTE-REF.
007416     MOVE LOW-VALUES           TO GG-SUBJECT-CODE.
007426     START GRACE-REGISTER-FILE KEY IS NOT LESS THAN GG-KEY
007436         INVALID KEY
007446             MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
007456     END-START.
007466     PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-EXIT
007476         UNTIL END-OF-DECISION.
007486     IF GT-ENTRY-COUNT = ZERO
007496         DISPLAY 'MODGRACE - DECISION ' GC-MINUTE-REF
007506             ' OF SITTING ' WS-SEL-ACADEMIC-TERM
007516             ' IS NOT ON THE REGISTER OR IS ALREADY REVERSED.'
007526         PERFORM 9300-ABEND-ON-DECISION THRU 9300-EXIT
007536     END-IF.
007546     DISPLAY 'MODGRACE - ' GT-ENTRY-COUNT ' SUBJECT '
007556         'ENTRY(IES) OF DECISION ' GC-MINUTE-REF
007566         ' LOADED FOR REVERSAL.'.
007576 1200-EXIT.
007586     EXIT.
007596
007606 1210-LOAD-ONE-ENTRY.
007616     READ GRACE-REGISTER-FILE NEXT RECORD
007626         AT END
007636             MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
007646             GO TO 1210-EXIT
007656     END-READ.
007666     IF GG-ACADEMIC-TERM NOT = WS-SEL-ACADEMIC-TERM
007676         OR GG-MINUTE-REF NOT = GC-MINUTE-REF
007686         MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
007696         GO TO 1210-EXIT
007706     END-IF.
007716     IF NOT GG-DECISION-APPLIED
007726         GO TO 1210-EXIT
007736     END-IF.
007746     IF GT-ENTRY-COUNT >= 200
007756         DISPLAY 'MODGRACE - DECISION HAS MORE THAN 200 '
007766             'SUBJECTS ON THE REGISTER.'
007776         PERFORM 9300-ABEND-ON-DECISION THRU 9300-EXIT
007786     END-IF.
007796     ADD 1 TO GT-ENTRY-COUNT.
007806     PERFORM 1170-CLEAR-TABLE-ENTRY THRU 1170-EXIT.
007816     MOVE GG-SUBJECT-CODE TO GT-SUBJECT-CODE(GT-ENTRY-COUNT).
007826     MOVE GG-GRACE-MARKS  TO GT-GRACE-MARKS(GT-ENTRY-COUNT).
007836     MOVE GG-APPLIED-DATE TO GT-APPLIED-DATE(GT-ENTRY-COUNT).
007846     MOVE GG-APPLIED-TIME TO GT-APPLIED-TIME(GT-ENTRY-COUNT).
007856     ADD GG-APPLIED-COUNT TO WS-REGISTERED-TOTAL.
007866 1210-EXIT.
007876     EXIT.
007886
007896*--------------------------------------------------------------*
007906*  REFUSE A DECISION ALREADY ON THE REGISTER - SAME SITTING,
007916*  MINUTE AND SUBJECT - WHETHER STILL APPLIED OR SINCE
007926*  REVERSED.  A GRACE THE BOARD RE-INSTATES AFTER A REVERSAL
007936*  IS A NEW DECISION AND CARRIES ITS OWN MINUTE REFERENCE.
007946*--------------------------------------------------------------*
007956 1250-CHECK-DECISION-IS-NEW.
007966     PERFORM 1260-CHECK-ONE-SUBJECT THRU 1260-EXIT
007976         VARYING WS-REG-SUB FROM 1 BY 1
007986         UNTIL WS-REG-SUB > GT-ENTRY-COUNT.
007996 1250-EXIT.
008006     EXIT.
008016
008026 1260-CHECK-ONE-SUBJECT.
008036     MOVE WS-SEL-ACADEMIC-TERM        TO GG-ACADEMIC-TERM.
008046     MOVE GC-MINUTE-REF               TO GG-MINUTE-REF.
008056     MOVE GT-SUBJECT-CODE(WS-REG-SUB) TO GG-SUBJECT-CODE.
008066     MOVE 'N' TO WS-REG-FOUND-SWITCH.
008076     READ GRACE-REGISTER-FILE
008086         INVALID KEY
008096             CONTINUE
008106         NOT INVALID KEY
008116             MOVE 'Y' TO WS-REG-FOUND-SWITCH
008126     END-READ.
008136     IF REGISTER-ENTRY-FOUND
008146         DISPLAY 'MODGRACE - DECISION ' GC-MINUTE-REF
008156             ' FOR SUBJECT ' GG-SUBJECT-CODE ' OF SITTING '
008166             WS-SEL-ACADEMIC-TERM ' IS ALREADY ON THE '
008176             'REGISTER, APPLIED ' GG-APPLIED-DATE ' '
008186             GG-APPLIED-TIME ', STATUS ' GG-DECISION-STATUS '.'
008196         PERFORM 9300-ABEND-ON-DECISION THRU 9300-EXIT
008206     END-IF.
008216 1260-EXIT.
008226     EXIT.
008236
008246*--------------------------------------------------------------*
008256*  REVERSAL: COPY THE DECISION'S OWN 'GRCE' RECORDS - THE
008266*  SITTING'S, IN A SUBJECT OF THE DECISION, STAMPED BY THE RUN
008276*  THAT APPLIED IT - FROM THE AUDIT TRAIL TO A WORK FILE.  THE
008286*  TRAIL IS READ THROUGH ITS OWN DD AND CLOSED BEFORE THE RUN
008296*  APPENDS ITS 'GRRV' RECORDS TO IT; IF AUDARCH HAS OFFLOADED
008306*  THE DECISION'S RECORDS THE JCL CONCATENATES THE ARCHIVE
008316*  AHEAD OF THE LIVE FILE ON AUDITIN.  FINDING NONE FOR A
008326*  DECISION THAT CHANGED RESULTS STOPS THE RUN UNTOUCHED.
008336*--------------------------------------------------------------*
008346 1300-EXTRACT-DECISION-AUDIT.
008356     OPEN INPUT AUDIT-INPUT-FILE.
008366     IF NOT AUDITIN-FILE-OK
008376         DISPLAY 'MODGRACE - CANNOT OPEN AUDIT TRAIL INPUT, '
008386             'STATUS ' WS-AUDITIN-FILE-STATUS
008396         PERFORM 9300-ABEND-ON-DECISION THRU 9300-EXIT
008406     END-IF.
008416     OPEN OUTPUT GRACE-WORK-FILE.
008426     IF NOT WORK-FILE-OK
008436         DISPLAY 'MODGRACE - CANNOT OPEN REVERSAL WORK FILE, '
008446             'STATUS ' WS-WORK-FILE-STATUS
008456         PERFORM 9300-ABEND-ON-DECISION THRU 9300-EXIT
008466     END-IF.
008476     PERFORM 1350-EXTRACT-ONE-RECORD THRU 1350-EXIT
008486         UNTIL END-OF-AUDIT-INPUT.
008496     CLOSE AUDIT-INPUT-FILE.
008506     CLOSE GRACE-WORK-FILE.
008516     DISPLAY 'MODGRACE - ' WS-EXTRACTED-COUNT ' GRCE RECORD(S) '
008526         'OF DECISION ' GC-MINUTE-REF ' FOUND, '
008536         WS-REGISTERED-TOTAL ' REGISTERED.'.
008546     IF WS-EXTRACTED-COUNT = ZERO
008556         AND WS-REGISTERED-TOTAL > ZERO
008566         DISPLAY 'MODGRACE - NO AUDIT RECORD OF THE DECISION ON '
008576             'AUDITIN - CONCATENATE THE AUDIT ARCHIVE.'
008586         PERFORM 9300-ABEND-ON-DECISION THRU 9300-EXIT
008596     END-IF.
008606 1300-EXIT.
008616     EXIT.
008626
008636 1350-EXTRACT-ONE-RECORD.
008646     READ AUDIT-INPUT-FILE INTO WS-GRCE-IMAGE
008656         AT END
008666             MOVE 'Y' TO WS-AUDITIN-EOF-SWITCH
008676             GO TO 1350-EXIT
008686     END-READ.
008696     IF GI-RESULT-CODE NOT = 'GRCE'
008706         OR GI-ACADEMIC-TERM NOT = WS-SEL-ACADEMIC-TERM
008716         GO TO 1350-EXIT
008726     END-IF.
008736     PERFORM 1360-FIND-DECISION-ENTRY THRU 1360-EXIT.
008746     IF NOT ADJUSTMENT-FOUND
008756         GO TO 1350-EXIT
008766     END-IF.
008776     WRITE GRACE-WORK-RECORD FROM WS-GRCE-IMAGE.
008786     IF NOT WORK-FILE-OK
008796         MOVE 'GRACE-WORK-FILE' TO WS-ABEND-FILE-NAME
008806         MOVE WS-WORK-FILE-STATUS TO WS-ABEND-FILE-STATUS
008816         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
008826     END-IF.
008836     ADD 1 TO WS-EXTRACTED-COUNT.
008846 1350-EXIT.
008856     EXIT.
008866
008876 1360-FIND-DECISION-ENTRY.
008886     MOVE 1 TO WS-ADJ-SUB.
008896     MOVE 'N' TO WS-ADJ-FOUND-SWITCH.
008906     PERFORM 1370-MATCH-DECISION-ENTRY THRU 1370-EXIT
008916         UNTIL WS-ADJ-SUB > GT-ENTRY-COUNT
008926            OR ADJUSTMENT-FOUND.
008936 1360-EXIT.
008946     EXIT.
008956
008966 1370-MATCH-DECISION-ENTRY.
008976     IF GT-SUBJECT-CODE(WS-ADJ-SUB) = GI-SUBJECT-CODE
008986         AND GT-APPLIED-DATE(WS-ADJ-SUB) = GI-RUN-DATE
008996         AND GT-APPLIED-TIME(WS-ADJ-SUB) = GI-RUN-TIME
009006         MOVE 'Y' TO WS-ADJ-FOUND-SWITCH
009016     ELSE
009026         ADD 1 TO WS-ADJ-SUB
009036     END-IF.
009046 1370-EXIT.
009056     EXIT.
009066
009076*--------------------------------------------------------------*
009086*  APPLY MODE WRITES THE DECISION'S REGISTER ENTRIES NOW, WITH
009096*  THE RUN STAMP ITS 'GRCE' AUDIT RECORDS WILL CARRY AND NO
009106*  COUNT YET - IF THE SWEEP DIES PART WAY THE DECISION IS
009116*  STILL ON THE REGISTER, SO A RESUBMISSION IS REFUSED AND THE
009126*  REVERSAL CAN BACK OUT WHAT WAS APPLIED.  A REVERSAL HAS ITS
009136*  ENTRIES ALREADY; 5000-CLOSE-DECISION MARKS THEM AT THE END.
009146*--------------------------------------------------------------*
009156 1400-REGISTER-DECISION.
009166     MOVE 'Y' TO WS-DECISION-SWITCH.
009176     IF GRACE-REVERSAL-MODE
009186         GO TO 1400-EXIT
009196     END-IF.
009206     PERFORM 1450-WRITE-REGISTER-ENTRY THRU 1450-EXIT
009216         VARYING WS-REG-SUB FROM 1 BY 1
009226         UNTIL WS-REG-SUB > GT-ENTRY-COUNT.
009236 1400-EXIT.
009246     EXIT.
009256
009266 1450-WRITE-REGISTER-ENTRY.
009276     MOVE SPACE                       TO GRACE-REGISTER-RECORD.
009286     MOVE WS-SEL-ACADEMIC-TERM        TO GG-ACADEMIC-TERM.
009296     MOVE GC-MINUTE-REF               TO GG-MINUTE-REF.
009306     MOVE GT-SUBJECT-CODE(WS-REG-SUB) TO GG-SUBJECT-CODE.
009316     MOVE GT-GRACE-MARKS(WS-REG-SUB)  TO GG-GRACE-MARKS.
009326     MOVE 'A'                         TO GG-DECISION-STATUS.
009336     MOVE WS-RUN-DATE                 TO GG-APPLIED-DATE.
009346     MOVE WS-RUN-TIME                 TO GG-APPLIED-TIME.
009356     MOVE ZERO                        TO GG-APPLIED-COUNT.
009366     MOVE ZERO                        TO GG-REVERSED-COUNT.
009376     WRITE GRACE-REGISTER-RECORD
009386         INVALID KEY
009396             MOVE 'GRACE-REGISTER-FILE' TO WS-ABEND-FILE-NAME
009406             MOVE WS-REGISTER-FILE-STATUS TO WS-ABEND-FILE-STATUS
009416             PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
009426     END-WRITE.
009436 1450-EXIT.
009446     EXIT.
009456
009466*--------------------------------------------------------------*
009476*  REVERSE ONE GRACED RESULT.  THE MASTER MUST STILL HOLD WHAT
009486*  THE GRACE LEFT THERE; A RESULT CHANGED SINCE (A LATER
009496*  CORRECTION OR SUPPLEMENTARY) IS LISTED AND LEFT FOR
009506*  MARKCORR, NEVER FORCED.  ONE ALREADY BACK AT ITS PRE-GRACE
009516*  MARKS - A RERUN AFTER A REVERSAL THAT DIED PART WAY - IS
009526*  COUNTED PAST.  THE REST GET BACK THE MARKS, GRADE AND RESULT
009536*  THE 'GRCE' RECORD CAPTURED BEFORE THE GRACE - NOT A RE-GRADE,
009546*  SO THE RECORD IS EXACTLY AS IT STOOD - AND ARE REWRITTEN,
009556*  AUDITED 'GRRV' AND BUCKETED, SO THE COMPARISON READS BEFORE
009566*  = AS GRACED, AFTER = AS RESTORED.
009576*--------------------------------------------------------------*
009586 4000-REVERSE-ONE-RECORD.
009596     READ GRACE-WORK-FILE INTO WS-GRCE-IMAGE
009606         AT END
009616             MOVE 'Y' TO WS-WORK-EOF-SWITCH
009626             GO TO 4000-EXIT
009636     END-READ.
009646     ADD 1 TO WS-RECORDS-READ.
009656     PERFORM 1360-FIND-DECISION-ENTRY THRU 1360-EXIT.
009666     MOVE GI-STUDENT-ID    TO RR-STUDENT-ID.
009676     MOVE GI-ACADEMIC-TERM TO RR-ACADEMIC-TERM.
009686     MOVE GI-SUBJECT-CODE  TO RR-SUBJECT-CODE.
009696     MOVE 'N' TO WS-RESULT-FOUND-SWITCH.
009706     READ STUDENT-RESULTS-FILE
009716         INVALID KEY
009726             CONTINUE
009736         NOT INVALID KEY
009746             MOVE 'Y' TO WS-RESULT-FOUND-SWITCH
009756     END-READ.
009766     IF NOT RESULT-RECORD-FOUND
009776         MOVE ZERO TO RPT-NR-MASTER-MARKS
009786         MOVE 'RESULT NO LONGER ON THE MASTER' TO RPT-NR-REASON
009796         PERFORM 4900-LIST-NOT-REVERSED THRU 4900-EXIT
009806         GO TO 4000-EXIT
009816     END-IF.
009826     IF GI-BEFORE-MARKS NOT NUMERIC
009836         MOVE RR-MARKS-VALUE TO RPT-NR-MASTER-MARKS
009846         MOVE 'NO BEFORE-IMAGE ON THE AUDIT RECORD'
009856             TO RPT-NR-REASON
009866         PERFORM 4900-LIST-NOT-REVERSED THRU 4900-EXIT
009876         GO TO 4000-EXIT
009886     END-IF.
009896     IF RR-MARKS-VALUE NOT = GI-MARKS-VALUE
009906         OR RR-GRADE-CODE NOT = GI-GRADE-CODE
009916         IF RR-MARKS-VALUE = GI-BEFORE-MARKS
009926             ADD 1 TO WS-ALREADY-REVERSED-COUNT
009936         ELSE
009946             MOVE RR-MARKS-VALUE TO RPT-NR-MASTER-MARKS
009956             MOVE 'CHANGED SINCE THE GRACE - CORRECT BY HAND'
009966                 TO RPT-NR-REASON
009976             PERFORM 4900-LIST-NOT-REVERSED THRU 4900-EXIT
009986         END-IF
009996         GO TO 4000-EXIT
010006     END-IF.
010016     PERFORM 3100-BUCKET-BEFORE-GRADE THRU 3100-EXIT.
010026     MOVE RR-MARKS-VALUE  TO WS-BEFORE-MARKS.
010036     MOVE RR-GRADE-CODE   TO WS-BEFORE-GRADE.
010046     MOVE RR-RESULT-CODE  TO WS-BEFORE-RESULT.
010056     MOVE GI-BEFORE-MARKS  TO RR-MARKS-VALUE.
010066     MOVE GI-BEFORE-GRADE  TO RR-GRADE-CODE.
010076     MOVE GI-BEFORE-RESULT TO RR-RESULT-CODE.
010086     PERFORM 3400-REWRITE-RESULT-RECORD THRU 3400-EXIT.
010096     PERFORM 3700-WRITE-AUDIT-RECORD THRU 3700-EXIT.
010106     PERFORM 3200-BUCKET-AFTER-GRADE THRU 3200-EXIT.
010116     ADD 1 TO GT-ADJUSTED-COUNT(WS-ADJ-SUB).
010126     ADD 1 TO WS-ADJUSTED-COUNT.
010136 4000-EXIT.
010146     EXIT.
010156
010166 4900-LIST-NOT-REVERSED.
010176     ADD 1 TO WS-NOT-REVERSED-COUNT.
010186     IF NOT NOT-REVERSED-HEADED
010196         MOVE 'Y' TO WS-NR-HEADING-SWITCH
010206         MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE
010216         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
010226         MOVE RPT-NOT-REVERSED-HEADING TO WS-PRINT-WORK-LINE
010236         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
010246     END-IF.
010256     MOVE GI-STUDENT-ID   TO RPT-NR-STUDENT-ID.
010266     MOVE GI-SUBJECT-CODE TO RPT-NR-SUBJECT-CODE.
010276     MOVE GI-MARKS-VALUE  TO RPT-NR-GRACED-MARKS.
010286     MOVE RPT-NOT-REVERSED-LINE TO WS-PRINT-WORK-LINE.
010296     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
010306 4900-EXIT.
010316     EXIT.
010326
010336
010346*--------------------------------------------------------------*
010356*  REVERSAL FOOTING.  THE DECISION'S AUDIT RECORDS READ MUST
010366*  FOOT TO THEIR THREE OUTCOMES AND TO THE NUMBER EXTRACTED,
010376*  OR RETURN CODE 8.  A RESULT LEFT FOR MARKCORR, OR A COUNT
010386*  FOUND THAT DIFFERS FROM THE REGISTER'S (AN APPLY RUN THAT
010396*  DIED, OR RECORDS STILL ON THE ARCHIVE), GIVES RETURN CODE 4.
010406*--------------------------------------------------------------*
010416 8200-FOOT-REVERSAL.
010426     DISPLAY 'MODGRACE - ' WS-RECORDS-READ ' GRCE RECORD(S) OF '
010436         'DECISION ' GC-MINUTE-REF ' READ: '
010446         WS-ADJUSTED-COUNT ' REVERSED, '
010456         WS-ALREADY-REVERSED-COUNT ' ALREADY REVERSED, '
010466         WS-NOT-REVERSED-COUNT ' NOT REVERSED.'.
010476     COMPUTE WS-DECISION-TOTAL =
010486         WS-ADJUSTED-COUNT + WS-ALREADY-REVERSED-COUNT
010496             + WS-NOT-REVERSED-COUNT.
010506     IF WS-DECISION-TOTAL NOT = WS-RECORDS-READ
010516         OR WS-RECORDS-READ NOT = WS-EXTRACTED-COUNT
010526         DISPLAY 'MODGRACE - CONTROL TOTAL BREAK: '
010536             WS-EXTRACTED-COUNT ' EXTRACTED, '
010546             WS-RECORDS-READ ' READ, '
010556             WS-DECISION-TOTAL ' DECISIONS RECORDED '
010566             '- SETTING NON-ZERO RETURN CODE.'
010576         MOVE 8 TO RETURN-CODE
010586         GO TO 8200-EXIT
010596     END-IF.
010606     IF WS-NOT-REVERSED-COUNT > ZERO
010616         DISPLAY 'MODGRACE - RESULTS NOT REVERSED ARE LISTED ON '
010626             'GRACERPT - CORRECT THEM THROUGH MARKCORR.'
010636         MOVE 4 TO RETURN-CODE
010646     END-IF.
010656     IF WS-EXTRACTED-COUNT NOT = WS-REGISTERED-TOTAL
010666         DISPLAY 'MODGRACE - GRCE RECORDS FOUND DO NOT MATCH THE '
010676             'REGISTERED COUNT - CHECK THE AUDIT ARCHIVE.'
010686         MOVE 4 TO RETURN-CODE
010696     END-IF.
010706 8200-EXIT.
010716     EXIT.
010726
010736*--------------------------------------------------------------*
010746*  RECORD THE OUTCOME ON THE GRACE REGISTER: THE APPLY RUN'S
010756*  COUNT PER SUBJECT, OR THE REVERSAL'S STAMP AND COUNT WITH
010766*  THE ENTRY MARKED 'R', AND THE ENTRY COUNT ON THE RUN LOG.
010776*  SKIPPED WHEN THE RUN NEVER GOT AS FAR AS THE SWEEP.
010786*--------------------------------------------------------------*
010796 5000-CLOSE-DECISION.
010806     IF NOT DECISION-ON-REGISTER
010816         GO TO 5000-EXIT
010826     END-IF.
010836     PERFORM 5100-UPDATE-REGISTER-ENTRY THRU 5100-EXIT
010846         VARYING WS-REG-SUB FROM 1 BY 1
010856         UNTIL WS-REG-SUB > GT-ENTRY-COUNT.
010866     MOVE 'GRREGSTR'     TO WS-RUNLOG-FILE-NAME.
010876     MOVE GT-ENTRY-COUNT TO WS-RUNLOG-COUNT.
010886     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
010896 5000-EXIT.
010906     EXIT.
010916
010926 5100-UPDATE-REGISTER-ENTRY.
010936     MOVE WS-SEL-ACADEMIC-TERM        TO GG-ACADEMIC-TERM.
010946     MOVE GC-MINUTE-REF               TO GG-MINUTE-REF.
010956     MOVE GT-SUBJECT-CODE(WS-REG-SUB) TO GG-SUBJECT-CODE.
010966     READ GRACE-REGISTER-FILE
010976         INVALID KEY
010986             MOVE 'GRACE-REGISTER-FILE' TO WS-ABEND-FILE-NAME
010996             MOVE WS-REGISTER-FILE-STATUS TO WS-ABEND-FILE-STATUS
011006             PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
011016     END-READ.
011026     IF GRACE-REVERSAL-MODE
011036         MOVE 'R'         TO GG-DECISION-STATUS
011046         MOVE WS-RUN-DATE TO GG-REVERSED-DATE
011056         MOVE WS-RUN-TIME TO GG-REVERSED-TIME
011066         MOVE GT-ADJUSTED-COUNT(WS-REG-SUB) TO GG-REVERSED-COUNT
011076     ELSE
011086         MOVE GT-ADJUSTED-COUNT(WS-REG-SUB) TO GG-APPLIED-COUNT
011096     END-IF.
011106     REWRITE GRACE-REGISTER-RECORD
011116         INVALID KEY
011126             MOVE 'GRACE-REGISTER-FILE' TO WS-ABEND-FILE-NAME
011136             MOVE WS-REGISTER-FILE-STATUS TO WS-ABEND-FILE-STATUS
011146             PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
011156     END-REWRITE.
011166 5100-EXIT.
011176     EXIT.
011186
011196
011206*--------------------------------------------------------------*
011216*  9300-ABEND-ON-DECISION - THE GRACE REGISTER CANNOT BE USED,
011226*  OR REFUSES THE DECISION (ALREADY APPLIED, OR NOTHING TO
011236*  REVERSE); THE CALLER HAS NAMED WHY.  STOP BEFORE THE MASTER
011246*  IS TOUCHED.
011256*--------------------------------------------------------------*
011266 9300-ABEND-ON-DECISION.
011276     DISPLAY 'MODGRACE - FATAL: BOARD DECISION ' GC-MINUTE-REF
011286         ' REFUSED - RUN TERMINATED BEFORE MODERATION.'.
011296     MOVE 16 TO RETURN-CODE.
011306     STOP RUN.
011316 9300-EXIT.
011326     EXIT.
011336
011346*--------------------------------------------------------------*
011356*  PICK UP THE SUBJECT'S IA MAXIMUM AND COMPONENT MINIMUMS FROM
011366*  THE SUBJECT MASTER AND HOLD THE RESULT'S OWN COMPONENTS TO
011376*  THEM, AS CONDITIONALS DID WHEN IT GRADED THE SITTING.  THE
011386*  COMPONENTS ARE WHAT THE STUDENT EARNED - GRACE MOVES ONLY
011396*  THE FINAL MARK.  A RESULT GRADED BEFORE THE COMPONENT
011406*  SCHEME, OR A SUBJECT NOT ON THE MASTER, HAS NO MINIMUM.
011416*--------------------------------------------------------------*
011426 3050-LOAD-COMPONENT-RULES.
011436     MOVE 'N' TO WS-MINIMUM-SWITCH.
011446     IF RR-WRITTEN-MARKS NOT NUMERIC
011456         OR RR-IA-MARKS NOT NUMERIC
011466         GO TO 3050-EXIT
011476     END-IF.
011486     MOVE RR-SUBJECT-CODE TO SJ-SUBJECT-CODE.
011496     READ SUBJECT-MASTER-FILE
011506         INVALID KEY
011516             GO TO 3050-EXIT
011526     END-READ.
011536     MOVE ZERO TO WS-IA-MAX-MARKS.
011546     MOVE ZERO TO WS-WRITTEN-MIN-MARKS.
011556     MOVE ZERO TO WS-IA-MIN-MARKS.
011566     IF SJ-IA-MAX-MARKS IS NUMERIC
011576         MOVE SJ-IA-MAX-MARKS TO WS-IA-MAX-MARKS
011586     END-IF.
011596     IF SJ-WRITTEN-MIN-MARKS IS NUMERIC
011606         MOVE SJ-WRITTEN-MIN-MARKS TO WS-WRITTEN-MIN-MARKS
011616     END-IF.
011626     IF SJ-IA-MIN-MARKS IS NUMERIC
011636         MOVE SJ-IA-MIN-MARKS TO WS-IA-MIN-MARKS
011646     END-IF.
011656     IF RR-WRITTEN-MARKS < WS-WRITTEN-MIN-MARKS
011666         MOVE 'Y' TO WS-MINIMUM-SWITCH
011676     END-IF.
011686     IF WS-IA-MAX-MARKS > ZERO
011696         AND RR-IA-MARKS < WS-IA-MIN-MARKS
011706         MOVE 'Y' TO WS-MINIMUM-SWITCH
011716     END-IF.
011726 3050-EXIT.
011736     EXIT.
