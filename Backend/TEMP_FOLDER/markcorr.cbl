000336*                   (SEE RSLTREC), SO A CORRECTION NAMES WHICH
000338*                   SITTING'S RESULT IT AMENDS INSTEAD OF
000339*                   SILENTLY AMENDING THE ONLY ONE ON FILE.
000340*  2026-10-15  KJM  CORRECT ONLY AGAINST AN APPROVED APPEAL.
000341*                   THE SITTING MUST HAVE AN OPEN CASE ON THE
000342*                   APPEAL REGISTER (APPLREC) THAT THE REVIEWER
000343*                   HAS UPHELD, AND THE MARKS KEYED MUST AGREE
000344*                   WITH THE REVIEWER'S REVISED MARKS - ANY
000345*                   OTHER CORRECTION IS REFUSED.  THE OPERATOR
000346*                   SIGNS ON WITH AN ID, AND A SUCCESSFUL
000347*                   REWRITE CLOSES THE CASE WITH THE BEFORE
000348*                   AND AFTER MARKS AND GRADE AND THE ID OF
000349*                   THE OPERATOR WHO MADE IT.  A WITHHELD
000350*                   (WHLD) RESULT HAS NO APPEAL BEHIND IT -
000351*                   IT IS RELEASED ONCE THE MALPRACTICE
000352*                   INQUIRY CLOSES, ON THE MARKS THE OPERATOR
000353*                   KEYS, WITH NO CASE TO FIND OR CLOSE.  IT
000354*                   STILL NEEDS THE OPERATOR ID AND STILL
000355*                   WRITES THE 'CORR' AUDIT RECORD WITH ITS
000356*                   BEFORE-IMAGE, SO RECOVERY REPLAYS IT.
000357*  2026-10-15  KJM  CARRY THE SITTING'S TERM AND THE RESULT AS
000358*                   IT STOOD BEFORE THE CORRECTION ON THE 'CORR'
000359*                   AUDIT RECORD (SEE AUDTREC), SO THE RECOVERY
000360*                   RUN CAN REPLAY IT ONTO A RESTORED BACKUP.
000361*  2026-10-15  KJM  HOLD A CORRECTION TO THE SUBJECT MASTER'S
000362*                   COMPONENT MINIMUMS THE WAY CONDITIONALS
000363*                   DOES.  THE IA MARKS ON THE RESULT STAND,
000364*                   THE WRITTEN COMPONENT BECOMES THE REVISED
000365*                   MARK LESS THE IA MARKS, AND A COMPONENT
000366*                   SHORT OF ITS MINIMUM LEAVES THE RESULT A
000367*                   FAIL, GRADE F, WHATEVER THE TOTAL - A
000368*                   CORRECTION HAD BEEN TURNING A RESULT THAT
000369*                   FAILED ON A COMPONENT INTO A PASS.
000370*==============================================================*
000371
000372 ENVIRONMENT DIVISION.
000373 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT STUDENT-RESULTS-FILE ASSIGN TO RESULTS
000400         ORGANIZATION IS INDEXED
000490     SELECT RUN-PARM-FILE ASSIGN TO GRADPARM
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-PARM-FILE-STATUS.
000511
000512     SELECT APPEAL-REGISTER-FILE ASSIGN TO APPEALS
000513         ORGANIZATION IS INDEXED
000514         ACCESS MODE IS DYNAMIC
000515         RECORD KEY IS AP-KEY
000516         FILE STATUS IS WS-APPEAL-FILE-STATUS.
000517
000518     SELECT SUBJECT-MASTER-FILE ASSIGN TO SUBJMSTR
000519         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000521         RECORD KEY IS SJ-SUBJECT-CODE
000522         FILE STATUS IS WS-SUBJECT-FILE-STATUS.
000523
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  STUDENT-RESULTS-FILE.
000620 FD  RUN-PARM-FILE
000630     RECORDING MODE IS F.
000640     COPY PARMREC.
000641
000642 FD  APPEAL-REGISTER-FILE.
000643     COPY APPLREC.
000644
000645 FD  SUBJECT-MASTER-FILE.
000646     COPY SUBJREC.
000650
000660 WORKING-STORAGE SECTION.
000670
000760 01  WS-PARM-FILE-STATUS      PIC X(02).
000770     88 PARM-FILE-OK            VALUE '00'.
000780     88 PARM-FILE-EOF           VALUE '10'.
000781
000782 01  WS-APPEAL-FILE-STATUS    PIC X(02).
000783     88 APPEAL-FILE-OK          VALUE '00'.
000784     88 APPEAL-FILE-EOF         VALUE '10'.
000785     88 APPEAL-CASE-NOTFOUND    VALUE '23'.
000786
000787 01  WS-SUBJECT-FILE-STATUS   PIC X(02) VALUE SPACES.
000788     88 SUBJECT-FILE-OK         VALUE '00'.
000789     88 SUBJECT-NOT-FOUND       VALUE '23'.
000790
000800*--------------------------------------------------------------*
000810*  RUN PARAMETERS, LOADED FROM THE SAME GRADPARM DATASET THE
000920     05  WS-MORE-CORRECTIONS   PIC X(01) VALUE 'Y'.
000930         88 MORE-CORRECTIONS-TO-KEY VALUE 'Y'.
000940     05  WS-RECORD-FOUND-SWITCH PIC X(01) VALUE 'N'.
000941         88 RESULT-RECORD-FOUND  VALUE 'Y'.
000942     05  WS-CASE-FOUND-SWITCH  PIC X(01) VALUE 'N'.
000943         88 APPROVED-CASE-FOUND  VALUE 'Y'.
000944     05  WS-CASE-SCAN-SWITCH   PIC X(01) VALUE 'N'.
000945         88 CASE-SCAN-DONE       VALUE 'Y'.
000946     05  WS-MINIMUM-SWITCH     PIC X(01) VALUE 'N'.
000947         88 COMPONENT-MINIMUM-MISSED VALUE 'Y'.
000948     05  WS-AUTHORITY-SWITCH   PIC X(01) VALUE 'N'.
000949         88 CORRECTION-AUTHORISED VALUE 'Y'.
000950     05  WS-RELEASE-SWITCH     PIC X(01) VALUE 'N'.
000951         88 WITHHOLD-RELEASE     VALUE 'Y'.
000952
000953*--------------------------------------------------------------*
000954*  THE SUBJECT'S IA MAXIMUM AND COMPONENT MINIMUMS, FROM THE
000955*  SUBJECT MASTER (SEE SUBJREC).
000956*--------------------------------------------------------------*
000957 01  WS-IA-MAX-MARKS           PIC 9(03) VALUE ZERO.
000958 01  WS-WRITTEN-MIN-MARKS      PIC 9(03) VALUE ZERO.
000959 01  WS-IA-MIN-MARKS           PIC 9(03) VALUE ZERO.
000960
000970*--------------------------------------------------------------*
000980*  OPERATOR-KEYED LOOKUP AND CORRECTION FIELDS.  ON A REAL CICS
001030 01  WS-LOOKUP-SUBJECT-CODE   PIC X(05).
001040 01  WS-CORRECTED-MARKS       PIC 9(03).
001050 01  WS-REPLY                 PIC X(01).
001051     88 REPLY-IS-YES            VALUES 'Y', 'y'.
001052 01  WS-OPERATOR-ID           PIC X(08) VALUE SPACE.
001053
001054*--------------------------------------------------------------*
001055*  THE APPROVED CASE THIS CORRECTION IS MADE AGAINST, AND THE
001056*  RESULT AS IT STOOD BEFORE THE CORRECTION, FOR CLOSING THE
001057*  CASE ONCE THE RESULTS MASTER HAS BEEN REWRITTEN.
001058*--------------------------------------------------------------*
001059 01  WS-CASE-KEY               PIC X(22) VALUE SPACE.
001060 01  WS-BEFORE-MARKS           PIC 9(03) VALUE ZERO.
001061 01  WS-BEFORE-GRADE           PIC X(01) VALUE SPACE.
001062 01  WS-BEFORE-RESULT          PIC X(04) VALUE SPACE.
001070
001080 01  WS-GRADE-CODE             PIC X(01) VALUE SPACE.
001090
001450             DISPLAY 'MARKCORR - CANNOT OPEN AUDIT TRAIL FILE, '
001460                 'STATUS ' WS-AUDIT-FILE-STATUS
001470         END-IF
001471     END-IF.
001472     OPEN I-O APPEAL-REGISTER-FILE.
001473     IF NOT APPEAL-FILE-OK
001474         DISPLAY 'MARKCORR - CANNOT OPEN APPEAL REGISTER, STATUS '
001475             WS-APPEAL-FILE-STATUS
001476         MOVE 'N' TO WS-MORE-CORRECTIONS
001477     END-IF.
001478     OPEN INPUT SUBJECT-MASTER-FILE.
001479     IF NOT SUBJECT-FILE-OK
001480         DISPLAY 'MARKCORR - CANNOT OPEN SUBJECT MASTER, STATUS '
001481             WS-SUBJECT-FILE-STATUS
001482         MOVE 'N' TO WS-MORE-CORRECTIONS
001483     END-IF.
001490     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001500     ACCEPT WS-RUN-TIME FROM TIME.
001501     IF MORE-CORRECTIONS-TO-KEY
001502         DISPLAY 'MARKCORR - OPERATOR ID: ' WITH NO ADVANCING
001503         ACCEPT WS-OPERATOR-ID
001504         IF WS-OPERATOR-ID = SPACE
001505             DISPLAY 'MARKCORR - NO OPERATOR ID - NO CORRECTION '
001506                 'WITHOUT ONE.'
001507             MOVE 'N' TO WS-MORE-CORRECTIONS
001508         END-IF
001509     END-IF.
001510 1000-EXIT.
001520     EXIT.
001530
001950
001960 2000-CORRECT-ONE-STUDENT.
001970     PERFORM 2100-KEY-IN-LOOKUP THRU 2100-EXIT.
001980     PERFORM 2050-APPLY-ONE-CORRECTION THRU 2050-EXIT.
002080     DISPLAY 'MARKCORR - CORRECT ANOTHER STUDENT (Y/N)? '
002090         WITH NO ADVANCING.
002100     ACCEPT WS-REPLY.
002430     DISPLAY 'MARKCORR - ENTER CORRECTED MARKS: '
002440         WITH NO ADVANCING.
002450     ACCEPT WS-CORRECTED-MARKS.
002460     MOVE RR-MARKS-VALUE TO WS-BEFORE-MARKS.
002470     MOVE RR-GRADE-CODE  TO WS-BEFORE-GRADE.
002480     MOVE RR-RESULT-CODE TO WS-BEFORE-RESULT.
002520 2300-EXIT.
002530     EXIT.
002540
002830                 ' SUBJECT ' RR-SUBJECT-CODE ' CORRECTED TO '
002840                 RR-MARKS-VALUE ' MARKS, GRADE ' RR-GRADE-CODE '.'
002850             PERFORM 2450-WRITE-AUDIT-RECORD THRU 2450-EXIT
002852             IF NOT WITHHOLD-RELEASE
002854                 PERFORM 2460-CLOSE-APPEAL-CASE THRU 2460-EXIT
002856             END-IF
002860     END-REWRITE.
002870 2400-EXIT.
002880     EXIT.
003010     MOVE RR-GRADE-CODE    TO AR-GRADE-CODE.
003020     MOVE WS-RUN-DATE      TO AR-RUN-DATE.
003030     MOVE WS-RUN-TIME      TO AR-RUN-TIME.
003031     MOVE RR-ACADEMIC-TERM TO AR-ACADEMIC-TERM.
003032     MOVE WS-BEFORE-MARKS  TO AR-BEFORE-MARKS.
003033     MOVE WS-BEFORE-GRADE  TO AR-BEFORE-GRADE.
003034     MOVE WS-BEFORE-RESULT TO AR-BEFORE-RESULT.
003035     IF RR-RESULT-CODE = 'PASS'
003036         MOVE 'P' TO AR-MASTER-UPDATE
003037     ELSE
003038         MOVE 'F' TO AR-MASTER-UPDATE
003039     END-IF.
003040     WRITE AUDIT-RECORD.
003050 2450-EXIT.
003060     EXIT.
003070
003080 7000-TERMINATE.
003082     IF SUBJECT-FILE-OK OR SUBJECT-NOT-FOUND
003084         CLOSE SUBJECT-MASTER-FILE
003086     END-IF.
003090     IF RESULTS-FILE-OK
003100         CLOSE STUDENT-RESULTS-FILE
003110     END-IF.
003120     IF AUDIT-FILE-OK OR AUDIT-FILE-EOF
003130         CLOSE AUDIT-TRAIL-FILE
003132     END-IF.
003134     IF APPEAL-FILE-OK OR APPEAL-FILE-EOF
003136         OR APPEAL-CASE-NOTFOUND
003138         CLOSE APPEAL-REGISTER-FILE
003140     END-IF.
003150 7000-EXIT.
003160     EXIT.
003270     STOP RUN.
003280 9100-EXIT.
003290     EXIT.
003300
003310*--------------------------------------------------------------*
003320*  A CORRECTION NEEDS THE RESULT ON FILE, AN OPEN UPHELD CASE
003330*  FOR IT ON THE APPEAL REGISTER, AND CORRECTED MARKS THAT
003340*  AGREE WITH THE REVIEWER'S.  THE FIRST THAT FAILS NAMES THE
003350*  REFUSAL AND LEAVES THE RESULT AS IT WAS.  A WITHHELD (WHLD)
003360*  RESULT IS THE EXCEPTION - NOBODY APPEALS A WITHHOLD, SO ITS
003370*  RELEASE AFTER THE INQUIRY SKIPS THE CASE AND THE REVIEWER'S
003380*  MARKS AND IS GRADED ON THE MARKS KEYED.  THE OPERATOR ID
003390*  AND THE 'CORR' AUDIT RECORD ARE THE SAME ON BOTH PATHS.
003400*--------------------------------------------------------------*
003410 2050-APPLY-ONE-CORRECTION.
003420     PERFORM 2200-FIND-RESULT-RECORD THRU 2200-EXIT.
003430     IF NOT RESULT-RECORD-FOUND
003440         DISPLAY 'MARKCORR - NO RESULT ON FILE FOR STUDENT '
003450             WS-LOOKUP-STUDENT-ID ' TERM '
003460             WS-LOOKUP-ACADEMIC-TERM ' SUBJECT '
003470             WS-LOOKUP-SUBJECT-CODE '.'
003480         GO TO 2050-EXIT
003490     END-IF.
003500     IF RR-RESULT-CODE = 'WHLD'
003510         MOVE 'Y' TO WS-RELEASE-SWITCH
003520         MOVE 'Y' TO WS-AUTHORITY-SWITCH
003530         DISPLAY 'MARKCORR - RESULT WITHHELD - RELEASING IT ON '
003540             'THE MARKS KEYED, NO APPEAL CASE NEEDED.'
003550         PERFORM 2300-KEY-IN-CORRECTION THRU 2300-EXIT
003560     ELSE
003570         MOVE 'N' TO WS-RELEASE-SWITCH
003580         PERFORM 2280-CHECK-APPEAL-CASE THRU 2280-EXIT
003590     END-IF.
003600     IF NOT CORRECTION-AUTHORISED
003610         GO TO 2050-EXIT
003620     END-IF.
003630     IF RR-IA-MARKS IS NUMERIC
003640         IF WS-CORRECTED-MARKS < RR-IA-MARKS
003650             DISPLAY 'MARKCORR - REFUSED: ' WS-CORRECTED-MARKS
003660                 ' IS BELOW THE IA MARKS ' RR-IA-MARKS
003670                 ' ALREADY ON THE RESULT.'
003680             GO TO 2050-EXIT
003690         END-IF
003700     END-IF.
003710     MOVE WS-CORRECTED-MARKS TO RR-MARKS-VALUE.
003720     PERFORM 2270-CHECK-COMPONENTS THRU 2270-EXIT.
003730     IF RR-MARKS-VALUE >= WS-PASS-MARK
003740         AND NOT COMPONENT-MINIMUM-MISSED
003750         MOVE 'PASS' TO RR-RESULT-CODE
003760     ELSE
003770         MOVE 'FAIL' TO RR-RESULT-CODE
003780     END-IF.
003790     PERFORM 3600-DETERMINE-GRADE THRU 3600-EXIT.
003800     IF COMPONENT-MINIMUM-MISSED
003810         MOVE 'F' TO RR-GRADE-CODE
003820     END-IF.
003830     PERFORM 2400-REWRITE-RESULT-RECORD THRU 2400-EXIT.
003840 2050-EXIT.
003850     EXIT.
003860
003870*--------------------------------------------------------------*
003880*  BROWSE THE SITTING'S CASES ON THE APPEAL REGISTER, FROM
003890*  CASE 00 UP, FOR THE OPEN ONE.  IT COUNTS ONLY IF THE
003900*  REVIEWER HAS UPHELD IT - AN OPEN CASE STILL AWAITING ITS
003910*  DECISION IS NO AUTHORITY TO CHANGE ANYTHING.  THE FOUND
003920*  CASE'S KEY IS KEPT FOR CLOSING IT AFTER THE REWRITE.
003930*--------------------------------------------------------------*
003940 2250-FIND-APPROVED-CASE.
003950     MOVE 'N' TO WS-CASE-FOUND-SWITCH.
003960     MOVE 'N' TO WS-CASE-SCAN-SWITCH.
003970     MOVE RR-KEY TO AP-RESULT-KEY.
003980     MOVE ZERO   TO AP-CASE-SEQ.
003990     START APPEAL-REGISTER-FILE KEY IS NOT LESS THAN AP-KEY
004000         INVALID KEY
004010             GO TO 2250-EXIT
004020     END-START.
004030     PERFORM 2260-CHECK-ONE-CASE THRU 2260-EXIT
004040         UNTIL CASE-SCAN-DONE.
004050 2250-EXIT.
004060     EXIT.
004070
004080 2260-CHECK-ONE-CASE.
004090     READ APPEAL-REGISTER-FILE NEXT RECORD
004100         AT END
004110             MOVE 'Y' TO WS-CASE-SCAN-SWITCH
004120             GO TO 2260-EXIT
004130     END-READ.
004140     IF AP-RESULT-KEY NOT = RR-KEY
004150         MOVE 'Y' TO WS-CASE-SCAN-SWITCH
004160         GO TO 2260-EXIT
004170     END-IF.
004180     IF AP-CASE-OPEN
004190         MOVE 'Y' TO WS-CASE-SCAN-SWITCH
004200         IF AP-APPEAL-UPHELD
004210             MOVE 'Y'    TO WS-CASE-FOUND-SWITCH
004220             MOVE AP-KEY TO WS-CASE-KEY
004230         END-IF
004240     END-IF.
004250 2260-EXIT.
004260     EXIT.
004270
004280*--------------------------------------------------------------*
004290*  CLOSE THE CASE THE CORRECTION WAS MADE AGAINST, RECORDING
004300*  THE RESULT BEFORE AND AFTER AND WHO MADE THE CHANGE.  THE
004310*  RESULTS MASTER IS ALREADY REWRITTEN BY NOW, SO A CASE THAT
004320*  WILL NOT CLOSE IS REPORTED FOR THE EXAMS OFFICE TO CLOSE BY
004330*  HAND RATHER THAN LEFT LOOKING AS THOUGH NOTHING HAPPENED.
004340*--------------------------------------------------------------*
004350 2460-CLOSE-APPEAL-CASE.
004360     MOVE WS-CASE-KEY TO AP-KEY.
004370     READ APPEAL-REGISTER-FILE
004380         INVALID KEY
004390             DISPLAY 'MARKCORR - APPEAL CASE ' WS-CASE-KEY
004400                 ' NO LONGER ON FILE - CLOSE IT BY HAND.'
004410             GO TO 2460-EXIT
004420     END-READ.
004430     MOVE WS-BEFORE-MARKS  TO AP-BEFORE-MARKS.
004440     MOVE WS-BEFORE-GRADE  TO AP-BEFORE-GRADE.
004450     MOVE RR-MARKS-VALUE   TO AP-AFTER-MARKS.
004460     MOVE RR-GRADE-CODE    TO AP-AFTER-GRADE.
004470     MOVE WS-RUN-DATE      TO AP-DATE-CLOSED.
004480     MOVE WS-OPERATOR-ID   TO AP-CORRECTED-BY.
004490     MOVE 'C'              TO AP-CASE-STATUS.
004500     REWRITE APPEAL-CASE-RECORD
004510         INVALID KEY
004520             DISPLAY 'MARKCORR - APPEAL CASE ' WS-CASE-KEY
004530                 ' COULD NOT BE CLOSED - CLOSE IT BY HAND.'
004540         NOT INVALID KEY
004550             DISPLAY 'MARKCORR - APPEAL CASE ' WS-CASE-KEY
004560                 ' CLOSED.'
004570     END-REWRITE.
004580 2460-EXIT.
004590     EXIT.
004600
004610*--------------------------------------------------------------*
004620*  THE REVIEWER'S REVISED MARKS ARE THE FINAL MARK.  THE IA
004630*  MARKS ON THE RESULT STAND - THE APPEAL IS AGAINST THE
004640*  WRITTEN PAPER - SO THE WRITTEN COMPONENT IS THE REVISED
004650*  MARK LESS THE IA MARKS, AND EACH COMPONENT IS HELD TO THE
004660*  SUBJECT MASTER'S MINIMUM AS CONDITIONALS HOLDS IT.  A
004670*  RESULT GRADED BEFORE THE COMPONENT SCHEME CARRIES NO
004680*  COMPONENTS AND, LIKE A SUBJECT NOT ON THE MASTER, IS
004690*  JUDGED ON THE TOTAL ALONE.
004700*--------------------------------------------------------------*
004710 2270-CHECK-COMPONENTS.
004720     MOVE 'N' TO WS-MINIMUM-SWITCH.
004730     IF RR-IA-MARKS NOT NUMERIC
004740         GO TO 2270-EXIT
004750     END-IF.
004760     COMPUTE RR-WRITTEN-MARKS = RR-MARKS-VALUE - RR-IA-MARKS.
004770     MOVE RR-SUBJECT-CODE TO SJ-SUBJECT-CODE.
004780     READ SUBJECT-MASTER-FILE
004790         INVALID KEY
004800             DISPLAY 'MARKCORR - SUBJECT ' RR-SUBJECT-CODE
004810                 ' NOT ON SUBJECT MASTER, NO COMPONENT MINIMUMS.'
004820             GO TO 2270-EXIT
004830     END-READ.
004840     MOVE ZERO TO WS-IA-MAX-MARKS.
004850     MOVE ZERO TO WS-WRITTEN-MIN-MARKS.
004860     MOVE ZERO TO WS-IA-MIN-MARKS.
004870     IF SJ-IA-MAX-MARKS IS NUMERIC
004880         MOVE SJ-IA-MAX-MARKS TO WS-IA-MAX-MARKS
004890     END-IF.
004900     IF SJ-WRITTEN-MIN-MARKS IS NUMERIC
004910         MOVE SJ-WRITTEN-MIN-MARKS TO WS-WRITTEN-MIN-MARKS
004920     END-IF.
004930     IF SJ-IA-MIN-MARKS IS NUMERIC
004940         MOVE SJ-IA-MIN-MARKS TO WS-IA-MIN-MARKS
004950     END-IF.
004960     IF RR-WRITTEN-MARKS < WS-WRITTEN-MIN-MARKS
004970         MOVE 'Y' TO WS-MINIMUM-SWITCH
004980         DISPLAY 'MARKCORR - WRITTEN ' RR-WRITTEN-MARKS
004990             ' BELOW ' RR-SUBJECT-CODE ' MINIMUM '
005000             WS-WRITTEN-MIN-MARKS ' - RESULT STAYS A FAIL.'
005010     END-IF.
005020     IF WS-IA-MAX-MARKS > ZERO
005030         AND RR-IA-MARKS < WS-IA-MIN-MARKS
005040         MOVE 'Y' TO WS-MINIMUM-SWITCH
005050         DISPLAY 'MARKCORR - IA ' RR-IA-MARKS
005060             ' BELOW ' RR-SUBJECT-CODE ' MINIMUM '
005070             WS-IA-MIN-MARKS ' - RESULT STAYS A FAIL.'
005080     END-IF.
005090 2270-EXIT.
005100     EXIT.
005110
005120*--------------------------------------------------------------*
005130*  THE APPEAL PATH: AN OPEN UPHELD CASE FOR THE RESULT, AND
005140*  CORRECTED MARKS THAT AGREE WITH THE REVIEWER'S REVISED
005150*  MARKS ON IT.  EITHER MISSING REFUSES THE CORRECTION.
005160*--------------------------------------------------------------*
005170 2280-CHECK-APPEAL-CASE.
005180     MOVE 'N' TO WS-AUTHORITY-SWITCH.
005190     PERFORM 2250-FIND-APPROVED-CASE THRU 2250-EXIT.
005200     IF NOT APPROVED-CASE-FOUND
005210         DISPLAY 'MARKCORR - REFUSED: NO UPHELD APPEAL OPEN FOR '
005220             'STUDENT ' WS-LOOKUP-STUDENT-ID ' TERM '
005230             WS-LOOKUP-ACADEMIC-TERM ' SUBJECT '
005240             WS-LOOKUP-SUBJECT-CODE '.'
005250         GO TO 2280-EXIT
005260     END-IF.
005270     PERFORM 2300-KEY-IN-CORRECTION THRU 2300-EXIT.
005280     IF WS-CORRECTED-MARKS NOT = AP-REVISED-MARKS
005290         DISPLAY 'MARKCORR - REFUSED: ' WS-CORRECTED-MARKS
005300             ' DOES NOT AGREE WITH THE REVIEWER''S REVISED '
005310             'MARKS ' AP-REVISED-MARKS ' ON CASE '
005320             AP-CASE-SEQ '.'
005330         GO TO 2280-EXIT
005340     END-IF.
005350     MOVE 'Y' TO WS-AUTHORITY-SWITCH.
005360 2280-EXIT.
005370     EXIT.
