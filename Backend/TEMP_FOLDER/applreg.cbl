000010*==============================================================*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    APPLREG.
000040 AUTHOR.        K J MENON.
000050 INSTALLATION.  ACADEMIC RECORDS - EXAMINATIONS CELL.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*--------------------------------------------------------------*
000090*  MOD LOG
000100*  2026-10-15  KJM  INITIAL VERSION.  REVALUATION APPEAL
000110*                   REGISTER TRANSACTION.  LODGES AN APPEAL
000120*                   AGAINST ONE SITTING'S RESULT (STUDENT,
000130*                   TERM, SUBJECT, FEE RECEIPT, DATE LODGED)
000140*                   AS A NEW CASE ON THE APPEAL REGISTER
000150*                   (APPLREC), AND RECORDS THE REVIEWER'S
000160*                   DECISION ON IT - UPHELD WITH REVISED
000170*                   MARKS, OR REJECTED.  A REJECTED CASE IS
000180*                   CLOSED AT THE DECISION; AN UPHELD ONE
000190*                   STAYS OPEN UNTIL MARKCORR MAKES THE
000200*                   CORRECTION AND CLOSES IT.  MARKCORR USED TO
000210*                   REWRITE ANY RESULT FOR WHOEVER HAD THE
000220*                   TERMINAL; IT NOW REFUSES ANY CORRECTION
000230*                   THAT HAS NO UPHELD CASE HERE.
000240*
000250*                   THE SAME PSEUDO-CONVERSATIONAL ACCEPT/
000260*                   DISPLAY DIALOGUE AS MARKCORR AND AUDINQ.
000270*==============================================================*
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT APPEAL-REGISTER-FILE ASSIGN TO APPEALS
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS AP-KEY
000360         FILE STATUS IS WS-APPEAL-FILE-STATUS.
000370
000380     SELECT STUDENT-RESULTS-FILE ASSIGN TO RESULTS
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS RR-KEY
000420         FILE STATUS IS WS-RESULTS-FILE-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  APPEAL-REGISTER-FILE.
000470     COPY APPLREC.
000480
000490 FD  STUDENT-RESULTS-FILE.
000500     COPY RSLTREC.
000510
000520 WORKING-STORAGE SECTION.
000530
000540 01  WS-APPEAL-FILE-STATUS    PIC X(02).
000550     88 APPEAL-FILE-OK          VALUE '00'.
000560     88 APPEAL-FILE-EOF         VALUE '10'.
000570     88 APPEAL-CASE-NOTFOUND    VALUE '23'.
000580
000590 01  WS-RESULTS-FILE-STATUS   PIC X(02).
000600     88 RESULTS-FILE-OK         VALUE '00'.
000610     88 RESULTS-RECORD-NOTFOUND VALUE '23'.
000620
000630 01  WS-SWITCHES.
000640     05  WS-MORE-TRANSACTIONS  PIC X(01) VALUE 'Y'.
000650         88 MORE-TRANSACTIONS-TO-KEY VALUE 'Y'.
000660     05  WS-RECORD-FOUND-SWITCH PIC X(01) VALUE 'N'.
000670         88 RESULT-RECORD-FOUND  VALUE 'Y'.
000680     05  WS-CASE-FOUND-SWITCH  PIC X(01) VALUE 'N'.
000690         88 OPEN-CASE-FOUND      VALUE 'Y'.
000700     05  WS-CASE-SCAN-SWITCH   PIC X(01) VALUE 'N'.
000710         88 CASE-SCAN-DONE       VALUE 'Y'.
000720
000730*--------------------------------------------------------------*
000740*  OPERATOR-KEYED FIELDS.  ON A REAL CICS SCREEN THESE WOULD
000750*  BE BMS MAP FIELDS; HERE THEY ARE KEYED IN FROM THE
000760*  OPERATOR'S CONSOLE ONE TRANSACTION AT A TIME.
000770*--------------------------------------------------------------*
000780 01  WS-OPERATOR-ID           PIC X(08) VALUE SPACE.
000790 01  WS-FUNCTION-CODE         PIC X(01) VALUE SPACE.
000800     88 FUNCTION-LODGE          VALUES 'L', 'l'.
000810     88 FUNCTION-DECIDE         VALUES 'D', 'd'.
000820 01  WS-LOOKUP-STUDENT-ID     PIC X(09).
000830 01  WS-LOOKUP-ACADEMIC-TERM  PIC X(06).
000840 01  WS-LOOKUP-SUBJECT-CODE   PIC X(05).
000850 01  WS-FEE-RECEIPT           PIC X(10).
000860 01  WS-DATE-LODGED           PIC X(08).
000870 01  WS-DECISION-CODE         PIC X(01).
000880     88 DECISION-UPHELD         VALUES 'U', 'u'.
000890     88 DECISION-REJECTED       VALUES 'R', 'r'.
000900 01  WS-REVIEWER-ID           PIC X(08).
000910 01  WS-REVISED-MARKS         PIC X(03).
000920 01  WS-REPLY                 PIC X(01).
000930     88 REPLY-IS-YES            VALUES 'Y', 'y'.
000940
000950*--------------------------------------------------------------*
000960*  CASE BROWSE RESULTS.  THE SITTING'S HIGHEST CASE SEQUENCE
000970*  SO FAR (A NEW CASE TAKES THE NEXT) AND THE KEY OF ITS OPEN
000980*  CASE, IF IT HAS ONE.
000990*--------------------------------------------------------------*
001000 01  WS-HIGH-CASE-SEQ         PIC 9(02) VALUE ZERO.
001020 01  WS-CASE-KEY              PIC X(22) VALUE SPACE.
001030
001040 01  WS-RUN-DATE               PIC X(08) VALUE SPACE.
001050
001060 PROCEDURE DIVISION.
001070
001080 0000-MAINLINE.
001090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001100     PERFORM 2000-RUN-ONE-TRANSACTION THRU 2000-EXIT
001110         UNTIL NOT MORE-TRANSACTIONS-TO-KEY.
001120     PERFORM 7000-TERMINATE THRU 7000-EXIT.
001130     STOP RUN.
001140
001150*--------------------------------------------------------------*
001160*  THE RESULTS MASTER IS READ ONLY HERE - A CASE CAN ONLY BE
001170*  LODGED AGAINST A RESULT THAT EXISTS, AND THE CASE CARRIES
001180*  THE CLASS FROM IT.  NOTHING IS KEYED WITHOUT AN OPERATOR ID.
001190*--------------------------------------------------------------*
001200 1000-INITIALIZE.
001210     OPEN I-O APPEAL-REGISTER-FILE.
001220     IF NOT APPEAL-FILE-OK
001230         DISPLAY 'APPLREG - CANNOT OPEN APPEAL REGISTER, STATUS '
001240             WS-APPEAL-FILE-STATUS
001250         MOVE 'N' TO WS-MORE-TRANSACTIONS
001260     END-IF.
001270     OPEN INPUT STUDENT-RESULTS-FILE.
001280     IF NOT RESULTS-FILE-OK
001290         DISPLAY 'APPLREG - CANNOT OPEN RESULTS FILE, STATUS '
001300             WS-RESULTS-FILE-STATUS
001310         MOVE 'N' TO WS-MORE-TRANSACTIONS
001320     END-IF.
001330     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001340     IF MORE-TRANSACTIONS-TO-KEY
001350         DISPLAY 'APPLREG - OPERATOR ID: ' WITH NO ADVANCING
001360         ACCEPT WS-OPERATOR-ID
001370         IF WS-OPERATOR-ID = SPACE
001380             DISPLAY 'APPLREG - NO OPERATOR ID - NOTHING KEYED '
001390                 'WITHOUT ONE.'
001400             MOVE 'N' TO WS-MORE-TRANSACTIONS
001410         END-IF
001420     END-IF.
001430 1000-EXIT.
001440     EXIT.
001450
001460 2000-RUN-ONE-TRANSACTION.
001470     DISPLAY 'APPLREG - L = LODGE AN APPEAL, D = RECORD A '
001480         'DECISION: ' WITH NO ADVANCING.
001490     ACCEPT WS-FUNCTION-CODE.
001500     IF FUNCTION-LODGE
001510         PERFORM 3000-LODGE-APPEAL THRU 3000-EXIT
001520     ELSE
001530         IF FUNCTION-DECIDE
001540             PERFORM 4000-RECORD-DECISION THRU 4000-EXIT
001550         ELSE
001560             DISPLAY 'APPLREG - FUNCTION "' WS-FUNCTION-CODE
001570                 '" NOT KNOWN.'
001580         END-IF
001590     END-IF.
001600     DISPLAY 'APPLREG - ANOTHER TRANSACTION (Y/N)? '
001610         WITH NO ADVANCING.
001620     ACCEPT WS-REPLY.
001630     IF NOT REPLY-IS-YES
001640         MOVE 'N' TO WS-MORE-TRANSACTIONS
001650     END-IF.
001660 2000-EXIT.
001670     EXIT.
001680
001690 2100-KEY-IN-SITTING.
001700     DISPLAY 'APPLREG - STUDENT ID: ' WITH NO ADVANCING.
001710     ACCEPT WS-LOOKUP-STUDENT-ID.
001720     DISPLAY 'APPLREG - ACADEMIC TERM: ' WITH NO ADVANCING.
001730     ACCEPT WS-LOOKUP-ACADEMIC-TERM.
001740     DISPLAY 'APPLREG - SUBJECT CODE: ' WITH NO ADVANCING.
001750     ACCEPT WS-LOOKUP-SUBJECT-CODE.
001760 2100-EXIT.
001770     EXIT.
001780
001790 2200-FIND-RESULT-RECORD.
001800     MOVE 'N' TO WS-RECORD-FOUND-SWITCH.
001810     MOVE WS-LOOKUP-STUDENT-ID    TO RR-STUDENT-ID.
001820     MOVE WS-LOOKUP-ACADEMIC-TERM TO RR-ACADEMIC-TERM.
001830     MOVE WS-LOOKUP-SUBJECT-CODE  TO RR-SUBJECT-CODE.
001840     READ STUDENT-RESULTS-FILE
001850         INVALID KEY
001860             CONTINUE
001870         NOT INVALID KEY
001880             MOVE 'Y' TO WS-RECORD-FOUND-SWITCH
001890     END-READ.
001900 2200-EXIT.
001910     EXIT.
001920
001930*--------------------------------------------------------------*
001940*  BROWSE THE SITTING'S CASES, FROM CASE 00 UP, NOTING THE
001950*  HIGHEST SEQUENCE USED AND THE OPEN CASE IF THERE IS ONE.
001960*  THE RECORD AREA IS LEFT HOLDING WHATEVER WAS READ LAST, SO
001970*  A CALLER THAT WANTS THE OPEN CASE RE-READS IT BY KEY.
001980*--------------------------------------------------------------*
001990 2300-SCAN-SITTING-CASES.
002000     MOVE 'N'  TO WS-CASE-FOUND-SWITCH.
002010     MOVE 'N'  TO WS-CASE-SCAN-SWITCH.
002020     MOVE ZERO TO WS-HIGH-CASE-SEQ.
002040     MOVE WS-LOOKUP-STUDENT-ID    TO AP-STUDENT-ID.
002050     MOVE WS-LOOKUP-ACADEMIC-TERM TO AP-ACADEMIC-TERM.
002060     MOVE WS-LOOKUP-SUBJECT-CODE  TO AP-SUBJECT-CODE.
002070     MOVE ZERO                    TO AP-CASE-SEQ.
002080     START APPEAL-REGISTER-FILE KEY IS NOT LESS THAN AP-KEY
002090         INVALID KEY
002100             GO TO 2300-EXIT
002110     END-START.
002120     PERFORM 2310-CHECK-ONE-CASE THRU 2310-EXIT
002130         UNTIL CASE-SCAN-DONE.
002140 2300-EXIT.
002150     EXIT.
002160
002170 2310-CHECK-ONE-CASE.
002180     READ APPEAL-REGISTER-FILE NEXT RECORD
002190         AT END
002200             MOVE 'Y' TO WS-CASE-SCAN-SWITCH
002210             GO TO 2310-EXIT
002220     END-READ.
002230     IF AP-STUDENT-ID NOT = WS-LOOKUP-STUDENT-ID
002240         OR AP-ACADEMIC-TERM NOT = WS-LOOKUP-ACADEMIC-TERM
002250         OR AP-SUBJECT-CODE NOT = WS-LOOKUP-SUBJECT-CODE
002260         MOVE 'Y' TO WS-CASE-SCAN-SWITCH
002270         GO TO 2310-EXIT
002280     END-IF.
002300     MOVE AP-CASE-SEQ TO WS-HIGH-CASE-SEQ.
002310     IF AP-CASE-OPEN
002320         MOVE 'Y'    TO WS-CASE-FOUND-SWITCH
002330         MOVE AP-KEY TO WS-CASE-KEY
002340     END-IF.
002350 2310-EXIT.
002360     EXIT.
002370
002380*--------------------------------------------------------------*
002390*  LODGE ONE APPEAL.  REFUSED WHEN THERE IS NO RESULT TO
002400*  APPEAL, WHEN THE SITTING ALREADY HAS AN OPEN CASE, WHEN NO
002410*  FEE RECEIPT IS KEYED, OR WHEN THE SITTING HAS USED ALL 99
002420*  CASE NUMBERS.  A BLANK DATE LODGED MEANS TODAY.
002430*--------------------------------------------------------------*
002440 3000-LODGE-APPEAL.
002450     PERFORM 2100-KEY-IN-SITTING THRU 2100-EXIT.
002460     PERFORM 2200-FIND-RESULT-RECORD THRU 2200-EXIT.
002470     IF NOT RESULT-RECORD-FOUND
002480         DISPLAY 'APPLREG - REFUSED: NO RESULT ON FILE FOR '
002490             'STUDENT ' WS-LOOKUP-STUDENT-ID ' TERM '
002500             WS-LOOKUP-ACADEMIC-TERM ' SUBJECT '
002510             WS-LOOKUP-SUBJECT-CODE '.'
002520         GO TO 3000-EXIT
002530     END-IF.
002540     PERFORM 2300-SCAN-SITTING-CASES THRU 2300-EXIT.
002550     IF OPEN-CASE-FOUND
002560         DISPLAY 'APPLREG - REFUSED: CASE ' WS-CASE-KEY
002570             ' IS ALREADY OPEN FOR THIS SITTING.'
002580         GO TO 3000-EXIT
002590     END-IF.
002600     IF WS-HIGH-CASE-SEQ = 99
002610         DISPLAY 'APPLREG - REFUSED: SITTING HAS 99 CASES '
002620             'ALREADY - REFER TO THE EXAMS OFFICE.'
002630         GO TO 3000-EXIT
002640     END-IF.
002650     DISPLAY 'APPLREG - CURRENT MARKS ' RR-MARKS-VALUE ' GRADE '
002660         RR-GRADE-CODE ' RESULT ' RR-RESULT-CODE '.'.
002670     DISPLAY 'APPLREG - FEE RECEIPT NUMBER: ' WITH NO ADVANCING.
002680     ACCEPT WS-FEE-RECEIPT.
002690     IF WS-FEE-RECEIPT = SPACE
002700         DISPLAY 'APPLREG - REFUSED: NO APPEAL WITHOUT A FEE '
002710             'RECEIPT.'
002720         GO TO 3000-EXIT
002730     END-IF.
002740     DISPLAY 'APPLREG - DATE LODGED, YYYYMMDD (BLANK FOR '
002750         'TODAY): ' WITH NO ADVANCING.
002760     ACCEPT WS-DATE-LODGED.
002770     IF WS-DATE-LODGED = SPACE
002780         MOVE WS-RUN-DATE TO WS-DATE-LODGED
002790     END-IF.
002800     IF WS-DATE-LODGED NOT NUMERIC
002810         OR WS-DATE-LODGED > WS-RUN-DATE
002820         DISPLAY 'APPLREG - REFUSED: DATE LODGED '
002830             WS-DATE-LODGED ' IS NOT A PAST DATE.'
002840         GO TO 3000-EXIT
002850     END-IF.
002860     MOVE SPACE                   TO APPEAL-CASE-RECORD.
002870     MOVE RR-STUDENT-ID           TO AP-STUDENT-ID.
002880     MOVE RR-ACADEMIC-TERM        TO AP-ACADEMIC-TERM.
002890     MOVE RR-SUBJECT-CODE         TO AP-SUBJECT-CODE.
002900     COMPUTE AP-CASE-SEQ = WS-HIGH-CASE-SEQ + 1.
002910     MOVE RR-CLASS-CODE           TO AP-CLASS-CODE.
002920     MOVE WS-FEE-RECEIPT          TO AP-FEE-RECEIPT.
002930     MOVE WS-DATE-LODGED          TO AP-DATE-LODGED.
002940     MOVE WS-OPERATOR-ID          TO AP-LODGED-BY.
002950     MOVE 'O'                     TO AP-CASE-STATUS.
002960     MOVE SPACE                   TO AP-DECISION-CODE.
002970     MOVE ZERO                    TO AP-REVISED-MARKS.
002980     MOVE RR-MARKS-VALUE          TO AP-BEFORE-MARKS.
002990     MOVE RR-GRADE-CODE           TO AP-BEFORE-GRADE.
003000     MOVE ZERO                    TO AP-AFTER-MARKS.
003010     WRITE APPEAL-CASE-RECORD
003020         INVALID KEY
003030             DISPLAY 'APPLREG - WRITE FAILED FOR CASE ' AP-KEY
003040                 ', STATUS ' WS-APPEAL-FILE-STATUS '.'
003050         NOT INVALID KEY
003060             DISPLAY 'APPLREG - APPEAL LODGED AS CASE ' AP-KEY
003070                 '.'
003080     END-WRITE.
003090 3000-EXIT.
003100     EXIT.
003110
003120*--------------------------------------------------------------*
003130*  RECORD THE REVIEWER'S DECISION ON THE SITTING'S OPEN CASE.
003140*  ONLY A CASE STILL AWAITING ITS DECISION CAN TAKE ONE - AN
003150*  UPHELD CASE WAITING ON MARKCORR IS NOT DECIDED TWICE.  AN
003160*  UPHELD DECISION MUST CARRY NUMERIC REVISED MARKS; A
003170*  REJECTED ONE CLOSES THE CASE THERE AND THEN.
003180*--------------------------------------------------------------*
003190 4000-RECORD-DECISION.
003200     PERFORM 2100-KEY-IN-SITTING THRU 2100-EXIT.
003210     PERFORM 2300-SCAN-SITTING-CASES THRU 2300-EXIT.
003220     IF NOT OPEN-CASE-FOUND
003230         DISPLAY 'APPLREG - REFUSED: NO OPEN CASE FOR STUDENT '
003240             WS-LOOKUP-STUDENT-ID ' TERM '
003250             WS-LOOKUP-ACADEMIC-TERM ' SUBJECT '
003260             WS-LOOKUP-SUBJECT-CODE '.'
003270         GO TO 4000-EXIT
003280     END-IF.
003290     MOVE WS-CASE-KEY TO AP-KEY.
003300     READ APPEAL-REGISTER-FILE
003310         INVALID KEY
003320             DISPLAY 'APPLREG - CASE ' WS-CASE-KEY
003330                 ' COULD NOT BE RE-READ, STATUS '
003340                 WS-APPEAL-FILE-STATUS '.'
003350             GO TO 4000-EXIT
003360     END-READ.
003370     IF NOT AP-DECISION-PENDING
003380         DISPLAY 'APPLREG - REFUSED: CASE ' WS-CASE-KEY
003390             ' WAS ALREADY UPHELD ON ' AP-DECISION-DATE
003400             ' AND AWAITS CORRECTION.'
003410         GO TO 4000-EXIT
003420     END-IF.
003430     DISPLAY 'APPLREG - CASE ' WS-CASE-KEY ' LODGED '
003440         AP-DATE-LODGED ' RECEIPT ' AP-FEE-RECEIPT ' MARKS '
003450         AP-BEFORE-MARKS ' GRADE ' AP-BEFORE-GRADE '.'.
003460     DISPLAY 'APPLREG - DECISION, U = UPHELD, R = REJECTED: '
003470         WITH NO ADVANCING.
003480     ACCEPT WS-DECISION-CODE.
003490     IF NOT DECISION-UPHELD
003500         AND NOT DECISION-REJECTED
003510         DISPLAY 'APPLREG - REFUSED: DECISION "' WS-DECISION-CODE
003520             '" NOT KNOWN.'
003530         GO TO 4000-EXIT
003540     END-IF.
003550     DISPLAY 'APPLREG - REVIEWER ID: ' WITH NO ADVANCING.
003560     ACCEPT WS-REVIEWER-ID.
003570     IF WS-REVIEWER-ID = SPACE
003580         DISPLAY 'APPLREG - REFUSED: NO DECISION WITHOUT THE '
003590             'REVIEWER''S ID.'
003600         GO TO 4000-EXIT
003610     END-IF.
003620     IF DECISION-UPHELD
003630         DISPLAY 'APPLREG - REVISED MARKS: ' WITH NO ADVANCING
003640         ACCEPT WS-REVISED-MARKS
003650         IF WS-REVISED-MARKS NOT NUMERIC
003660             DISPLAY 'APPLREG - REFUSED: REVISED MARKS "'
003670                 WS-REVISED-MARKS '" NOT NUMERIC - KEY ALL '
003680                 'THREE DIGITS.'
003690             GO TO 4000-EXIT
003700         END-IF
003710         MOVE 'U'              TO AP-DECISION-CODE
003720         MOVE WS-REVISED-MARKS TO AP-REVISED-MARKS
003730     ELSE
003740         MOVE 'R'              TO AP-DECISION-CODE
003750         MOVE ZERO             TO AP-REVISED-MARKS
003760         MOVE 'C'              TO AP-CASE-STATUS
003770         MOVE WS-RUN-DATE      TO AP-DATE-CLOSED
003780     END-IF.
003790     MOVE WS-RUN-DATE    TO AP-DECISION-DATE.
003800     MOVE WS-REVIEWER-ID TO AP-REVIEWER-ID.
003810     REWRITE APPEAL-CASE-RECORD
003820         INVALID KEY
003830             DISPLAY 'APPLREG - REWRITE FAILED FOR CASE '
003840                 WS-CASE-KEY ', STATUS ' WS-APPEAL-FILE-STATUS '.'
003850         NOT INVALID KEY
003860             IF AP-APPEAL-UPHELD
003870                 DISPLAY 'APPLREG - CASE ' WS-CASE-KEY
003880                     ' UPHELD AT ' AP-REVISED-MARKS
003890                     ' MARKS - OPEN FOR MARKCORR.'
003900             ELSE
003910                 DISPLAY 'APPLREG - CASE ' WS-CASE-KEY
003920                     ' REJECTED AND CLOSED.'
003930             END-IF
003940     END-REWRITE.
003950 4000-EXIT.
003960     EXIT.
003970
003980 7000-TERMINATE.
003990     IF APPEAL-FILE-OK OR APPEAL-FILE-EOF
004000         OR APPEAL-CASE-NOTFOUND
004010         CLOSE APPEAL-REGISTER-FILE
004020     END-IF.
004030     IF RESULTS-FILE-OK OR RESULTS-RECORD-NOTFOUND
004040         CLOSE STUDENT-RESULTS-FILE
004050     END-IF.
004060 7000-EXIT.
004070     EXIT.
