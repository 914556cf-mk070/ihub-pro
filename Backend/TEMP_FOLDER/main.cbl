000958*                   SYSOUT DISPLAYS WERE THE ONLY RECORD OF WHAT
000959*                   EACH RUN READ, WROTE AND RECONCILED, AND THEY
000960*                   GO WITH THE SCRATCHED JOB LOG.
000961*  2026-10-15  KJM  GRADE ON WRITTEN PAPER PLUS INTERNAL
000962*                   ASSESSMENT, READ BY KEY FROM IACOMP (LOADED
000963*                   BY IAEDIT), UNDER THE SUBJECT MASTER'S IA
000964*                   MAXIMUM AND COMPONENT MINIMUMS; SHORT OF
000965*                   EITHER MINIMUM FAILS.  MISSING IA MARKS FOR
000966*                   AN IA SUBJECT REJECT THE RECORD.  BOTH
000967*                   COMPONENTS ARE KEPT ON THE RESULTS MASTER.
000968*  2026-10-15  KJM  STAMP THE SITTING'S TERM ON EVERY DECISION'S
000969*                   AUDIT RECORD (SEE AUDTREC).
000970*  2026-10-15  KJM  REJECT A WRITTEN MARK OVER THE PAPER'S
000971*                   WRITTEN SHARE (FULL MARKS LESS THE IA
000972*                   MAXIMUM), AS IAEDIT DOES AN IA MARK OVER
000973*                   ITS MAXIMUM, AND A COMBINED MARK OVER THE
000974*                   PAPER'S FULL MARKS - A WRITTEN MARK KEYED ON
000975*                   THE OLD FULL-PAPER SCALE WAS BEING GRADED
000976*                   ABOVE FULL MARKS.
000977*==============================================================*
000978
000979 ENVIRONMENT DIVISION.
000980 INPUT-OUTPUT SECTION.
000990 FILE-CONTROL.
001000     SELECT STUDENT-MARKS-FILE ASSIGN TO STUMARKS
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS WS-FAILEXP-FILE-STATUS.
001150
001151     SELECT SUBJECT-MASTER-FILE ASSIGN TO SUBJMSTR
001152         ORGANIZATION IS INDEXED
001153         ACCESS MODE IS DYNAMIC
001154         RECORD KEY IS SJ-SUBJECT-CODE
001155         FILE STATUS IS WS-SUBJECT-FILE-STATUS.
001156
001160     SELECT RUN-PARM-FILE ASSIGN TO GRADPARM
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS WS-PARM-FILE-STATUS.
001181
001182     SELECT IA-COMPONENT-FILE ASSIGN TO IACOMP
001183         ORGANIZATION IS INDEXED
001184         ACCESS MODE IS DYNAMIC
001185         RECORD KEY IS IC-KEY
001186         FILE STATUS IS WS-IACOMP-FILE-STATUS.
001190
001200     SELECT STUDENT-RESULTS-FILE ASSIGN TO RESULTS
001210         ORGANIZATION IS INDEXED
001430
001440 FD  STUDENT-RESULTS-FILE.
001450     COPY RSLTREC.
001451
001452 FD  SUBJECT-MASTER-FILE.
001453     COPY SUBJREC.
001454
001455 FD  IA-COMPONENT-FILE.
001456     COPY IACMPREC.
001460
001470 FD  RUN-PARM-FILE
001480     RECORDING MODE IS F.
001590
001600 01  WS-ADJUSTED-SCORE        PIC S9(05) VALUE ZERO.
001610
001611*--------------------------------------------------------------*
001612*  THE TWO COMPONENTS OF THE FINAL MARK AND THEIR SUM, SET BY
001613*  3150-LOAD-COMPONENT-RULES AND 3200-COMBINE-COMPONENTS.
001614*--------------------------------------------------------------*
001615 01  WS-WRITTEN-MARKS         PIC 9(03) VALUE ZERO.
001616 01  WS-IA-MARKS              PIC 9(03) VALUE ZERO.
001617 01  WS-COMBINED-SCORE        PIC 9(04) VALUE ZERO.
001618
001620 01  WS-MARKS-FILE-STATUS     PIC X(02).
001630     88 MARKS-FILE-OK          VALUE '00'.
001640     88 MARKS-FILE-EOF         VALUE '10'.
001830     88 PARM-FILE-OK            VALUE '00'.
001840     88 PARM-FILE-EOF           VALUE '10'.
001850
001851 01  WS-SUBJECT-FILE-STATUS   PIC X(02).
001852     88 SUBJECT-FILE-OK         VALUE '00'.
001853     88 SUBJECT-NOT-FOUND       VALUE '23'.
001854
001855 01  WS-IACOMP-FILE-STATUS    PIC X(02).
001856     88 IACOMP-FILE-OK          VALUE '00'.
001857     88 IACOMP-NOT-FOUND        VALUE '23'.
001858
001860*--------------------------------------------------------------*
001870*  RUN PARAMETERS, LOADED FROM THE GRADPARM DATASET BY
001880*  1050-LOAD-RUN-PARMS BEFORE ANYTHING ELSE HAPPENS.  THE
001970 01  WS-GRADE-B-MARK           PIC 9(03) VALUE ZERO.
001980 01  WS-GRADE-C-MARK           PIC 9(03) VALUE ZERO.
001990 01  WS-GRADE-D-MARK           PIC 9(03) VALUE ZERO.
001991
001992*--------------------------------------------------------------*
001993*  THE CURRENT SUBJECT'S FULL MARKS, IA MAXIMUM AND COMPONENT
001994*  MINIMUMS, FROM THE SUBJECT MASTER (SEE SUBJREC), AND THE
001995*  WRITTEN PAPER'S SHARE OF THE FULL MARKS.
001996*--------------------------------------------------------------*
001997 01  WS-SUBJECT-MAX-MARKS      PIC 9(03) VALUE ZERO.
001998 01  WS-WRITTEN-MAX-MARKS      PIC 9(03) VALUE ZERO.
001999 01  WS-IA-MAX-MARKS           PIC 9(03) VALUE ZERO.
002000 01  WS-WRITTEN-MIN-MARKS      PIC 9(03) VALUE ZERO.
002001 01  WS-IA-MIN-MARKS           PIC 9(03) VALUE ZERO.
002002
002010 01  WS-SWITCHES.
002020     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
002030         88 END-OF-MARKS-FILE   VALUE 'Y'.
002110         88 THIS-IS-A-RESTART    VALUE 'Y'.
002120     05  WS-TABLE-FULL-SWITCH  PIC X(01) VALUE 'N'.
002130         88 CLASS-TABLE-FULL     VALUE 'Y'.
002131     05  WS-SUBJECT-FOUND-SW   PIC X(01) VALUE 'N'.
002132         88 SUBJECT-ON-MASTER    VALUE 'Y'.
002133     05  WS-IA-FOUND-SWITCH    PIC X(01) VALUE 'N'.
002134         88 IA-RECORD-FOUND      VALUE 'Y'.
002135     05  WS-MINIMUM-SWITCH     PIC X(01) VALUE 'N'.
002136         88 COMPONENT-MINIMUM-MISSED VALUE 'Y'.
002140
002150*--------------------------------------------------------------*
002160*  CHECKPOINT/RESTART CONTROL FIELDS.  THE MARKS RUN WRITES A
003682     IF NOT END-OF-MARKS-FILE
003684         PERFORM 1080-READ-FEED-TERM THRU 1080-EXIT
003686     END-IF.
003688     PERFORM 1250-OPEN-COMPONENT-FILES THRU 1250-EXIT.
003690     PERFORM 1100-CHECK-FOR-RESTART THRU 1100-EXIT.
003700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003710     ACCEPT WS-RUN-TIME FROM TIME.
004990     MOVE SPACE                TO AR-GRADE-CODE.
005000     MOVE WS-RUN-DATE          TO AR-RUN-DATE.
005010     MOVE WS-RUN-TIME          TO AR-RUN-TIME.
005012     MOVE SPACE                TO AR-ACADEMIC-TERM.
005014     MOVE SPACE                TO AR-BEFORE-IMAGE.
005016     MOVE SPACE                TO AR-MASTER-UPDATE.
005020     WRITE AUDIT-RECORD.
005025     ADD 1 TO WS-AUDIT-WRITTEN.
005030     IF NOT AUDIT-FILE-OK
006910     EXIT.
006920
006930 3000-EVALUATE-STUDENT.
006935     PERFORM 3150-LOAD-COMPONENT-RULES THRU 3150-EXIT.
006940     IF STUDENT-ABSENT OR RESULT-WITHHELD
006950         PERFORM 3050-RECORD-NON-SITTING THRU 3050-EXIT
006960         GO TO 3000-AUDIT
006970     END-IF.
006980     PERFORM 3100-APPLY-NEGATIVE-MARKING THRU 3100-EXIT.
006990     IF MARKS-VALUE-VALID
006992         PERFORM 3200-COMBINE-COMPONENTS THRU 3200-EXIT
006994     END-IF.
006996     IF MARKS-VALUE-VALID
007000         PERFORM 3600-DETERMINE-GRADE THRU 3600-EXIT
007010         IF COMPONENT-MINIMUM-MISSED
007012             MOVE 'F' TO WS-GRADE-CODE
007014         END-IF
007016         IF CHECK-VAL >= WS-PASS-MARK
007018             AND NOT COMPONENT-MINIMUM-MISSED
007020             MOVE 'PASS' TO WS-AUDIT-RESULT-CODE
007030             ADD 1 TO WS-TOTAL-PASS-COUNT
007040             DISPLAY MR-STUDENT-ID ' PASSED WITH ' CHECK-VAL
007330 3050-RECORD-NON-SITTING.
007340     MOVE 'Y' TO WS-MARKS-VALID-SWITCH.
007350     MOVE MR-MARKS-VALUE TO CHECK-VAL.
007355     MOVE MR-MARKS-VALUE TO WS-WRITTEN-MARKS.
007360     MOVE SPACE TO WS-GRADE-CODE.
007370     IF STUDENT-ABSENT
007380         MOVE 'ABST' TO WS-AUDIT-RESULT-CODE
008530*  WRITE ONE AUDIT-TRAIL RECORD FOR EVERY GRADING DECISION MADE
008540*  THIS RUN - PASS, FAIL, OR REJECTED FOR OUT-OF-RANGE MARKS -
008550*  STAMPED WITH THE RUN DATE AND TIME, SO THE DISPLAY OUTPUT IS
008560*  NOT THE ONLY RECORD OF THE DECISION.  THE BEFORE-IMAGE AND
008562*  MASTER-UPDATE FLAG STAY BLANK - THEY BELONG TO THE LATER
008564*  CHANGES (CORR, SUPP, GRCE) THE RECOVERY RUN, RSLTRCVR,
008566*  REPLAYS; A GRADING DECISION IS RECOVERED BY RE-GRADING.
008570*--------------------------------------------------------------*
008580 3700-WRITE-AUDIT-RECORD.
008590     MOVE MR-STUDENT-ID    TO AR-STUDENT-ID.
008680     MOVE WS-GRADE-CODE    TO AR-GRADE-CODE.
008690     MOVE WS-RUN-DATE      TO AR-RUN-DATE.
008700     MOVE WS-RUN-TIME      TO AR-RUN-TIME.
008702     MOVE WS-ACADEMIC-TERM TO AR-ACADEMIC-TERM.
008704     MOVE SPACE            TO AR-BEFORE-IMAGE.
008706     MOVE SPACE            TO AR-MASTER-UPDATE.
008710     WRITE AUDIT-RECORD.
008715     ADD 1 TO WS-AUDIT-WRITTEN.
008720     IF NOT AUDIT-FILE-OK
009110     MOVE SPACE            TO RR-ATTEMPT-CODE.
009120     MOVE ZERO             TO RR-PREV-MARKS-VALUE.
009130     MOVE SPACE            TO RR-PREV-GRADE-CODE.
009133     MOVE WS-WRITTEN-MARKS TO RR-WRITTEN-MARKS.
009136     MOVE WS-IA-MARKS      TO RR-IA-MARKS.
009140     WRITE RESULT-RECORD
009150         INVALID KEY
009160             REWRITE RESULT-RECORD
010080     END-IF.
010090     IF RESULTS-FILE-OK OR RESULTS-FILE-EOF
010100         CLOSE STUDENT-RESULTS-FILE
010101     END-IF.
010102     IF SUBJECT-FILE-OK OR SUBJECT-NOT-FOUND
010103         CLOSE SUBJECT-MASTER-FILE
010104     END-IF.
010105     IF IACOMP-FILE-OK OR IACOMP-NOT-FOUND
010106         CLOSE IA-COMPONENT-FILE
010110     END-IF.
010120 7000-EXIT.
010130     EXIT.
010790     MOVE 16 TO RETURN-CODE.
010800     STOP RUN.
010810 9150-EXIT.
010813     EXIT.
010816
010821
010822*--------------------------------------------------------------*
010823*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
010917     END-IF.
010918 7900-EXIT.
010919     EXIT.
010929
010939*--------------------------------------------------------------*
010949*  OPEN THE SUBJECT MASTER AND THE IA COMPONENT FILE IAEDIT
010959*  LOADED AHEAD OF THIS STEP, BOTH FOR KEYED READS.  WITHOUT
010969*  EITHER, NO STUDENT CAN BE GRADED ON THE BOARD'S COMBINED
010979*  SCHEME - STOP THE RUN BEFORE GRADING, AS FOR BAD PARAMETERS.
010989*--------------------------------------------------------------*
010999 1250-OPEN-COMPONENT-FILES.
011009     OPEN INPUT SUBJECT-MASTER-FILE.
011019     IF NOT SUBJECT-FILE-OK
011029         DISPLAY 'CONDITIONALS - CANNOT OPEN SUBJECT MASTER, '
011039             'STATUS ' WS-SUBJECT-FILE-STATUS
011049         PERFORM 9160-ABEND-ON-NO-COMPONENTS THRU 9160-EXIT
011059     END-IF.
011069     OPEN INPUT IA-COMPONENT-FILE.
011079     IF NOT IACOMP-FILE-OK
011089         DISPLAY 'CONDITIONALS - CANNOT OPEN IA COMPONENT FILE, '
011099             'STATUS ' WS-IACOMP-FILE-STATUS
011109         PERFORM 9160-ABEND-ON-NO-COMPONENTS THRU 9160-EXIT
011119     END-IF.
011129 1250-EXIT.
011139     EXIT.
011149
011159*--------------------------------------------------------------*
011169*  PICK UP THE SUBJECT'S IA MAXIMUM AND COMPONENT MINIMUMS FROM
011179*  THE SUBJECT MASTER, AND - FOR A SUBJECT WITH AN IA PART -
011189*  THE STUDENT'S IA MARKS FOR THIS SITTING FROM IACOMP.  A
011199*  FIELD LEFT BLANK ON AN OLD SUBJECT RECORD COUNTS AS ZERO, AND
011209*  A SUBJECT NOT ON THE MASTER IS GRADED ON THE WRITTEN PAPER
011219*  ALONE, AS BEFORE THE SCHEME.
011229*--------------------------------------------------------------*
011239 3150-LOAD-COMPONENT-RULES.
011249     MOVE ZERO TO WS-SUBJECT-MAX-MARKS.
011259     MOVE ZERO TO WS-IA-MAX-MARKS.
011269     MOVE ZERO TO WS-WRITTEN-MIN-MARKS.
011279     MOVE ZERO TO WS-IA-MIN-MARKS.
011289     MOVE ZERO TO WS-WRITTEN-MARKS.
011299     MOVE ZERO TO WS-IA-MARKS.
011309     MOVE 'N' TO WS-SUBJECT-FOUND-SW.
011319     MOVE 'N' TO WS-IA-FOUND-SWITCH.
011329     MOVE 'N' TO WS-MINIMUM-SWITCH.
011339     MOVE MR-SUBJECT-CODE TO SJ-SUBJECT-CODE.
011349     READ SUBJECT-MASTER-FILE
011359         INVALID KEY
011369             CONTINUE
011379         NOT INVALID KEY
011389             MOVE 'Y' TO WS-SUBJECT-FOUND-SW
011399     END-READ.
011409     IF NOT SUBJECT-ON-MASTER
011419         DISPLAY MR-STUDENT-ID ' - SUBJECT ' MR-SUBJECT-CODE
011429             ' NOT ON SUBJECT MASTER, WRITTEN PAPER ONLY.'
011439         GO TO 3150-EXIT
011449     END-IF.
011459     IF SJ-MAX-MARKS IS NUMERIC
011469         MOVE SJ-MAX-MARKS TO WS-SUBJECT-MAX-MARKS
011479     END-IF.
011489     IF SJ-IA-MAX-MARKS IS NUMERIC
011499         MOVE SJ-IA-MAX-MARKS TO WS-IA-MAX-MARKS
011509     END-IF.
011519     IF SJ-WRITTEN-MIN-MARKS IS NUMERIC
011529         MOVE SJ-WRITTEN-MIN-MARKS TO WS-WRITTEN-MIN-MARKS
011539     END-IF.
011549     IF SJ-IA-MIN-MARKS IS NUMERIC
011559         MOVE SJ-IA-MIN-MARKS TO WS-IA-MIN-MARKS
011569     END-IF.
011579     IF WS-IA-MAX-MARKS = ZERO
011589         GO TO 3150-EXIT
011599     END-IF.
011609     MOVE MR-STUDENT-ID    TO IC-STUDENT-ID.
011619     MOVE WS-ACADEMIC-TERM TO IC-ACADEMIC-TERM.
011629     MOVE MR-SUBJECT-CODE  TO IC-SUBJECT-CODE.
011639     READ IA-COMPONENT-FILE
011649         INVALID KEY
011659             CONTINUE
011669         NOT INVALID KEY
011679             MOVE 'Y' TO WS-IA-FOUND-SWITCH
011689     END-READ.
011699     IF IA-RECORD-FOUND
011709         MOVE IC-IA-MARKS TO WS-IA-MARKS
011719     END-IF.
011729 3150-EXIT.
011739     EXIT.
011749
011759*--------------------------------------------------------------*
011769*  THE WRITTEN MARK AFTER NEGATIVE MARKING PLUS THE IA MARKS IS
011779*  THE FINAL MARK THE RESULT IS GRADED ON.  AN IA SUBJECT WITH
011789*  NO IA MARKS FOR THE STUDENT IS REJECTED RATHER THAN GRADED
011799*  ON THE WRITTEN PAPER ALONE - IAEDIT'S ERROR LISTING NAMES
011809*  THE MISSING ROW.  SO IS A WRITTEN MARK OVER THE WRITTEN
011819*  PAPER'S SHARE OF FULL MARKS (IAEDIT'S 'OVER' EDIT FOR THE IA
011829*  SIDE) AND A COMBINED MARK OVER FULL MARKS.  A COMPONENT SHORT
011839*  OF ITS MINIMUM FLAGS THE RESULT FOR A FAIL WHATEVER THE
011849*  COMBINED TOTAL.
011859*--------------------------------------------------------------*
011869 3200-COMBINE-COMPONENTS.
011879     MOVE CHECK-VAL TO WS-WRITTEN-MARKS.
011889     IF WS-IA-MAX-MARKS > ZERO
011899         AND NOT IA-RECORD-FOUND
011909         MOVE 'N' TO WS-MARKS-VALID-SWITCH
011919         DISPLAY MR-STUDENT-ID ' - NO IA MARKS FOR '
011929             MR-SUBJECT-CODE ', RECORD REJECTED.'
011939         GO TO 3200-EXIT
011949     END-IF.
011959     IF WS-SUBJECT-MAX-MARKS > WS-IA-MAX-MARKS
011969         COMPUTE WS-WRITTEN-MAX-MARKS =
011979             WS-SUBJECT-MAX-MARKS - WS-IA-MAX-MARKS
011989         IF WS-WRITTEN-MARKS > WS-WRITTEN-MAX-MARKS
011999             MOVE 'N' TO WS-MARKS-VALID-SWITCH
012009             DISPLAY MR-STUDENT-ID ' - WRITTEN MARKS '
012019                 WS-WRITTEN-MARKS ' OVER ' MR-SUBJECT-CODE
012029                 ' MAXIMUM ' WS-WRITTEN-MAX-MARKS
012039                 ', RECORD REJECTED.'
012049             GO TO 3200-EXIT
012059         END-IF
012069     END-IF.
012079     COMPUTE WS-COMBINED-SCORE = WS-WRITTEN-MARKS + WS-IA-MARKS.
012089     IF WS-SUBJECT-MAX-MARKS > ZERO
012099         AND WS-COMBINED-SCORE > WS-SUBJECT-MAX-MARKS
012109         MOVE 'N' TO WS-MARKS-VALID-SWITCH
012119         DISPLAY MR-STUDENT-ID ' - COMBINED MARKS '
012129             WS-COMBINED-SCORE ' OUT OF RANGE, RECORD REJECTED.'
012139         GO TO 3200-EXIT
012149     END-IF.
012159     MOVE WS-COMBINED-SCORE TO CHECK-VAL.
012169     IF WS-WRITTEN-MARKS < WS-WRITTEN-MIN-MARKS
012179         MOVE 'Y' TO WS-MINIMUM-SWITCH
012189         DISPLAY MR-STUDENT-ID ' - WRITTEN ' WS-WRITTEN-MARKS
012199             ' BELOW ' MR-SUBJECT-CODE ' MINIMUM '
012209             WS-WRITTEN-MIN-MARKS '.'
012219     END-IF.
012229     IF WS-IA-MAX-MARKS > ZERO
012239         AND WS-IA-MARKS < WS-IA-MIN-MARKS
012249         MOVE 'Y' TO WS-MINIMUM-SWITCH
012259         DISPLAY MR-STUDENT-ID ' - IA ' WS-IA-MARKS
012269             ' BELOW ' MR-SUBJECT-CODE ' MINIMUM '
012279             WS-IA-MIN-MARKS '.'
012289     END-IF.
012299 3200-EXIT.
012309     EXIT.
012319
012329*--------------------------------------------------------------*
012339*  9160-ABEND-ON-NO-COMPONENTS IS PERFORMED WHEN THE SUBJECT
012349*  MASTER OR THE IA COMPONENT FILE CANNOT BE OPENED.  THE
012359*  CALLER HAS ALREADY NAMED THE FILE ON SYSOUT; THE CHECKPOINT
012369*  FILE IS LEFT AS IT IS FOR THE RESUBMITTED RUN.
012379*--------------------------------------------------------------*
012389 9160-ABEND-ON-NO-COMPONENTS.
012399     DISPLAY 'CONDITIONALS - FATAL: MARKS COMPONENT FILES '
012409         'UNUSABLE - RUN TERMINATED BEFORE GRADING.'.
012419     MOVE 16 TO RETURN-CODE.
012429     STOP RUN.
012439 9160-EXIT.
012449     EXIT.
