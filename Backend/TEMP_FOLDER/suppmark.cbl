000565*                   SYSOUT DISPLAYS WERE THE ONLY RECORD OF WHAT
000566*                   EACH RUN READ, WROTE AND RECONCILED, AND THEY
000567*                   GO WITH THE SCRATCHED JOB LOG.
000568*  2026-10-15  KJM  CARRY THE SITTING'S TERM, THE MASTER RESULT AS
000569*                   IT STOOD BEFORE THE RE-EXAM AND WHETHER THE
000570*                   MASTER WAS REWRITTEN ON EVERY 'SUPP' AUDIT
000571*                   RECORD (SEE AUDTREC), FOR THE RECOVERY RUN.
000572*  2026-10-15  KJM  GRADE A RE-EXAM IN AN IA SUBJECT ON THE
000573*                   BOARD'S COMBINED SCHEME, AS CONDITIONALS
000574*                   DOES.  THE FEED CARRIES THE WRITTEN PAPER
000575*                   ONLY; THE IA MARKS ON THE MASTER STAND AND
000576*                   ARE ADDED TO IT, AND A COMPONENT SHORT OF
000577*                   THE SUBJECT MASTER'S MINIMUM IS A FAIL,
000578*                   GRADE F, WHATEVER THE TOTAL.  A WINNING
000579*                   RE-EXAM'S WRITTEN MARK IS KEPT IN
000580*                   RR-WRITTEN-MARKS.  A WRITTEN MARK OVER THE
000581*                   PAPER'S WRITTEN SHARE IS REJECTED.
000582*==============================================================*
000583
000584 ENVIRONMENT DIVISION.
000585 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT SUPP-MARKS-FILE ASSIGN TO SUPMARKS
000610         ORGANIZATION IS SEQUENTIAL
000740     SELECT RUN-PARM-FILE ASSIGN TO GRADPARM
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-PARM-FILE-STATUS.
000761
000762     SELECT SUBJECT-MASTER-FILE ASSIGN TO SUBJMSTR
000763         ORGANIZATION IS INDEXED
000764         ACCESS MODE IS DYNAMIC
000765         RECORD KEY IS SJ-SUBJECT-CODE
000766         FILE STATUS IS WS-SUBJECT-FILE-STATUS.
000771
000772     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000773         ORGANIZATION IS SEQUENTIAL
000910 FD  RUN-PARM-FILE
000920     RECORDING MODE IS F.
000930     COPY PARMREC.
000932
000934 FD  SUBJECT-MASTER-FILE.
000936     COPY SUBJREC.
000941
000942 FD  RUN-LOG-FILE
000943     RECORDING MODE IS F.
001100     88 PARM-FILE-OK            VALUE '00'.
001110     88 PARM-FILE-EOF           VALUE '10'.
001120
001122 01  WS-SUBJECT-FILE-STATUS   PIC X(02) VALUE SPACES.
001124     88 SUBJECT-FILE-OK         VALUE '00'.
001126     88 SUBJECT-NOT-FOUND       VALUE '23'.
001128
001130 01  WS-SWITCHES.
001140     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001150         88 END-OF-SUPP-FILE    VALUE 'Y'.
001190         88 RESULT-RECORD-FOUND VALUE 'Y'.
001192     05  WS-TRAILER-SEEN-SW    PIC X(01) VALUE 'N'.
001194         88 TRAILER-SEEN          VALUE 'Y'.
001196     05  WS-MINIMUM-SWITCH     PIC X(01) VALUE 'N'.
001198         88 COMPONENT-MINIMUM-MISSED VALUE 'Y'.
001200
001210*--------------------------------------------------------------*
001220*  RUN PARAMETERS, LOADED FROM THE SAME GRADPARM DATASET THE
001330 01  WS-ADJUSTED-SCORE         PIC S9(05) VALUE ZERO.
001340 01  WS-SUPP-MARKS             PIC 9(03) VALUE ZERO.
001350 01  WS-SUPP-GRADE-CODE        PIC X(01) VALUE SPACE.
001351 01  WS-SUPP-RESULT-CODE       PIC X(04) VALUE SPACE.
001352 01  WS-SUPP-AUDIT-CODE        PIC X(04) VALUE 'SUPP'.
001353
001354*--------------------------------------------------------------*
001355*  THE RE-EXAM'S COMPONENTS - THE WRITTEN PAPER FROM THE FEED,
001356*  THE IA MARKS FROM THE MASTER - AND THE SUBJECT'S FULL MARKS,
001357*  IA MAXIMUM AND COMPONENT MINIMUMS FROM THE SUBJECT MASTER.
001358*--------------------------------------------------------------*
001359 01  WS-SUPP-WRITTEN-MARKS     PIC 9(03) VALUE ZERO.
001360 01  WS-SUPP-IA-MARKS          PIC 9(03) VALUE ZERO.
001361 01  WS-SUPP-COMBINED-SCORE    PIC 9(04) VALUE ZERO.
001362 01  WS-SUBJECT-MAX-MARKS      PIC 9(03) VALUE ZERO.
001363 01  WS-WRITTEN-MAX-MARKS      PIC 9(03) VALUE ZERO.
001364 01  WS-IA-MAX-MARKS           PIC 9(03) VALUE ZERO.
001365 01  WS-WRITTEN-MIN-MARKS      PIC 9(03) VALUE ZERO.
001366 01  WS-IA-MIN-MARKS           PIC 9(03) VALUE ZERO.
001367
001368*--------------------------------------------------------------*
001369*  MASTER RESULT BEFORE THIS RE-EXAM, AND 'P'/'F' IF REWRITTEN.
001370*--------------------------------------------------------------*
001371 01  WS-SUPP-BEFORE-IMAGE.
001372     05  WS-BEFORE-MARKS       PIC 9(03) VALUE ZERO.
001373     05  WS-BEFORE-GRADE       PIC X(01) VALUE SPACE.
001374     05  WS-BEFORE-RESULT      PIC X(04) VALUE SPACE.
001375 01  WS-SUPP-MASTER-UPDATE     PIC X(01) VALUE SPACE.
001380
001390*--------------------------------------------------------------*
001400*  RUN CONTROL TOTALS.  READ MUST FOOT TO IMPROVED + KEPT-
002040                 'STATUS ' WS-AUDIT-FILE-STATUS
002050             MOVE 'Y' TO WS-EOF-SWITCH
002060         END-IF
002061     END-IF.
002062     OPEN INPUT SUBJECT-MASTER-FILE.
002063     IF NOT SUBJECT-FILE-OK
002064         DISPLAY 'SUPPMARK - CANNOT OPEN SUBJECT MASTER, '
002065             'STATUS ' WS-SUBJECT-FILE-STATUS
002066         MOVE 'Y' TO WS-EOF-SWITCH
002070     END-IF.
002080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002090     ACCEPT WS-RUN-TIME FROM TIME.
002940     MOVE SPACE                TO AR-GRADE-CODE.
002950     MOVE WS-RUN-DATE          TO AR-RUN-DATE.
002960     MOVE WS-RUN-TIME          TO AR-RUN-TIME.
002962     MOVE SPACE                TO AR-ACADEMIC-TERM.
002964     MOVE SPACE                TO AR-BEFORE-IMAGE.
002966     MOVE SPACE                TO AR-MASTER-UPDATE.
002970     WRITE AUDIT-RECORD.
002975     ADD 1 TO WS-AUDIT-WRITTEN.
002980     IF NOT AUDIT-FILE-OK
003520         PERFORM 3700-WRITE-AUDIT-RECORD THRU 3700-EXIT
003530         GO TO 3000-EXIT
003540     END-IF.
003541     PERFORM 3250-COMBINE-COMPONENTS THRU 3250-EXIT.
003542     IF NOT MARKS-VALUE-VALID
003543         ADD 1 TO WS-REJECT-COUNT
003544         MOVE ZERO  TO WS-SUPP-MARKS
003545         MOVE SPACE TO WS-SUPP-GRADE-CODE
003546         MOVE 'RJCT' TO WS-SUPP-AUDIT-CODE
003547         PERFORM 3700-WRITE-AUDIT-RECORD THRU 3700-EXIT
003548         GO TO 3000-EXIT
003549     END-IF.
003550     IF RR-RESULT-CODE = 'WHLD'
003560         ADD 1 TO WS-WHLD-KEPT-COUNT
003570         DISPLAY 'SUPPMARK - ' MR-STUDENT-ID ' SUBJECT '
003970             CONTINUE
003980         NOT INVALID KEY
003990             MOVE 'Y' TO WS-RECORD-FOUND-SW
003992             MOVE RR-MARKS-VALUE TO WS-BEFORE-MARKS
003994             MOVE RR-GRADE-CODE  TO WS-BEFORE-GRADE
003996             MOVE RR-RESULT-CODE TO WS-BEFORE-RESULT
004000     END-READ.
004010 3200-EXIT.
004020     EXIT.
004040*--------------------------------------------------------------*
004050*  BUCKET THE ADJUSTED RE-EXAM SCORE INTO A LETTER GRADE AND
004060*  PASS/FAIL, ON THE SAME GRADPARM SCALE THE MAIN BATCH
004070*  PROGRAM, CONDITIONALS, LOADS.  A COMPONENT SHORT OF ITS
004075*  MINIMUM IS A FAIL, GRADE F, WHATEVER THE COMBINED TOTAL.
004080*--------------------------------------------------------------*
004090 3600-DETERMINE-GRADE.
004100     EVALUATE TRUE
004220     IF WS-SUPP-MARKS >= WS-PASS-MARK
004230         MOVE 'PASS' TO WS-SUPP-RESULT-CODE
004240     ELSE
004242         MOVE 'FAIL' TO WS-SUPP-RESULT-CODE
004244     END-IF.
004246     IF COMPONENT-MINIMUM-MISSED
004248         MOVE 'F'    TO WS-SUPP-GRADE-CODE
004250         MOVE 'FAIL' TO WS-SUPP-RESULT-CODE
004260     END-IF.
004270 3600-EXIT.
004430         MOVE RR-MARKS-VALUE     TO RR-PREV-MARKS-VALUE
004440         MOVE RR-GRADE-CODE      TO RR-PREV-GRADE-CODE
004450         MOVE WS-SUPP-MARKS      TO RR-MARKS-VALUE
004453         MOVE WS-SUPP-WRITTEN-MARKS TO RR-WRITTEN-MARKS
004456         MOVE WS-SUPP-IA-MARKS   TO RR-IA-MARKS
004460         MOVE WS-SUPP-GRADE-CODE TO RR-GRADE-CODE
004470         MOVE WS-SUPP-RESULT-CODE TO RR-RESULT-CODE
004480         MOVE 'S'                TO RR-ATTEMPT-CODE
004490         PERFORM 3400-REWRITE-RESULT-RECORD THRU 3400-EXIT
004491         IF RR-RESULT-CODE = 'PASS'
004492             MOVE 'P' TO WS-SUPP-MASTER-UPDATE
004493         ELSE
004494             MOVE 'F' TO WS-SUPP-MASTER-UPDATE
004495         END-IF
004500         DISPLAY 'SUPPMARK - ' RR-STUDENT-ID ' SUBJECT '
004510             RR-SUBJECT-CODE ' IMPROVED TO ' RR-MARKS-VALUE
004520             ' MARKS, GRADE ' RR-GRADE-CODE ' (SUPPLEMENTARY).'
004860     MOVE WS-SUPP-GRADE-CODE TO AR-GRADE-CODE.
004870     MOVE WS-RUN-DATE       TO AR-RUN-DATE.
004880     MOVE WS-RUN-TIME       TO AR-RUN-TIME.
004882     MOVE WS-ACADEMIC-TERM  TO AR-ACADEMIC-TERM.
004884     MOVE WS-SUPP-BEFORE-IMAGE TO AR-BEFORE-IMAGE.
004886     MOVE WS-SUPP-MASTER-UPDATE TO AR-MASTER-UPDATE.
004890     WRITE AUDIT-RECORD.
004895     ADD 1 TO WS-AUDIT-WRITTEN.
004900     IF NOT AUDIT-FILE-OK
004920         MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-FILE-STATUS
004930         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
004940     END-IF.
004943     MOVE SPACE TO WS-SUPP-BEFORE-IMAGE.
004946     MOVE SPACE TO WS-SUPP-MASTER-UPDATE.
004950 3700-EXIT.
004960     EXIT.
004970
005310     END-IF.
005320     IF AUDIT-FILE-OK OR AUDIT-FILE-EOF
005330         CLOSE AUDIT-TRAIL-FILE
005332     END-IF.
005334     IF SUBJECT-FILE-OK OR SUBJECT-NOT-FOUND
005336         CLOSE SUBJECT-MASTER-FILE
005340     END-IF.
005350 7000-EXIT.
005360     EXIT.
005870     MOVE 16 TO RETURN-CODE.
005880     STOP RUN.
005890 9300-EXIT.
005893     EXIT.
005896
005901
005902*--------------------------------------------------------------*
005903*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
005994     END-IF.
005995 7900-EXIT.
005996     EXIT.
006006
006016*--------------------------------------------------------------*
006026*  THE SUPPLEMENTARY FEED CARRIES THE WRITTEN PAPER ONLY.  FOR
006036*  A SUBJECT WITH AN IA PART THE IA MARKS ALREADY ON THE
006046*  MASTER STAND AND ARE ADDED TO IT, THE SAME COMBINED SCHEME
006056*  CONDITIONALS GRADES THE SITTING ON, AND EACH COMPONENT IS
006066*  HELD TO THE SUBJECT MASTER'S MINIMUM.  AN IA SUBJECT WHOSE
006076*  MASTER RESULT HAS NO IA MARKS, A WRITTEN MARK OVER THE
006086*  PAPER'S WRITTEN SHARE, OR A TOTAL OVER FULL MARKS, IS
006096*  REJECTED.  A SUBJECT NOT ON THE MASTER IS GRADED ON THE
006106*  WRITTEN PAPER ALONE, AS IN THE MAIN RUN.
006116*--------------------------------------------------------------*
006126 3250-COMBINE-COMPONENTS.
006136     MOVE WS-SUPP-MARKS TO WS-SUPP-WRITTEN-MARKS.
006146     MOVE ZERO TO WS-SUPP-IA-MARKS.
006156     MOVE ZERO TO WS-SUBJECT-MAX-MARKS.
006166     MOVE ZERO TO WS-IA-MAX-MARKS.
006176     MOVE ZERO TO WS-WRITTEN-MIN-MARKS.
006186     MOVE ZERO TO WS-IA-MIN-MARKS.
006196     MOVE 'N' TO WS-MINIMUM-SWITCH.
006206     MOVE MR-SUBJECT-CODE TO SJ-SUBJECT-CODE.
006216     READ SUBJECT-MASTER-FILE
006226         INVALID KEY
006236             DISPLAY 'SUPPMARK - ' MR-STUDENT-ID ' SUBJECT '
006246                 MR-SUBJECT-CODE ' NOT ON SUBJECT MASTER, '
006256                 'WRITTEN PAPER ONLY.'
006266             GO TO 3250-EXIT
006276     END-READ.
006286     IF SJ-MAX-MARKS IS NUMERIC
006296         MOVE SJ-MAX-MARKS TO WS-SUBJECT-MAX-MARKS
006306     END-IF.
006316     IF SJ-IA-MAX-MARKS IS NUMERIC
006326         MOVE SJ-IA-MAX-MARKS TO WS-IA-MAX-MARKS
006336     END-IF.
006346     IF SJ-WRITTEN-MIN-MARKS IS NUMERIC
006356         MOVE SJ-WRITTEN-MIN-MARKS TO WS-WRITTEN-MIN-MARKS
006366     END-IF.
006376     IF SJ-IA-MIN-MARKS IS NUMERIC
006386         MOVE SJ-IA-MIN-MARKS TO WS-IA-MIN-MARKS
006396     END-IF.
006406     IF WS-IA-MAX-MARKS > ZERO
006416         IF RR-IA-MARKS NOT NUMERIC
006426             MOVE 'N' TO WS-MARKS-VALID-SWITCH
006436             DISPLAY 'SUPPMARK - ' MR-STUDENT-ID ' SUBJECT '
006446                 MR-SUBJECT-CODE ' HAS NO IA MARKS ON THE '
006456                 'MASTER, RE-EXAM REJECTED.'
006466             GO TO 3250-EXIT
006476         END-IF
006486         MOVE RR-IA-MARKS TO WS-SUPP-IA-MARKS
006496     END-IF.
006506     IF WS-SUBJECT-MAX-MARKS > WS-IA-MAX-MARKS
006516         COMPUTE WS-WRITTEN-MAX-MARKS =
006526             WS-SUBJECT-MAX-MARKS - WS-IA-MAX-MARKS
006536         IF WS-SUPP-WRITTEN-MARKS > WS-WRITTEN-MAX-MARKS
006546             MOVE 'N' TO WS-MARKS-VALID-SWITCH
006556             DISPLAY 'SUPPMARK - ' MR-STUDENT-ID ' WRITTEN '
006566                 'MARKS ' WS-SUPP-WRITTEN-MARKS ' OVER '
006576                 MR-SUBJECT-CODE ' MAXIMUM '
006586                 WS-WRITTEN-MAX-MARKS ', RE-EXAM REJECTED.'
006596             GO TO 3250-EXIT
006606         END-IF
006616     END-IF.
006626     COMPUTE WS-SUPP-COMBINED-SCORE =
006636         WS-SUPP-WRITTEN-MARKS + WS-SUPP-IA-MARKS.
006646     IF WS-SUPP-COMBINED-SCORE > 999
006656         OR (WS-SUBJECT-MAX-MARKS > ZERO
006666         AND WS-SUPP-COMBINED-SCORE > WS-SUBJECT-MAX-MARKS)
006676         MOVE 'N' TO WS-MARKS-VALID-SWITCH
006686         DISPLAY 'SUPPMARK - ' MR-STUDENT-ID ' COMBINED MARKS '
006696             WS-SUPP-COMBINED-SCORE ' OUT OF RANGE, RE-EXAM '
006706             'REJECTED.'
006716         GO TO 3250-EXIT
006726     END-IF.
006736     MOVE WS-SUPP-COMBINED-SCORE TO WS-SUPP-MARKS.
006746     IF WS-SUPP-WRITTEN-MARKS < WS-WRITTEN-MIN-MARKS
006756         MOVE 'Y' TO WS-MINIMUM-SWITCH
006766         DISPLAY 'SUPPMARK - ' MR-STUDENT-ID ' WRITTEN '
006776             WS-SUPP-WRITTEN-MARKS ' BELOW ' MR-SUBJECT-CODE
006786             ' MINIMUM ' WS-WRITTEN-MIN-MARKS '.'
006796     END-IF.
006806     IF WS-IA-MAX-MARKS > ZERO
006816         AND WS-SUPP-IA-MARKS < WS-IA-MIN-MARKS
006826         MOVE 'Y' TO WS-MINIMUM-SWITCH
006836         DISPLAY 'SUPPMARK - ' MR-STUDENT-ID ' IA '
006846             WS-SUPP-IA-MARKS ' BELOW ' MR-SUBJECT-CODE
006856             ' MINIMUM ' WS-IA-MIN-MARKS '.'
006866     END-IF.
006876 3250-EXIT.
006886     EXIT.
