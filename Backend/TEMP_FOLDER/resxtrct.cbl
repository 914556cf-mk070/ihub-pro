000315*                   SYSOUT DISPLAYS WERE THE ONLY RECORD OF WHAT
000316*                   EACH RUN READ, WROTE AND RECONCILED, AND THEY
000317*                   GO WITH THE SCRATCHED JOB LOG.
000318*  2026-10-15  KJM  LEAVE OUT A STUDENT THE ACCOUNTS OFFICE HAS
000319*                   ON A DUES HOLD (HOLDREC, KEPT BY HOLDUPD) -
000320*                   THE STUDENT GOES ON THE NEW HELDRPT LISTING
000321*                   AND THE SITTING IS FLAGGED ON THE HOLD
000322*                   RECORD.  ONCE THE HOLD IS LIFTED THE NEXT
000323*                   EXTRACT CARRIES THE STUDENT AND CLEARS THE
000324*                   FLAG AFTER THE STUDENT'S LAST RECORD IS
000325*                   WRITTEN.  SYSIN COL 8 = 'C' IS THE CATCH-UP
000326*                   EXTRACT (JOB HOLDCTCH) - ONLY STUDENTS A
000327*                   LIFTED HOLD STILL OWES, WITH XH-EXTRACT-TYPE
000328*                   'C' ON THE HEADER SO THE SIS ADDS RATHER
000329*                   THAN REPLACES.  READ NOW FOOTS TO EXTRACTED
000330*                   + OTHER SITTING + HELD + NOT DUE.  A
000331*                   MALPRACTICE WHLD RESULT STILL GOES AS KEPT.
000332*==============================================================*
000333
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000430     SELECT RETURN-FEED-FILE ASSIGN TO RTNFEED
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-FEED-FILE-STATUS.
000451
000452     SELECT HOLD-MASTER-FILE ASSIGN TO HOLDMSTR
000453         ORGANIZATION IS INDEXED
000454         ACCESS MODE IS DYNAMIC
000455         RECORD KEY IS HD-STUDENT-ID
000456         FILE STATUS IS WS-HOLD-FILE-STATUS.
000457
000458     SELECT HELD-REPORT-FILE ASSIGN TO HELDRPT
000459         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-HELD-FILE-STATUS.
000461
000462     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000463         ORGANIZATION IS SEQUENTIAL
000520 FD  RETURN-FEED-FILE
000530     RECORDING MODE IS F.
000540     COPY RTNFEED.
000541
000542 FD  HOLD-MASTER-FILE.
000543     COPY HOLDREC.
000544
000545 FD  HELD-REPORT-FILE
000546     RECORDING MODE IS F.
000547 01  HELD-REPORT-LINE            PIC X(132).
000551
000552 FD  RUN-LOG-FILE
000553     RECORDING MODE IS F.
000620 01  WS-FEED-FILE-STATUS      PIC X(02).
000630     88 FEED-FILE-OK            VALUE '00'.
000640
000641 01  WS-HOLD-FILE-STATUS      PIC X(02).
000642     88 HOLD-FILE-OK            VALUE '00'.
000643     88 HOLD-NOT-FOUND          VALUE '23'.
000644
000645 01  WS-HELD-FILE-STATUS      PIC X(02).
000646     88 HELD-FILE-OK            VALUE '00'.
000647
000650 01  WS-SWITCHES.
000660     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
000670         88 END-OF-RESULTS-FILE VALUE 'Y'.
000672     05  WS-HEADER-SW          PIC X(01) VALUE 'N'.
000674         88 FEED-HEADER-WRITTEN  VALUE 'Y'.
000675     05  WS-HOLD-FOUND-SW      PIC X(01) VALUE 'N'.
000676         88 HOLD-ON-FILE         VALUE 'Y'.
000677     05  WS-STUDENT-SKIP-SW    PIC X(01) VALUE 'N'.
000678         88 STUDENT-EXTRACTED    VALUE 'N'.
000679         88 STUDENT-HELD         VALUE 'H'.
000680         88 STUDENT-NOT-DUE      VALUE 'D'.
000681     05  WS-RELEASE-PENDING-SW PIC X(01) VALUE 'N'.
000682         88 FEED-RELEASE-PENDING VALUE 'Y'.
000683
000690*--------------------------------------------------------------*
000700*  THE SITTING BEING EXTRACTED, KEYED ON SYSIN AND CARRIED ON
000710*  THE FEED HEADER.  RECORDS OF OTHER SITTINGS ARE COUNTED
000720*  PAST - THE SIS LOADS ONE SITTING'S FINAL RESULTS AT A TIME.
000730*--------------------------------------------------------------*
000731 01  WS-SEL-ACADEMIC-TERM      PIC X(06) VALUE SPACE.
000732
000733*--------------------------------------------------------------*
000734*  THE SYSIN CARD: SITTING IN COLS 1-6, MODE IN COL 8 - BLANK
000735*  FOR THE FULL SITTING, 'C' FOR THE DUES-HOLD CATCH-UP
000736*  EXTRACT OF ONLY THE STUDENTS A LIFTED HOLD STILL OWES.
000737*--------------------------------------------------------------*
000738 01  WS-EXTRACT-CONTROL-CARD.
000739     05  EC-ACADEMIC-TERM      PIC X(06).
000740     05  FILLER                PIC X(01).
000741     05  EC-RUN-MODE           PIC X(01).
000742         88 EXTRACT-FULL-MODE    VALUE SPACE.
000743         88 EXTRACT-CATCH-UP-MODE VALUE 'C'.
000744         88 EC-RUN-MODE-VALID    VALUES SPACE, 'C'.
000745     05  FILLER                PIC X(72).
000746
000747*--------------------------------------------------------------*
000748*  DUES-HOLD WORK FIELDS.  THE MASTER IS READ IN KEY ORDER, SO
000749*  A CHANGE OF STUDENT ID IS WHERE THE HOLD IS LOOKED UP; THE
000750*  DECISION STANDS FOR EVERY RECORD OF THAT STUDENT.
000751*  WS-HELD-SLOT IS THE HOLD RECORD'S SLOT FOR THE SITTING,
000752*  ZERO WHERE IT HAS NONE.  WS-RELEASE-STUDENT-ID IS THE
000753*  RELEASED STUDENT WHOSE FLAG IS CLEARED ONCE THE LAST OF
000754*  THE STUDENT'S RECORDS IS ON THE FEED.
000755*--------------------------------------------------------------*
000756 01  WS-PREV-STUDENT-ID        PIC X(09) VALUE SPACE.
000757 01  WS-RELEASE-STUDENT-ID     PIC X(09) VALUE SPACE.
000758 01  WS-HOLD-SEARCH-TERM       PIC X(06) VALUE SPACE.
000759 01  WS-HELD-SLOT              PIC 9(02) COMP VALUE ZERO.
000760 01  WS-HT-SUB                 PIC 9(02) COMP VALUE ZERO.
000761 01  WS-HELD-STUDENT-COUNT     PIC 9(07) COMP VALUE ZERO.
000762 01  WS-RELEASED-STUDENT-COUNT PIC 9(07) COMP VALUE ZERO.
000763
000764*--------------------------------------------------------------*
000770*  FEED CONTROL TOTALS - THE DETAIL COUNT AND THE RUNNING SUM
000780*  OF EVERY EXTRACTED MARKS VALUE, WRITTEN ON THE TRAILER SO
000790*  THE SIS LOAD CAN PROVE THE TRANSFER ARRIVED WHOLE.
000810 01  WS-RECORDS-READ           PIC 9(09) COMP VALUE ZERO.
000820 01  WS-EXTRACTED-COUNT        PIC 9(09) COMP VALUE ZERO.
000830 01  WS-OTHER-TERM-COUNT       PIC 9(09) COMP VALUE ZERO.
000833 01  WS-HELD-RECORD-COUNT      PIC 9(09) COMP VALUE ZERO.
000836 01  WS-NOT-DUE-RECORD-COUNT   PIC 9(09) COMP VALUE ZERO.
000840 01  WS-MARKS-HASH             PIC 9(15) COMP VALUE ZERO.
000850 01  WS-DECISION-TOTAL         PIC 9(09) COMP VALUE ZERO.
000860
000870 01  WS-RUN-DATE               PIC X(08) VALUE SPACE.
000871 01  WS-RUN-TIME               PIC X(08) VALUE SPACE.
000872
000873 01  WS-ABEND-FILE-NAME        PIC X(20) VALUE SPACE.
000874 01  WS-ABEND-FILE-STATUS      PIC X(02) VALUE SPACE.
000875
000876*--------------------------------------------------------------*
000877*  HELD-RESULTS LISTING LINES - ONE DETAIL PER STUDENT LEFT OUT
000878*  OF THE EXTRACT FOR DUES, SO THE SIS TEAM KNOWS THE GAP IS
000879*  DELIBERATE.
000880*--------------------------------------------------------------*
000881 01  HLD-RUN-HEADING.
000882     05  FILLER                PIC X(42) VALUE
000883         'RESXTRCT - RESULTS HELD FOR DUES, RUN '.
000884     05  HLD-RH-RUN-DATE       PIC X(08) VALUE SPACE.
000885     05  FILLER                PIC X(10) VALUE '  SITTING '.
000886     05  HLD-RH-ACADEMIC-TERM  PIC X(06) VALUE SPACE.
000887     05  HLD-RH-MODE-TEXT      PIC X(20) VALUE SPACE.
000888     05  FILLER                PIC X(46) VALUE SPACE.
000889
000890 01  HLD-DETAIL-LINE.
000891     05  FILLER                PIC X(08) VALUE 'STUDENT '.
000892     05  HLD-DL-STUDENT-ID     PIC X(09).
000893     05  FILLER                PIC X(13) VALUE '  HELD SINCE '.
000894     05  HLD-DL-HOLD-DATE      PIC X(08).
000895     05  FILLER                PIC X(02) VALUE SPACE.
000896     05  HLD-DL-HOLD-REASON    PIC X(30).
000897     05  FILLER                PIC X(62) VALUE SPACE.
000898
000899 01  HLD-TOTAL-LINE.
000900     05  FILLER                PIC X(11) VALUE 'RESXTRCT - '.
000901     05  HLD-TL-HELD-COUNT     PIC Z(06)9.
000902     05  FILLER                PIC X(31) VALUE
000903         ' STUDENT(S) HELD FOR DUES'.
000904     05  FILLER                PIC X(83) VALUE SPACE.
000905
000906 01  WS-HLD-WORK-LINE          PIC X(132) VALUE SPACE.
000910
000920 PROCEDURE DIVISION.
000930
001010     STOP RUN.
001020
001030 1000-INITIALIZE.
001040     ACCEPT WS-EXTRACT-CONTROL-CARD.
001045     MOVE EC-ACADEMIC-TERM TO WS-SEL-ACADEMIC-TERM.
001050     IF WS-SEL-ACADEMIC-TERM = SPACE
001060         DISPLAY 'RESXTRCT - NO SITTING TERM ON SYSIN - RUN '
001070             'TERMINATED, THE FEED HEADER NEEDS ITS TERM.'
001071         MOVE 16 TO RETURN-CODE
001072         STOP RUN
001073     END-IF.
001074     IF NOT EC-RUN-MODE-VALID
001075         DISPLAY 'RESXTRCT - SYSIN MODE "' EC-RUN-MODE
001076             '" UNKNOWN - RUN TERMINATED, BLANK OR C ONLY.'
001080         MOVE 16 TO RETURN-CODE
001090         STOP RUN
001100     END-IF.
001190         DISPLAY 'RESXTRCT - CANNOT OPEN RETURN FEED FILE, '
001200             'STATUS ' WS-FEED-FILE-STATUS
001210         MOVE 'Y' TO WS-EOF-SWITCH
001211     END-IF.
001212     OPEN I-O HOLD-MASTER-FILE.
001213     IF NOT HOLD-FILE-OK
001214         DISPLAY 'RESXTRCT - CANNOT OPEN DUES-HOLD MASTER, '
001215             'STATUS ' WS-HOLD-FILE-STATUS
001216         MOVE 'Y' TO WS-EOF-SWITCH
001217     END-IF.
001218     OPEN OUTPUT HELD-REPORT-FILE.
001219     IF NOT HELD-FILE-OK
001220         DISPLAY 'RESXTRCT - CANNOT OPEN HELD-RESULTS LISTING, '
001221             'STATUS ' WS-HELD-FILE-STATUS
001222         MOVE 'Y' TO WS-EOF-SWITCH
001223     END-IF.
001230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001231     ACCEPT WS-RUN-TIME FROM TIME.
001232     PERFORM 1900-WRITE-RUNLOG-START THRU 1900-EXIT.
001233     MOVE WS-RUN-DATE TO HLD-RH-RUN-DATE.
001234     MOVE WS-SEL-ACADEMIC-TERM TO HLD-RH-ACADEMIC-TERM.
001235     IF EXTRACT-CATCH-UP-MODE
001236         MOVE '  DUES CATCH-UP RUN' TO HLD-RH-MODE-TEXT
001237     END-IF.
001238     IF HELD-FILE-OK
001239         MOVE HLD-RUN-HEADING TO WS-HLD-WORK-LINE
001240         PERFORM 6200-WRITE-HELD-LINE THRU 6200-EXIT
001241     END-IF.
001242     IF NOT END-OF-RESULTS-FILE
001250         PERFORM 1100-WRITE-FEED-HEADER THRU 1100-EXIT
001260     END-IF.
001270 1000-EXIT.
001300*--------------------------------------------------------------*
001310*  THE 'H' HEADER GOES FIRST - EXTRACT DATE, OUR SYSTEM NAME,
001320*  AND THE SITTING'S TERM - SO THE SIS LOAD CAN PROVE WHICH
001330*  EXTRACT IT IS LOADING BEFORE IT TOUCHES A DETAIL.  A
001333*  CATCH-UP EXTRACT SAYS SO, SO THE SIS ADDS IT TO THE SITTING
001336*  ALREADY LOADED INSTEAD OF REPLACING THE SITTING WITH IT.
001340*--------------------------------------------------------------*
001350 1100-WRITE-FEED-HEADER.
001360     MOVE SPACE                TO RESULTS-RETURN-HEADER.
001380     MOVE WS-RUN-DATE          TO XH-EXTRACT-DATE.
001390     MOVE 'ACADRECS'           TO XH-SOURCE-SYSTEM.
001400     MOVE WS-SEL-ACADEMIC-TERM TO XH-ACADEMIC-TERM.
001402     IF EXTRACT-CATCH-UP-MODE
001404         MOVE 'C'              TO XH-EXTRACT-TYPE
001406     END-IF.
001410     WRITE RESULTS-RETURN-HEADER.
001420     IF NOT FEED-FILE-OK
001430         MOVE 'RETURN-FEED-FILE' TO WS-ABEND-FILE-NAME
001500 2000-EXTRACT-RESULTS.
001510     PERFORM 2100-READ-RESULT-RECORD THRU 2100-EXIT.
001520     IF END-OF-RESULTS-FILE
001525         PERFORM 3670-RELEASE-FEED-HELD THRU 3670-EXIT
001530         GO TO 2000-EXIT
001540     END-IF.
001550     ADD 1 TO WS-RECORDS-READ.
001560     IF RR-ACADEMIC-TERM NOT = WS-SEL-ACADEMIC-TERM
001561         ADD 1 TO WS-OTHER-TERM-COUNT
001562         GO TO 2000-EXIT
001563     END-IF.
001564     IF RR-STUDENT-ID NOT = WS-PREV-STUDENT-ID
001565         PERFORM 3670-RELEASE-FEED-HELD THRU 3670-EXIT
001566         PERFORM 3600-CHECK-DUES-HOLD THRU 3600-EXIT
001567     END-IF.
001568     IF STUDENT-HELD
001569         ADD 1 TO WS-HELD-RECORD-COUNT
001570         GO TO 2000-EXIT
001571     END-IF.
001572     IF STUDENT-NOT-DUE
001573         ADD 1 TO WS-NOT-DUE-RECORD-COUNT
001580         GO TO 2000-EXIT
001590     END-IF.
001600     PERFORM 3000-WRITE-FEED-DETAIL THRU 3000-EXIT.
002230
002240*--------------------------------------------------------------*
002250*  END-OF-RUN SUMMARY.  READ MUST FOOT TO EXTRACTED + OTHER
002260*  SITTING + HELD FOR DUES + NOT DUE FOR CATCH-UP, THE SAME
002270*  CONTROL-TOTAL DISCIPLINE AS THE GRADING RUN.  AN EMPTY FULL
002280*  EXTRACT (NO RECORDS FOR THE TERM) SETS RETURN CODE 4 -
002283*  PROBABLY THE WRONG TERM WAS KEYED.  AN EMPTY CATCH-UP
002286*  EXTRACT ONLY MEANS NOTHING WAS OWED FOR THE SITTING.
002290*--------------------------------------------------------------*
002300 8000-PRINT-RUN-SUMMARY.
002310     DISPLAY ' '.
002320     DISPLAY 'RESXTRCT - SITTING ' WS-SEL-ACADEMIC-TERM ': '
002330         WS-EXTRACTED-COUNT ' RESULT(S) EXTRACTED OF '
002340         WS-RECORDS-READ ' READ, MARKS HASH '
002341         WS-MARKS-HASH '.'.
002342     DISPLAY 'RESXTRCT - ' WS-HELD-STUDENT-COUNT
002343         ' STUDENT(S) HELD FOR DUES (' WS-HELD-RECORD-COUNT
002344         ' RECORDS), ' WS-RELEASED-STUDENT-COUNT
002345         ' RELEASED FROM A LIFTED HOLD, '
002346         WS-NOT-DUE-RECORD-COUNT ' RECORD(S) NOT DUE.'.
002347     IF HELD-FILE-OK
002348         MOVE WS-HELD-STUDENT-COUNT TO HLD-TL-HELD-COUNT
002349         MOVE HLD-TOTAL-LINE TO WS-HLD-WORK-LINE
002350         PERFORM 6200-WRITE-HELD-LINE THRU 6200-EXIT
002351     END-IF.
002360     COMPUTE WS-DECISION-TOTAL =
002370         WS-EXTRACTED-COUNT + WS-OTHER-TERM-COUNT
002375         + WS-HELD-RECORD-COUNT + WS-NOT-DUE-RECORD-COUNT.
002380     IF WS-DECISION-TOTAL NOT = WS-RECORDS-READ
002390         DISPLAY 'RESXTRCT - CONTROL TOTAL BREAK: '
002400             WS-RECORDS-READ ' RECORDS READ BUT '
002430         MOVE 8 TO RETURN-CODE
002440     ELSE
002450         IF WS-EXTRACTED-COUNT = ZERO
002455             AND EXTRACT-FULL-MODE
002460             DISPLAY 'RESXTRCT - NO RECORDS FOR SITTING '
002470                 WS-SEL-ACADEMIC-TERM
002480                 ' - SETTING RETURN CODE 4.'
002580     END-IF.
002590     IF FEED-FILE-OK
002600         CLOSE RETURN-FEED-FILE
002601     END-IF.
002602     IF HOLD-FILE-OK OR HOLD-NOT-FOUND
002603         CLOSE HOLD-MASTER-FILE
002604     END-IF.
002605     IF HELD-FILE-OK
002606         CLOSE HELD-REPORT-FILE
002610     END-IF.
002620 7000-EXIT.
002630     EXIT.
002740     MOVE 16 TO RETURN-CODE.
002750     STOP RUN.
002760 9000-EXIT.
002763     EXIT.
002766
002771
002772*--------------------------------------------------------------*
002773*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
002840     MOVE 'RTNFEED'      TO WS-RUNLOG-FILE-NAME.
002841     MOVE WS-EXTRACTED-COUNT TO WS-RUNLOG-COUNT.
002842     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
002852     MOVE 'HELDRPT'      TO WS-RUNLOG-FILE-NAME.
002862     MOVE WS-HELD-STUDENT-COUNT TO WS-RUNLOG-COUNT.
002872     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
002882     IF WS-DECISION-TOTAL = WS-RECORDS-READ
002892         MOVE 'OK'  TO WS-RUNLOG-RECON
002902     ELSE
002912         MOVE 'BRK' TO WS-RUNLOG-RECON
002922     END-IF.
002932     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
002942     MOVE SPACE                TO RUN-LOG-RECORD.
002952     MOVE 'E'                  TO RL-RECORD-TYPE.
002962     MOVE 'RESXTRCT' TO RL-PROGRAM-ID.
002972     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
002982     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
002992     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
003002     MOVE WS-RECORDS-READ TO RL-RECORD-COUNT.
003012     MOVE RETURN-CODE          TO RL-RETURN-CODE.
003022     MOVE WS-RUNLOG-RECON      TO RL-RECON-RESULT.
003032     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
003042     IF RUN-LOG-IS-OPEN
003052         CLOSE RUN-LOG-FILE
003062     END-IF.
003072 7900-EXIT.
003082     EXIT.
003092
003102*--------------------------------------------------------------*
003112*  AT EACH NEW STUDENT, LOOK THE STUDENT UP ON THE DUES-HOLD
003122*  MASTER.  A HOLD IN PLACE LEAVES THE STUDENT OUT, FLAGS THE
003132*  SITTING ON THE HOLD RECORD AND LISTS THE STUDENT ON
003142*  HELDRPT.  A LIFTED HOLD STILL FLAGGED FOR THE SITTING
003152*  RELEASES THE STUDENT; THE FLAG IS CLEARED BY 3670 ONLY
003162*  AFTER THE STUDENT'S LAST RECORD IS WRITTEN, SO A RUN THAT
003172*  STOPS PART WAY THROUGH THE STUDENT STILL OWES THE FEED.
003182*  IN CATCH-UP MODE THAT RELEASE IS THE ONLY STUDENT EXTRACTED;
003192*  EVERY OTHER IS NOT DUE.  A DUES HOLD IS NOT A MALPRACTICE
003202*  WHLD - A WHLD RESULT STILL GOES TO THE SIS AS KEPT ON THE
003212*  MASTER.
003222*--------------------------------------------------------------*
003232 3600-CHECK-DUES-HOLD.
003242     MOVE RR-STUDENT-ID TO WS-PREV-STUDENT-ID.
003252     MOVE 'N' TO WS-STUDENT-SKIP-SW.
003262     MOVE 'N' TO WS-HOLD-FOUND-SW.
003272     MOVE RR-STUDENT-ID TO HD-STUDENT-ID.
003282     READ HOLD-MASTER-FILE
003292         INVALID KEY
003302             CONTINUE
003312         NOT INVALID KEY
003322             MOVE 'Y' TO WS-HOLD-FOUND-SW
003332     END-READ.
003342     IF NOT HOLD-ON-FILE
003352         IF EXTRACT-CATCH-UP-MODE
003362             MOVE 'D' TO WS-STUDENT-SKIP-SW
003372         END-IF
003382         GO TO 3600-EXIT
003392     END-IF.
003402     MOVE WS-SEL-ACADEMIC-TERM TO WS-HOLD-SEARCH-TERM.
003412     PERFORM 3610-FIND-HELD-SLOT THRU 3610-EXIT.
003422     IF HD-HOLD-IN-PLACE
003432         MOVE 'H' TO WS-STUDENT-SKIP-SW
003442         ADD 1 TO WS-HELD-STUDENT-COUNT
003452         PERFORM 3630-FLAG-FEED-HELD THRU 3630-EXIT
003462         PERFORM 3650-LIST-HELD-STUDENT THRU 3650-EXIT
003472         GO TO 3600-EXIT
003482     END-IF.
003492     IF WS-HELD-SLOT > 0
003502         IF HD-HT-FEED-HELD(WS-HELD-SLOT) = 'Y'
003512             MOVE 'Y' TO WS-RELEASE-PENDING-SW
003522             MOVE RR-STUDENT-ID TO WS-RELEASE-STUDENT-ID
003532             GO TO 3600-EXIT
003542         END-IF
003552     END-IF.
003562     IF EXTRACT-CATCH-UP-MODE
003572         MOVE 'D' TO WS-STUDENT-SKIP-SW
003582     END-IF.
003592 3600-EXIT.
003602     EXIT.
003612
003622*--------------------------------------------------------------*
003632*  FIND THE HOLD RECORD'S SLOT CARRYING WS-HOLD-SEARCH-TERM -
003642*  THE SITTING, OR SPACES FOR A FREE SLOT.  ZERO IF NONE.
003652*--------------------------------------------------------------*
003662 3610-FIND-HELD-SLOT.
003672     MOVE ZERO TO WS-HELD-SLOT.
003682     PERFORM 3620-CHECK-HELD-SLOT THRU 3620-EXIT
003692         VARYING WS-HT-SUB FROM 1 BY 1
003702         UNTIL WS-HT-SUB > 6
003712            OR WS-HELD-SLOT > 0.
003722 3610-EXIT.
003732     EXIT.
003742
003752 3620-CHECK-HELD-SLOT.
003762     IF HD-HT-ACADEMIC-TERM(WS-HT-SUB) = WS-HOLD-SEARCH-TERM
003772         MOVE WS-HT-SUB TO WS-HELD-SLOT
003782     END-IF.
003792 3620-EXIT.
003802     EXIT.
003812
003822*--------------------------------------------------------------*
003832*  FLAG THE SITTING'S FEED AS HELD BACK, TAKING A FREE SLOT IF
003842*  THE SITTING HAS NONE YET.  WITH ALL SIX SLOTS IN USE THE
003852*  OVERFLOW FLAG IS SET AND HOLDUPD SENDS IT TO BE CAUGHT UP
003862*  BY HAND WHEN THE HOLD IS LIFTED.
003872*--------------------------------------------------------------*
003882 3630-FLAG-FEED-HELD.
003892     IF WS-HELD-SLOT = 0
003902         MOVE SPACE TO WS-HOLD-SEARCH-TERM
003912         PERFORM 3610-FIND-HELD-SLOT THRU 3610-EXIT
003922         IF WS-HELD-SLOT = 0
003932             MOVE 'Y' TO HD-HELD-OVERFLOW
003942         ELSE
003952             MOVE WS-SEL-ACADEMIC-TERM
003962                 TO HD-HT-ACADEMIC-TERM(WS-HELD-SLOT)
003972             MOVE SPACE TO HD-HT-SHEET-HELD(WS-HELD-SLOT)
003982         END-IF
003992     END-IF.
004002     IF WS-HELD-SLOT > 0
004012         MOVE 'Y' TO HD-HT-FEED-HELD(WS-HELD-SLOT)
004022     END-IF.
004032     PERFORM 3660-REWRITE-HOLD-RECORD THRU 3660-EXIT.
004042 3630-EXIT.
004052     EXIT.
004062
004072*--------------------------------------------------------------*
004082*  THE FEED IS NO LONGER OWED.  A SLOT WHOSE SHEET FLAG IS
004092*  ALSO CLEAR IS FREED FOR THE NEXT HOLD.
004102*--------------------------------------------------------------*
004112 3640-CLEAR-FEED-HELD.
004122     MOVE SPACE TO HD-HT-FEED-HELD(WS-HELD-SLOT).
004132     IF HD-HT-SHEET-HELD(WS-HELD-SLOT) NOT = 'Y'
004142         MOVE SPACE TO HD-HT-ACADEMIC-TERM(WS-HELD-SLOT)
004152     END-IF.
004162     PERFORM 3660-REWRITE-HOLD-RECORD THRU 3660-EXIT.
004172 3640-EXIT.
004182     EXIT.
004192
004202 3650-LIST-HELD-STUDENT.
004212     MOVE RR-STUDENT-ID   TO HLD-DL-STUDENT-ID.
004222     MOVE HD-HOLD-DATE    TO HLD-DL-HOLD-DATE.
004232     MOVE HD-HOLD-REASON  TO HLD-DL-HOLD-REASON.
004242     MOVE HLD-DETAIL-LINE TO WS-HLD-WORK-LINE.
004252     PERFORM 6200-WRITE-HELD-LINE THRU 6200-EXIT.
004262 3650-EXIT.
004272     EXIT.
004282
004292 3660-REWRITE-HOLD-RECORD.
004302     REWRITE DUES-HOLD-RECORD.
004312     IF NOT HOLD-FILE-OK
004322         MOVE 'HOLD-MASTER-FILE' TO WS-ABEND-FILE-NAME
004332         MOVE WS-HOLD-FILE-STATUS TO WS-ABEND-FILE-STATUS
004342         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
004352     END-IF.
004362 3660-EXIT.
004372     EXIT.
004382
004392 6200-WRITE-HELD-LINE.
004402     WRITE HELD-REPORT-LINE FROM WS-HLD-WORK-LINE.
004412     IF NOT HELD-FILE-OK
004422         MOVE 'HELD-REPORT-FILE' TO WS-ABEND-FILE-NAME
004432         MOVE WS-HELD-FILE-STATUS TO WS-ABEND-FILE-STATUS
004442         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
004452     END-IF.
004462 6200-EXIT.
004472     EXIT.
004482
004492*--------------------------------------------------------------*
004502*  AT THE NEXT STUDENT, OR AT END OF FILE, THE RELEASED
004512*  STUDENT'S RECORDS ARE ALL ON THE FEED.  READ THE HOLD
004522*  RECORD BACK - THE BUFFER HAS SINCE MOVED ON - AND CLEAR
004532*  THE SITTING'S FEED FLAG.
004542*--------------------------------------------------------------*
004552 3670-RELEASE-FEED-HELD.
004562     IF NOT FEED-RELEASE-PENDING
004572         GO TO 3670-EXIT
004582     END-IF.
004592     MOVE 'N' TO WS-RELEASE-PENDING-SW.
004602     MOVE WS-RELEASE-STUDENT-ID TO HD-STUDENT-ID.
004612     READ HOLD-MASTER-FILE
004622         INVALID KEY
004632             GO TO 3670-EXIT
004642     END-READ.
004652     MOVE WS-SEL-ACADEMIC-TERM TO WS-HOLD-SEARCH-TERM.
004662     PERFORM 3610-FIND-HELD-SLOT THRU 3610-EXIT.
004672     IF WS-HELD-SLOT = 0
004682         GO TO 3670-EXIT
004692     END-IF.
004702     IF HD-HT-FEED-HELD(WS-HELD-SLOT) = 'Y'
004712         ADD 1 TO WS-RELEASED-STUDENT-COUNT
004722         PERFORM 3640-CLEAR-FEED-HELD THRU 3640-EXIT
004732     END-IF.
004742 3670-EXIT.
004752     EXIT.
