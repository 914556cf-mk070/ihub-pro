000280*                   SYSOUT DISPLAYS WERE THE ONLY RECORD OF WHAT
000281*                   EACH RUN READ, WROTE AND RECONCILED, AND THEY
000282*                   GO WITH THE SCRATCHED JOB LOG.
000283*  2026-10-15  KJM  LOOK EACH STUDENT UP ON THE NEW STUDENT
000284*                   MASTER (STUDREC, LOADED BY STUDLOAD) AND
000285*                   PRINT THE STUDENT'S NAME IN THE SHEET
000286*                   HEADING.  A STUDENT NOT ON THE MASTER STILL
000287*                   GETS A SHEET, WITH A PLACEHOLDER NAME, THE
000288*                   SAME WAY AN UNKNOWN SUBJECT STILL PRINTS.
000289*  2026-10-15  KJM  PRINT THE WRITTEN AND INTERNAL-ASSESSMENT
000290*                   COMPONENTS BESIDE THE FINAL MARK (RSLTREC).
000291*                   THEY PRINT BLANK WHERE THEY NO LONGER ADD UP
000292*                   TO IT - OLD RESULTS, LATER ADJUSTMENTS.
000293*  2026-10-15  KJM  SKIP A STUDENT THE ACCOUNTS OFFICE HAS ON A
000294*                   DUES HOLD (HOLDREC, KEPT BY HOLDUPD) - NO
000295*                   SHEET PRINTS, THE STUDENT GOES ON THE NEW
000296*                   HELDRPT LISTING AND THE SITTING IS FLAGGED
000297*                   ON THE HOLD RECORD.  ONCE THE HOLD IS
000298*                   LIFTED THE NEXT RUN PRINTS THE SHEET AND
000299*                   CLEARS THE FLAG.  SYSIN COL 8 = 'C' IS THE
000300*                   CATCH-UP RUN (JOB HOLDCTCH) - ONLY SHEETS
000301*                   A LIFTED HOLD STILL OWES FOR THE SITTING
000302*                   PRINT.  A MALPRACTICE WHLD IS UNTOUCHED.
000303*  2026-10-15  KJM  NUMBER EVERY SHEET FROM THE DOCUMENT
000304*                   CONTROL FILE (DOCCTL) AND WRITE IT TO THE
000305*                   ISSUE REGISTER (DOCREG), WITH THE NEW
000306*                   ISSUERPT LISTING.  A SHEET ALREADY ISSUED
000307*                   FOR THE STUDENT AND SITTING IS REFUSED
000308*                   UNLESS SYSIN CARRIES A DUPLICATE-ISSUE
000309*                   REASON (COLS 20-49), AND THEN PRINTS AS A
000310*                   DUPLICATE OF THE ORIGINAL SERIAL.  SYSIN
000311*                   COLS 10-18 NAME THE ONE STUDENT TO PRINT;
000312*                   A REASON WITH NO STUDENT REISSUES EVERY
000313*                   SHEET OF THE SITTING.  A SHEET A LIFTED
000314*                   HOLD STILL OWES PRINTS AS A DUPLICATE IF IT
000315*                   WENT OUT BEFORE THE HOLD, AND ITS FLAG IS
000316*                   CLEARED ONLY ONCE THE SHEET IS REGISTERED.
000317*==============================================================*
000318
000319 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000321 FILE-CONTROL.
000322     SELECT STUDENT-RESULTS-FILE ASSIGN TO RESULTS
000323         ORGANIZATION IS INDEXED
000324         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS RR-KEY
000340         FILE STATUS IS WS-RESULTS-FILE-STATUS.
000350
000397         ORGANIZATION IS SEQUENTIAL
000398         FILE STATUS IS WS-SUBJEX-FILE-STATUS.
000399
000400     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
000401         ORGANIZATION IS INDEXED
000402         ACCESS MODE IS DYNAMIC
000403         RECORD KEY IS ST-STUDENT-ID
000404         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000405
000406     SELECT HOLD-MASTER-FILE ASSIGN TO HOLDMSTR
000407         ORGANIZATION IS INDEXED
000408         ACCESS MODE IS DYNAMIC
000409         RECORD KEY IS HD-STUDENT-ID
000410         FILE STATUS IS WS-HOLD-FILE-STATUS.
000411
000412     SELECT HELD-REPORT-FILE ASSIGN TO HELDRPT
000413         ORGANIZATION IS SEQUENTIAL
000414         FILE STATUS IS WS-HELD-FILE-STATUS.
000415
000416     SELECT DOC-CONTROL-FILE ASSIGN TO DOCCTL
000417         ORGANIZATION IS INDEXED
000418         ACCESS MODE IS DYNAMIC
000419         RECORD KEY IS DC-KEY
000420         FILE STATUS IS WS-DOCCTL-FILE-STATUS.
000421
000422     SELECT DOC-REGISTER-FILE ASSIGN TO DOCREG
000423         ORGANIZATION IS INDEXED
000424         ACCESS MODE IS DYNAMIC
000425         RECORD KEY IS DI-SERIAL-NO
000426         FILE STATUS IS WS-DOCREG-FILE-STATUS.
000427
000428     SELECT ISSUE-REPORT-FILE ASSIGN TO ISSUERPT
000429         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-ISSUE-FILE-STATUS.
000431
000432     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000433         ORGANIZATION IS SEQUENTIAL
000434         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
000435
000436 DATA DIVISION.
000437 FILE SECTION.
000438 FD  STUDENT-RESULTS-FILE.
000439     COPY RSLTREC.
000440
000450 FD  MARK-SHEET-FILE
000451     RECORDING MODE IS F.
000452 01  MARK-SHEET-LINE             PIC X(132).
000453
000454 FD  SUBJECT-MASTER-FILE.
000455     COPY SUBJREC.
000456
000457 FD  SUBJ-EXCP-FILE
000458     RECORDING MODE IS F.
000459 01  SUBJ-EXCP-LINE              PIC X(132).
000460
000461 FD  STUDENT-MASTER-FILE.
000462     COPY STUDREC.
000463
000464 FD  HOLD-MASTER-FILE.
000465     COPY HOLDREC.
000466
000467 FD  HELD-REPORT-FILE
000468     RECORDING MODE IS F.
000469 01  HELD-REPORT-LINE            PIC X(132).
000470
000471 FD  DOC-CONTROL-FILE.
000472     COPY DOCCTL.
000473
000474 FD  DOC-REGISTER-FILE.
000475     COPY DOCREG.
000476
000477 FD  ISSUE-REPORT-FILE
000478     RECORDING MODE IS F.
000479 01  ISSUE-REPORT-LINE           PIC X(132).
000487
000488 FD  RUN-LOG-FILE
000489     RECORDING MODE IS F.
000570 01  WS-SUBJEX-FILE-STATUS    PIC X(02).
000572     88 SUBJEX-FILE-OK          VALUE '00'.
000574
000575 01  WS-STUDENT-FILE-STATUS   PIC X(02).
000576     88 STUDENT-FILE-OK         VALUE '00'.
000577     88 STUDENT-NOT-FOUND       VALUE '23'.
000578
000579 01  WS-HOLD-FILE-STATUS      PIC X(02).
000580     88 HOLD-FILE-OK            VALUE '00'.
000581     88 HOLD-NOT-FOUND          VALUE '23'.
000582
000583 01  WS-HELD-FILE-STATUS      PIC X(02).
000584     88 HELD-FILE-OK            VALUE '00'.
000585
000586 01  WS-DOCCTL-FILE-STATUS    PIC X(02).
000587     88 DOCCTL-FILE-OK          VALUE '00'.
000588     88 DOCCTL-NOT-FOUND        VALUE '23'.
000589
000590 01  WS-DOCREG-FILE-STATUS    PIC X(02).
000591     88 DOCREG-FILE-OK          VALUE '00'.
000592
000593 01  WS-ISSUE-FILE-STATUS     PIC X(02).
000594     88 ISSUE-FILE-OK           VALUE '00'.
000595
000596 01  WS-SWITCHES.
000597     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
000600         88 END-OF-RESULTS-FILE VALUE 'Y'.
000610     05  WS-FIRST-STUDENT-SW   PIC X(01) VALUE 'Y'.
000620         88 FIRST-STUDENT-PENDING VALUE 'Y'.
000630     05  WS-OVERALL-RESULT-SW  PIC X(01) VALUE 'P'.
000640         88 STUDENT-HAS-PASSED   VALUE 'P'.
000641         88 STUDENT-HAS-FAILED   VALUE 'F'.
000642     05  WS-WITHHELD-SW        PIC X(01) VALUE 'N'.
000643         88 SHEET-HAS-WITHHELD   VALUE 'Y'.
000644     05  WS-SUBJ-FOUND-SW      PIC X(01) VALUE 'N'.
000645         88 SUBJECT-ON-MASTER    VALUE 'Y'.
000646     05  WS-UK-FOUND-SW        PIC X(01) VALUE 'N'.
000647         88 UNKNOWN-ALREADY-SEEN VALUE 'Y'.
000648     05  WS-STUDENT-FOUND-SW   PIC X(01) VALUE 'N'.
000649         88 STUDENT-ON-MASTER    VALUE 'Y'.
000650     05  WS-HOLD-FOUND-SW      PIC X(01) VALUE 'N'.
000651         88 HOLD-ON-FILE         VALUE 'Y'.
000652     05  WS-SHEET-SKIP-SW      PIC X(01) VALUE 'N'.
000653         88 SHEET-SKIPPED        VALUE 'Y'.
000654     05  WS-ISSUED-BEFORE-SW   PIC X(01) VALUE 'N'.
000655         88 DOCUMENT-ISSUED-BEFORE VALUE 'Y'.
000656     05  WS-RELEASE-PENDING-SW PIC X(01) VALUE 'N'.
000657         88 SHEET-RELEASE-PENDING VALUE 'Y'.
000660
000661*--------------------------------------------------------------*
000662*  SUBJECT-MASTER LOOKUP WORK FIELDS AND THE UNKNOWN-CODE
000877 01  WS-SEL-ACADEMIC-TERM      PIC X(06) VALUE SPACE.
000878 01  WS-OTHER-TERM-COUNT       PIC 9(09) COMP VALUE ZERO.
000880
000881*--------------------------------------------------------------*
000882*  THE SYSIN CARD: SITTING IN COLS 1-6, MODE IN COL 8 - BLANK
000883*  FOR THE ORDINARY RUN, 'C' FOR THE DUES-HOLD CATCH-UP RUN
000884*  THAT PRINTS ONLY THE SHEETS A LIFTED HOLD STILL OWES.  A
000885*  STUDENT ID IN COLS 10-18 PRINTS THAT STUDENT'S SHEET ONLY,
000886*  AND A DUPLICATE-ISSUE REASON IN COLS 20-49 LETS IT PRINT
000887*  AGAIN AS A DUPLICATE - THE REPRINT OF A LOST OR SPOILT
000888*  SHEET.  A REASON WITHOUT A STUDENT REISSUES EVERY SHEET OF
000889*  THE SITTING - THE RERUN AFTER A GRACE DECISION OR REVERSAL.
000890*--------------------------------------------------------------*
000891 01  WS-SHEET-CONTROL-CARD.
000892     05  SC-ACADEMIC-TERM      PIC X(06).
000893     05  FILLER                PIC X(01).
000894     05  SC-RUN-MODE           PIC X(01).
000895         88 SHEET-ORDINARY-MODE  VALUE SPACE.
000896         88 SHEET-CATCH-UP-MODE  VALUE 'C'.
000897         88 SC-RUN-MODE-VALID    VALUES SPACE, 'C'.
000898     05  FILLER                PIC X(01).
000899     05  SC-STUDENT-ID         PIC X(09).
000900     05  FILLER                PIC X(01).
000901     05  SC-DUPLICATE-REASON   PIC X(30).
000902     05  FILLER                PIC X(31).
000903
000904*--------------------------------------------------------------*
000905*  DUES-HOLD WORK FIELDS AND COUNTS.  A SKIPPED SHEET'S RESULT
000906*  RECORDS ARE COUNTED PAST, NOT PRINTED.  WS-HELD-SLOT IS THE
000907*  HOLD RECORD'S SLOT FOR THE SITTING, ZERO WHERE IT HAS NONE.
000908*--------------------------------------------------------------*
000909 01  WS-HOLD-SEARCH-TERM       PIC X(06) VALUE SPACE.
000910 01  WS-HELD-SLOT              PIC 9(02) COMP VALUE ZERO.
000911 01  WS-HT-SUB                 PIC 9(02) COMP VALUE ZERO.
000912 01  WS-HELD-SHEET-COUNT       PIC 9(07) COMP VALUE ZERO.
000913 01  WS-RELEASED-SHEET-COUNT   PIC 9(07) COMP VALUE ZERO.
000914 01  WS-NOT-DUE-SHEET-COUNT    PIC 9(07) COMP VALUE ZERO.
000915 01  WS-SKIPPED-RECORD-COUNT   PIC 9(09) COMP VALUE ZERO.
000916 01  WS-NOT-SELECTED-COUNT     PIC 9(07) COMP VALUE ZERO.
000917
000918*--------------------------------------------------------------*
000919*  DOCUMENT-ISSUE WORK FIELDS AND COUNTS.  WS-ISSUE-SERIAL IS
000920*  THE SERIAL TAKEN FOR THE SHEET IN FLIGHT; THE ORIGINAL
000921*  FIELDS ARE KEPT FROM ITS CONTROL RECORD WHEN IT IS A
000922*  REPRINT.  EVERY SHEET PRINTED HAS ONE REGISTER RECORD.
000923*--------------------------------------------------------------*
000924 01  WS-ISSUE-SERIAL           PIC 9(09) VALUE ZERO.
000925 01  WS-ISSUE-TIME             PIC X(08) VALUE SPACE.
000926 01  WS-ORIGINAL-SERIAL        PIC 9(09) VALUE ZERO.
000927 01  WS-ORIGINAL-DATE          PIC X(08) VALUE SPACE.
000928 01  WS-DUPLICATE-REASON       PIC X(30) VALUE SPACE.
000929 01  WS-ORIGINAL-ISSUE-COUNT   PIC 9(07) COMP VALUE ZERO.
000930 01  WS-DUPLICATE-ISSUE-COUNT  PIC 9(07) COMP VALUE ZERO.
000931 01  WS-REFUSED-SHEET-COUNT    PIC 9(07) COMP VALUE ZERO.
000932 01  WS-REGISTER-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
000933
000934 01  WS-RUN-DATE               PIC X(08) VALUE SPACE.
000935 01  WS-RUN-TIME               PIC X(08) VALUE SPACE.
000936
000937 01  WS-ABEND-FILE-NAME        PIC X(20) VALUE SPACE.
000938 01  WS-ABEND-FILE-STATUS      PIC X(02) VALUE SPACE.
000939
000940*--------------------------------------------------------------*
000950*  MARK SHEET PRINT LINES.
000960*--------------------------------------------------------------*
001010     05  SHT-RH-RUN-DATE       PIC X(08) VALUE SPACE.
001012     05  FILLER                PIC X(10) VALUE '  SITTING '.
001014     05  SHT-RH-ACADEMIC-TERM  PIC X(06) VALUE SPACE.
001020     05  SHT-RH-MODE-TEXT      PIC X(20) VALUE SPACE.
001025     05  FILLER                PIC X(45) VALUE SPACE.
001030
001040 01  SHT-STUDENT-HEADING.
001050     05  FILLER                PIC X(08) VALUE 'STUDENT '.
001090     05  SHT-SH-CLASS-CODE     PIC X(09).
001092     05  FILLER                PIC X(08) VALUE '   TERM '.
001094     05  SHT-SH-ACADEMIC-TERM  PIC X(06).
001095     05  FILLER                PIC X(08) VALUE '   NAME '.
001096     05  SHT-SH-STUDENT-NAME   PIC X(30).
001097     05  FILLER                PIC X(45) VALUE SPACE.
001098
001099 01  SHT-SERIAL-LINE.
001100     05  FILLER                PIC X(16) VALUE
001101         'DOCUMENT SERIAL '.
001102     05  SHT-SR-SERIAL-NO      PIC 9(09).
001103     05  FILLER                PIC X(09) VALUE '  ISSUED '.
001104     05  SHT-SR-ISSUE-DATE     PIC X(08).
001105     05  FILLER                PIC X(02) VALUE SPACE.
001106     05  SHT-SR-ISSUE-TEXT     PIC X(09).
001107     05  FILLER                PIC X(79) VALUE SPACE.
001108
001109 01  SHT-DUPLICATE-LINE.
001110     05  FILLER                PIC X(34) VALUE
001111         '*** DUPLICATE *** ORIGINAL SERIAL '.
001112     05  SHT-DL-ORIGINAL-SERIAL PIC 9(09).
001113     05  FILLER                PIC X(08) VALUE ' ISSUED '.
001114     05  SHT-DL-ORIGINAL-DATE  PIC X(08).
001115     05  FILLER                PIC X(09) VALUE '  REASON '.
001116     05  SHT-DL-REASON         PIC X(30).
001117     05  FILLER                PIC X(34) VALUE SPACE.
001118
001120 01  SHT-COLUMN-HEADING.
001130     05  FILLER                PIC X(37) VALUE
001140         'SUBJ   TITLE'.
001145     05  FILLER                PIC X(37) VALUE
001146         'WRITTEN     IA  TOTAL    GRADE RESULT'.
001150     05  FILLER                PIC X(58) VALUE SPACE.
001160
001170 01  SHT-SUBJECT-LINE.
001180     05  SHT-SL-SUBJECT-CODE   PIC X(05).
001190     05  FILLER                PIC X(02) VALUE SPACE.
001195     05  SHT-SL-SUBJECT-TITLE  PIC X(30).
001196     05  FILLER                PIC X(04) VALUE SPACE.
001197     05  SHT-SL-WRITTEN-MARKS  PIC ZZ9.
001198     05  SHT-SL-WRITTEN-X REDEFINES SHT-SL-WRITTEN-MARKS
001199                               PIC X(03).
001200     05  FILLER                PIC X(04) VALUE SPACE.
001201     05  SHT-SL-IA-MARKS       PIC ZZ9.
001202     05  SHT-SL-IA-X REDEFINES SHT-SL-IA-MARKS
001203                               PIC X(03).
001204     05  FILLER                PIC X(04) VALUE SPACE.
001205     05  SHT-SL-MARKS-VALUE    PIC ZZ9.
001210     05  FILLER                PIC X(06) VALUE SPACE.
001220     05  SHT-SL-GRADE-CODE     PIC X(01).
001230     05  FILLER                PIC X(03) VALUE SPACE.
001240     05  SHT-SL-RESULT-CODE    PIC X(04).
001250     05  FILLER                PIC X(60) VALUE SPACE.
001260
001270 01  SHT-TOTAL-LINE.
001280     05  FILLER                PIC X(06) VALUE 'TOTAL '.
001507 01  WS-SBX-WORK-LINE          PIC X(132) VALUE SPACE.
001508
001510*--------------------------------------------------------------*
001511*  HELD-RESULTS LISTING LINES - ONE DETAIL PER SHEET HELD BACK
001512*  FOR DUES, SO THE ACCOUNTS AND EXAMS OFFICES CAN RECONCILE
001513*  WHO DID NOT GET ONE.
001514*--------------------------------------------------------------*
001515 01  HLD-RUN-HEADING.
001516     05  FILLER                PIC X(42) VALUE
001517         'MARKSHT - MARK SHEETS HELD FOR DUES, RUN '.
001518     05  HLD-RH-RUN-DATE       PIC X(08) VALUE SPACE.
001519     05  FILLER                PIC X(10) VALUE '  SITTING '.
001520     05  HLD-RH-ACADEMIC-TERM  PIC X(06) VALUE SPACE.
001521     05  FILLER                PIC X(66) VALUE SPACE.
001522
001523 01  HLD-DETAIL-LINE.
001524     05  FILLER                PIC X(08) VALUE 'STUDENT '.
001525     05  HLD-DL-STUDENT-ID     PIC X(09).
001526     05  FILLER                PIC X(13) VALUE '  HELD SINCE '.
001527     05  HLD-DL-HOLD-DATE      PIC X(08).
001528     05  FILLER                PIC X(02) VALUE SPACE.
001529     05  HLD-DL-HOLD-REASON    PIC X(30).
001530     05  FILLER                PIC X(62) VALUE SPACE.
001531
001532 01  HLD-TOTAL-LINE.
001533     05  FILLER                PIC X(10) VALUE 'MARKSHT - '.
001534     05  HLD-TL-HELD-COUNT     PIC Z(06)9.
001535     05  FILLER                PIC X(31) VALUE
001536         ' MARK SHEET(S) HELD FOR DUES'.
001537     05  FILLER                PIC X(84) VALUE SPACE.
001538
001539 01  WS-HLD-WORK-LINE          PIC X(132) VALUE SPACE.
001540
001541*--------------------------------------------------------------*
001542*  ISSUE LISTING LINES - ONE DETAIL PER SERIAL ISSUED AND PER
001543*  REPRINT REFUSED, SO THE STATIONERY USED CAN BE COUNTED
001544*  BACK AGAINST THE REGISTER.
001545*--------------------------------------------------------------*
001546 01  ISS-RUN-HEADING.
001547     05  FILLER                PIC X(41) VALUE
001548         'MARKSHT - MARK SHEET ISSUE LISTING, RUN '.
001549     05  ISS-RH-RUN-DATE       PIC X(08) VALUE SPACE.
001550     05  FILLER                PIC X(10) VALUE '  SITTING '.
001551     05  ISS-RH-ACADEMIC-TERM  PIC X(06) VALUE SPACE.
001552     05  FILLER                PIC X(67) VALUE SPACE.
001553
001554 01  ISS-DETAIL-LINE.
001555     05  FILLER                PIC X(07) VALUE 'SERIAL '.
001556     05  ISS-DL-SERIAL-NO      PIC 9(09).
001557     05  ISS-DL-SERIAL-X REDEFINES ISS-DL-SERIAL-NO
001558                               PIC X(09).
001559     05  FILLER                PIC X(02) VALUE SPACE.
001560     05  ISS-DL-ISSUE-TEXT     PIC X(09).
001561     05  FILLER                PIC X(10) VALUE '  STUDENT '.
001562     05  ISS-DL-STUDENT-ID     PIC X(09).
001563     05  FILLER                PIC X(11) VALUE '  ORIGINAL '.
001564     05  ISS-DL-ORIGINAL-SERIAL PIC 9(09).
001565     05  ISS-DL-ORIGINAL-X REDEFINES ISS-DL-ORIGINAL-SERIAL
001566                               PIC X(09).
001567     05  FILLER                PIC X(02) VALUE SPACE.
001568     05  ISS-DL-NOTE           PIC X(40).
001569     05  FILLER                PIC X(24) VALUE SPACE.
001570
001571 01  ISS-TOTAL-LINE.
001572     05  FILLER                PIC X(10) VALUE 'MARKSHT - '.
001573     05  ISS-TL-ORIGINAL-COUNT PIC Z(06)9.
001574     05  FILLER                PIC X(14) VALUE
001575         ' ORIGINAL(S), '.
001576     05  ISS-TL-DUPLICATE-COUNT PIC Z(06)9.
001577     05  FILLER                PIC X(22) VALUE
001578         ' DUPLICATE(S) ISSUED, '.
001579     05  ISS-TL-REFUSED-COUNT  PIC Z(06)9.
001580     05  FILLER                PIC X(19) VALUE
001581         ' REPRINT(S) REFUSED'.
001582     05  FILLER                PIC X(46) VALUE SPACE.
001583
001584 01  WS-ISS-WORK-LINE          PIC X(132) VALUE SPACE.
001585
001586*--------------------------------------------------------------*
001587*  EVERY SHEET LINE IS MOVED HERE AND WRITTEN BY THE ONE
001588*  CHECKED WRITE IN 6000-WRITE-SHEET-LINE.
001589*--------------------------------------------------------------*
001590 01  WS-PRINT-WORK-LINE        PIC X(132) VALUE SPACE.
001591
001592 PROCEDURE DIVISION.
001593
001594 0000-MAINLINE.
001595     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001596     PERFORM 2000-PROCESS-RESULTS-FILE THRU 2000-EXIT
001600         UNTIL END-OF-RESULTS-FILE.
001610     PERFORM 3500-FINISH-STUDENT-SHEET THRU 3500-EXIT.
001620     PERFORM 8000-PRINT-RUN-TOTALS THRU 8000-EXIT.
001630     PERFORM 7000-TERMINATE THRU 7000-EXIT.
001640     STOP RUN.
001650
001651 1000-INITIALIZE.
001652     ACCEPT WS-SHEET-CONTROL-CARD.
001653     MOVE SC-ACADEMIC-TERM TO WS-SEL-ACADEMIC-TERM.
001654     IF WS-SEL-ACADEMIC-TERM = SPACE
001655         DISPLAY 'MARKSHT - NO SITTING TERM ON SYSIN - RUN '
001656             'TERMINATED, THE SHEETS NEED THEIR SITTING NAMED.'
001657         MOVE 16 TO RETURN-CODE
001658         STOP RUN
001659     END-IF.
001660     IF NOT SC-RUN-MODE-VALID
001661         DISPLAY 'MARKSHT - SYSIN MODE "' SC-RUN-MODE
001662             '" UNKNOWN - RUN TERMINATED, BLANK OR C ONLY.'
001666         MOVE 16 TO RETURN-CODE
001667         STOP RUN
001668     END-IF.
001791             'STATUS ' WS-SUBJEX-FILE-STATUS
001792         MOVE 'Y' TO WS-EOF-SWITCH
001793     END-IF.
001794     OPEN INPUT STUDENT-MASTER-FILE.
001795     IF NOT STUDENT-FILE-OK
001796         DISPLAY 'MARKSHT - CANNOT OPEN STUDENT MASTER, STATUS '
001797             WS-STUDENT-FILE-STATUS
001798         MOVE 'Y' TO WS-EOF-SWITCH
001799     END-IF.
001800     OPEN I-O HOLD-MASTER-FILE.
001801     IF NOT HOLD-FILE-OK
001802         DISPLAY 'MARKSHT - CANNOT OPEN DUES-HOLD MASTER, '
001803             'STATUS ' WS-HOLD-FILE-STATUS
001804         MOVE 'Y' TO WS-EOF-SWITCH
001805     END-IF.
001806     OPEN OUTPUT HELD-REPORT-FILE.
001807     IF NOT HELD-FILE-OK
001808         DISPLAY 'MARKSHT - CANNOT OPEN HELD-RESULTS LISTING, '
001809             'STATUS ' WS-HELD-FILE-STATUS
001810         MOVE 'Y' TO WS-EOF-SWITCH
001811     END-IF.
001812     OPEN I-O DOC-CONTROL-FILE.
001813     IF NOT DOCCTL-FILE-OK
001814         DISPLAY 'MARKSHT - CANNOT OPEN DOCUMENT CONTROL FILE, '
001815             'STATUS ' WS-DOCCTL-FILE-STATUS
001816         MOVE 'Y' TO WS-EOF-SWITCH
001817     END-IF.
001818     OPEN I-O DOC-REGISTER-FILE.
001819     IF NOT DOCREG-FILE-OK
001820         DISPLAY 'MARKSHT - CANNOT OPEN ISSUE REGISTER, STATUS '
001821             WS-DOCREG-FILE-STATUS
001822         MOVE 'Y' TO WS-EOF-SWITCH
001823     END-IF.
001824     OPEN OUTPUT ISSUE-REPORT-FILE.
001825     IF NOT ISSUE-FILE-OK
001826         DISPLAY 'MARKSHT - CANNOT OPEN ISSUE LISTING, STATUS '
001827             WS-ISSUE-FILE-STATUS
001828         MOVE 'Y' TO WS-EOF-SWITCH
001829     END-IF.
001830     IF DOCCTL-FILE-OK
001831         PERFORM 1050-CHECK-SERIAL-CONTROL THRU 1050-EXIT
001832     END-IF.
001833     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001834     ACCEPT WS-RUN-TIME FROM TIME.
001835     PERFORM 1900-WRITE-RUNLOG-START THRU 1900-EXIT.
001836     MOVE WS-RUN-DATE TO SHT-RH-RUN-DATE.
001837     MOVE WS-SEL-ACADEMIC-TERM TO SHT-RH-ACADEMIC-TERM.
001838     MOVE WS-RUN-DATE TO SBX-RH-RUN-DATE.
001839     MOVE WS-RUN-DATE TO HLD-RH-RUN-DATE.
001840     MOVE WS-SEL-ACADEMIC-TERM TO HLD-RH-ACADEMIC-TERM.
001841     MOVE WS-RUN-DATE TO ISS-RH-RUN-DATE.
001842     MOVE WS-SEL-ACADEMIC-TERM TO ISS-RH-ACADEMIC-TERM.
001843     IF SHEET-CATCH-UP-MODE
001844         MOVE '  DUES CATCH-UP RUN' TO SHT-RH-MODE-TEXT
001845     END-IF.
001846     MOVE SHT-RUN-HEADING TO WS-PRINT-WORK-LINE.
001847     PERFORM 6000-WRITE-SHEET-LINE THRU 6000-EXIT.
001848     MOVE SBX-RUN-HEADING TO WS-SBX-WORK-LINE.
001849     PERFORM 6100-WRITE-SUBJEX-LINE THRU 6100-EXIT.
001850     MOVE HLD-RUN-HEADING TO WS-HLD-WORK-LINE.
001851     PERFORM 6200-WRITE-HELD-LINE THRU 6200-EXIT.
001852     MOVE ISS-RUN-HEADING TO WS-ISS-WORK-LINE.
001853     PERFORM 6300-WRITE-ISSUE-LINE THRU 6300-EXIT.
001854 1000-EXIT.
001855     EXIT.
001856
001860 2000-PROCESS-RESULTS-FILE.
001870     PERFORM 2100-READ-RESULT-RECORD THRU 2100-EXIT.
001872     IF END-OF-RESULTS-FILE
001900     IF RR-STUDENT-ID NOT = WS-PREV-STUDENT-ID
001905         OR RR-ACADEMIC-TERM NOT = WS-PREV-ACADEMIC-TERM
001910         PERFORM 3500-FINISH-STUDENT-SHEET THRU 3500-EXIT
001911         PERFORM 3600-CHECK-DUES-HOLD THRU 3600-EXIT
001912         IF NOT SHEET-SKIPPED
001913             PERFORM 3700-CHECK-DOCUMENT-ISSUE THRU 3700-EXIT
001914         END-IF
001915         IF NOT SHEET-SKIPPED
001916             PERFORM 3000-START-STUDENT-SHEET THRU 3000-EXIT
001917         END-IF
001918     END-IF.
001919     IF SHEET-SKIPPED
001920         ADD 1 TO WS-SKIPPED-RECORD-COUNT
001921         GO TO 2000-EXIT
001930     END-IF.
001940     PERFORM 3100-PRINT-SUBJECT-LINE THRU 3100-EXIT.
001960 2000-EXIT.
002050     EXIT.
002060
002070*--------------------------------------------------------------*
002080*  OPEN A NEW STUDENT'S SHEET - HEADING, SERIAL (AND DUPLICATE)
002090*  LINE, COLUMN LINE, AND RESET THE PER-STUDENT ACCUMULATORS
002095*  AND OVERALL-RESULT SWITCH.
002100*--------------------------------------------------------------*
002110 3000-START-STUDENT-SHEET.
002120     MOVE RR-STUDENT-ID TO WS-PREV-STUDENT-ID.
002210     MOVE RR-STUDENT-ID TO SHT-SH-STUDENT-ID.
002220     MOVE RR-CLASS-CODE TO SHT-SH-CLASS-CODE.
002225     MOVE RR-ACADEMIC-TERM TO SHT-SH-ACADEMIC-TERM.
002227     PERFORM 3300-LOOK-UP-STUDENT THRU 3300-EXIT.
002230     MOVE SHT-STUDENT-HEADING TO WS-PRINT-WORK-LINE.
002240     PERFORM 6000-WRITE-SHEET-LINE THRU 6000-EXIT.
002241     MOVE SHT-SERIAL-LINE TO WS-PRINT-WORK-LINE.
002242     PERFORM 6000-WRITE-SHEET-LINE THRU 6000-EXIT.
002243     IF DOCUMENT-ISSUED-BEFORE
002244         MOVE SHT-DUPLICATE-LINE TO WS-PRINT-WORK-LINE
002245         PERFORM 6000-WRITE-SHEET-LINE THRU 6000-EXIT
002246     END-IF.
002250     MOVE SHT-COLUMN-HEADING TO WS-PRINT-WORK-LINE.
002260     PERFORM 6000-WRITE-SHEET-LINE THRU 6000-EXIT.
002270 3000-EXIT.
002360     MOVE RR-SUBJECT-CODE TO SHT-SL-SUBJECT-CODE.
002365     MOVE WS-SUBJECT-TITLE TO SHT-SL-SUBJECT-TITLE.
002370     MOVE RR-MARKS-VALUE  TO SHT-SL-MARKS-VALUE.
002371     MOVE SPACE TO SHT-SL-WRITTEN-X.
002372     MOVE SPACE TO SHT-SL-IA-X.
002373     IF RR-WRITTEN-MARKS IS NUMERIC
002374         AND RR-IA-MARKS IS NUMERIC
002375         IF RR-WRITTEN-MARKS + RR-IA-MARKS = RR-MARKS-VALUE
002376             MOVE RR-WRITTEN-MARKS TO SHT-SL-WRITTEN-MARKS
002377             MOVE RR-IA-MARKS      TO SHT-SL-IA-MARKS
002378         END-IF
002379     END-IF.
002380     MOVE RR-GRADE-CODE   TO SHT-SL-GRADE-CODE.
002390     MOVE RR-RESULT-CODE  TO SHT-SL-RESULT-CODE.
002400     MOVE SHT-SUBJECT-LINE TO WS-PRINT-WORK-LINE.
002492*  RESULT, WHERE ANY SINGLE NON-PASS SUBJECT FAILS THE STUDENT.
002493*  ON THE VERY FIRST RECORD THERE IS NO SHEET IN FLIGHT YET,
002494*  AND ON AN EMPTY MASTER THERE NEVER WAS ONE - BOTH SKIP OUT.
002497*  A SHEET SKIPPED FOR A DUES HOLD WAS NEVER OPENED EITHER.
002500*--------------------------------------------------------------*
002510 3500-FINISH-STUDENT-SHEET.
002520     IF FIRST-STUDENT-PENDING
002522         GO TO 3500-EXIT
002524     END-IF.
002526     IF SHEET-SKIPPED
002530         GO TO 3500-EXIT
002540     END-IF.
002550     IF WS-SUBJECT-COUNT = 0
002770     MOVE WS-RECORDS-READ  TO SHT-RT-RECORD-COUNT.
002780     MOVE SHT-RUN-TOTAL-LINE TO WS-PRINT-WORK-LINE.
002790     PERFORM 6000-WRITE-SHEET-LINE THRU 6000-EXIT.
002791     DISPLAY 'MARKSHT - ' WS-STUDENT-COUNT
002792         ' MARK SHEET(S) PRINTED FROM ' WS-RECORDS-READ
002793         ' RESULT RECORD(S), ' WS-OTHER-TERM-COUNT
002794         ' OTHER-SITTING RECORD(S) LEFT OUT.'.
002795     MOVE WS-UNKNOWN-SUBJ-COUNT TO SBX-TL-UNKNOWN-COUNT.
002796     MOVE SBX-TOTAL-LINE TO WS-SBX-WORK-LINE.
002797     PERFORM 6100-WRITE-SUBJEX-LINE THRU 6100-EXIT.
002798     MOVE WS-HELD-SHEET-COUNT TO HLD-TL-HELD-COUNT.
002799     MOVE HLD-TOTAL-LINE TO WS-HLD-WORK-LINE.
002800     PERFORM 6200-WRITE-HELD-LINE THRU 6200-EXIT.
002801     DISPLAY 'MARKSHT - ' WS-HELD-SHEET-COUNT
002802         ' SHEET(S) HELD FOR DUES, ' WS-RELEASED-SHEET-COUNT
002803         ' RELEASED FROM A LIFTED HOLD, ' WS-NOT-DUE-SHEET-COUNT
002804         ' NOT DUE IN CATCH-UP, ' WS-SKIPPED-RECORD-COUNT
002805         ' RESULT RECORD(S) SKIPPED.'.
002806     MOVE WS-ORIGINAL-ISSUE-COUNT TO ISS-TL-ORIGINAL-COUNT.
002807     MOVE WS-DUPLICATE-ISSUE-COUNT TO ISS-TL-DUPLICATE-COUNT.
002808     MOVE WS-REFUSED-SHEET-COUNT TO ISS-TL-REFUSED-COUNT.
002809     MOVE ISS-TOTAL-LINE TO WS-ISS-WORK-LINE.
002810     PERFORM 6300-WRITE-ISSUE-LINE THRU 6300-EXIT.
002811     DISPLAY 'MARKSHT - ' WS-ORIGINAL-ISSUE-COUNT
002812         ' ORIGINAL(S) AND ' WS-DUPLICATE-ISSUE-COUNT
002813         ' DUPLICATE(S) ISSUED, ' WS-REFUSED-SHEET-COUNT
002814         ' REPRINT(S) REFUSED, ' WS-NOT-SELECTED-COUNT
002815         ' SHEET(S) NOT SELECTED.'.
002816     IF WS-REGISTER-WRITE-COUNT = WS-STUDENT-COUNT
002817         MOVE 'OK' TO WS-RUNLOG-RECON
002818     ELSE
002819         MOVE 'BRK' TO WS-RUNLOG-RECON
002820         DISPLAY 'MARKSHT - CONTROL TOTAL BREAK: '
002821             WS-STUDENT-COUNT ' SHEET(S) PRINTED BUT '
002822             WS-REGISTER-WRITE-COUNT ' SERIAL(S) REGISTERED.'
002823     END-IF.
002825     IF WS-UNKNOWN-SUBJ-COUNT > 0
002826         DISPLAY 'MARKSHT - ' WS-UNKNOWN-SUBJ-COUNT
002827             ' RESULT RECORD(S) WITH AN UNKNOWN SUBJECT CODE '
002828             '- SETTING RETURN CODE 4.'
002829         MOVE 4 TO RETURN-CODE
002830     END-IF.
002831     IF WS-REFUSED-SHEET-COUNT > 0
002832         DISPLAY 'MARKSHT - ' WS-REFUSED-SHEET-COUNT
002833             ' REPRINT(S) REFUSED WITHOUT A DUPLICATE-ISSUE '
002834             'REASON - SETTING RETURN CODE 4.'
002835         MOVE 4 TO RETURN-CODE
002836     END-IF.
002837     IF SC-STUDENT-ID NOT = SPACE
002838         AND WS-STUDENT-COUNT = 0
002839         AND WS-REFUSED-SHEET-COUNT = 0
002840         DISPLAY 'MARKSHT - STUDENT ' SC-STUDENT-ID
002841             ' HAS NO SHEET DUE FOR THE SITTING - SETTING '
002842             'RETURN CODE 4.'
002843         MOVE 4 TO RETURN-CODE
002844     END-IF.
002845     IF WS-RUNLOG-RECON = 'BRK'
002846         MOVE 8 TO RETURN-CODE
002847     END-IF.
002848 8000-EXIT.
002849     EXIT.
002850
002860 7000-TERMINATE.
002870     IF RESULTS-FILE-OK OR RESULTS-FILE-EOF
002926     END-IF.
002928     IF SUBJEX-FILE-OK
002930         CLOSE SUBJ-EXCP-FILE
002931     END-IF.
002932     IF STUDENT-FILE-OK OR STUDENT-NOT-FOUND
002933         CLOSE STUDENT-MASTER-FILE
002934     END-IF.
002935     IF HOLD-FILE-OK OR HOLD-NOT-FOUND
002936         CLOSE HOLD-MASTER-FILE
002937     END-IF.
002938     IF HELD-FILE-OK
002939         CLOSE HELD-REPORT-FILE
002940     END-IF.
002941     IF DOCCTL-FILE-OK OR DOCCTL-NOT-FOUND
002942         CLOSE DOC-CONTROL-FILE
002943     END-IF.
002944     IF DOCREG-FILE-OK
002945         CLOSE DOC-REGISTER-FILE
002946     END-IF.
002947     IF ISSUE-FILE-OK
002948         CLOSE ISSUE-REPORT-FILE
002949     END-IF.
002950 7000-EXIT.
002951     EXIT.
002952
002960*--------------------------------------------------------------*
002970*  ALL SHEET OUTPUT FUNNELS THROUGH HERE SO EVERY WRITE GETS
002980*  THE SAME STATUS CHECK.  CALLERS MOVE THE LINE TO PRINT TO
003200     MOVE 16 TO RETURN-CODE.
003210     STOP RUN.
003220 9000-EXIT.
003223     EXIT.
003226
003231
003232*--------------------------------------------------------------*
003233*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
003303     MOVE 'SUBJEXCP'     TO WS-RUNLOG-FILE-NAME.
003304     MOVE WS-UNKNOWN-SUBJ-COUNT TO WS-RUNLOG-COUNT.
003305     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
003315     MOVE 'HELDRPT'      TO WS-RUNLOG-FILE-NAME.
003325     MOVE WS-HELD-SHEET-COUNT TO WS-RUNLOG-COUNT.
003335     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
003345     MOVE 'DOCREG'       TO WS-RUNLOG-FILE-NAME.
003355     MOVE WS-REGISTER-WRITE-COUNT TO WS-RUNLOG-COUNT.
003365     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
003375     MOVE 'ISSUERPT'     TO WS-RUNLOG-FILE-NAME.
003385     COMPUTE WS-RUNLOG-COUNT = WS-REGISTER-WRITE-COUNT
003395         + WS-REFUSED-SHEET-COUNT.
003405     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
003415     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
003425     MOVE SPACE                TO RUN-LOG-RECORD.
003435     MOVE 'E'                  TO RL-RECORD-TYPE.
003445     MOVE 'MARKSHT'  TO RL-PROGRAM-ID.
003455     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
003465     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
003475     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
003485     MOVE WS-RECORDS-READ TO RL-RECORD-COUNT.
003495     MOVE RETURN-CODE          TO RL-RETURN-CODE.
003505     MOVE WS-RUNLOG-RECON      TO RL-RECON-RESULT.
003515     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
003525     IF RUN-LOG-IS-OPEN
003535         CLOSE RUN-LOG-FILE
003545     END-IF.
003555 7900-EXIT.
003565     EXIT.
003575
003585*--------------------------------------------------------------*
003595*  THE SERIAL CONTROL RECORD IS LOADED ONCE, BY JOB DOCDEF.
003605*  WITHOUT IT NO SHEET CAN BE NUMBERED, SO STOP BEFORE ANY
003615*  STATIONERY IS USED.
003625*--------------------------------------------------------------*
003635 1050-CHECK-SERIAL-CONTROL.
003645     MOVE SPACE TO DC-KEY.
003655     MOVE '*' TO DC-DOCUMENT-TYPE.
003665     READ DOC-CONTROL-FILE
003675         INVALID KEY
003685             CONTINUE
003695     END-READ.
003705     IF NOT DOCCTL-FILE-OK
003715         DISPLAY 'MARKSHT - NO SERIAL CONTROL RECORD ON DOCCTL, '
003725             'STATUS ' WS-DOCCTL-FILE-STATUS
003735             ' - RUN TERMINATED, LOAD IT WITH JOB DOCDEF.'
003745         MOVE 16 TO RETURN-CODE
003755         STOP RUN
003765     END-IF.
003775 1050-EXIT.
003785     EXIT.
003795
003805*--------------------------------------------------------------*
003815*  LOOK THE SHEET'S STUDENT UP ON THE STUDENT MASTER FOR THE
003825*  NAME.  NOT FOUND STILL PRINTS THE SHEET - THE MARKS ARE ON
003835*  THE RESULTS MASTER AND THE OFFICE CHASES THE ROLL - BUT
003845*  WITH A PLACEHOLDER WHERE THE NAME BELONGS.
003855*--------------------------------------------------------------*
003865 3300-LOOK-UP-STUDENT.
003875     MOVE 'N' TO WS-STUDENT-FOUND-SW.
003885     MOVE RR-STUDENT-ID TO ST-STUDENT-ID.
003895     READ STUDENT-MASTER-FILE
003905         INVALID KEY
003915             CONTINUE
003925         NOT INVALID KEY
003935             MOVE 'Y' TO WS-STUDENT-FOUND-SW
003945     END-READ.
003955     IF STUDENT-ON-MASTER
003965         MOVE ST-STUDENT-NAME TO SHT-SH-STUDENT-NAME
003975     ELSE
003985         MOVE '*STUDENT NOT ON MASTER*' TO SHT-SH-STUDENT-NAME
003995     END-IF.
004005 3300-EXIT.
004015     EXIT.
004025
004035*--------------------------------------------------------------*
004045*  AT EACH NEW SHEET, LOOK THE STUDENT UP ON THE DUES-HOLD
004055*  MASTER.  A HOLD IN PLACE SKIPS THE SHEET, FLAGS THE SITTING
004065*  ON THE HOLD RECORD AND LISTS THE STUDENT ON HELDRPT.  A
004075*  LIFTED HOLD STILL FLAGGED FOR THE SITTING RELEASES THE
004085*  SHEET; THE FLAG IS CLEARED BY 3700 ONLY ONCE THE SHEET IS
004095*  REGISTERED, SO A SHEET THAT DOES NOT GO OUT IS STILL OWED.
004105*  IN CATCH-UP MODE THAT RELEASE
004115*  IS THE ONLY SHEET THAT PRINTS; EVERY OTHER IS NOT DUE.  A
004125*  DUES HOLD IS NOT A MALPRACTICE WHLD - THE WHLD RESULT STILL
004135*  DECIDES THE OVERALL RESULT OF A SHEET THAT DOES PRINT.  A
004145*  RUN FOR ONE STUDENT SKIPS EVERY OTHER SHEET FIRST, SO NO
004155*  OTHER STUDENT'S HOLD FLAGS ARE TOUCHED.
004165*--------------------------------------------------------------*
004175 3600-CHECK-DUES-HOLD.
004185     MOVE RR-STUDENT-ID TO WS-PREV-STUDENT-ID.
004195     MOVE RR-ACADEMIC-TERM TO WS-PREV-ACADEMIC-TERM.
004205     MOVE 'N' TO WS-SHEET-SKIP-SW.
004215     MOVE 'N' TO WS-RELEASE-PENDING-SW.
004225     IF SC-STUDENT-ID NOT = SPACE
004235         AND RR-STUDENT-ID NOT = SC-STUDENT-ID
004245         MOVE 'Y' TO WS-SHEET-SKIP-SW
004255         ADD 1 TO WS-NOT-SELECTED-COUNT
004265         GO TO 3600-EXIT
004275     END-IF.
004285     MOVE 'N' TO WS-HOLD-FOUND-SW.
004295     MOVE RR-STUDENT-ID TO HD-STUDENT-ID.
004305     READ HOLD-MASTER-FILE
004315         INVALID KEY
004325             CONTINUE
004335         NOT INVALID KEY
004345             MOVE 'Y' TO WS-HOLD-FOUND-SW
004355     END-READ.
004365     IF NOT HOLD-ON-FILE
004375         IF SHEET-CATCH-UP-MODE
004385             PERFORM 3690-SKIP-NOT-DUE THRU 3690-EXIT
004395         END-IF
004405         GO TO 3600-EXIT
004415     END-IF.
004425     MOVE WS-PREV-ACADEMIC-TERM TO WS-HOLD-SEARCH-TERM.
004435     PERFORM 3610-FIND-HELD-SLOT THRU 3610-EXIT.
004445     IF HD-HOLD-IN-PLACE
004455         MOVE 'Y' TO WS-SHEET-SKIP-SW
004465         ADD 1 TO WS-HELD-SHEET-COUNT
004475         PERFORM 3630-FLAG-SHEET-HELD THRU 3630-EXIT
004485         PERFORM 3650-LIST-HELD-SHEET THRU 3650-EXIT
004495         GO TO 3600-EXIT
004505     END-IF.
004515     IF WS-HELD-SLOT > 0
004525         IF HD-HT-SHEET-HELD(WS-HELD-SLOT) = 'Y'
004535             MOVE 'Y' TO WS-RELEASE-PENDING-SW
004545             GO TO 3600-EXIT
004555         END-IF
004565     END-IF.
004575     IF SHEET-CATCH-UP-MODE
004585         PERFORM 3690-SKIP-NOT-DUE THRU 3690-EXIT
004595     END-IF.
004605 3600-EXIT.
004615     EXIT.
004625
004635*--------------------------------------------------------------*
004645*  FIND THE HOLD RECORD'S SLOT CARRYING WS-HOLD-SEARCH-TERM -
004655*  THE SITTING, OR SPACES FOR A FREE SLOT.  ZERO IF NONE.
004665*--------------------------------------------------------------*
004675 3610-FIND-HELD-SLOT.
004685     MOVE ZERO TO WS-HELD-SLOT.
004695     PERFORM 3620-CHECK-HELD-SLOT THRU 3620-EXIT
004705         VARYING WS-HT-SUB FROM 1 BY 1
004715         UNTIL WS-HT-SUB > 6
004725            OR WS-HELD-SLOT > 0.
004735 3610-EXIT.
004745     EXIT.
004755
004765 3620-CHECK-HELD-SLOT.
004775     IF HD-HT-ACADEMIC-TERM(WS-HT-SUB) = WS-HOLD-SEARCH-TERM
004785         MOVE WS-HT-SUB TO WS-HELD-SLOT
004795     END-IF.
004805 3620-EXIT.
004815     EXIT.
004825
004835*--------------------------------------------------------------*
004845*  FLAG THE SITTING'S SHEET AS HELD BACK, TAKING A FREE SLOT
004855*  IF THE SITTING HAS NONE YET.  WITH ALL SIX SLOTS IN USE THE
004865*  OVERFLOW FLAG IS SET AND HOLDUPD SENDS IT TO BE CAUGHT UP
004875*  BY HAND WHEN THE HOLD IS LIFTED.
004885*--------------------------------------------------------------*
004895 3630-FLAG-SHEET-HELD.
004905     IF WS-HELD-SLOT = 0
004915         MOVE SPACE TO WS-HOLD-SEARCH-TERM
004925         PERFORM 3610-FIND-HELD-SLOT THRU 3610-EXIT
004935         IF WS-HELD-SLOT = 0
004945             MOVE 'Y' TO HD-HELD-OVERFLOW
004955         ELSE
004965             MOVE WS-PREV-ACADEMIC-TERM
004975                 TO HD-HT-ACADEMIC-TERM(WS-HELD-SLOT)
004985             MOVE SPACE TO HD-HT-FEED-HELD(WS-HELD-SLOT)
004995         END-IF
005005     END-IF.
005015     IF WS-HELD-SLOT > 0
005025         MOVE 'Y' TO HD-HT-SHEET-HELD(WS-HELD-SLOT)
005035     END-IF.
005045     PERFORM 3660-REWRITE-HOLD-RECORD THRU 3660-EXIT.
005055 3630-EXIT.
005065     EXIT.
005075
005085*--------------------------------------------------------------*
005095*  THE SHEET IS NO LONGER OWED.  A SLOT WHOSE FEED FLAG IS
005105*  ALSO CLEAR IS FREED FOR THE NEXT HOLD.
005115*--------------------------------------------------------------*
005125 3640-CLEAR-SHEET-HELD.
005135     MOVE SPACE TO HD-HT-SHEET-HELD(WS-HELD-SLOT).
005145     IF HD-HT-FEED-HELD(WS-HELD-SLOT) NOT = 'Y'
005155         MOVE SPACE TO HD-HT-ACADEMIC-TERM(WS-HELD-SLOT)
005165     END-IF.
005175     PERFORM 3660-REWRITE-HOLD-RECORD THRU 3660-EXIT.
005185 3640-EXIT.
005195     EXIT.
005205
005215 3650-LIST-HELD-SHEET.
005225     MOVE RR-STUDENT-ID   TO HLD-DL-STUDENT-ID.
005235     MOVE HD-HOLD-DATE    TO HLD-DL-HOLD-DATE.
005245     MOVE HD-HOLD-REASON  TO HLD-DL-HOLD-REASON.
005255     MOVE HLD-DETAIL-LINE TO WS-HLD-WORK-LINE.
005265     PERFORM 6200-WRITE-HELD-LINE THRU 6200-EXIT.
005275 3650-EXIT.
005285     EXIT.
005295
005305 3660-REWRITE-HOLD-RECORD.
005315     REWRITE DUES-HOLD-RECORD.
005325     IF NOT HOLD-FILE-OK
005335         MOVE 'HOLD-MASTER-FILE' TO WS-ABEND-FILE-NAME
005345         MOVE WS-HOLD-FILE-STATUS TO WS-ABEND-FILE-STATUS
005355         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
005365     END-IF.
005375 3660-EXIT.
005385     EXIT.
005395
005405 3690-SKIP-NOT-DUE.
005415     MOVE 'Y' TO WS-SHEET-SKIP-SW.
005425     ADD 1 TO WS-NOT-DUE-SHEET-COUNT.
005435 3690-EXIT.
005445     EXIT.
005455
005465*--------------------------------------------------------------*
005475*  EVERY SHEET GOES OUT ON SECURITY STATIONERY UNDER THE NEXT
005485*  SERIAL FROM THE DOCUMENT CONTROL FILE (DOCCTL) AND IS
005495*  WRITTEN TO THE ISSUE REGISTER (DOCREG).  A SHEET ALREADY
005505*  ISSUED FOR THE STUDENT AND SITTING IS A REPRINT: IT IS
005515*  REFUSED AND LISTED UNLESS SYSIN CARRIES A DUPLICATE-ISSUE
005525*  REASON, AND THEN PRINTS AS A DUPLICATE OF THE ORIGINAL.
005535*  A SHEET RELEASED FROM A LIFTED HOLD IS OWED, SO IT NEEDS NO
005545*  REASON FROM SYSIN; ITS HOLD FLAG IS CLEARED ONCE REGISTERED.
005555*  THE SERIAL IS TAKEN AND THE CONTROL RECORD REWRITTEN FOR
005565*  EACH SHEET, SO A SERIAL IS NEVER HANDED OUT TWICE.
005575*--------------------------------------------------------------*
005585 3700-CHECK-DOCUMENT-ISSUE.
005595     MOVE 'N' TO WS-ISSUED-BEFORE-SW.
005605     MOVE 'M' TO DC-DOCUMENT-TYPE.
005615     MOVE WS-PREV-STUDENT-ID TO DC-STUDENT-ID.
005625     MOVE WS-PREV-ACADEMIC-TERM TO DC-ACADEMIC-TERM.
005635     READ DOC-CONTROL-FILE
005645         INVALID KEY
005655             CONTINUE
005665         NOT INVALID KEY
005675             MOVE 'Y' TO WS-ISSUED-BEFORE-SW
005685     END-READ.
005695     MOVE SC-DUPLICATE-REASON TO WS-DUPLICATE-REASON.
005705     IF WS-DUPLICATE-REASON = SPACE
005715         AND SHEET-RELEASE-PENDING
005725         MOVE 'RELEASED FROM DUES HOLD' TO WS-DUPLICATE-REASON
005735     END-IF.
005745     IF DOCUMENT-ISSUED-BEFORE
005755         MOVE DC-ORIGINAL-SERIAL TO WS-ORIGINAL-SERIAL
005765         MOVE DC-ORIGINAL-DATE TO WS-ORIGINAL-DATE
005775         IF WS-DUPLICATE-REASON = SPACE
005785             PERFORM 3790-REFUSE-REPRINT THRU 3790-EXIT
005795             GO TO 3700-EXIT
005805         END-IF
005815     END-IF.
005825     PERFORM 3300-LOOK-UP-STUDENT THRU 3300-EXIT.
005835     PERFORM 3710-TAKE-NEXT-SERIAL THRU 3710-EXIT.
005845     PERFORM 3720-REGISTER-ISSUE THRU 3720-EXIT.
005855     PERFORM 3730-RECORD-ISSUE-CONTROL THRU 3730-EXIT.
005865     PERFORM 3750-LIST-ISSUE THRU 3750-EXIT.
005875     IF SHEET-RELEASE-PENDING
005885         ADD 1 TO WS-RELEASED-SHEET-COUNT
005895         PERFORM 3640-CLEAR-SHEET-HELD THRU 3640-EXIT
005905     END-IF.
005915 3700-EXIT.
005925     EXIT.
005935
005945 3710-TAKE-NEXT-SERIAL.
005955     MOVE SPACE TO DC-KEY.
005965     MOVE '*' TO DC-DOCUMENT-TYPE.
005975     READ DOC-CONTROL-FILE
005985         INVALID KEY
005995             CONTINUE
006005     END-READ.
006015     IF NOT DOCCTL-FILE-OK
006025         DISPLAY 'MARKSHT - SERIAL CONTROL RECORD LOST FROM '
006035             'DOCCTL MID-RUN.'
006045         MOVE 'DOC-CONTROL-FILE' TO WS-ABEND-FILE-NAME
006055         MOVE WS-DOCCTL-FILE-STATUS TO WS-ABEND-FILE-STATUS
006065         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
006075     END-IF.
006085     MOVE DC-NEXT-SERIAL TO WS-ISSUE-SERIAL.
006095     ADD 1 TO DC-NEXT-SERIAL.
006105     MOVE WS-RUN-DATE TO DC-LAST-ISSUED-DATE.
006115     MOVE 'MARKSHT' TO DC-LAST-ISSUED-BY.
006125     PERFORM 3740-REWRITE-CONTROL-RECORD THRU 3740-EXIT.
006135 3710-EXIT.
006145     EXIT.
006155
006165 3720-REGISTER-ISSUE.
006175     ACCEPT WS-ISSUE-TIME FROM TIME.
006185     MOVE SPACE TO DOCUMENT-ISSUE-RECORD.
006195     MOVE WS-ISSUE-SERIAL TO DI-SERIAL-NO.
006205     MOVE 'M' TO DI-DOCUMENT-TYPE.
006215     MOVE WS-PREV-STUDENT-ID TO DI-STUDENT-ID.
006225     MOVE SHT-SH-STUDENT-NAME TO DI-STUDENT-NAME.
006235     MOVE WS-PREV-ACADEMIC-TERM TO DI-FIRST-TERM.
006245     MOVE WS-PREV-ACADEMIC-TERM TO DI-LAST-TERM.
006255     MOVE WS-RUN-DATE TO DI-ISSUE-DATE.
006265     MOVE WS-ISSUE-TIME TO DI-ISSUE-TIME.
006275     MOVE 'MARKSHT' TO DI-ISSUED-BY.
006285     IF DOCUMENT-ISSUED-BEFORE
006295         MOVE 'D' TO DI-ISSUE-TYPE
006305         MOVE WS-ORIGINAL-SERIAL TO DI-ORIGINAL-SERIAL
006315         MOVE WS-DUPLICATE-REASON TO DI-DUPLICATE-REASON
006325     ELSE
006335         MOVE 'O' TO DI-ISSUE-TYPE
006345         MOVE WS-ISSUE-SERIAL TO DI-ORIGINAL-SERIAL
006355     END-IF.
006365     WRITE DOCUMENT-ISSUE-RECORD.
006375     IF NOT DOCREG-FILE-OK
006385         MOVE 'DOC-REGISTER-FILE' TO WS-ABEND-FILE-NAME
006395         MOVE WS-DOCREG-FILE-STATUS TO WS-ABEND-FILE-STATUS
006405         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
006415     END-IF.
006425     ADD 1 TO WS-REGISTER-WRITE-COUNT.
006435     MOVE WS-ISSUE-SERIAL TO SHT-SR-SERIAL-NO.
006445     MOVE WS-RUN-DATE TO SHT-SR-ISSUE-DATE.
006455     IF DOCUMENT-ISSUED-BEFORE
006465         MOVE 'DUPLICATE' TO SHT-SR-ISSUE-TEXT
006475         MOVE WS-ORIGINAL-SERIAL TO SHT-DL-ORIGINAL-SERIAL
006485         MOVE WS-ORIGINAL-DATE TO SHT-DL-ORIGINAL-DATE
006495         MOVE WS-DUPLICATE-REASON TO SHT-DL-REASON
006505     ELSE
006515         MOVE 'ORIGINAL' TO SHT-SR-ISSUE-TEXT
006525     END-IF.
006535 3720-EXIT.
006545     EXIT.
006555
006565*--------------------------------------------------------------*
006575*  AN ORIGINAL ADDS THE SHEET'S CONTROL RECORD; A DUPLICATE
006585*  BUMPS ITS COUNT AND CARRIES THE LATEST SERIAL AND DATE.
006595*--------------------------------------------------------------*
006605 3730-RECORD-ISSUE-CONTROL.
006615     MOVE 'M' TO DC-DOCUMENT-TYPE.
006625     MOVE WS-PREV-STUDENT-ID TO DC-STUDENT-ID.
006635     MOVE WS-PREV-ACADEMIC-TERM TO DC-ACADEMIC-TERM.
006645     IF DOCUMENT-ISSUED-BEFORE
006655         PERFORM 3735-RECORD-DUPLICATE THRU 3735-EXIT
006665         GO TO 3730-EXIT
006675     END-IF.
006685     MOVE SPACE TO DC-DOCUMENT-DATA.
006695     MOVE WS-ISSUE-SERIAL TO DC-ORIGINAL-SERIAL.
006705     MOVE WS-RUN-DATE TO DC-ORIGINAL-DATE.
006715     MOVE ZERO TO DC-DUPLICATE-COUNT.
006725     MOVE WS-ISSUE-SERIAL TO DC-LAST-SERIAL.
006735     MOVE WS-RUN-DATE TO DC-LAST-ISSUE-DATE.
006745     WRITE DOCUMENT-CONTROL-RECORD.
006755     IF NOT DOCCTL-FILE-OK
006765         MOVE 'DOC-CONTROL-FILE' TO WS-ABEND-FILE-NAME
006775         MOVE WS-DOCCTL-FILE-STATUS TO WS-ABEND-FILE-STATUS
006785         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
006795     END-IF.
006805 3730-EXIT.
006815     EXIT.
006825
006835 3735-RECORD-DUPLICATE.
006845     READ DOC-CONTROL-FILE
006855         INVALID KEY
006865             CONTINUE
006875     END-READ.
006885     IF NOT DOCCTL-FILE-OK
006895         MOVE 'DOC-CONTROL-FILE' TO WS-ABEND-FILE-NAME
006905         MOVE WS-DOCCTL-FILE-STATUS TO WS-ABEND-FILE-STATUS
006915         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
006925     END-IF.
006935     ADD 1 TO DC-DUPLICATE-COUNT.
006945     MOVE WS-ISSUE-SERIAL TO DC-LAST-SERIAL.
006955     MOVE WS-RUN-DATE TO DC-LAST-ISSUE-DATE.
006965     PERFORM 3740-REWRITE-CONTROL-RECORD THRU 3740-EXIT.
006975 3735-EXIT.
006985     EXIT.
006995
007005 3740-REWRITE-CONTROL-RECORD.
007015     REWRITE DOCUMENT-CONTROL-RECORD.
007025     IF NOT DOCCTL-FILE-OK
007035         MOVE 'DOC-CONTROL-FILE' TO WS-ABEND-FILE-NAME
007045         MOVE WS-DOCCTL-FILE-STATUS TO WS-ABEND-FILE-STATUS
007055         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
007065     END-IF.
007075 3740-EXIT.
007085     EXIT.
007095
007105 3750-LIST-ISSUE.
007115     MOVE WS-ISSUE-SERIAL TO ISS-DL-SERIAL-NO.
007125     MOVE WS-PREV-STUDENT-ID TO ISS-DL-STUDENT-ID.
007135     IF DOCUMENT-ISSUED-BEFORE
007145         ADD 1 TO WS-DUPLICATE-ISSUE-COUNT
007155         MOVE 'DUPLICATE' TO ISS-DL-ISSUE-TEXT
007165         MOVE WS-ORIGINAL-SERIAL TO ISS-DL-ORIGINAL-SERIAL
007175         MOVE WS-DUPLICATE-REASON TO ISS-DL-NOTE
007185     ELSE
007195         ADD 1 TO WS-ORIGINAL-ISSUE-COUNT
007205         MOVE 'ORIGINAL' TO ISS-DL-ISSUE-TEXT
007215         MOVE SPACE TO ISS-DL-ORIGINAL-X
007225         MOVE SPACE TO ISS-DL-NOTE
007235     END-IF.
007245     MOVE ISS-DETAIL-LINE TO WS-ISS-WORK-LINE.
007255     PERFORM 6300-WRITE-ISSUE-LINE THRU 6300-EXIT.
007265 3750-EXIT.
007275     EXIT.
007285
007295*--------------------------------------------------------------*
007305*  A REPRINT WITH NO DUPLICATE-ISSUE REASON - NOTHING PRINTS,
007315*  NO SERIAL IS USED, AND THE STUDENT IS LISTED AGAINST THE
007325*  ORIGINAL SERIAL FOR THE OFFICE TO RESUBMIT WITH A REASON.
007335*--------------------------------------------------------------*
007345 3790-REFUSE-REPRINT.
007355     MOVE 'Y' TO WS-SHEET-SKIP-SW.
007365     ADD 1 TO WS-REFUSED-SHEET-COUNT.
007375     MOVE '*REFUSED*' TO ISS-DL-SERIAL-X.
007385     MOVE SPACE TO ISS-DL-ISSUE-TEXT.
007395     MOVE WS-PREV-STUDENT-ID TO ISS-DL-STUDENT-ID.
007405     MOVE WS-ORIGINAL-SERIAL TO ISS-DL-ORIGINAL-SERIAL.
007415     MOVE 'ALREADY ISSUED - NO DUPLICATE REASON'
007425         TO ISS-DL-NOTE.
007435     MOVE ISS-DETAIL-LINE TO WS-ISS-WORK-LINE.
007445     PERFORM 6300-WRITE-ISSUE-LINE THRU 6300-EXIT.
007455 3790-EXIT.
007465     EXIT.
007475
007485 6200-WRITE-HELD-LINE.
007495     WRITE HELD-REPORT-LINE FROM WS-HLD-WORK-LINE.
007505     IF NOT HELD-FILE-OK
007515         MOVE 'HELD-REPORT-FILE' TO WS-ABEND-FILE-NAME
007525         MOVE WS-HELD-FILE-STATUS TO WS-ABEND-FILE-STATUS
007535         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
007545     END-IF.
007555 6200-EXIT.
007565     EXIT.
007575
007585 6300-WRITE-ISSUE-LINE.
007595     WRITE ISSUE-REPORT-LINE FROM WS-ISS-WORK-LINE.
007605     IF NOT ISSUE-FILE-OK
007615         MOVE 'ISSUE-REPORT-FILE' TO WS-ABEND-FILE-NAME
007625         MOVE WS-ISSUE-FILE-STATUS TO WS-ABEND-FILE-STATUS
007635         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
007645     END-IF.
007655 6300-EXIT.
007665     EXIT.
