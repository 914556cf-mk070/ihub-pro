000010*==============================================================*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    APPLAGE.
000040 AUTHOR.        K J MENON.
000050 INSTALLATION.  ACADEMIC RECORDS - EXAMINATIONS CELL.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*--------------------------------------------------------------*
000090*  MOD LOG
000100*  2026-10-15  KJM  INITIAL VERSION.  WEEKLY AGEING REPORT
000110*                   OVER THE REVALUATION APPEAL REGISTER
000120*                   (APPLREC) FOR THE BOARD.  LISTS EVERY CASE
000130*                   STILL OPEN MORE THAN THE BOARD'S TURNAROUND
000140*                   (PP-APPEAL-TURNAROUND ON GRADPARM, IN DAYS
000150*                   FROM LODGING) - WHETHER IT IS STILL WAITING
000160*                   ON THE REVIEWER OR UPHELD AND WAITING ON
000170*                   THE MARKCORR CORRECTION - THEN, PER
000180*                   SUBJECT, HOW MANY APPEALS WERE LODGED, ARE
000190*                   OPEN, WERE UPHELD AND WERE REJECTED.  ANY
000200*                   LATE CASE ENDS THE RUN RC 4.  APPENDS
000210*                   START, COUNT AND END RECORDS TO THE SHARED
000220*                   RUN LOG (SEE RUNLOG) LIKE EVERY BATCH STEP.
000230*==============================================================*
000240
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT APPEAL-REGISTER-FILE ASSIGN TO APPEALS
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS AP-KEY
000320         FILE STATUS IS WS-APPEAL-FILE-STATUS.
000330
000340     SELECT RUN-PARM-FILE ASSIGN TO GRADPARM
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-PARM-FILE-STATUS.
000370
000380     SELECT AGEING-REPORT-FILE ASSIGN TO AGERPT
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-REPORT-FILE-STATUS.
000410
000420     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  APPEAL-REGISTER-FILE.
000490     COPY APPLREC.
000500
000510 FD  RUN-PARM-FILE
000520     RECORDING MODE IS F.
000530     COPY PARMREC.
000540
000550 FD  AGEING-REPORT-FILE
000560     RECORDING MODE IS F.
000570 01  AGEING-REPORT-LINE          PIC X(132).
000580
000590 FD  RUN-LOG-FILE
000600     RECORDING MODE IS F.
000610     COPY RUNLOG.
000620
000630 WORKING-STORAGE SECTION.
000640
000650*--------------------------------------------------------------*
000660*  RUN-LOG CONTROL FIELDS.  EVERY BATCH PROGRAM IN THE CHAIN
000670*  APPENDS A START RECORD, ONE COUNT RECORD PER OUTPUT AND AN
000680*  END RECORD TO THE SHARED RUN-LOG DATASET (SEE RUNLOG) FOR
000690*  THE DAY-END OPERATIONS REPORT.  A RUN LOG THAT CANNOT BE
000700*  OPENED OR WRITTEN IS REPORTED AND ABANDONED - THE BUSINESS
000710*  RUN MUST NEVER DIE FOR ITS DIARY.
000720*--------------------------------------------------------------*
000730 01  WS-RUNLOG-FILE-STATUS    PIC X(02).
000740     88 RUNLOG-FILE-OK          VALUE '00'.
000750
000760 01  WS-RUNLOG-OPEN-SW         PIC X(01) VALUE 'N'.
000770     88 RUN-LOG-IS-OPEN          VALUE 'Y'.
000780 01  WS-RUNLOG-FILE-NAME       PIC X(12) VALUE SPACE.
000790 01  WS-RUNLOG-COUNT           PIC 9(09) VALUE ZERO.
000800 01  WS-RUNLOG-RECON           PIC X(04) VALUE 'N/A'.
000810 01  WS-RUNLOG-LOG-TIME        PIC X(08) VALUE SPACE.
000820
000830 01  WS-APPEAL-FILE-STATUS    PIC X(02).
000840     88 APPEAL-FILE-OK          VALUE '00'.
000850     88 APPEAL-FILE-EOF         VALUE '10'.
000860
000870 01  WS-PARM-FILE-STATUS      PIC X(02).
000880     88 PARM-FILE-OK            VALUE '00'.
000890     88 PARM-FILE-EOF           VALUE '10'.
000900
000910 01  WS-REPORT-FILE-STATUS    PIC X(02).
000920     88 REPORT-FILE-OK          VALUE '00'.
000930
000940 01  WS-SWITCHES.
000950     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
000960         88 END-OF-REGISTER     VALUE 'Y'.
000970     05  WS-SUBJ-FOUND-SWITCH  PIC X(01) VALUE 'N'.
000980         88 SUBJECT-ENTRY-FOUND VALUE 'Y'.
000990     05  WS-SUBJ-TABLE-FULL-SW PIC X(01) VALUE 'N'.
001000         88 SUBJECT-TABLE-FULL  VALUE 'Y'.
001010
001020*--------------------------------------------------------------*
001030*  THE BOARD'S APPEAL TURNAROUND, FROM GRADPARM, IN DAYS.
001040*--------------------------------------------------------------*
001050 01  WS-APPEAL-TURNAROUND      PIC 9(03) VALUE ZERO.
001060
001070*--------------------------------------------------------------*
001080*  PER-SUBJECT APPEAL COUNTS.  ONE ENTRY PER SUBJECT IN THE
001090*  ORDER FIRST SEEN, CAPPED AT 200 SUBJECTS - THE SAME CAPPED-
001100*  TABLE PATTERN AS SUBSTAT AND SUBTREND.
001110*--------------------------------------------------------------*
001120 01  APPEAL-SUBJECT-TABLE.
001130     05  AS-ENTRY-COUNT        PIC 9(03) COMP VALUE ZERO.
001140     05  AS-ENTRY OCCURS 200 TIMES.
001150         10  AS-SUBJECT-CODE   PIC X(05).
001160         10  AS-LODGED-COUNT   PIC 9(05) COMP.
001170         10  AS-OPEN-COUNT     PIC 9(05) COMP.
001180         10  AS-UPHELD-COUNT   PIC 9(05) COMP.
001190         10  AS-REJECTED-COUNT PIC 9(05) COMP.
001200
001210 01  WS-SUBJ-SUB               PIC 9(03) COMP VALUE ZERO.
001220 01  WS-RPT-SUB                PIC 9(03) COMP VALUE ZERO.
001230
001240*--------------------------------------------------------------*
001250*  DAY-NUMBER WORK FIELDS.  A CCYYMMDD DATE IS TURNED INTO A
001260*  DAY COUNT FROM A FIXED ORIGIN (365 A YEAR, PLUS THE LEAP
001270*  DAYS SO FAR, PLUS THE DAYS TO THE START OF THE MONTH, PLUS
001280*  THE DAY) SO TWO DATES SUBTRACT TO THE DAYS BETWEEN THEM.
001290*  JANUARY AND FEBRUARY COUNT LEAP DAYS ONLY TO THE YEAR
001300*  BEFORE - THE CURRENT YEAR'S 29 FEBRUARY IS STILL AHEAD.
001310*--------------------------------------------------------------*
001320 01  WS-CUM-DAYS-VALUES        PIC X(36) VALUE
001330     '000031059090120151181212243273304334'.
001340 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
001350     05  WS-CUM-DAYS           PIC 9(03) OCCURS 12 TIMES.
001360
001370 01  WS-DN-DATE                PIC X(08) VALUE SPACE.
001380 01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
001390     05  WS-DN-YYYY            PIC 9(04).
001400     05  WS-DN-MM              PIC 9(02).
001410     05  WS-DN-DD              PIC 9(02).
001420 01  WS-DN-LEAP-YEAR           PIC 9(04) VALUE ZERO.
001430 01  WS-DN-BY-4                PIC 9(04) VALUE ZERO.
001440 01  WS-DN-BY-100              PIC 9(04) VALUE ZERO.
001450 01  WS-DN-BY-400              PIC 9(04) VALUE ZERO.
001460 01  WS-DAY-NUMBER             PIC 9(07) VALUE ZERO.
001470 01  WS-RUN-DAY-NUMBER         PIC 9(07) VALUE ZERO.
001480 01  WS-CASE-AGE               PIC S9(07) VALUE ZERO.
001490
001500*--------------------------------------------------------------*
001510*  RUN CONTROL TOTALS.  READ MUST FOOT TO OPEN + CLOSED +
001520*  UNUSABLE AT END OF RUN.
001530*--------------------------------------------------------------*
001540 01  WS-RECORDS-READ           PIC 9(09) COMP VALUE ZERO.
001550 01  WS-OPEN-COUNT             PIC 9(09) COMP VALUE ZERO.
001560 01  WS-CLOSED-COUNT           PIC 9(09) COMP VALUE ZERO.
001570 01  WS-BAD-RECORD-COUNT       PIC 9(09) COMP VALUE ZERO.
001580 01  WS-LATE-COUNT             PIC 9(09) COMP VALUE ZERO.
001590 01  WS-UPHELD-COUNT           PIC 9(09) COMP VALUE ZERO.
001600 01  WS-REJECTED-COUNT         PIC 9(09) COMP VALUE ZERO.
001610 01  WS-DECISION-TOTAL         PIC 9(09) COMP VALUE ZERO.
001620
001630 01  WS-RUN-DATE               PIC X(08) VALUE SPACE.
001640 01  WS-RUN-TIME               PIC X(08) VALUE SPACE.
001650
001660 01  WS-ABEND-FILE-NAME        PIC X(20) VALUE SPACE.
001670 01  WS-ABEND-FILE-STATUS      PIC X(02) VALUE SPACE.
001680
001690*--------------------------------------------------------------*
001700*  AGEING REPORT LINES.
001710*--------------------------------------------------------------*
001720 01  AGE-RUN-HEADING.
001730     05  FILLER                PIC X(44) VALUE
001740         'APPLAGE - REVALUATION APPEAL AGEING, RUN ON '.
001750     05  AGE-RH-RUN-DATE       PIC X(08) VALUE SPACE.
001760     05  FILLER                PIC X(80) VALUE SPACE.
001770
001780 01  AGE-TURNAROUND-LINE.
001790     05  FILLER                PIC X(24) VALUE
001800         'BOARD TURNAROUND (DAYS) '.
001810     05  AGE-TL-TURNAROUND     PIC ZZ9.
001820     05  FILLER                PIC X(105) VALUE SPACE.
001830
001840 01  AGE-LATE-HEADING.
001850     05  FILLER                PIC X(40) VALUE
001860         'OPEN APPEALS PAST THE BOARD''S TURNAROUND'.
001870     05  FILLER                PIC X(92) VALUE SPACE.
001880
001890 01  AGE-LATE-COLUMNS.
001900     05  FILLER                PIC X(40) VALUE
001910         'STUDENT    TERM   SUBJ  CASE CLASS      '.
001920     05  FILLER                PIC X(31) VALUE
001930         'LODGED    DAYS RECEIPT    STAGE'.
001940     05  FILLER                PIC X(61) VALUE SPACE.
001950
001960 01  AGE-LATE-LINE.
001970     05  AGE-LL-STUDENT-ID     PIC X(09).
001980     05  FILLER                PIC X(02) VALUE SPACE.
001990     05  AGE-LL-ACADEMIC-TERM  PIC X(06).
002000     05  FILLER                PIC X(01) VALUE SPACE.
002010     05  AGE-LL-SUBJECT-CODE   PIC X(05).
002020     05  FILLER                PIC X(03) VALUE SPACE.
002030     05  AGE-LL-CASE-SEQ       PIC 9(02).
002040     05  FILLER                PIC X(01) VALUE SPACE.
002050     05  AGE-LL-CLASS-CODE     PIC X(09).
002060     05  FILLER                PIC X(02) VALUE SPACE.
002070     05  AGE-LL-DATE-LODGED    PIC X(08).
002080     05  FILLER                PIC X(01) VALUE SPACE.
002090     05  AGE-LL-AGE            PIC ZZZZ9.
002100     05  FILLER                PIC X(01) VALUE SPACE.
002110     05  AGE-LL-FEE-RECEIPT    PIC X(10).
002120     05  FILLER                PIC X(01) VALUE SPACE.
002130     05  AGE-LL-STAGE          PIC X(30).
002140     05  FILLER                PIC X(36) VALUE SPACE.
002150
002160 01  AGE-NO-LATE-LINE.
002170     05  FILLER                PIC X(45) VALUE
002180         'NO OPEN APPEAL IS PAST THE BOARD''S TURNAROUND'.
002190     05  FILLER                PIC X(87) VALUE SPACE.
002200
002210 01  AGE-SUBJECT-HEADING.
002220     05  FILLER                PIC X(43) VALUE
002230         'APPEAL OUTCOMES BY SUBJECT (WHOLE REGISTER)'.
002240     05  FILLER                PIC X(89) VALUE SPACE.
002250
002260 01  AGE-SUBJECT-COLUMNS.
002270     05  FILLER                PIC X(41) VALUE
002280         'SUBJ    LODGED     OPEN   UPHELD REJECTED'.
002290     05  FILLER                PIC X(91) VALUE SPACE.
002300
002310 01  AGE-SUBJECT-LINE.
002320     05  AGE-SL-SUBJECT-CODE   PIC X(05).
002330     05  FILLER                PIC X(02) VALUE SPACE.
002340     05  AGE-SL-LODGED         PIC ZZZZZZ9.
002350     05  FILLER                PIC X(02) VALUE SPACE.
002360     05  AGE-SL-OPEN           PIC ZZZZZZ9.
002370     05  FILLER                PIC X(02) VALUE SPACE.
002380     05  AGE-SL-UPHELD         PIC ZZZZZZ9.
002390     05  FILLER                PIC X(02) VALUE SPACE.
002400     05  AGE-SL-REJECTED       PIC ZZZZZZ9.
002410     05  FILLER                PIC X(91) VALUE SPACE.
002420
002430 01  AGE-TABLE-FULL-LINE.
002440     05  FILLER                PIC X(54) VALUE
002450         'APPLAGE - SUBJECT TABLE FULL AT 200, COUNTS INCOMPLETE'.
002460     05  FILLER                PIC X(78) VALUE SPACE.
002470
002480 01  AGE-RUN-TOTAL-LINE.
002490     05  FILLER                PIC X(10) VALUE 'APPLAGE - '.
002500     05  AGE-RT-READ           PIC ZZZZZZ9.
002510     05  FILLER                PIC X(09) VALUE ' CASE(S):'.
002520     05  AGE-RT-OPEN           PIC ZZZZZZ9.
002530     05  FILLER                PIC X(07) VALUE ' OPEN, '.
002540     05  AGE-RT-LATE           PIC ZZZZZZ9.
002550     05  FILLER                PIC X(07) VALUE ' LATE, '.
002560     05  AGE-RT-UPHELD         PIC ZZZZZZ9.
002570     05  FILLER                PIC X(09) VALUE ' UPHELD, '.
002580     05  AGE-RT-REJECTED       PIC ZZZZZZ9.
002590     05  FILLER                PIC X(11) VALUE ' REJECTED, '.
002600     05  AGE-RT-BAD            PIC ZZZZZZ9.
002610     05  FILLER                PIC X(10) VALUE ' UNUSABLE.'.
002620     05  FILLER                PIC X(27) VALUE SPACE.
002630
002640 01  WS-BLANK-LINE             PIC X(132) VALUE SPACE.
002650
002660*--------------------------------------------------------------*
002670*  EVERY REPORT LINE IS MOVED HERE AND WRITTEN BY THE ONE
002680*  CHECKED WRITE IN 6000-WRITE-AGEING-LINE.
002690*--------------------------------------------------------------*
002700 01  WS-PRINT-WORK-LINE        PIC X(132) VALUE SPACE.
002710
002720 PROCEDURE DIVISION.
002730
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     PERFORM 2000-AGE-ONE-CASE THRU 2000-EXIT
002770         UNTIL END-OF-REGISTER.
002780     PERFORM 8000-PRINT-SUBJECT-COUNTS THRU 8000-EXIT.
002790     PERFORM 7900-WRITE-RUNLOG-END THRU 7900-EXIT.
002800     PERFORM 7000-TERMINATE THRU 7000-EXIT.
002810     STOP RUN.
002820
002830 1000-INITIALIZE.
002840     PERFORM 1050-LOAD-RUN-PARMS THRU 1050-EXIT.
002850     OPEN INPUT APPEAL-REGISTER-FILE.
002860     IF NOT APPEAL-FILE-OK
002870         DISPLAY 'APPLAGE - CANNOT OPEN APPEAL REGISTER, '
002880             'STATUS ' WS-APPEAL-FILE-STATUS
002890         MOVE 'Y' TO WS-EOF-SWITCH
002900     END-IF.
002910     OPEN OUTPUT AGEING-REPORT-FILE.
002920     IF NOT REPORT-FILE-OK
002930         DISPLAY 'APPLAGE - CANNOT OPEN AGEING REPORT, '
002940             'STATUS ' WS-REPORT-FILE-STATUS
002950         MOVE 'Y' TO WS-EOF-SWITCH
002960     END-IF.
002970     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002980     ACCEPT WS-RUN-TIME FROM TIME.
002990     PERFORM 1900-WRITE-RUNLOG-START THRU 1900-EXIT.
003000     MOVE WS-RUN-DATE TO WS-DN-DATE.
003010     PERFORM 3500-COMPUTE-DAY-NUMBER THRU 3500-EXIT.
003020     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER.
003030     MOVE WS-RUN-DATE TO AGE-RH-RUN-DATE.
003040     MOVE AGE-RUN-HEADING TO WS-PRINT-WORK-LINE.
003050     PERFORM 6000-WRITE-AGEING-LINE THRU 6000-EXIT.
003060     MOVE WS-APPEAL-TURNAROUND TO AGE-TL-TURNAROUND.
003070     MOVE AGE-TURNAROUND-LINE TO WS-PRINT-WORK-LINE.
003080     PERFORM 6000-WRITE-AGEING-LINE THRU 6000-EXIT.
003090     MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE.
003100     PERFORM 6000-WRITE-AGEING-LINE THRU 6000-EXIT.
003110     MOVE AGE-LATE-HEADING TO WS-PRINT-WORK-LINE.
003120     PERFORM 6000-WRITE-AGEING-LINE THRU 6000-EXIT.
003130     MOVE AGE-LATE-COLUMNS TO WS-PRINT-WORK-LINE.
003140     PERFORM 6000-WRITE-AGEING-LINE THRU 6000-EXIT.
003150 1000-EXIT.
003160     EXIT.
003170
003180*--------------------------------------------------------------*
003190*  LOAD THE BOARD'S APPEAL TURNAROUND FROM THE SAME GRADPARM
003200*  DATASET THE GRADING PROGRAMS READ.  ZERO MEANS NOBODY KEYED
003210*  IT - EVERY OPEN CASE WOULD SHOW LATE AND THE LIST WOULD MEAN
003220*  NOTHING, SO THE RUN STOPS INSTEAD.
003230*--------------------------------------------------------------*
003240 1050-LOAD-RUN-PARMS.
003250     OPEN INPUT RUN-PARM-FILE.
003260     IF NOT PARM-FILE-OK
003270         DISPLAY 'APPLAGE - CANNOT OPEN RUN PARM FILE, '
003280             'STATUS ' WS-PARM-FILE-STATUS
003290         PERFORM 9100-ABEND-ON-BAD-PARMS THRU 9100-EXIT
003300     END-IF.
003310     READ RUN-PARM-FILE
003320         AT END
003330             DISPLAY 'APPLAGE - RUN PARM FILE IS EMPTY.'
003340             PERFORM 9100-ABEND-ON-BAD-PARMS THRU 9100-EXIT
003350     END-READ.
003360     IF PP-APPEAL-TURNAROUND NOT NUMERIC
003370         DISPLAY 'APPLAGE - APPEAL TURNAROUND NOT NUMERIC.'
003380         PERFORM 9100-ABEND-ON-BAD-PARMS THRU 9100-EXIT
003390     END-IF.
003400     IF PP-APPEAL-TURNAROUND = ZERO
003410         DISPLAY 'APPLAGE - APPEAL TURNAROUND IS ZERO - '
003420             'NOBODY KEYED THE BOARD''S LIMIT.'
003430         PERFORM 9100-ABEND-ON-BAD-PARMS THRU 9100-EXIT
003440     END-IF.
003450     MOVE PP-APPEAL-TURNAROUND TO WS-APPEAL-TURNAROUND.
003460     CLOSE RUN-PARM-FILE.
003470 1050-EXIT.
003480     EXIT.
003490
003500*--------------------------------------------------------------*
003510*  ONE CASE.  EVERY USABLE CASE COUNTS TO ITS SUBJECT; AN OPEN
003520*  ONE IS AGED AGAINST THE RUN DATE AND LISTED IF IT IS PAST
003530*  THE TURNAROUND.  A CASE WITH AN UNKNOWN STATUS OR A LODGING
003540*  DATE THAT IS NOT A DATE IS COUNTED AND SKIPPED.
003550*--------------------------------------------------------------*
003560 2000-AGE-ONE-CASE.
003570     PERFORM 2100-READ-APPEAL-RECORD THRU 2100-EXIT.
003580     IF END-OF-REGISTER
003590         GO TO 2000-EXIT
003600     END-IF.
003610     ADD 1 TO WS-RECORDS-READ.
003620     IF (NOT AP-CASE-OPEN AND NOT AP-CASE-CLOSED)
003630         OR AP-DATE-LODGED NOT NUMERIC
003640         ADD 1 TO WS-BAD-RECORD-COUNT
003650         DISPLAY 'APPLAGE - UNUSABLE CASE ' AP-KEY ' SKIPPED.'
003660         GO TO 2000-EXIT
003670     END-IF.
003680     PERFORM 2200-FIND-SUBJECT-ENTRY THRU 2200-EXIT.
003690     IF WS-SUBJ-SUB NOT > AS-ENTRY-COUNT
003700         ADD 1 TO AS-LODGED-COUNT(WS-SUBJ-SUB)
003710         IF AP-CASE-OPEN
003720             ADD 1 TO AS-OPEN-COUNT(WS-SUBJ-SUB)
003730         END-IF
003740         IF AP-APPEAL-UPHELD
003750             ADD 1 TO AS-UPHELD-COUNT(WS-SUBJ-SUB)
003760         END-IF
003770         IF AP-APPEAL-REJECTED
003780             ADD 1 TO AS-REJECTED-COUNT(WS-SUBJ-SUB)
003790         END-IF
003800     END-IF.
003810     IF AP-APPEAL-UPHELD
003820         ADD 1 TO WS-UPHELD-COUNT
003830     END-IF.
003840     IF AP-APPEAL-REJECTED
003850         ADD 1 TO WS-REJECTED-COUNT
003860     END-IF.
003870     IF AP-CASE-CLOSED
003880         ADD 1 TO WS-CLOSED-COUNT
003890         GO TO 2000-EXIT
003900     END-IF.
003910     ADD 1 TO WS-OPEN-COUNT.
003920     MOVE AP-DATE-LODGED TO WS-DN-DATE.
003930     PERFORM 3500-COMPUTE-DAY-NUMBER THRU 3500-EXIT.
003940     COMPUTE WS-CASE-AGE = WS-RUN-DAY-NUMBER - WS-DAY-NUMBER.
003950     IF WS-CASE-AGE > WS-APPEAL-TURNAROUND
003960         ADD 1 TO WS-LATE-COUNT
003970         PERFORM 3000-PRINT-LATE-CASE THRU 3000-EXIT
003980     END-IF.
003990 2000-EXIT.
004000     EXIT.
004010
004020 2100-READ-APPEAL-RECORD.
004030     READ APPEAL-REGISTER-FILE NEXT RECORD
004040         AT END
004050             MOVE 'Y' TO WS-EOF-SWITCH
004060     END-READ.
004070 2100-EXIT.
004080     EXIT.
004090
004100*--------------------------------------------------------------*
004110*  LOOK THE SUBJECT UP, ADDING A NEW ENTRY ON FIRST SIGHT.
004120*  WS-SUBJ-SUB LEAVES HERE POINTING AT THE SUBJECT'S ENTRY -
004130*  OR PAST AS-ENTRY-COUNT WHEN THE TABLE IS FULL, IN WHICH CASE
004140*  THE CASE STILL AGES BUT IS NOT COUNTED BY SUBJECT.  THE FULL
004150*  SWITCH IS LATCHED ONCE, THE SAME PATTERN AS SUBTREND.
004160*--------------------------------------------------------------*
004170 2200-FIND-SUBJECT-ENTRY.
004180     MOVE 1 TO WS-SUBJ-SUB.
004190     MOVE 'N' TO WS-SUBJ-FOUND-SWITCH.
004200     PERFORM 2210-MATCH-ONE-ENTRY THRU 2210-EXIT
004210         UNTIL WS-SUBJ-SUB > AS-ENTRY-COUNT
004220            OR SUBJECT-ENTRY-FOUND.
004230     IF NOT SUBJECT-ENTRY-FOUND
004240         IF AS-ENTRY-COUNT >= 200
004250             IF NOT SUBJECT-TABLE-FULL
004260                 MOVE 'Y' TO WS-SUBJ-TABLE-FULL-SW
004270                 DISPLAY 'APPLAGE - SUBJECT TABLE FULL AT 200 '
004280                     'ENTRIES, SUBJECT ' AP-SUBJECT-CODE
004290                     ' AND LATER NOT COUNTED.'
004300             END-IF
004310         ELSE
004320             ADD 1 TO AS-ENTRY-COUNT
004330             MOVE AS-ENTRY-COUNT TO WS-SUBJ-SUB
004340             MOVE AP-SUBJECT-CODE
004350                 TO AS-SUBJECT-CODE(WS-SUBJ-SUB)
004360             MOVE ZERO TO AS-LODGED-COUNT(WS-SUBJ-SUB)
004370             MOVE ZERO TO AS-OPEN-COUNT(WS-SUBJ-SUB)
004380             MOVE ZERO TO AS-UPHELD-COUNT(WS-SUBJ-SUB)
004390             MOVE ZERO TO AS-REJECTED-COUNT(WS-SUBJ-SUB)
004400         END-IF
004410     END-IF.
004420 2200-EXIT.
004430     EXIT.
004440
004450 2210-MATCH-ONE-ENTRY.
004460     IF AS-SUBJECT-CODE(WS-SUBJ-SUB) = AP-SUBJECT-CODE
004470         MOVE 'Y' TO WS-SUBJ-FOUND-SWITCH
004480     ELSE
004490         ADD 1 TO WS-SUBJ-SUB
004500     END-IF.
004510 2210-EXIT.
004520     EXIT.
004530
004540 3000-PRINT-LATE-CASE.
004550     MOVE AP-STUDENT-ID    TO AGE-LL-STUDENT-ID.
004560     MOVE AP-ACADEMIC-TERM TO AGE-LL-ACADEMIC-TERM.
004570     MOVE AP-SUBJECT-CODE  TO AGE-LL-SUBJECT-CODE.
004580     MOVE AP-CASE-SEQ      TO AGE-LL-CASE-SEQ.
004590     MOVE AP-CLASS-CODE    TO AGE-LL-CLASS-CODE.
004600     MOVE AP-DATE-LODGED   TO AGE-LL-DATE-LODGED.
004610     MOVE WS-CASE-AGE      TO AGE-LL-AGE.
004620     MOVE AP-FEE-RECEIPT   TO AGE-LL-FEE-RECEIPT.
004630     IF AP-APPEAL-UPHELD
004640         MOVE 'UPHELD - AWAITING CORRECTION' TO AGE-LL-STAGE
004650     ELSE
004660         MOVE 'AWAITING REVIEWER DECISION' TO AGE-LL-STAGE
004670     END-IF.
004680     MOVE AGE-LATE-LINE TO WS-PRINT-WORK-LINE.
004690     PERFORM 6000-WRITE-AGEING-LINE THRU 6000-EXIT.
004700 3000-EXIT.
004710     EXIT.
004720
004730*--------------------------------------------------------------*
004740*  TURN WS-DN-DATE (CCYYMMDD) INTO WS-DAY-NUMBER.  EACH
004750*  DIVIDE IS KEPT SEPARATE SO THE QUOTIENT TRUNCATES THE WAY
004760*  THE LEAP-YEAR RULE NEEDS.
004770*--------------------------------------------------------------*
004780 3500-COMPUTE-DAY-NUMBER.
004790     IF WS-DN-MM < 1 OR WS-DN-MM > 12
004800         MOVE 1 TO WS-DN-MM
004810     END-IF.
004820     MOVE WS-DN-YYYY TO WS-DN-LEAP-YEAR.
004830     IF WS-DN-MM < 3
004840         SUBTRACT 1 FROM WS-DN-LEAP-YEAR
004850     END-IF.
004860     DIVIDE WS-DN-LEAP-YEAR BY 4   GIVING WS-DN-BY-4.
004870     DIVIDE WS-DN-LEAP-YEAR BY 100 GIVING WS-DN-BY-100.
004880     DIVIDE WS-DN-LEAP-YEAR BY 400 GIVING WS-DN-BY-400.
004890     COMPUTE WS-DAY-NUMBER =
004900         (WS-DN-YYYY * 365) + WS-DN-BY-4 - WS-DN-BY-100
004910             + WS-DN-BY-400 + WS-CUM-DAYS(WS-DN-MM) + WS-DN-DD.
004920 3500-EXIT.
004930     EXIT.
004940
004950*--------------------------------------------------------------*
004960*  AFTER THE LATE LIST, ONE LINE PER SUBJECT - LODGED, STILL
004970*  OPEN, UPHELD AND REJECTED - THEN THE RUN TOTALS.  THE
004980*  REGISTER IS KEPT IN STUDENT ORDER, SO THE SUBJECT TABLE IS
004990*  IN ORDER OF FIRST APPEARANCE, NOT SUBJECT CODE.
005000*--------------------------------------------------------------*
005010 8000-PRINT-SUBJECT-COUNTS.
005020     IF WS-LATE-COUNT = ZERO
005030         MOVE AGE-NO-LATE-LINE TO WS-PRINT-WORK-LINE
005040         PERFORM 6000-WRITE-AGEING-LINE THRU 6000-EXIT
005050     END-IF.
005060     MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE.
005070     PERFORM 6000-WRITE-AGEING-LINE THRU 6000-EXIT.
005080     MOVE AGE-SUBJECT-HEADING TO WS-PRINT-WORK-LINE.
005090     PERFORM 6000-WRITE-AGEING-LINE THRU 6000-EXIT.
005100     MOVE AGE-SUBJECT-COLUMNS TO WS-PRINT-WORK-LINE.
005110     PERFORM 6000-WRITE-AGEING-LINE THRU 6000-EXIT.
005120     PERFORM 8100-PRINT-SUBJECT-LINE THRU 8100-EXIT
005130         VARYING WS-RPT-SUB FROM 1 BY 1
005140         UNTIL WS-RPT-SUB > AS-ENTRY-COUNT.
005150     MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE.
005160     PERFORM 6000-WRITE-AGEING-LINE THRU 6000-EXIT.
005170     IF SUBJECT-TABLE-FULL
005180         MOVE AGE-TABLE-FULL-LINE TO WS-PRINT-WORK-LINE
005190         PERFORM 6000-WRITE-AGEING-LINE THRU 6000-EXIT
005200     END-IF.
005210     MOVE WS-RECORDS-READ     TO AGE-RT-READ.
005220     MOVE WS-OPEN-COUNT       TO AGE-RT-OPEN.
005230     MOVE WS-LATE-COUNT       TO AGE-RT-LATE.
005240     MOVE WS-UPHELD-COUNT     TO AGE-RT-UPHELD.
005250     MOVE WS-REJECTED-COUNT   TO AGE-RT-REJECTED.
005260     MOVE WS-BAD-RECORD-COUNT TO AGE-RT-BAD.
005270     MOVE AGE-RUN-TOTAL-LINE TO WS-PRINT-WORK-LINE.
005280     PERFORM 6000-WRITE-AGEING-LINE THRU 6000-EXIT.
005290     DISPLAY 'APPLAGE - ' WS-RECORDS-READ ' CASE(S) READ: '
005300         WS-OPEN-COUNT ' OPEN, ' WS-CLOSED-COUNT ' CLOSED, '
005310         WS-BAD-RECORD-COUNT ' UNUSABLE; ' WS-LATE-COUNT
005320         ' PAST TURNAROUND.'.
005330     COMPUTE WS-DECISION-TOTAL =
005340         WS-OPEN-COUNT + WS-CLOSED-COUNT + WS-BAD-RECORD-COUNT.
005350     IF WS-DECISION-TOTAL NOT = WS-RECORDS-READ
005360         DISPLAY 'APPLAGE - CONTROL TOTAL BREAK: '
005370             WS-RECORDS-READ ' RECORDS READ BUT '
005380             WS-DECISION-TOTAL ' ACCOUNTED FOR '
005390             '- SETTING NON-ZERO RETURN CODE.'
005400         MOVE 8 TO RETURN-CODE
005410     ELSE
005420         IF WS-LATE-COUNT > 0
005430             MOVE 4 TO RETURN-CODE
005440         END-IF
005450     END-IF.
005460 8000-EXIT.
005470     EXIT.
005480
005490 8100-PRINT-SUBJECT-LINE.
005500     MOVE AS-SUBJECT-CODE(WS-RPT-SUB)   TO AGE-SL-SUBJECT-CODE.
005510     MOVE AS-LODGED-COUNT(WS-RPT-SUB)   TO AGE-SL-LODGED.
005520     MOVE AS-OPEN-COUNT(WS-RPT-SUB)     TO AGE-SL-OPEN.
005530     MOVE AS-UPHELD-COUNT(WS-RPT-SUB)   TO AGE-SL-UPHELD.
005540     MOVE AS-REJECTED-COUNT(WS-RPT-SUB) TO AGE-SL-REJECTED.
005550     MOVE AGE-SUBJECT-LINE TO WS-PRINT-WORK-LINE.
005560     PERFORM 6000-WRITE-AGEING-LINE THRU 6000-EXIT.
005570 8100-EXIT.
005580     EXIT.
005590
005600 7000-TERMINATE.
005610     IF APPEAL-FILE-OK OR APPEAL-FILE-EOF
005620         CLOSE APPEAL-REGISTER-FILE
005630     END-IF.
005640     IF REPORT-FILE-OK
005650         CLOSE AGEING-REPORT-FILE
005660     END-IF.
005670 7000-EXIT.
005680     EXIT.
005690
005700*--------------------------------------------------------------*
005710*  ALL REPORT OUTPUT FUNNELS THROUGH HERE SO EVERY WRITE GETS
005720*  THE SAME STATUS CHECK.  CALLERS MOVE THE LINE TO PRINT TO
005730*  WS-PRINT-WORK-LINE JUST BEFORE THE PERFORM.
005740*--------------------------------------------------------------*
005750 6000-WRITE-AGEING-LINE.
005760     WRITE AGEING-REPORT-LINE FROM WS-PRINT-WORK-LINE.
005770     IF NOT REPORT-FILE-OK
005780         MOVE 'AGEING-REPORT-FILE' TO WS-ABEND-FILE-NAME
005790         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
005800         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
005810     END-IF.
005820 6000-EXIT.
005830     EXIT.
005840
005850*--------------------------------------------------------------*
005860*  A LOST REPORT LINE COULD HIDE THE ONE LATE APPEAL THE
005870*  BOARD NEEDED TO SEE - TERMINATE INSTEAD.
005880*--------------------------------------------------------------*
005890 9000-ABEND-ON-WRITE-ERROR.
005900     DISPLAY 'APPLAGE - FATAL: ' WS-ABEND-FILE-NAME
005910         ' WRITE FAILED, STATUS ' WS-ABEND-FILE-STATUS
005920         ' - RUN TERMINATED, OUTPUT NO LONGER RELIABLE.'.
005930     MOVE 16 TO RETURN-CODE.
005940     STOP RUN.
005950 9000-EXIT.
005960     EXIT.
005970
005980*--------------------------------------------------------------*
005990*  9100-ABEND-ON-BAD-PARMS - THE CALLER HAS ALREADY NAMED THE
006000*  PROBLEM; END THE RUN BEFORE A LATE LIST IS CUT AGAINST A
006010*  TURNAROUND NOBODY CAN PROVE.
006020*--------------------------------------------------------------*
006030 9100-ABEND-ON-BAD-PARMS.
006040     DISPLAY 'APPLAGE - FATAL: RUN PARAMETERS UNUSABLE '
006050         '- RUN TERMINATED BEFORE ANY AGEING.'.
006060     MOVE 16 TO RETURN-CODE.
006070     STOP RUN.
006080 9100-EXIT.
006090     EXIT.
006100
006110*--------------------------------------------------------------*
006120*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
006130*  CREATING IT ON THE FIRST EVER RUN) AND WRITES THE 'S' START
006140*  RECORD; 7900 WRITES ONE 'C' RECORD PER OUTPUT FILE AND THE
006150*  'E' END RECORD WITH RECORDS READ, THE RETURN CODE AND THE
006160*  RECONCILIATION RESULT, THEN CLOSES.  AN ABEND ANYWHERE IN
006170*  BETWEEN LEAVES AN 'S' WITH NO 'E' - WHICH IS EXACTLY WHAT
006180*  THE DAY-END REPORT FLAGS AS A STEP THAT DIED.  LOG TROUBLE
006190*  IS DISPLAYED AND THE LOGGING ABANDONED, NEVER FATAL.
006200*--------------------------------------------------------------*
006210 1900-WRITE-RUNLOG-START.
006220     OPEN EXTEND RUN-LOG-FILE.
006230     IF NOT RUNLOG-FILE-OK
006240         OPEN OUTPUT RUN-LOG-FILE
006250     END-IF.
006260     IF NOT RUNLOG-FILE-OK
006270         DISPLAY 'APPLAGE - CANNOT OPEN RUN LOG, STATUS '
006280             WS-RUNLOG-FILE-STATUS ' - RUN CONTINUES UNLOGGED.'
006290         GO TO 1900-EXIT
006300     END-IF.
006310     MOVE 'Y' TO WS-RUNLOG-OPEN-SW.
006320     MOVE SPACE        TO RUN-LOG-RECORD.
006330     MOVE 'S'          TO RL-RECORD-TYPE.
006340     MOVE 'APPLAGE'    TO RL-PROGRAM-ID.
006350     MOVE WS-RUN-DATE  TO RL-RUN-DATE.
006360     MOVE WS-RUN-TIME  TO RL-RUN-TIME.
006370     MOVE WS-RUN-TIME  TO RL-LOG-TIME.
006380     MOVE ZERO         TO RL-RECORD-COUNT.
006390     MOVE ZERO         TO RL-RETURN-CODE.
006400     MOVE SPACE        TO RL-RECON-RESULT.
006410     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
006420 1900-EXIT.
006430     EXIT.
006440
006450 1910-WRITE-RUNLOG-COUNT.
006460     IF NOT RUN-LOG-IS-OPEN
006470         GO TO 1910-EXIT
006480     END-IF.
006490     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
006500     MOVE SPACE                TO RUN-LOG-RECORD.
006510     MOVE 'C'                  TO RL-RECORD-TYPE.
006520     MOVE 'APPLAGE'            TO RL-PROGRAM-ID.
006530     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
006540     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
006550     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
006560     MOVE WS-RUNLOG-FILE-NAME  TO RL-FILE-NAME.
006570     MOVE WS-RUNLOG-COUNT      TO RL-RECORD-COUNT.
006580     MOVE ZERO                 TO RL-RETURN-CODE.
006590     MOVE SPACE                TO RL-RECON-RESULT.
006600     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
006610 1910-EXIT.
006620     EXIT.
006630
006640 1950-WRITE-RUNLOG-RECORD.
006650     WRITE RUN-LOG-RECORD.
006660     IF NOT RUNLOG-FILE-OK
006670         DISPLAY 'APPLAGE - RUN LOG WRITE FAILED, STATUS '
006680             WS-RUNLOG-FILE-STATUS ' - LOGGING ABANDONED.'
006690         CLOSE RUN-LOG-FILE
006700         MOVE 'N' TO WS-RUNLOG-OPEN-SW
006710     END-IF.
006720 1950-EXIT.
006730     EXIT.
006740
006750 7900-WRITE-RUNLOG-END.
006760     IF NOT RUN-LOG-IS-OPEN
006770         GO TO 7900-EXIT
006780     END-IF.
006790     MOVE 'AGERPT'       TO WS-RUNLOG-FILE-NAME.
006800     MOVE WS-LATE-COUNT  TO WS-RUNLOG-COUNT.
006810     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
006820     IF WS-DECISION-TOTAL = WS-RECORDS-READ
006830         MOVE 'OK'  TO WS-RUNLOG-RECON
006840     ELSE
006850         MOVE 'BRK' TO WS-RUNLOG-RECON
006860     END-IF.
006870     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
006880     MOVE SPACE                TO RUN-LOG-RECORD.
006890     MOVE 'E'                  TO RL-RECORD-TYPE.
006900     MOVE 'APPLAGE'            TO RL-PROGRAM-ID.
006910     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
006920     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
006930     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
006940     MOVE WS-RECORDS-READ      TO RL-RECORD-COUNT.
006950     MOVE RETURN-CODE          TO RL-RETURN-CODE.
006960     MOVE WS-RUNLOG-RECON      TO RL-RECON-RESULT.
006970     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
006980     IF RUN-LOG-IS-OPEN
006990         CLOSE RUN-LOG-FILE
007000     END-IF.
007010 7900-EXIT.
007020     EXIT.
