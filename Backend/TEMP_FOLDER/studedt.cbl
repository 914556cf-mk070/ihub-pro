000010*==============================================================*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    STUDEDT.
000040 AUTHOR.        K J MENON.
000050 INSTALLATION.  ACADEMIC RECORDS - EXAMINATIONS CELL.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*--------------------------------------------------------------*
000090*  MOD LOG
000100*  2026-10-15  KJM  INITIAL VERSION.  PRE-LOAD EDIT FOR THE
000110*                   STUDENT MASTER, RUN AHEAD OF THE STUDLOAD
000120*                   DELETE/DEFINE/REPRO THE WAY GUARDEDT FRONTS
000130*                   THE GUARDIAN LOAD.  REJECTS A BLANK OR
000140*                   DUPLICATE ST-STUDENT-ID, A BLANK NAME, A
000150*                   BLANK ENROLLED CLASS, A STATUS OTHER THAN
000160*                   ACTIVE / LEFT / TRANSFERRED (THE 88 LEVELS
000170*                   ON STUDREC), AND A DATE OF BIRTH OR
000180*                   ADMISSION DATE THAT IS NOT EIGHT DIGITS.
000190*                   CLEAN RECORDS GO TO THE LOAD FILE, REJECTS
000200*                   TO THE ERROR FILE (STDERREC) AND THE
000210*                   PRINTED EDIT REPORT.  RC 4 = SOME REJECTS,
000220*                   LOAD STILL RUNS ON THE CLEAN PART; RC 8 =
000230*                   AN EMPTY INPUT OR NOTHING CLEAN, WHICH
000240*                   KEEPS STUDLOAD FROM DESTROYING THE OLD
000250*                   CLUSTER FOR NOTHING.  WRITES THE SHARED
000260*                   RUN-LOG RECORDS LIKE EVERY OTHER STEP.
000270*==============================================================*
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT STUDENT-INPUT-FILE ASSIGN TO STUDIN
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-INPUT-FILE-STATUS.
000350
000360     SELECT CLEAN-STUDENT-FILE ASSIGN TO STUDCLN
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-CLEAN-FILE-STATUS.
000390
000400     SELECT STUDENT-ERROR-FILE ASSIGN TO STUDERR
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-ERROR-FILE-STATUS.
000430
000440     SELECT EDIT-REPORT-FILE ASSIGN TO SEDITRPT
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-REPORT-FILE-STATUS.
000470
000480     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  STUDENT-INPUT-FILE
000550     RECORDING MODE IS F.
000560     COPY STUDREC.
000570
000580 FD  CLEAN-STUDENT-FILE
000590     RECORDING MODE IS F.
000600 01  CLEAN-STUDENT-RECORD        PIC X(100).
000610
000620 FD  STUDENT-ERROR-FILE
000630     RECORDING MODE IS F.
000640     COPY STDERREC.
000650
000660 FD  EDIT-REPORT-FILE
000670     RECORDING MODE IS F.
000680 01  EDIT-REPORT-LINE            PIC X(132).
000690
000700 FD  RUN-LOG-FILE
000710     RECORDING MODE IS F.
000720     COPY RUNLOG.
000730
000740 WORKING-STORAGE SECTION.
000750
000760*--------------------------------------------------------------*
000770*  RUN-LOG CONTROL FIELDS.  EVERY BATCH PROGRAM IN THE CHAIN
000780*  APPENDS A START RECORD, ONE COUNT RECORD PER OUTPUT AND AN
000790*  END RECORD TO THE SHARED RUN-LOG DATASET (SEE RUNLOG) FOR
000800*  THE DAY-END OPERATIONS REPORT.  A RUN LOG THAT CANNOT BE
000810*  OPENED OR WRITTEN IS REPORTED AND ABANDONED - THE BUSINESS
000820*  RUN MUST NEVER DIE FOR ITS DIARY.
000830*--------------------------------------------------------------*
000840 01  WS-RUNLOG-FILE-STATUS    PIC X(02).
000850     88 RUNLOG-FILE-OK          VALUE '00'.
000860
000870 01  WS-RUNLOG-OPEN-SW         PIC X(01) VALUE 'N'.
000880     88 RUN-LOG-IS-OPEN          VALUE 'Y'.
000890 01  WS-RUNLOG-FILE-NAME       PIC X(12) VALUE SPACE.
000900 01  WS-RUNLOG-COUNT           PIC 9(09) VALUE ZERO.
000910 01  WS-RUNLOG-RECON           PIC X(04) VALUE 'N/A'.
000920 01  WS-RUNLOG-LOG-TIME        PIC X(08) VALUE SPACE.
000930
000940 01  WS-INPUT-FILE-STATUS     PIC X(02).
000950     88 INPUT-FILE-OK          VALUE '00'.
000960     88 INPUT-FILE-EOF         VALUE '10'.
000970
000980 01  WS-CLEAN-FILE-STATUS     PIC X(02).
000990     88 CLEAN-FILE-OK          VALUE '00'.
001000
001010 01  WS-ERROR-FILE-STATUS     PIC X(02).
001020     88 ERROR-FILE-OK          VALUE '00'.
001030
001040 01  WS-REPORT-FILE-STATUS    PIC X(02).
001050     88 REPORT-FILE-OK         VALUE '00'.
001060
001070 01  WS-SWITCHES.
001080     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001090         88 END-OF-INPUT-FILE   VALUE 'Y'.
001100     05  WS-KEY-FOUND-SWITCH   PIC X(01) VALUE 'N'.
001110         88 SEEN-KEY-FOUND      VALUE 'Y'.
001120     05  WS-KEY-TABLE-FULL-SW  PIC X(01) VALUE 'N'.
001130         88 SEEN-KEY-TABLE-FULL VALUE 'Y'.
001140
001150 01  WS-REJECT-REASON          PIC X(04) VALUE SPACE.
001160     88 RECORD-IS-CLEAN          VALUE SPACE.
001170
001180*--------------------------------------------------------------*
001190*  DUPLICATE-KEY TABLE.  EVERY STUDENT ID ACCEPTED ONTO THE
001200*  LOAD FILE IS REMEMBERED HERE SO A SECOND RECORD FOR THE
001210*  SAME STUDENT IS REJECTED - THE MASTER IS KEYED ON STUDENT
001220*  ID AND A REPRO OF A DUPLICATE WOULD FAIL THE WHOLE LOAD.
001230*  CAPPED AT 20000, THE SAME PATTERN AS GUARDEDT; BEYOND THE
001240*  CAP RECORDS ARE STILL FIELD-EDITED AND PASSED, THEY JUST
001250*  CANNOT BE DUPLICATE-CHECKED, AND THE REPORT SAYS SO.
001260*--------------------------------------------------------------*
001270 01  SEEN-KEY-TABLE.
001280     05  SK-ENTRY-COUNT        PIC 9(05) COMP VALUE ZERO.
001290     05  SK-ENTRY OCCURS 20000 TIMES.
001300         10  SK-STUDENT-ID     PIC X(09).
001310
001320 01  WS-KEY-SUB                PIC 9(05) COMP VALUE ZERO.
001330
001340*--------------------------------------------------------------*
001350*  EDIT CONTROL TOTALS.  READ = CLEAN + REJECTED MUST FOOT AT
001360*  END OF RUN, THE SAME WAY GUARDEDT FOOTS ITS SPLIT.
001370*--------------------------------------------------------------*
001380 01  WS-RECORDS-READ           PIC 9(09) COMP VALUE ZERO.
001390 01  WS-CLEAN-COUNT            PIC 9(09) COMP VALUE ZERO.
001400 01  WS-REJECT-COUNT           PIC 9(09) COMP VALUE ZERO.
001410 01  WS-BLANK-KEY-COUNT        PIC 9(07) COMP VALUE ZERO.
001420 01  WS-DUPLICATE-COUNT        PIC 9(07) COMP VALUE ZERO.
001430 01  WS-NO-NAME-COUNT          PIC 9(07) COMP VALUE ZERO.
001440 01  WS-NO-CLASS-COUNT         PIC 9(07) COMP VALUE ZERO.
001450 01  WS-BAD-STATUS-COUNT       PIC 9(07) COMP VALUE ZERO.
001460 01  WS-BAD-DATE-COUNT         PIC 9(07) COMP VALUE ZERO.
001470
001480 01  WS-RUN-DATE               PIC X(08) VALUE SPACE.
001490 01  WS-RUN-TIME               PIC X(08) VALUE SPACE.
001500
001510 01  WS-ABEND-FILE-NAME        PIC X(20) VALUE SPACE.
001520 01  WS-ABEND-FILE-STATUS      PIC X(02) VALUE SPACE.
001530
001540*--------------------------------------------------------------*
001550*  EDIT REPORT LINES.
001560*--------------------------------------------------------------*
001570 01  RPT-HEADING-1.
001580     05  FILLER                PIC X(40) VALUE
001590         'STUDEDT - STUDENT MASTER PRE-LOAD EDIT,'.
001600     05  FILLER                PIC X(05) VALUE ' RUN '.
001610     05  RPT-H1-RUN-DATE       PIC X(08) VALUE SPACE.
001620     05  FILLER                PIC X(79) VALUE SPACE.
001630
001640 01  RPT-HEADING-2.
001650     05  FILLER                PIC X(48) VALUE
001660         'STUDENT-ID STUDENT NAME                   CLASS '.
001670     05  FILLER                PIC X(17) VALUE
001680         '     ST REASON'.
001690     05  FILLER                PIC X(67) VALUE SPACE.
001700
001710 01  RPT-DETAIL-LINE.
001720     05  RPT-STUDENT-ID        PIC X(09).
001730     05  FILLER                PIC X(02) VALUE SPACE.
001740     05  RPT-STUDENT-NAME      PIC X(30).
001750     05  FILLER                PIC X(01) VALUE SPACE.
001760     05  RPT-CLASS-CODE        PIC X(09).
001770     05  FILLER                PIC X(02) VALUE SPACE.
001780     05  RPT-STATUS-CODE       PIC X(01).
001790     05  FILLER                PIC X(02) VALUE SPACE.
001800     05  RPT-REASON-CODE       PIC X(04).
001810     05  FILLER                PIC X(72) VALUE SPACE.
001820
001830 01  RPT-TOTAL-LINE.
001840     05  RPT-TOTAL-TEXT        PIC X(30) VALUE SPACE.
001850     05  RPT-TOTAL-COUNT       PIC Z(08)9.
001860     05  FILLER                PIC X(93) VALUE SPACE.
001870
001880 01  WS-BLANK-LINE             PIC X(132) VALUE SPACE.
001890
001900 PROCEDURE DIVISION.
001910
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001940     PERFORM 2000-EDIT-STUDENT-FILE THRU 2000-EXIT
001950         UNTIL END-OF-INPUT-FILE.
001960     PERFORM 8000-PRINT-EDIT-TOTALS THRU 8000-EXIT.
001970     PERFORM 7900-WRITE-RUNLOG-END THRU 7900-EXIT.
001980     PERFORM 7000-TERMINATE THRU 7000-EXIT.
001990     STOP RUN.
002000
002010 1000-INITIALIZE.
002020     OPEN INPUT STUDENT-INPUT-FILE.
002030     IF NOT INPUT-FILE-OK
002040         DISPLAY 'STUDEDT - CANNOT OPEN OFFICE INPUT FILE, '
002050             'STATUS ' WS-INPUT-FILE-STATUS
002060         MOVE 'Y' TO WS-EOF-SWITCH
002070     END-IF.
002080     OPEN OUTPUT CLEAN-STUDENT-FILE.
002090     IF NOT CLEAN-FILE-OK
002100         DISPLAY 'STUDEDT - CANNOT OPEN CLEAN LOAD FILE, '
002110             'STATUS ' WS-CLEAN-FILE-STATUS
002120         MOVE 'Y' TO WS-EOF-SWITCH
002130     END-IF.
002140     OPEN OUTPUT STUDENT-ERROR-FILE.
002150     IF NOT ERROR-FILE-OK
002160         DISPLAY 'STUDEDT - CANNOT OPEN ERROR FILE, '
002170             'STATUS ' WS-ERROR-FILE-STATUS
002180         MOVE 'Y' TO WS-EOF-SWITCH
002190     END-IF.
002200     OPEN OUTPUT EDIT-REPORT-FILE.
002210     IF NOT REPORT-FILE-OK
002220         DISPLAY 'STUDEDT - CANNOT OPEN EDIT REPORT FILE, '
002230             'STATUS ' WS-REPORT-FILE-STATUS
002240         MOVE 'Y' TO WS-EOF-SWITCH
002250     END-IF.
002260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002270     ACCEPT WS-RUN-TIME FROM TIME.
002280     PERFORM 1900-WRITE-RUNLOG-START THRU 1900-EXIT.
002290     MOVE WS-RUN-DATE TO RPT-H1-RUN-DATE.
002300     PERFORM 6000-WRITE-REPORT-HEADINGS THRU 6000-EXIT.
002310 1000-EXIT.
002320     EXIT.
002330
002340 2000-EDIT-STUDENT-FILE.
002350     PERFORM 2100-READ-STUDENT-RECORD THRU 2100-EXIT.
002360     IF NOT END-OF-INPUT-FILE
002370         ADD 1 TO WS-RECORDS-READ
002380         PERFORM 3000-EDIT-ONE-RECORD THRU 3000-EXIT
002390     END-IF.
002400 2000-EXIT.
002410     EXIT.
002420
002430 2100-READ-STUDENT-RECORD.
002440     READ STUDENT-INPUT-FILE
002450         AT END
002460             MOVE 'Y' TO WS-EOF-SWITCH
002470     END-READ.
002480 2100-EXIT.
002490     EXIT.
002500
002510*--------------------------------------------------------------*
002520*  APPLY THE EDITS IN SEVERITY ORDER - BLANK KEY, NO NAME, NO
002530*  ENROLLED CLASS, UNKNOWN STATUS, NON-NUMERIC DATES, THEN THE
002540*  DUPLICATE CHECK - AND STAMP THE FIRST FAILURE'S REASON
002550*  CODE, THE SAME SEVERITY-ORDER PATTERN AS GUARDEDT.  ONLY A
002560*  RECORD THAT PASSES ALL SIX GOES TO THE LOAD FILE AND HAS
002570*  ITS KEY REMEMBERED.
002580*--------------------------------------------------------------*
002590 3000-EDIT-ONE-RECORD.
002600     MOVE SPACE TO WS-REJECT-REASON.
002610     IF ST-STUDENT-ID = SPACE
002620         MOVE 'BLNK' TO WS-REJECT-REASON
002630         ADD 1 TO WS-BLANK-KEY-COUNT
002640     ELSE
002650     IF ST-STUDENT-NAME = SPACE
002660         MOVE 'NAME' TO WS-REJECT-REASON
002670         ADD 1 TO WS-NO-NAME-COUNT
002680     ELSE
002690     IF ST-CLASS-CODE = SPACE
002700         MOVE 'CLAS' TO WS-REJECT-REASON
002710         ADD 1 TO WS-NO-CLASS-COUNT
002720     ELSE
002730     IF NOT ST-STATUS-VALID
002740         MOVE 'STAT' TO WS-REJECT-REASON
002750         ADD 1 TO WS-BAD-STATUS-COUNT
002760     ELSE
002770     IF ST-DATE-OF-BIRTH NOT NUMERIC
002780         OR ST-ADMISSION-DATE NOT NUMERIC
002790         MOVE 'DATE' TO WS-REJECT-REASON
002800         ADD 1 TO WS-BAD-DATE-COUNT
002810     ELSE
002820         PERFORM 3200-CHECK-DUPLICATE THRU 3200-EXIT
002830         IF SEEN-KEY-FOUND
002840             MOVE 'DUPL' TO WS-REJECT-REASON
002850             ADD 1 TO WS-DUPLICATE-COUNT
002860         END-IF
002870     END-IF
002880     END-IF
002890     END-IF
002900     END-IF
002910     END-IF.
002920     IF RECORD-IS-CLEAN
002930         PERFORM 3400-WRITE-CLEAN-RECORD THRU 3400-EXIT
002940     ELSE
002950         ADD 1 TO WS-REJECT-COUNT
002960         PERFORM 3500-WRITE-ERROR-RECORD THRU 3500-EXIT
002970         PERFORM 3600-PRINT-REJECT-LINE THRU 3600-EXIT
002980     END-IF.
002990 3000-EXIT.
003000     EXIT.
003010
003020*--------------------------------------------------------------*
003030*  LOOK THE RECORD'S STUDENT ID UP IN THE SEEN-KEY TABLE.
003040*  NOT FOUND MEANS THIS IS THE FIRST RECORD FOR THE STUDENT -
003050*  REMEMBER IT, TABLE SPACE PERMITTING.
003060*--------------------------------------------------------------*
003070 3200-CHECK-DUPLICATE.
003080     MOVE 1 TO WS-KEY-SUB.
003090     MOVE 'N' TO WS-KEY-FOUND-SWITCH.
003100     PERFORM 3210-FIND-SEEN-KEY THRU 3210-EXIT
003110         UNTIL WS-KEY-SUB > SK-ENTRY-COUNT
003120            OR SEEN-KEY-FOUND.
003130     IF NOT SEEN-KEY-FOUND
003140         IF SK-ENTRY-COUNT >= 20000
003150             IF NOT SEEN-KEY-TABLE-FULL
003160                 MOVE 'Y' TO WS-KEY-TABLE-FULL-SW
003170                 DISPLAY 'STUDEDT - SEEN-KEY TABLE FULL AT '
003180                     '20000 ENTRIES, DUPLICATE CHECK SUSPENDED.'
003190             END-IF
003200         ELSE
003210             ADD 1 TO SK-ENTRY-COUNT
003220             MOVE ST-STUDENT-ID
003230                 TO SK-STUDENT-ID(SK-ENTRY-COUNT)
003240         END-IF
003250     END-IF.
003260 3200-EXIT.
003270     EXIT.
003280
003290 3210-FIND-SEEN-KEY.
003300     IF SK-STUDENT-ID(WS-KEY-SUB) = ST-STUDENT-ID
003310         MOVE 'Y' TO WS-KEY-FOUND-SWITCH
003320     ELSE
003330         ADD 1 TO WS-KEY-SUB
003340     END-IF.
003350 3210-EXIT.
003360     EXIT.
003370
003380 3400-WRITE-CLEAN-RECORD.
003390     ADD 1 TO WS-CLEAN-COUNT.
003400     WRITE CLEAN-STUDENT-RECORD FROM STUDENT-MASTER-RECORD.
003410     IF NOT CLEAN-FILE-OK
003420         MOVE 'CLEAN-STUDENT-FILE' TO WS-ABEND-FILE-NAME
003430         MOVE WS-CLEAN-FILE-STATUS TO WS-ABEND-FILE-STATUS
003440         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
003450     END-IF.
003460 3400-EXIT.
003470     EXIT.
003480
003490 3500-WRITE-ERROR-RECORD.
003500     MOVE SPACE             TO STUDENT-ERROR-RECORD.
003510     MOVE ST-STUDENT-ID     TO SE-STUDENT-ID.
003520     MOVE ST-STUDENT-NAME   TO SE-STUDENT-NAME.
003530     MOVE ST-CLASS-CODE     TO SE-CLASS-CODE.
003540     MOVE ST-STATUS-CODE    TO SE-STATUS-CODE.
003550     MOVE WS-REJECT-REASON  TO SE-REASON-CODE.
003560     WRITE STUDENT-ERROR-RECORD.
003570     IF NOT ERROR-FILE-OK
003580         MOVE 'STUDENT-ERROR-FILE' TO WS-ABEND-FILE-NAME
003590         MOVE WS-ERROR-FILE-STATUS TO WS-ABEND-FILE-STATUS
003600         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
003610     END-IF.
003620 3500-EXIT.
003630     EXIT.
003640
003650 3600-PRINT-REJECT-LINE.
003660     MOVE ST-STUDENT-ID     TO RPT-STUDENT-ID.
003670     MOVE ST-STUDENT-NAME   TO RPT-STUDENT-NAME.
003680     MOVE ST-CLASS-CODE     TO RPT-CLASS-CODE.
003690     MOVE ST-STATUS-CODE    TO RPT-STATUS-CODE.
003700     MOVE WS-REJECT-REASON  TO RPT-REASON-CODE.
003710     WRITE EDIT-REPORT-LINE FROM RPT-DETAIL-LINE.
003720     IF NOT REPORT-FILE-OK
003730         MOVE 'EDIT-REPORT-FILE' TO WS-ABEND-FILE-NAME
003740         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
003750         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
003760     END-IF.
003770 3600-EXIT.
003780     EXIT.
003790
003800 6000-WRITE-REPORT-HEADINGS.
003810     WRITE EDIT-REPORT-LINE FROM RPT-HEADING-1.
003820     IF NOT REPORT-FILE-OK
003830         MOVE 'EDIT-REPORT-FILE' TO WS-ABEND-FILE-NAME
003840         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
003850         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
003860     END-IF.
003870     WRITE EDIT-REPORT-LINE FROM WS-BLANK-LINE.
003880     IF NOT REPORT-FILE-OK
003890         MOVE 'EDIT-REPORT-FILE' TO WS-ABEND-FILE-NAME
003900         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
003910         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
003920     END-IF.
003930     WRITE EDIT-REPORT-LINE FROM RPT-HEADING-2.
003940     IF NOT REPORT-FILE-OK
003950         MOVE 'EDIT-REPORT-FILE' TO WS-ABEND-FILE-NAME
003960         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
003970         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
003980     END-IF.
003990 6000-EXIT.
004000     EXIT.
004010
004020 6200-WRITE-TOTAL-LINE.
004030     WRITE EDIT-REPORT-LINE FROM RPT-TOTAL-LINE.
004040     IF NOT REPORT-FILE-OK
004050         MOVE 'EDIT-REPORT-FILE' TO WS-ABEND-FILE-NAME
004060         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
004070         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
004080     END-IF.
004090 6200-EXIT.
004100     EXIT.
004110
004120*--------------------------------------------------------------*
004130*  END-OF-RUN EDIT TOTALS, BROKEN DOWN BY REASON.  ANY REJECT
004140*  SETS RETURN CODE 4 - THE LOAD STILL RUNS ON THE CLEAN PART.
004150*  AN EMPTY INPUT OR NOTHING CLEAN SETS RETURN CODE 8, WHICH
004160*  KEEPS STUDLOAD'S DELETE/DEFINE FROM DESTROYING THE OLD
004170*  CLUSTER WITH NOTHING TO PUT IN ITS PLACE.
004180*--------------------------------------------------------------*
004190 8000-PRINT-EDIT-TOTALS.
004200     WRITE EDIT-REPORT-LINE FROM WS-BLANK-LINE.
004210     IF NOT REPORT-FILE-OK
004220         MOVE 'EDIT-REPORT-FILE' TO WS-ABEND-FILE-NAME
004230         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
004240         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
004250     END-IF.
004260     MOVE 'RECORDS READ'           TO RPT-TOTAL-TEXT.
004270     MOVE WS-RECORDS-READ          TO RPT-TOTAL-COUNT.
004280     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
004290     MOVE 'PASSED TO LOAD FILE'    TO RPT-TOTAL-TEXT.
004300     MOVE WS-CLEAN-COUNT           TO RPT-TOTAL-COUNT.
004310     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
004320     MOVE 'REJECTED'               TO RPT-TOTAL-TEXT.
004330     MOVE WS-REJECT-COUNT          TO RPT-TOTAL-COUNT.
004340     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
004350     MOVE '  BLANK STUDENT ID'     TO RPT-TOTAL-TEXT.
004360     MOVE WS-BLANK-KEY-COUNT       TO RPT-TOTAL-COUNT.
004370     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
004380     MOVE '  NO STUDENT NAME'      TO RPT-TOTAL-TEXT.
004390     MOVE WS-NO-NAME-COUNT         TO RPT-TOTAL-COUNT.
004400     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
004410     MOVE '  NO ENROLLED CLASS'    TO RPT-TOTAL-TEXT.
004420     MOVE WS-NO-CLASS-COUNT        TO RPT-TOTAL-COUNT.
004430     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
004440     MOVE '  UNKNOWN STATUS CODE'  TO RPT-TOTAL-TEXT.
004450     MOVE WS-BAD-STATUS-COUNT      TO RPT-TOTAL-COUNT.
004460     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
004470     MOVE '  DATE NOT CCYYMMDD'    TO RPT-TOTAL-TEXT.
004480     MOVE WS-BAD-DATE-COUNT        TO RPT-TOTAL-COUNT.
004490     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
004500     MOVE '  DUPLICATE STUDENT ID'  TO RPT-TOTAL-TEXT.
004510     MOVE WS-DUPLICATE-COUNT       TO RPT-TOTAL-COUNT.
004520     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
004530     IF SEEN-KEY-TABLE-FULL
004540         MOVE 'DUPLICATE CHECK SUSPENDED - TABLE FULL'
004550             TO RPT-TOTAL-LINE
004560         PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT
004570     END-IF.
004580     DISPLAY 'STUDEDT - ' WS-RECORDS-READ ' READ, '
004590         WS-CLEAN-COUNT ' CLEAN, ' WS-REJECT-COUNT
004600         ' REJECTED.'.
004610     IF WS-RECORDS-READ = ZERO
004620         OR WS-CLEAN-COUNT = ZERO
004630         DISPLAY 'STUDEDT - NOTHING TO LOAD - SETTING '
004640             'RETURN CODE 8 SO THE OLD MASTER SURVIVES.'
004650         MOVE 8 TO RETURN-CODE
004660     ELSE
004670         IF WS-REJECT-COUNT > 0
004680             MOVE 4 TO RETURN-CODE
004690         END-IF
004700     END-IF.
004710 8000-EXIT.
004720     EXIT.
004730
004740 7000-TERMINATE.
004750     IF INPUT-FILE-OK OR INPUT-FILE-EOF
004760         CLOSE STUDENT-INPUT-FILE
004770     END-IF.
004780     IF CLEAN-FILE-OK
004790         CLOSE CLEAN-STUDENT-FILE
004800     END-IF.
004810     IF ERROR-FILE-OK
004820         CLOSE STUDENT-ERROR-FILE
004830     END-IF.
004840     IF REPORT-FILE-OK
004850         CLOSE EDIT-REPORT-FILE
004860     END-IF.
004870 7000-EXIT.
004880     EXIT.
004890
004900*--------------------------------------------------------------*
004910*  9000-ABEND-ON-WRITE-ERROR - A LOST CLEAN, ERROR OR REPORT
004920*  WRITE WOULD HAND STUDLOAD A LOAD FILE MISSING RECORDS THE
004930*  EDIT TOTALS SAY IT CONTAINS.  TERMINATE INSTEAD.
004940*--------------------------------------------------------------*
004950 9000-ABEND-ON-WRITE-ERROR.
004960     DISPLAY 'STUDEDT - FATAL: ' WS-ABEND-FILE-NAME
004970         ' WRITE FAILED, STATUS ' WS-ABEND-FILE-STATUS
004980         ' - RUN TERMINATED, OUTPUT NO LONGER RELIABLE.'.
004990     MOVE 16 TO RETURN-CODE.
005000     STOP RUN.
005010 9000-EXIT.
005020     EXIT.
005030
005040*--------------------------------------------------------------*
005050*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
005060*  CREATING IT ON THE FIRST EVER RUN) AND WRITES THE 'S' START
005070*  RECORD; 7900 WRITES ONE 'C' RECORD PER OUTPUT FILE AND THE
005080*  'E' END RECORD WITH RECORDS READ, THE RETURN CODE AND THE
005090*  RECONCILIATION RESULT, THEN CLOSES.  AN ABEND ANYWHERE IN
005100*  BETWEEN LEAVES AN 'S' WITH NO 'E' - WHICH IS EXACTLY WHAT
005110*  THE DAY-END REPORT FLAGS AS A STEP THAT DIED.  LOG TROUBLE
005120*  IS DISPLAYED AND THE LOGGING ABANDONED, NEVER FATAL.
005130*--------------------------------------------------------------*
005140 1900-WRITE-RUNLOG-START.
005150     OPEN EXTEND RUN-LOG-FILE.
005160     IF NOT RUNLOG-FILE-OK
005170         OPEN OUTPUT RUN-LOG-FILE
005180     END-IF.
005190     IF NOT RUNLOG-FILE-OK
005200         DISPLAY 'STUDEDT - CANNOT OPEN RUN LOG, STATUS '
005210             WS-RUNLOG-FILE-STATUS ' - RUN CONTINUES UNLOGGED.'
005220         GO TO 1900-EXIT
005230     END-IF.
005240     MOVE 'Y' TO WS-RUNLOG-OPEN-SW.
005250     MOVE SPACE        TO RUN-LOG-RECORD.
005260     MOVE 'S'          TO RL-RECORD-TYPE.
005270     MOVE 'STUDEDT'    TO RL-PROGRAM-ID.
005280     MOVE WS-RUN-DATE  TO RL-RUN-DATE.
005290     MOVE WS-RUN-TIME  TO RL-RUN-TIME.
005300     MOVE WS-RUN-TIME  TO RL-LOG-TIME.
005310     MOVE ZERO         TO RL-RECORD-COUNT.
005320     MOVE ZERO         TO RL-RETURN-CODE.
005330     MOVE SPACE        TO RL-RECON-RESULT.
005340     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
005350 1900-EXIT.
005360     EXIT.
005370
005380 1910-WRITE-RUNLOG-COUNT.
005390     IF NOT RUN-LOG-IS-OPEN
005400         GO TO 1910-EXIT
005410     END-IF.
005420     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
005430     MOVE SPACE                TO RUN-LOG-RECORD.
005440     MOVE 'C'                  TO RL-RECORD-TYPE.
005450     MOVE 'STUDEDT'            TO RL-PROGRAM-ID.
005460     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
005470     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
005480     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
005490     MOVE WS-RUNLOG-FILE-NAME  TO RL-FILE-NAME.
005500     MOVE WS-RUNLOG-COUNT      TO RL-RECORD-COUNT.
005510     MOVE ZERO                 TO RL-RETURN-CODE.
005520     MOVE SPACE                TO RL-RECON-RESULT.
005530     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
005540 1910-EXIT.
005550     EXIT.
005560
005570 1950-WRITE-RUNLOG-RECORD.
005580     WRITE RUN-LOG-RECORD.
005590     IF NOT RUNLOG-FILE-OK
005600         DISPLAY 'STUDEDT - RUN LOG WRITE FAILED, STATUS '
005610             WS-RUNLOG-FILE-STATUS ' - LOGGING ABANDONED.'
005620         CLOSE RUN-LOG-FILE
005630         MOVE 'N' TO WS-RUNLOG-OPEN-SW
005640     END-IF.
005650 1950-EXIT.
005660     EXIT.
005670
005680 7900-WRITE-RUNLOG-END.
005690     IF NOT RUN-LOG-IS-OPEN
005700         GO TO 7900-EXIT
005710     END-IF.
005720     MOVE 'STUDCLN'      TO WS-RUNLOG-FILE-NAME.
005730     MOVE WS-CLEAN-COUNT TO WS-RUNLOG-COUNT.
005740     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
005750     MOVE 'STUDERR'      TO WS-RUNLOG-FILE-NAME.
005760     MOVE WS-REJECT-COUNT TO WS-RUNLOG-COUNT.
005770     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
005780     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
005790     MOVE SPACE                TO RUN-LOG-RECORD.
005800     MOVE 'E'                  TO RL-RECORD-TYPE.
005810     MOVE 'STUDEDT'            TO RL-PROGRAM-ID.
005820     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
005830     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
005840     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
005850     MOVE WS-RECORDS-READ      TO RL-RECORD-COUNT.
005860     MOVE RETURN-CODE          TO RL-RETURN-CODE.
005870     MOVE WS-RUNLOG-RECON      TO RL-RECON-RESULT.
005880     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
005890     IF RUN-LOG-IS-OPEN
005900         CLOSE RUN-LOG-FILE
005910     END-IF.
005920 7900-EXIT.
005930     EXIT.
