000010*==============================================================*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    RSLTRCVR.
000040 AUTHOR.        K J MENON.
000050 INSTALLATION.  ACADEMIC RECORDS - EXAMINATIONS CELL.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*--------------------------------------------------------------*
000090*  MOD LOG
000100*  2026-10-15  KJM  INITIAL VERSION.  RESULTS-MASTER FORWARD
000110*                   RECOVERY.  FINDS THE LATEST GOOD COPY ON THE
000120*                   BACKUP CATALOGUE (BKCATREC, WRITTEN BY
000130*                   RSLTBKUP), PROVES THE COPY ON THE BACKUP DD
000140*                   IS THAT COPY AND IS WHOLE, RELOADS THE
000150*                   REDEFINED RESULTS CLUSTER FROM IT, THEN
000160*                   REPLAYS EVERY 'CORR', 'SUPP' AND 'GRCE'
000170*                   AUDIT RECORD WRITTEN AFTER THE BACKUP DATE
000180*                   AND TIME, IN TRAIL ORDER.  EACH REPLAY MUST
000190*                   FIND THE RECORD AS ITS BEFORE-IMAGE SAYS IT
000200*                   STOOD (SEE AUDTREC) OR IT IS REJECTED AND
000210*                   LISTED, NEVER FORCED.  ENDS WITH A
000220*                   RECONCILIATION REPORT OF RECORDS RESTORED,
000230*                   REPLAYED AND REJECTED.  SYSIN 'V' ONLY
000240*                   VERIFIES THE COPY, SO THE JCL CAN PROVE IT
000250*                   BEFORE THE DAMAGED CLUSTER IS DELETED; 'R'
000260*                   VERIFIES AGAIN, RESTORES AND REPLAYS.
000262*  2026-10-15  KJM  ALSO REPLAYS 'GRRV', THE MODGRACE REVERSAL
000264*                   OF A BOARD DECISION, SO A GRACE BACKED OUT
000266*                   AFTER THE BACKUP STAYS BACKED OUT.
000270*==============================================================*
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT BACKUP-CATALOGUE-FILE ASSIGN TO BKUPCAT
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-CATALOGUE-FILE-STATUS.
000350
000360     SELECT BACKUP-FILE ASSIGN TO BACKUP
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-BACKUP-FILE-STATUS.
000390
000400     SELECT STUDENT-RESULTS-FILE ASSIGN TO RESULTS
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS RR-KEY
000440         FILE STATUS IS WS-RESULTS-FILE-STATUS.
000450
000460     SELECT AUDIT-TRAIL-FILE ASSIGN TO AUDIT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000490
000500     SELECT RECOVERY-REPORT-FILE ASSIGN TO RCVRRPT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-REPORT-FILE-STATUS.
000530
000540     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  BACKUP-CATALOGUE-FILE
000610     RECORDING MODE IS F.
000620     COPY BKCATREC.
000630
000640 FD  BACKUP-FILE
000650     RECORDING MODE IS F.
000660     COPY BKUPREC.
000670
000680 FD  STUDENT-RESULTS-FILE.
000690     COPY RSLTREC.
000700
000710 FD  AUDIT-TRAIL-FILE
000720     RECORDING MODE IS F.
000730     COPY AUDTREC.
000740
000750 FD  RECOVERY-REPORT-FILE
000760     RECORDING MODE IS F.
000770 01  RECOVERY-REPORT-LINE        PIC X(132).
000780
000790 FD  RUN-LOG-FILE
000800     RECORDING MODE IS F.
000810     COPY RUNLOG.
000820
000830 WORKING-STORAGE SECTION.
000840
000850*--------------------------------------------------------------*
000860*  RUN-LOG CONTROL FIELDS.  EVERY BATCH PROGRAM IN THE CHAIN
000870*  APPENDS A START RECORD, ONE COUNT RECORD PER OUTPUT AND AN
000880*  END RECORD TO THE SHARED RUN-LOG DATASET (SEE RUNLOG) FOR
000890*  THE DAY-END OPERATIONS REPORT.  A RUN LOG THAT CANNOT BE
000900*  OPENED OR WRITTEN IS REPORTED AND ABANDONED - THE BUSINESS
000910*  RUN MUST NEVER DIE FOR ITS DIARY.
000920*--------------------------------------------------------------*
000930 01  WS-RUNLOG-FILE-STATUS    PIC X(02).
000940     88 RUNLOG-FILE-OK          VALUE '00'.
000950
000960 01  WS-RUNLOG-OPEN-SW         PIC X(01) VALUE 'N'.
000970     88 RUN-LOG-IS-OPEN          VALUE 'Y'.
000980 01  WS-RUNLOG-FILE-NAME       PIC X(12) VALUE SPACE.
000990 01  WS-RUNLOG-COUNT           PIC 9(09) VALUE ZERO.
001000 01  WS-RUNLOG-RECON           PIC X(04) VALUE 'N/A'.
001010 01  WS-RUNLOG-LOG-TIME        PIC X(08) VALUE SPACE.
001020
001030 01  WS-CATALOGUE-FILE-STATUS PIC X(02).
001040     88 CATALOGUE-FILE-OK       VALUE '00'.
001050     88 CATALOGUE-FILE-EOF      VALUE '10'.
001060
001070 01  WS-BACKUP-FILE-STATUS    PIC X(02).
001080     88 BACKUP-FILE-OK          VALUE '00'.
001090     88 BACKUP-FILE-EOF         VALUE '10'.
001100
001110 01  WS-RESULTS-FILE-STATUS   PIC X(02).
001120     88 RESULTS-FILE-OK         VALUE '00'.
001130     88 RESULTS-NOT-FOUND       VALUE '23'.
001140
001150 01  WS-AUDIT-FILE-STATUS     PIC X(02).
001160     88 AUDIT-FILE-OK           VALUE '00'.
001170     88 AUDIT-FILE-EOF          VALUE '10'.
001180
001190 01  WS-REPORT-FILE-STATUS    PIC X(02).
001200     88 REPORT-FILE-OK          VALUE '00'.
001210
001220 01  WS-SWITCHES.
001230     05  WS-CATALOGUE-EOF-SW   PIC X(01) VALUE 'N'.
001240         88 END-OF-CATALOGUE    VALUE 'Y'.
001250     05  WS-BACKUP-EOF-SW      PIC X(01) VALUE 'N'.
001260         88 END-OF-BACKUP-COPY  VALUE 'Y'.
001270     05  WS-AUDIT-EOF-SW       PIC X(01) VALUE 'N'.
001280         88 END-OF-AUDIT-FILE   VALUE 'Y'.
001290     05  WS-GOOD-COPY-SW       PIC X(01) VALUE 'N'.
001300         88 GOOD-COPY-FOUND     VALUE 'Y'.
001310     05  WS-HEADER-SEEN-SW     PIC X(01) VALUE 'N'.
001320         88 HEADER-SEEN         VALUE 'Y'.
001330     05  WS-TRAILER-SEEN-SW    PIC X(01) VALUE 'N'.
001340         88 TRAILER-SEEN        VALUE 'Y'.
001350     05  WS-RESULTS-OPEN-SW    PIC X(01) VALUE 'N'.
001360         88 RESULTS-IS-OPEN     VALUE 'Y'.
001370     05  WS-RECORD-FOUND-SW    PIC X(01) VALUE 'N'.
001380         88 RESULT-RECORD-FOUND VALUE 'Y'.
001390
001400*--------------------------------------------------------------*
001410*  RUN MODE, KEYED ON SYSIN COLUMN 1.  'V' PROVES THE LATEST
001420*  GOOD COPY AND STOPS; 'R' PROVES IT, RESTORES IT AND REPLAYS
001430*  THE AUDIT TRAIL.  ANYTHING ELSE STOPS THE RUN.
001440*--------------------------------------------------------------*
001450 01  WS-RECOVERY-MODE          PIC X(01) VALUE SPACE.
001460     88 VERIFY-ONLY-MODE         VALUE 'V'.
001470     88 RESTORE-AND-REPLAY-MODE  VALUE 'R'.
001480
001490*--------------------------------------------------------------*
001500*  THE LATEST GOOD COPY ON THE CATALOGUE - THE LAST 'G' ENTRY,
001510*  SINCE THE CATALOGUE IS ONLY EVER APPENDED TO.
001520*--------------------------------------------------------------*
001530 01  WS-GOOD-BACKUP-DATE       PIC X(08) VALUE SPACE.
001540 01  WS-GOOD-BACKUP-TIME       PIC X(08) VALUE SPACE.
001550 01  WS-GOOD-RECORD-COUNT      PIC 9(09) VALUE ZERO.
001560 01  WS-GOOD-MARKS-HASH        PIC 9(15) VALUE ZERO.
001570 01  WS-GOOD-BACKUP-DSN        PIC X(44) VALUE SPACE.
001580 01  WS-CATALOGUE-READ         PIC 9(07) COMP VALUE ZERO.
001590
001600*--------------------------------------------------------------*
001610*  COPY VERIFICATION TOTALS, AS IN RSLTBKUP'S READ-BACK.
001620*--------------------------------------------------------------*
001630 01  WS-VERIFY-COUNT           PIC 9(09) COMP VALUE ZERO.
001640 01  WS-VERIFY-HASH            PIC 9(15) VALUE ZERO.
001650 01  WS-VERIFY-TRAILER-COUNT   PIC 9(09) VALUE ZERO.
001660 01  WS-VERIFY-TRAILER-HASH    PIC 9(15) VALUE ZERO.
001670 01  WS-VERIFY-FAIL-REASON     PIC X(40) VALUE SPACE.
001680
001690*--------------------------------------------------------------*
001700*  RESTORE AND REPLAY CONTROL TOTALS.  AUDIT RECORDS READ MUST
001710*  FOOT TO NOT A MASTER CHANGE + DATED BEFORE THE BACKUP +
001720*  SUPPLEMENTARY NOT MERGED + REPLAYED + REJECTED.
001730*--------------------------------------------------------------*
001740 01  WS-RESTORED-COUNT         PIC 9(09) COMP VALUE ZERO.
001750 01  WS-AUDIT-READ             PIC 9(09) COMP VALUE ZERO.
001760 01  WS-OTHER-CODE-COUNT       PIC 9(09) COMP VALUE ZERO.
001770 01  WS-BEFORE-BACKUP-COUNT    PIC 9(09) COMP VALUE ZERO.
001780 01  WS-SUPP-NOT-MERGED-COUNT  PIC 9(09) COMP VALUE ZERO.
001790 01  WS-REPLAY-CORR-COUNT      PIC 9(09) COMP VALUE ZERO.
001800 01  WS-REPLAY-SUPP-COUNT      PIC 9(09) COMP VALUE ZERO.
001810 01  WS-REPLAY-GRCE-COUNT      PIC 9(09) COMP VALUE ZERO.
001815 01  WS-REPLAY-GRRV-COUNT      PIC 9(09) COMP VALUE ZERO.
001820 01  WS-REPLAYED-COUNT         PIC 9(09) COMP VALUE ZERO.
001830 01  WS-REJECTED-COUNT         PIC 9(09) COMP VALUE ZERO.
001840 01  WS-DECISION-TOTAL         PIC 9(09) COMP VALUE ZERO.
001850
001860 01  WS-RUN-DATE               PIC X(08) VALUE SPACE.
001870 01  WS-RUN-TIME               PIC X(08) VALUE SPACE.
001880
001890 01  WS-ABEND-FILE-NAME        PIC X(20) VALUE SPACE.
001900 01  WS-ABEND-FILE-STATUS      PIC X(02) VALUE SPACE.
001910
001920*--------------------------------------------------------------*
001930*  RECONCILIATION REPORT LINES.
001940*--------------------------------------------------------------*
001950 01  RCV-RUN-HEADING.
001960     05  FILLER                PIC X(44) VALUE
001970         'RSLTRCVR - RESULTS-MASTER RECOVERY, RUN ON  '.
001980     05  RCV-RH-RUN-DATE       PIC X(08) VALUE SPACE.
001990     05  FILLER                PIC X(08) VALUE ', MODE  '.
002000     05  RCV-RH-MODE           PIC X(01) VALUE SPACE.
002010     05  FILLER                PIC X(71) VALUE SPACE.
002020
002030 01  RCV-BACKUP-LINE.
002040     05  FILLER                PIC X(20) VALUE
002050         'LATEST GOOD BACKUP  '.
002060     05  RCV-BL-BACKUP-DATE    PIC X(08) VALUE SPACE.
002070     05  FILLER                PIC X(01) VALUE SPACE.
002080     05  RCV-BL-BACKUP-TIME    PIC X(08) VALUE SPACE.
002090     05  FILLER                PIC X(02) VALUE SPACE.
002100     05  RCV-BL-BACKUP-DSN     PIC X(44) VALUE SPACE.
002110     05  FILLER                PIC X(49) VALUE SPACE.
002120
002130 01  RCV-REJECT-HEADING.
002140     05  FILLER                PIC X(46) VALUE
002150         'AUDIT RUN DATE/TIME  CODE STUDENT   TERM  SUBJ'.
002160     05  FILLER                PIC X(20) VALUE
002170         '  REJECTED BECAUSE  '.
002180     05  FILLER                PIC X(66) VALUE SPACE.
002190
002200 01  RCV-REJECT-LINE.
002210     05  RCV-RJ-RUN-DATE       PIC X(08).
002220     05  FILLER                PIC X(01) VALUE SPACE.
002230     05  RCV-RJ-RUN-TIME       PIC X(08).
002240     05  FILLER                PIC X(04) VALUE SPACE.
002250     05  RCV-RJ-RESULT-CODE    PIC X(04).
002260     05  FILLER                PIC X(01) VALUE SPACE.
002270     05  RCV-RJ-STUDENT-ID     PIC X(09).
002280     05  FILLER                PIC X(01) VALUE SPACE.
002290     05  RCV-RJ-ACADEMIC-TERM  PIC X(06).
002300     05  FILLER                PIC X(01) VALUE SPACE.
002310     05  RCV-RJ-SUBJECT-CODE   PIC X(05).
002320     05  FILLER                PIC X(02) VALUE SPACE.
002330     05  RCV-RJ-REASON         PIC X(40).
002340     05  FILLER                PIC X(42) VALUE SPACE.
002350
002360 01  RCV-COUNT-LINE.
002370     05  RCV-CL-LABEL          PIC X(44).
002380     05  RCV-CL-COUNT          PIC Z(08)9.
002390     05  FILLER                PIC X(79) VALUE SPACE.
002400
002410 01  RCV-RESULT-LINE.
002420     05  FILLER                PIC X(23) VALUE
002430         'RECONCILIATION RESULT  '.
002440     05  RCV-RS-RESULT         PIC X(60) VALUE SPACE.
002450     05  FILLER                PIC X(49) VALUE SPACE.
002460
002470 01  WS-BLANK-LINE             PIC X(132) VALUE SPACE.
002480
002490*--------------------------------------------------------------*
002500*  EVERY REPORT LINE IS MOVED HERE AND WRITTEN BY THE ONE
002510*  CHECKED WRITE IN 6000-WRITE-REPORT-LINE.
002520*--------------------------------------------------------------*
002530 01  WS-PRINT-WORK-LINE        PIC X(132) VALUE SPACE.
002540
002550 PROCEDURE DIVISION.
002560
002570 0000-MAINLINE.
002580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002590     PERFORM 1100-FIND-LATEST-GOOD-COPY THRU 1100-EXIT.
002600     PERFORM 1200-VERIFY-BACKUP-COPY THRU 1200-EXIT.
002610     IF RESTORE-AND-REPLAY-MODE
002620         PERFORM 2000-RESTORE-BACKUP-COPY THRU 2000-EXIT
002630         PERFORM 3000-REPLAY-AUDIT-TRAIL THRU 3000-EXIT
002640     END-IF.
002650     PERFORM 8000-PRINT-RECONCILIATION THRU 8000-EXIT.
002660     PERFORM 7900-WRITE-RUNLOG-END THRU 7900-EXIT.
002670     PERFORM 7000-TERMINATE THRU 7000-EXIT.
002680     STOP RUN.
002690
002700 1000-INITIALIZE.
002710     ACCEPT WS-RECOVERY-MODE.
002720     IF NOT VERIFY-ONLY-MODE
002730         AND NOT RESTORE-AND-REPLAY-MODE
002740         DISPLAY 'RSLTRCVR - SYSIN MODE "' WS-RECOVERY-MODE
002750             '" IS NEITHER V (VERIFY) NOR R (RESTORE AND '
002760             'REPLAY) - RUN TERMINATED.'
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF.
002800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002810     ACCEPT WS-RUN-TIME FROM TIME.
002820     PERFORM 1900-WRITE-RUNLOG-START THRU 1900-EXIT.
002830     OPEN OUTPUT RECOVERY-REPORT-FILE.
002840     IF NOT REPORT-FILE-OK
002850         MOVE 'RECOVERY-REPORT' TO WS-ABEND-FILE-NAME
002860         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
002870         PERFORM 9100-ABEND-ON-OPEN-ERROR THRU 9100-EXIT
002880     END-IF.
002890     MOVE WS-RUN-DATE      TO RCV-RH-RUN-DATE.
002900     MOVE WS-RECOVERY-MODE TO RCV-RH-MODE.
002910     MOVE RCV-RUN-HEADING TO WS-PRINT-WORK-LINE.
002920     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
002930 1000-EXIT.
002940     EXIT.
002950
002960*--------------------------------------------------------------*
002970*  READ THE WHOLE CATALOGUE AND KEEP THE LAST 'G' ENTRY.  NO
002980*  CATALOGUE, OR NO GOOD COPY ON IT, STOPS THE RUN BEFORE
002990*  ANYTHING IS TOUCHED.
003000*--------------------------------------------------------------*
003010 1100-FIND-LATEST-GOOD-COPY.
003020     OPEN INPUT BACKUP-CATALOGUE-FILE.
003030     IF NOT CATALOGUE-FILE-OK
003040         MOVE 'BACKUP-CATALOGUE' TO WS-ABEND-FILE-NAME
003050         MOVE WS-CATALOGUE-FILE-STATUS TO WS-ABEND-FILE-STATUS
003060         PERFORM 9100-ABEND-ON-OPEN-ERROR THRU 9100-EXIT
003070     END-IF.
003080     PERFORM 1150-READ-ONE-ENTRY THRU 1150-EXIT
003090         UNTIL END-OF-CATALOGUE.
003100     CLOSE BACKUP-CATALOGUE-FILE.
003110     IF NOT GOOD-COPY-FOUND
003120         MOVE 'NO GOOD COPY ON THE CATALOGUE'
003130             TO WS-VERIFY-FAIL-REASON
003140         PERFORM 9200-ABEND-ON-NO-GOOD-COPY THRU 9200-EXIT
003150     END-IF.
003160     DISPLAY 'RSLTRCVR - ' WS-CATALOGUE-READ
003170         ' CATALOGUE ENTRIES, LATEST GOOD COPY '
003180         WS-GOOD-BACKUP-DATE ' ' WS-GOOD-BACKUP-TIME ' '
003190         WS-GOOD-BACKUP-DSN.
003200     MOVE WS-GOOD-BACKUP-DATE TO RCV-BL-BACKUP-DATE.
003210     MOVE WS-GOOD-BACKUP-TIME TO RCV-BL-BACKUP-TIME.
003220     MOVE WS-GOOD-BACKUP-DSN  TO RCV-BL-BACKUP-DSN.
003230     MOVE RCV-BACKUP-LINE TO WS-PRINT-WORK-LINE.
003240     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
003250 1100-EXIT.
003260     EXIT.
003270
003280 1150-READ-ONE-ENTRY.
003290     READ BACKUP-CATALOGUE-FILE
003300         AT END
003310             MOVE 'Y' TO WS-CATALOGUE-EOF-SW
003320             GO TO 1150-EXIT
003330     END-READ.
003340     ADD 1 TO WS-CATALOGUE-READ.
003350     IF BACKUP-VERIFIED-GOOD
003360         MOVE 'Y'             TO WS-GOOD-COPY-SW
003370         MOVE BC-BACKUP-DATE  TO WS-GOOD-BACKUP-DATE
003380         MOVE BC-BACKUP-TIME  TO WS-GOOD-BACKUP-TIME
003390         MOVE BC-RECORD-COUNT TO WS-GOOD-RECORD-COUNT
003400         MOVE BC-MARKS-HASH   TO WS-GOOD-MARKS-HASH
003410         MOVE BC-BACKUP-DSN   TO WS-GOOD-BACKUP-DSN
003420     END-IF.
003430 1150-EXIT.
003440     EXIT.
003450
003460*--------------------------------------------------------------*
003470*  PROVE THE COPY ON THE BACKUP DD IS THE CATALOGUE'S LATEST
003480*  GOOD COPY AND IS WHOLE: ITS HEADER CARRIES THAT BACKUP'S
003490*  DATE AND TIME, IT ENDS WITH ONE TRAILER, AND ITS DETAILS
003500*  FOOT TO THE TRAILER AND TO THE CATALOGUE.  A COPY THAT
003510*  FAILS STOPS THE RUN WITH NOTHING RESTORED - THE USUAL CAUSE
003520*  IS A BACKUP DD POINTING AT THE WRONG GENERATION.
003530*--------------------------------------------------------------*
003540 1200-VERIFY-BACKUP-COPY.
003550     OPEN INPUT BACKUP-FILE.
003560     IF NOT BACKUP-FILE-OK
003570         MOVE 'BACKUP-FILE' TO WS-ABEND-FILE-NAME
003580         MOVE WS-BACKUP-FILE-STATUS TO WS-ABEND-FILE-STATUS
003590         PERFORM 9100-ABEND-ON-OPEN-ERROR THRU 9100-EXIT
003600     END-IF.
003610     PERFORM 1250-VERIFY-ONE-RECORD THRU 1250-EXIT
003620         UNTIL END-OF-BACKUP-COPY.
003630     CLOSE BACKUP-FILE.
003640     IF WS-VERIFY-FAIL-REASON = SPACE
003650         AND NOT TRAILER-SEEN
003660         MOVE 'NO TRAILER - COPY IS TRUNCATED'
003670             TO WS-VERIFY-FAIL-REASON
003680     END-IF.
003690     IF WS-VERIFY-FAIL-REASON = SPACE
003700         AND (WS-VERIFY-COUNT NOT = WS-VERIFY-TRAILER-COUNT
003710           OR WS-VERIFY-COUNT NOT = WS-GOOD-RECORD-COUNT)
003720         MOVE 'DETAIL COUNT DOES NOT FOOT'
003730             TO WS-VERIFY-FAIL-REASON
003740     END-IF.
003750     IF WS-VERIFY-FAIL-REASON = SPACE
003760         AND (WS-VERIFY-HASH NOT = WS-VERIFY-TRAILER-HASH
003770           OR WS-VERIFY-HASH NOT = WS-GOOD-MARKS-HASH)
003780         MOVE 'MARKS HASH DOES NOT FOOT'
003790             TO WS-VERIFY-FAIL-REASON
003800     END-IF.
003810     IF WS-VERIFY-FAIL-REASON NOT = SPACE
003820         PERFORM 9200-ABEND-ON-NO-GOOD-COPY THRU 9200-EXIT
003830     END-IF.
003840     DISPLAY 'RSLTRCVR - COPY VERIFIED, ' WS-VERIFY-COUNT
003850         ' RECORD(S).'.
003860 1200-EXIT.
003870     EXIT.
003880
003890 1250-VERIFY-ONE-RECORD.
003900     READ BACKUP-FILE
003910         AT END
003920             MOVE 'Y' TO WS-BACKUP-EOF-SW
003930             GO TO 1250-EXIT
003940     END-READ.
003950     IF NOT HEADER-SEEN
003960         IF BACKUP-HEADER-TYPE
003970             AND BH-BACKUP-DATE = WS-GOOD-BACKUP-DATE
003980             AND BH-BACKUP-TIME = WS-GOOD-BACKUP-TIME
003990             MOVE 'Y' TO WS-HEADER-SEEN-SW
004000         ELSE
004010             MOVE 'NOT THE LATEST GOOD COPY - CHECK BACKUP DD'
004020                 TO WS-VERIFY-FAIL-REASON
004030             MOVE 'Y' TO WS-BACKUP-EOF-SW
004040         END-IF
004050         GO TO 1250-EXIT
004060     END-IF.
004070     IF TRAILER-SEEN
004080         MOVE 'RECORDS FOLLOW THE TRAILER'
004090             TO WS-VERIFY-FAIL-REASON
004100         MOVE 'Y' TO WS-BACKUP-EOF-SW
004110         GO TO 1250-EXIT
004120     END-IF.
004130     EVALUATE TRUE
004140         WHEN BACKUP-DETAIL-TYPE
004150             ADD 1 TO WS-VERIFY-COUNT
004160             MOVE BD-RESULT-IMAGE TO RESULT-RECORD
004170             IF RR-MARKS-VALUE IS NUMERIC
004180                 ADD RR-MARKS-VALUE TO WS-VERIFY-HASH
004190             END-IF
004200         WHEN BACKUP-TRAILER-TYPE
004210             MOVE 'Y' TO WS-TRAILER-SEEN-SW
004220             MOVE BT-RECORD-COUNT TO WS-VERIFY-TRAILER-COUNT
004230             MOVE BT-MARKS-HASH   TO WS-VERIFY-TRAILER-HASH
004240         WHEN OTHER
004250             MOVE 'UNKNOWN RECORD TYPE IN THE COPY'
004260                 TO WS-VERIFY-FAIL-REASON
004270             MOVE 'Y' TO WS-BACKUP-EOF-SW
004280     END-EVALUATE.
004290 1250-EXIT.
004300     EXIT.
004310
004320*--------------------------------------------------------------*
004330*  RELOAD THE CLUSTER FROM THE PROVEN COPY.  THE JCL HAS JUST
004340*  DELETED AND REDEFINED IT, SO IT IS OPENED OUTPUT AND LOADED
004350*  IN THE COPY'S OWN KEY ORDER.  A LOAD FAILURE LEAVES A HALF-
004360*  BUILT CLUSTER - STOP, AND RERUN THE RECOVERY FROM THE TOP.
004370*--------------------------------------------------------------*
004380 2000-RESTORE-BACKUP-COPY.
004390     OPEN INPUT BACKUP-FILE.
004400     IF NOT BACKUP-FILE-OK
004410         MOVE 'BACKUP-FILE' TO WS-ABEND-FILE-NAME
004420         MOVE WS-BACKUP-FILE-STATUS TO WS-ABEND-FILE-STATUS
004430         PERFORM 9100-ABEND-ON-OPEN-ERROR THRU 9100-EXIT
004440     END-IF.
004450     OPEN OUTPUT STUDENT-RESULTS-FILE.
004460     IF NOT RESULTS-FILE-OK
004470         MOVE 'RESULTS-FILE' TO WS-ABEND-FILE-NAME
004480         MOVE WS-RESULTS-FILE-STATUS TO WS-ABEND-FILE-STATUS
004490         PERFORM 9100-ABEND-ON-OPEN-ERROR THRU 9100-EXIT
004500     END-IF.
004510     MOVE 'N' TO WS-BACKUP-EOF-SW.
004520     PERFORM 2100-RESTORE-ONE-RECORD THRU 2100-EXIT
004530         UNTIL END-OF-BACKUP-COPY.
004540     CLOSE BACKUP-FILE.
004550     CLOSE STUDENT-RESULTS-FILE.
004560     DISPLAY 'RSLTRCVR - ' WS-RESTORED-COUNT
004570         ' RECORD(S) RESTORED.'.
004580 2000-EXIT.
004590     EXIT.
004600
004610 2100-RESTORE-ONE-RECORD.
004620     READ BACKUP-FILE
004630         AT END
004640             MOVE 'Y' TO WS-BACKUP-EOF-SW
004650             GO TO 2100-EXIT
004660     END-READ.
004670     IF NOT BACKUP-DETAIL-TYPE
004680         GO TO 2100-EXIT
004690     END-IF.
004700     MOVE BD-RESULT-IMAGE TO RESULT-RECORD.
004710     WRITE RESULT-RECORD
004720         INVALID KEY
004730             MOVE 'RESULTS-FILE' TO WS-ABEND-FILE-NAME
004740             MOVE WS-RESULTS-FILE-STATUS TO WS-ABEND-FILE-STATUS
004750             PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
004760     END-WRITE.
004770     ADD 1 TO WS-RESTORED-COUNT.
004780 2100-EXIT.
004790     EXIT.
004800
004810*--------------------------------------------------------------*
004820*  REPLAY THE AUDIT TRAIL ONTO THE RESTORED MASTER IN THE
004830*  ORDER IT WAS WRITTEN, SO TWO CHANGES TO ONE RESULT LAND IN
004840*  THE ORDER THEY WERE MADE.  AN AUDIT TRAIL THAT WILL NOT
004850*  OPEN LEAVES THE MASTER AT THE BACKUP - SAID SO, AND STOPPED.
004860*--------------------------------------------------------------*
004870 3000-REPLAY-AUDIT-TRAIL.
004880     OPEN I-O STUDENT-RESULTS-FILE.
004890     IF NOT RESULTS-FILE-OK
004900         MOVE 'RESULTS-FILE' TO WS-ABEND-FILE-NAME
004910         MOVE WS-RESULTS-FILE-STATUS TO WS-ABEND-FILE-STATUS
004920         PERFORM 9100-ABEND-ON-OPEN-ERROR THRU 9100-EXIT
004930     END-IF.
004940     MOVE 'Y' TO WS-RESULTS-OPEN-SW.
004950     OPEN INPUT AUDIT-TRAIL-FILE.
004960     IF NOT AUDIT-FILE-OK
004970         DISPLAY 'RSLTRCVR - MASTER RESTORED TO THE BACKUP BUT '
004980             'NOTHING REPLAYED.'
004990         MOVE 'AUDIT-TRAIL-FILE' TO WS-ABEND-FILE-NAME
005000         MOVE WS-AUDIT-FILE-STATUS TO WS-ABEND-FILE-STATUS
005010         PERFORM 9100-ABEND-ON-OPEN-ERROR THRU 9100-EXIT
005020     END-IF.
005030     MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE.
005040     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005050     MOVE RCV-REJECT-HEADING TO WS-PRINT-WORK-LINE.
005060     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
005070     PERFORM 3100-REPLAY-ONE-RECORD THRU 3100-EXIT
005080         UNTIL END-OF-AUDIT-FILE.
005090     CLOSE AUDIT-TRAIL-FILE.
005100 3000-EXIT.
005110     EXIT.
005120
005130*--------------------------------------------------------------*
005140*  ONE AUDIT RECORD PER PASS.  ONLY 'CORR', 'SUPP', 'GRCE' AND
005150*  'GRRV' CHANGE THE MASTER AFTER GRADING, AND ONLY THOSE STAMPED
005160*  AFTER THE BACKUP ARE NOT ALREADY ON THE COPY.  A 'SUPP'
005170*  THAT DID NOT BEAT THE ORIGINAL NEVER TOUCHED THE MASTER.
005180*  THE REST MUST CARRY A TERM AND A MASTER-UPDATE FLAG, FIND
005190*  THEIR RESULT, AND FIND IT AS THE BEFORE-IMAGE SAYS - THE
005200*  FIRST THAT FAILS NAMES THE REJECTION.
005210*--------------------------------------------------------------*
005220 3100-REPLAY-ONE-RECORD.
005230     READ AUDIT-TRAIL-FILE
005240         AT END
005250             MOVE 'Y' TO WS-AUDIT-EOF-SW
005260             GO TO 3100-EXIT
005270     END-READ.
005280     ADD 1 TO WS-AUDIT-READ.
005290     IF AR-RESULT-CODE NOT = 'CORR'
005300         AND AR-RESULT-CODE NOT = 'SUPP'
005310         AND AR-RESULT-CODE NOT = 'GRCE'
005315         AND AR-RESULT-CODE NOT = 'GRRV'
005320         ADD 1 TO WS-OTHER-CODE-COUNT
005330         GO TO 3100-EXIT
005340     END-IF.
005350     IF AR-RUN-DATE < WS-GOOD-BACKUP-DATE
005360         OR (AR-RUN-DATE = WS-GOOD-BACKUP-DATE
005370             AND AR-RUN-TIME NOT > WS-GOOD-BACKUP-TIME)
005380         ADD 1 TO WS-BEFORE-BACKUP-COUNT
005390         GO TO 3100-EXIT
005400     END-IF.
005410     IF AR-ACADEMIC-TERM = SPACE
005420         MOVE 'NO TERM ON THE AUDIT RECORD' TO RCV-RJ-REASON
005430         PERFORM 3900-REJECT-AUDIT-RECORD THRU 3900-EXIT
005440         GO TO 3100-EXIT
005450     END-IF.
005460     IF AR-RESULT-CODE = 'SUPP'
005470         AND AR-MASTER-NOT-CHANGED
005480         ADD 1 TO WS-SUPP-NOT-MERGED-COUNT
005490         GO TO 3100-EXIT
005500     END-IF.
005510     IF NOT AR-MASTER-NOW-PASS
005520         AND NOT AR-MASTER-NOW-FAIL
005530         MOVE 'NO MASTER-UPDATE FLAG' TO RCV-RJ-REASON
005540         PERFORM 3900-REJECT-AUDIT-RECORD THRU 3900-EXIT
005550         GO TO 3100-EXIT
005560     END-IF.
005570     PERFORM 3200-FIND-RESULT-RECORD THRU 3200-EXIT.
005580     IF NOT RESULT-RECORD-FOUND
005590         MOVE 'RESULT NOT ON THE RESTORED MASTER'
005600             TO RCV-RJ-REASON
005610         PERFORM 3900-REJECT-AUDIT-RECORD THRU 3900-EXIT
005620         GO TO 3100-EXIT
005630     END-IF.
005640     IF AR-BEFORE-MARKS NOT NUMERIC
005650         OR AR-BEFORE-MARKS  NOT = RR-MARKS-VALUE
005660         OR AR-BEFORE-GRADE  NOT = RR-GRADE-CODE
005670         OR AR-BEFORE-RESULT NOT = RR-RESULT-CODE
005680         MOVE 'MASTER DOES NOT MATCH THE BEFORE-IMAGE'
005690             TO RCV-RJ-REASON
005700         PERFORM 3900-REJECT-AUDIT-RECORD THRU 3900-EXIT
005710         GO TO 3100-EXIT
005720     END-IF.
005730     PERFORM 3300-APPLY-AUDIT-RECORD THRU 3300-EXIT.
005740 3100-EXIT.
005750     EXIT.
005760
005770 3200-FIND-RESULT-RECORD.
005780     MOVE 'N' TO WS-RECORD-FOUND-SW.
005790     MOVE AR-STUDENT-ID    TO RR-STUDENT-ID.
005800     MOVE AR-ACADEMIC-TERM TO RR-ACADEMIC-TERM.
005810     MOVE AR-SUBJECT-CODE  TO RR-SUBJECT-CODE.
005820     READ STUDENT-RESULTS-FILE
005830         INVALID KEY
005840             CONTINUE
005850         NOT INVALID KEY
005860             MOVE 'Y' TO WS-RECORD-FOUND-SW
005870     END-READ.
005880 3200-EXIT.
005890     EXIT.
005900
005910*--------------------------------------------------------------*
005920*  MAKE THE CHANGE AGAIN EXACTLY AS ITS PROGRAM MADE IT: THE
005930*  AUDITED MARKS AND GRADE, AND PASS OR FAIL AS THE MASTER-
005940*  UPDATE FLAG RECORDS.  A SUPPLEMENTARY MERGE ALSO KEEPS THE
005950*  FIRST ATTEMPT IN THE RR-PREV- FIELDS AND FLAGS THE RECORD,
005960*  AS SUPPMARK'S 3300-KEEP-BETTER-ATTEMPT DOES.  THE COMPONENT
005970*  MARKS ARE LEFT ALONE, AS ALL THREE PROGRAMS LEAVE THEM.
005980*--------------------------------------------------------------*
005990 3300-APPLY-AUDIT-RECORD.
006000     IF AR-RESULT-CODE = 'SUPP'
006010         MOVE RR-MARKS-VALUE TO RR-PREV-MARKS-VALUE
006020         MOVE RR-GRADE-CODE  TO RR-PREV-GRADE-CODE
006030         MOVE 'S'            TO RR-ATTEMPT-CODE
006040     END-IF.
006050     MOVE AR-MARKS-VALUE TO RR-MARKS-VALUE.
006060     MOVE AR-GRADE-CODE  TO RR-GRADE-CODE.
006070     IF AR-MASTER-NOW-PASS
006080         MOVE 'PASS' TO RR-RESULT-CODE
006090     ELSE
006100         MOVE 'FAIL' TO RR-RESULT-CODE
006110     END-IF.
006120     REWRITE RESULT-RECORD
006130         INVALID KEY
006140             MOVE 'RESULTS-FILE' TO WS-ABEND-FILE-NAME
006150             MOVE WS-RESULTS-FILE-STATUS TO WS-ABEND-FILE-STATUS
006160             PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
006170     END-REWRITE.
006180     ADD 1 TO WS-REPLAYED-COUNT.
006190     EVALUATE AR-RESULT-CODE
006200         WHEN 'CORR'
006210             ADD 1 TO WS-REPLAY-CORR-COUNT
006220         WHEN 'SUPP'
006230             ADD 1 TO WS-REPLAY-SUPP-COUNT
006233         WHEN 'GRRV'
006236             ADD 1 TO WS-REPLAY-GRRV-COUNT
006240         WHEN OTHER
006250             ADD 1 TO WS-REPLAY-GRCE-COUNT
006260     END-EVALUATE.
006270 3300-EXIT.
006280     EXIT.
006290
006300 3900-REJECT-AUDIT-RECORD.
006310     ADD 1 TO WS-REJECTED-COUNT.
006320     MOVE AR-RUN-DATE      TO RCV-RJ-RUN-DATE.
006330     MOVE AR-RUN-TIME      TO RCV-RJ-RUN-TIME.
006340     MOVE AR-RESULT-CODE   TO RCV-RJ-RESULT-CODE.
006350     MOVE AR-STUDENT-ID    TO RCV-RJ-STUDENT-ID.
006360     MOVE AR-ACADEMIC-TERM TO RCV-RJ-ACADEMIC-TERM.
006370     MOVE AR-SUBJECT-CODE  TO RCV-RJ-SUBJECT-CODE.
006380     MOVE RCV-REJECT-LINE TO WS-PRINT-WORK-LINE.
006390     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
006400 3900-EXIT.
006410     EXIT.
006420
006430*--------------------------------------------------------------*
006440*  RECONCILIATION.  THE RESTORE MUST FOOT TO THE CATALOGUE'S
006450*  COUNT AND THE AUDIT RECORDS READ MUST FOOT TO THEIR FIVE
006460*  OUTCOMES; A BREAK SETS RETURN CODE 8.  ANY REJECTED REPLAY
006470*  SETS RETURN CODE 4 - THE MASTER IS USABLE, BUT EACH LISTED
006480*  CHANGE MUST BE CHECKED AND RE-MADE BY HAND.
006490*--------------------------------------------------------------*
006500 8000-PRINT-RECONCILIATION.
006510     MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE.
006520     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
006530     MOVE 'RECORDS ON THE BACKUP COPY' TO RCV-CL-LABEL.
006540     MOVE WS-VERIFY-COUNT TO RCV-CL-COUNT.
006550     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
006560     IF VERIFY-ONLY-MODE
006570         MOVE 'VERIFIED ONLY - NOTHING RESTORED OR REPLAYED'
006580             TO RCV-RS-RESULT
006590         MOVE RCV-RESULT-LINE TO WS-PRINT-WORK-LINE
006600         PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT
006610         GO TO 8000-EXIT
006620     END-IF.
006630     MOVE 'RECORDS RESTORED' TO RCV-CL-LABEL.
006640     MOVE WS-RESTORED-COUNT TO RCV-CL-COUNT.
006650     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
006660     MOVE 'AUDIT RECORDS READ' TO RCV-CL-LABEL.
006670     MOVE WS-AUDIT-READ TO RCV-CL-COUNT.
006680     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
006690     MOVE '  NOT A MASTER CHANGE (OTHER RESULT CODES)'
006700         TO RCV-CL-LABEL.
006710     MOVE WS-OTHER-CODE-COUNT TO RCV-CL-COUNT.
006720     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
006730     MOVE '  ALREADY ON THE COPY (DATED BEFORE IT)'
006740         TO RCV-CL-LABEL.
006750     MOVE WS-BEFORE-BACKUP-COUNT TO RCV-CL-COUNT.
006760     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
006770     MOVE '  SUPP THAT DID NOT CHANGE THE MASTER'
006780         TO RCV-CL-LABEL.
006790     MOVE WS-SUPP-NOT-MERGED-COUNT TO RCV-CL-COUNT.
006800     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
006810     MOVE '  REPLAYED - CORR' TO RCV-CL-LABEL.
006820     MOVE WS-REPLAY-CORR-COUNT TO RCV-CL-COUNT.
006830     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
006840     MOVE '  REPLAYED - SUPP' TO RCV-CL-LABEL.
006850     MOVE WS-REPLAY-SUPP-COUNT TO RCV-CL-COUNT.
006860     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
006870     MOVE '  REPLAYED - GRCE' TO RCV-CL-LABEL.
006880     MOVE WS-REPLAY-GRCE-COUNT TO RCV-CL-COUNT.
006890     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
006892     MOVE '  REPLAYED - GRRV' TO RCV-CL-LABEL.
006894     MOVE WS-REPLAY-GRRV-COUNT TO RCV-CL-COUNT.
006896     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
006900     MOVE '  REJECTED (LISTED ABOVE)' TO RCV-CL-LABEL.
006910     MOVE WS-REJECTED-COUNT TO RCV-CL-COUNT.
006920     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
006930     DISPLAY 'RSLTRCVR - ' WS-RESTORED-COUNT ' RESTORED, '
006940         WS-AUDIT-READ ' AUDIT RECORD(S) READ: '
006950         WS-REPLAYED-COUNT ' REPLAYED, '
006960         WS-REJECTED-COUNT ' REJECTED.'.
006970     COMPUTE WS-DECISION-TOTAL =
006980         WS-OTHER-CODE-COUNT + WS-BEFORE-BACKUP-COUNT
006990       + WS-SUPP-NOT-MERGED-COUNT + WS-REPLAYED-COUNT
007000       + WS-REJECTED-COUNT.
007010     IF WS-DECISION-TOTAL NOT = WS-AUDIT-READ
007020         OR WS-RESTORED-COUNT NOT = WS-GOOD-RECORD-COUNT
007030         MOVE 'CONTROL TOTAL BREAK - DO NOT RELEASE THE MASTER'
007040             TO RCV-RS-RESULT
007050         DISPLAY 'RSLTRCVR - CONTROL TOTAL BREAK - SETTING '
007060             'NON-ZERO RETURN CODE.'
007070         MOVE 8 TO RETURN-CODE
007080     ELSE
007090         IF WS-REJECTED-COUNT > 0
007100             MOVE 'FOOTS - REJECTED CHANGES TO BE RE-MADE BY HAND'
007110                 TO RCV-RS-RESULT
007120             MOVE 4 TO RETURN-CODE
007130         ELSE
007140             MOVE 'FOOTS - MASTER RECOVERED IN FULL'
007150                 TO RCV-RS-RESULT
007160         END-IF
007170     END-IF.
007180     MOVE RCV-RESULT-LINE TO WS-PRINT-WORK-LINE.
007190     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
007200 8000-EXIT.
007210     EXIT.
007220
007230 8100-PRINT-COUNT-LINE.
007240     MOVE RCV-COUNT-LINE TO WS-PRINT-WORK-LINE.
007250     PERFORM 6000-WRITE-REPORT-LINE THRU 6000-EXIT.
007260 8100-EXIT.
007270     EXIT.
007280
007290 7000-TERMINATE.
007300     IF RESULTS-IS-OPEN
007310         CLOSE STUDENT-RESULTS-FILE
007320     END-IF.
007330     IF REPORT-FILE-OK
007340         CLOSE RECOVERY-REPORT-FILE
007350     END-IF.
007360 7000-EXIT.
007370     EXIT.
007380
007390*--------------------------------------------------------------*
007400*  ALL REPORT OUTPUT FUNNELS THROUGH HERE SO EVERY WRITE GETS
007410*  THE SAME STATUS CHECK.  CALLERS MOVE THE LINE TO PRINT TO
007420*  WS-PRINT-WORK-LINE JUST BEFORE THE PERFORM.
007430*--------------------------------------------------------------*
007440 6000-WRITE-REPORT-LINE.
007450     WRITE RECOVERY-REPORT-LINE FROM WS-PRINT-WORK-LINE.
007460     IF NOT REPORT-FILE-OK
007470         MOVE 'RECOVERY-REPORT' TO WS-ABEND-FILE-NAME
007480         MOVE WS-REPORT-FILE-STATUS TO WS-ABEND-FILE-STATUS
007490         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
007500     END-IF.
007510 6000-EXIT.
007520     EXIT.
007530
007540*--------------------------------------------------------------*
007550*  A LOST WRITE DURING THE RESTORE OR REPLAY LEAVES A MASTER
007560*  NOBODY CAN VOUCH FOR - STOP, AND RERUN THE WHOLE RECOVERY.
007570*--------------------------------------------------------------*
007580 9000-ABEND-ON-WRITE-ERROR.
007590     DISPLAY 'RSLTRCVR - FATAL: ' WS-ABEND-FILE-NAME
007600         ' WRITE FAILED, STATUS ' WS-ABEND-FILE-STATUS
007610         ' - RUN TERMINATED, RERUN THE RECOVERY.'.
007620     MOVE 16 TO RETURN-CODE.
007630     STOP RUN.
007640 9000-EXIT.
007650     EXIT.
007660
007670 9100-ABEND-ON-OPEN-ERROR.
007680     DISPLAY 'RSLTRCVR - FATAL: CANNOT OPEN ' WS-ABEND-FILE-NAME
007690         ', STATUS ' WS-ABEND-FILE-STATUS
007700         ' - RUN TERMINATED.'.
007710     MOVE 16 TO RETURN-CODE.
007720     STOP RUN.
007730 9100-EXIT.
007740     EXIT.
007750
007760*--------------------------------------------------------------*
007770*  NO USABLE COPY - THE CALLER HAS NAMED WHY.  NOTHING HAS
007780*  BEEN RESTORED; IN THE JCL THE VERIFY STEP'S RETURN CODE
007790*  KEEPS THE DAMAGED CLUSTER FROM BEING DELETED.
007800*--------------------------------------------------------------*
007810 9200-ABEND-ON-NO-GOOD-COPY.
007820     DISPLAY 'RSLTRCVR - FATAL: ' WS-VERIFY-FAIL-REASON
007830         ' - RUN TERMINATED, NOTHING RESTORED.'.
007840     MOVE 16 TO RETURN-CODE.
007850     STOP RUN.
007860 9200-EXIT.
007870     EXIT.
007880
007890*--------------------------------------------------------------*
007900*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
007910*  CREATING IT ON THE FIRST EVER RUN) AND WRITES THE 'S' START
007920*  RECORD; 7900 WRITES ONE 'C' RECORD PER OUTPUT FILE AND THE
007930*  'E' END RECORD WITH RECORDS READ, THE RETURN CODE AND THE
007940*  RECONCILIATION RESULT, THEN CLOSES.  AN ABEND ANYWHERE IN
007950*  BETWEEN LEAVES AN 'S' WITH NO 'E' - WHICH IS EXACTLY WHAT
007960*  THE DAY-END REPORT FLAGS AS A STEP THAT DIED.  LOG TROUBLE
007970*  IS DISPLAYED AND THE LOGGING ABANDONED, NEVER FATAL.
007980*--------------------------------------------------------------*
007990 1900-WRITE-RUNLOG-START.
008000     OPEN EXTEND RUN-LOG-FILE.
008010     IF NOT RUNLOG-FILE-OK
008020         OPEN OUTPUT RUN-LOG-FILE
008030     END-IF.
008040     IF NOT RUNLOG-FILE-OK
008050         DISPLAY 'RSLTRCVR - CANNOT OPEN RUN LOG, STATUS '
008060             WS-RUNLOG-FILE-STATUS ' - RUN CONTINUES UNLOGGED.'
008070         GO TO 1900-EXIT
008080     END-IF.
008090     MOVE 'Y' TO WS-RUNLOG-OPEN-SW.
008100     MOVE SPACE        TO RUN-LOG-RECORD.
008110     MOVE 'S'          TO RL-RECORD-TYPE.
008120     MOVE 'RSLTRCVR'   TO RL-PROGRAM-ID.
008130     MOVE WS-RUN-DATE  TO RL-RUN-DATE.
008140     MOVE WS-RUN-TIME  TO RL-RUN-TIME.
008150     MOVE WS-RUN-TIME  TO RL-LOG-TIME.
008160     MOVE ZERO         TO RL-RECORD-COUNT.
008170     MOVE ZERO         TO RL-RETURN-CODE.
008180     MOVE SPACE        TO RL-RECON-RESULT.
008190     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
008200 1900-EXIT.
008210     EXIT.
008220
008230 1910-WRITE-RUNLOG-COUNT.
008240     IF NOT RUN-LOG-IS-OPEN
008250         GO TO 1910-EXIT
008260     END-IF.
008270     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
008280     MOVE SPACE                TO RUN-LOG-RECORD.
008290     MOVE 'C'                  TO RL-RECORD-TYPE.
008300     MOVE 'RSLTRCVR'           TO RL-PROGRAM-ID.
008310     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
008320     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
008330     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
008340     MOVE WS-RUNLOG-FILE-NAME  TO RL-FILE-NAME.
008350     MOVE WS-RUNLOG-COUNT      TO RL-RECORD-COUNT.
008360     MOVE ZERO                 TO RL-RETURN-CODE.
008370     MOVE SPACE                TO RL-RECON-RESULT.
008380     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
008390 1910-EXIT.
008400     EXIT.
008410
008420 1950-WRITE-RUNLOG-RECORD.
008430     WRITE RUN-LOG-RECORD.
008440     IF NOT RUNLOG-FILE-OK
008450         DISPLAY 'RSLTRCVR - RUN LOG WRITE FAILED, STATUS '
008460             WS-RUNLOG-FILE-STATUS ' - LOGGING ABANDONED.'
008470         CLOSE RUN-LOG-FILE
008480         MOVE 'N' TO WS-RUNLOG-OPEN-SW
008490     END-IF.
008500 1950-EXIT.
008510     EXIT.
008520
008530 7900-WRITE-RUNLOG-END.
008540     IF NOT RUN-LOG-IS-OPEN
008550         GO TO 7900-EXIT
008560     END-IF.
008570     IF VERIFY-ONLY-MODE
008580         MOVE WS-VERIFY-COUNT TO WS-RUNLOG-COUNT
008590         MOVE 'N/A' TO WS-RUNLOG-RECON
008600     ELSE
008610         MOVE 'RESULTS'          TO WS-RUNLOG-FILE-NAME
008620         MOVE WS-RESTORED-COUNT  TO WS-RUNLOG-COUNT
008630         PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT
008640         MOVE 'REPLAYED'         TO WS-RUNLOG-FILE-NAME
008650         MOVE WS-REPLAYED-COUNT  TO WS-RUNLOG-COUNT
008660         PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT
008670         MOVE WS-AUDIT-READ      TO WS-RUNLOG-COUNT
008680         IF WS-DECISION-TOTAL = WS-AUDIT-READ
008690             AND WS-RESTORED-COUNT = WS-GOOD-RECORD-COUNT
008700             MOVE 'OK'  TO WS-RUNLOG-RECON
008710         ELSE
008720             MOVE 'BRK' TO WS-RUNLOG-RECON
008730         END-IF
008740     END-IF.
008750     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
008760     MOVE SPACE                TO RUN-LOG-RECORD.
008770     MOVE 'E'                  TO RL-RECORD-TYPE.
008780     MOVE 'RSLTRCVR'           TO RL-PROGRAM-ID.
008790     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
008800     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
008810     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
008820     MOVE WS-RUNLOG-COUNT      TO RL-RECORD-COUNT.
008830     MOVE RETURN-CODE          TO RL-RETURN-CODE.
008840     MOVE WS-RUNLOG-RECON      TO RL-RECON-RESULT.
008850     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
008860     IF RUN-LOG-IS-OPEN
008870         CLOSE RUN-LOG-FILE
008880     END-IF.
008890 7900-EXIT.
008900     EXIT.
