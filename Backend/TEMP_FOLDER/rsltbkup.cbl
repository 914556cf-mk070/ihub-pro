000010*==============================================================*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    RSLTBKUP.
000040 AUTHOR.        K J MENON.
000050 INSTALLATION.  ACADEMIC RECORDS - EXAMINATIONS CELL.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*--------------------------------------------------------------*
000090*  MOD LOG
000100*  2026-10-15  KJM  INITIAL VERSION.  RESULTS-MASTER BACKUP RUN.
000110*                   THE RESULTS CLUSTER IS UPDATED IN PLACE BY
000120*                   CONDITIONALS, MARKCORR, SUPPMARK AND
000130*                   MODGRACE, AND NOTHING TOOK A POINT-IN-TIME
000140*                   COPY OF IT - A DAMAGED CLUSTER COULD ONLY BE
000150*                   REBUILT BY REGRADING FROM OLD FEEDS, LOSING
000160*                   EVERY CORRECTION, SUPPLEMENTARY MERGE AND
000170*                   GRACE SINCE.  THIS RUN COPIES THE MASTER IN
000180*                   KEY ORDER TO A FRAMED SEQUENTIAL COPY
000190*                   (BKUPREC - HEADER WITH THE BACKUP DATE AND
000200*                   TIME, ONE DETAIL PER RECORD, TRAILER WITH
000210*                   COUNT AND MARKS HASH), READS THE COPY BACK
000220*                   TO PROVE IT FOOTS, AND APPENDS AN ENTRY TO
000230*                   THE BACKUP CATALOGUE (BKCATREC) - 'G' WHEN
000240*                   THE COPY VERIFIED, 'B' WHEN IT DID NOT.  THE
000250*                   RECOVERY RUN, RSLTRCVR, RESTORES THE LATEST
000260*                   'G' COPY AND REPLAYS THE AUDIT TRAIL FROM
000270*                   ITS BACKUP DATE AND TIME.
000280*==============================================================*
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT STUDENT-RESULTS-FILE ASSIGN TO RESULTS
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS RR-KEY
000370         FILE STATUS IS WS-RESULTS-FILE-STATUS.
000380
000390     SELECT BACKUP-FILE ASSIGN TO BACKUP
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-BACKUP-FILE-STATUS.
000420
000430     SELECT BACKUP-CATALOGUE-FILE ASSIGN TO BKUPCAT
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-CATALOGUE-FILE-STATUS.
000460
000470     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  STUDENT-RESULTS-FILE.
000540     COPY RSLTREC.
000550
000560 FD  BACKUP-FILE
000570     RECORDING MODE IS F.
000580     COPY BKUPREC.
000590
000600 FD  BACKUP-CATALOGUE-FILE
000610     RECORDING MODE IS F.
000620     COPY BKCATREC.
000630
000640 FD  RUN-LOG-FILE
000650     RECORDING MODE IS F.
000660     COPY RUNLOG.
000670
000680 WORKING-STORAGE SECTION.
000690
000700*--------------------------------------------------------------*
000710*  RUN-LOG CONTROL FIELDS.  EVERY BATCH PROGRAM IN THE CHAIN
000720*  APPENDS A START RECORD, ONE COUNT RECORD PER OUTPUT AND AN
000730*  END RECORD TO THE SHARED RUN-LOG DATASET (SEE RUNLOG) FOR
000740*  THE DAY-END OPERATIONS REPORT.  A RUN LOG THAT CANNOT BE
000750*  OPENED OR WRITTEN IS REPORTED AND ABANDONED - THE BUSINESS
000760*  RUN MUST NEVER DIE FOR ITS DIARY.
000770*--------------------------------------------------------------*
000780 01  WS-RUNLOG-FILE-STATUS    PIC X(02).
000790     88 RUNLOG-FILE-OK          VALUE '00'.
000800
000810 01  WS-RUNLOG-OPEN-SW         PIC X(01) VALUE 'N'.
000820     88 RUN-LOG-IS-OPEN          VALUE 'Y'.
000830 01  WS-RUNLOG-FILE-NAME       PIC X(12) VALUE SPACE.
000840 01  WS-RUNLOG-COUNT           PIC 9(09) VALUE ZERO.
000850 01  WS-RUNLOG-RECON           PIC X(04) VALUE 'N/A'.
000860 01  WS-RUNLOG-LOG-TIME        PIC X(08) VALUE SPACE.
000870
000880 01  WS-RESULTS-FILE-STATUS   PIC X(02).
000890     88 RESULTS-FILE-OK         VALUE '00'.
000900     88 RESULTS-FILE-EOF        VALUE '10'.
000910
000920 01  WS-BACKUP-FILE-STATUS    PIC X(02).
000930     88 BACKUP-FILE-OK          VALUE '00'.
000940     88 BACKUP-FILE-EOF         VALUE '10'.
000950
000960 01  WS-CATALOGUE-FILE-STATUS PIC X(02).
000970     88 CATALOGUE-FILE-OK       VALUE '00'.
000980
000990 01  WS-SWITCHES.
001000     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001010         88 END-OF-RESULTS-FILE VALUE 'Y'.
001020     05  WS-VERIFY-EOF-SWITCH  PIC X(01) VALUE 'N'.
001030         88 END-OF-BACKUP-COPY  VALUE 'Y'.
001040     05  WS-HEADER-SEEN-SW     PIC X(01) VALUE 'N'.
001050         88 HEADER-SEEN         VALUE 'Y'.
001060     05  WS-TRAILER-SEEN-SW    PIC X(01) VALUE 'N'.
001070         88 TRAILER-SEEN        VALUE 'Y'.
001080     05  WS-COPY-GOOD-SW       PIC X(01) VALUE 'N'.
001090         88 COPY-VERIFIED       VALUE 'Y'.
001100
001110*--------------------------------------------------------------*
001120*  THE DATASET NAME THE COPY IS CATALOGUED UNDER, KEYED ON
001130*  SYSIN AS IT APPEARS ON THE BACKUP DD.  A MISSING NAME STOPS
001140*  THE RUN - A COPY NOBODY CAN FIND IS NO BACKUP AT ALL.
001150*--------------------------------------------------------------*
001160 01  WS-BACKUP-DSN             PIC X(44) VALUE SPACE.
001170
001180*--------------------------------------------------------------*
001190*  COPY AND VERIFY CONTROL TOTALS.  THE MARKS HASH IS THE SAME
001200*  SIMPLE SUM THE SIS FEED TRAILER CARRIES, OVER EVERY RECORD
001210*  WHOSE MARKS ARE NUMERIC.  THE READ-BACK MUST FOOT TO BOTH
001220*  WHAT WAS WRITTEN AND WHAT THE TRAILER SAYS.
001230*--------------------------------------------------------------*
001240 01  WS-RECORDS-READ           PIC 9(09) COMP VALUE ZERO.
001250 01  WS-RECORDS-WRITTEN        PIC 9(09) COMP VALUE ZERO.
001260 01  WS-MARKS-HASH             PIC 9(15) VALUE ZERO.
001270 01  WS-VERIFY-COUNT           PIC 9(09) COMP VALUE ZERO.
001280 01  WS-VERIFY-HASH            PIC 9(15) VALUE ZERO.
001290 01  WS-VERIFY-TRAILER-COUNT   PIC 9(09) VALUE ZERO.
001300 01  WS-VERIFY-TRAILER-HASH    PIC 9(15) VALUE ZERO.
001310 01  WS-VERIFY-FAIL-REASON     PIC X(40) VALUE SPACE.
001320 01  WS-CATALOGUE-COUNT        PIC 9(09) COMP VALUE ZERO.
001330
001340 01  WS-RUN-DATE               PIC X(08) VALUE SPACE.
001350 01  WS-RUN-TIME               PIC X(08) VALUE SPACE.
001360
001370 01  WS-ABEND-FILE-NAME        PIC X(20) VALUE SPACE.
001380 01  WS-ABEND-FILE-STATUS      PIC X(02) VALUE SPACE.
001390
001400 PROCEDURE DIVISION.
001410
001420 0000-MAINLINE.
001430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001440     PERFORM 2000-COPY-ONE-RESULT THRU 2000-EXIT
001450         UNTIL END-OF-RESULTS-FILE.
001460     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
001470     PERFORM 4000-VERIFY-BACKUP-COPY THRU 4000-EXIT.
001480     PERFORM 5000-WRITE-CATALOGUE-ENTRY THRU 5000-EXIT.
001490     PERFORM 8000-PRINT-RUN-SUMMARY THRU 8000-EXIT.
001500     PERFORM 7900-WRITE-RUNLOG-END THRU 7900-EXIT.
001510     PERFORM 7000-TERMINATE THRU 7000-EXIT.
001520     STOP RUN.
001530
001540*--------------------------------------------------------------*
001550*  EVERY FILE MUST OPEN BEFORE A SINGLE RECORD IS COPIED.  AN
001560*  UNREADABLE MASTER MUST NOT BECOME AN EMPTY "GOOD" BACKUP,
001570*  AND A COPY THAT CANNOT BE CATALOGUED CANNOT BE FOUND BY THE
001580*  RECOVERY RUN - EITHER STOPS THE RUN WITH NOTHING CATALOGUED.
001590*  THE CATALOGUE IS APPENDED TO, CREATED ON THE FIRST EVER RUN.
001600*--------------------------------------------------------------*
001610 1000-INITIALIZE.
001620     ACCEPT WS-BACKUP-DSN.
001630     IF WS-BACKUP-DSN = SPACE
001640         DISPLAY 'RSLTBKUP - NO BACKUP DATASET NAME ON SYSIN - '
001650             'RUN TERMINATED.'
001660         MOVE 16 TO RETURN-CODE
001670         STOP RUN
001680     END-IF.
001690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001700     ACCEPT WS-RUN-TIME FROM TIME.
001710     PERFORM 1900-WRITE-RUNLOG-START THRU 1900-EXIT.
001720     OPEN INPUT STUDENT-RESULTS-FILE.
001730     IF NOT RESULTS-FILE-OK
001740         MOVE 'RESULTS-FILE' TO WS-ABEND-FILE-NAME
001750         MOVE WS-RESULTS-FILE-STATUS TO WS-ABEND-FILE-STATUS
001760         PERFORM 9100-ABEND-ON-OPEN-ERROR THRU 9100-EXIT
001770     END-IF.
001780     OPEN OUTPUT BACKUP-FILE.
001790     IF NOT BACKUP-FILE-OK
001800         MOVE 'BACKUP-FILE' TO WS-ABEND-FILE-NAME
001810         MOVE WS-BACKUP-FILE-STATUS TO WS-ABEND-FILE-STATUS
001820         PERFORM 9100-ABEND-ON-OPEN-ERROR THRU 9100-EXIT
001830     END-IF.
001840     OPEN EXTEND BACKUP-CATALOGUE-FILE.
001850     IF NOT CATALOGUE-FILE-OK
001860         OPEN OUTPUT BACKUP-CATALOGUE-FILE
001870         IF NOT CATALOGUE-FILE-OK
001880             MOVE 'BACKUP-CATALOGUE' TO WS-ABEND-FILE-NAME
001890             MOVE WS-CATALOGUE-FILE-STATUS TO WS-ABEND-FILE-STATUS
001900             PERFORM 9100-ABEND-ON-OPEN-ERROR THRU 9100-EXIT
001910         END-IF
001920     END-IF.
001930     DISPLAY 'RSLTBKUP - BACKING UP THE RESULTS MASTER TO '
001940         WS-BACKUP-DSN.
001950     MOVE SPACE       TO BACKUP-HEADER-RECORD.
001960     MOVE 'H'         TO BH-RECORD-TYPE.
001970     MOVE WS-RUN-DATE TO BH-BACKUP-DATE.
001980     MOVE WS-RUN-TIME TO BH-BACKUP-TIME.
001990     WRITE BACKUP-HEADER-RECORD.
002000     PERFORM 6000-CHECK-BACKUP-WRITE THRU 6000-EXIT.
002010 1000-EXIT.
002020     EXIT.
002030
002040*--------------------------------------------------------------*
002050*  ONE RESULTS-MASTER RECORD PER PASS, COPIED BYTE FOR BYTE
002060*  INTO A 'D' DETAIL AND ADDED TO THE MARKS HASH.
002070*--------------------------------------------------------------*
002080 2000-COPY-ONE-RESULT.
002090     READ STUDENT-RESULTS-FILE NEXT RECORD
002100         AT END
002110             MOVE 'Y' TO WS-EOF-SWITCH
002120             GO TO 2000-EXIT
002130     END-READ.
002140     ADD 1 TO WS-RECORDS-READ.
002150     MOVE SPACE         TO BACKUP-DETAIL-RECORD.
002160     MOVE 'D'           TO BD-RECORD-TYPE.
002170     MOVE RESULT-RECORD TO BD-RESULT-IMAGE.
002180     IF RR-MARKS-VALUE IS NUMERIC
002190         ADD RR-MARKS-VALUE TO WS-MARKS-HASH
002200     END-IF.
002210     WRITE BACKUP-DETAIL-RECORD.
002220     PERFORM 6000-CHECK-BACKUP-WRITE THRU 6000-EXIT.
002230     ADD 1 TO WS-RECORDS-WRITTEN.
002240 2000-EXIT.
002250     EXIT.
002260
002270 3000-WRITE-TRAILER.
002280     MOVE SPACE              TO BACKUP-TRAILER-RECORD.
002290     MOVE 'T'                TO BT-RECORD-TYPE.
002300     MOVE WS-RECORDS-WRITTEN TO BT-RECORD-COUNT.
002310     MOVE WS-MARKS-HASH      TO BT-MARKS-HASH.
002320     WRITE BACKUP-TRAILER-RECORD.
002330     PERFORM 6000-CHECK-BACKUP-WRITE THRU 6000-EXIT.
002340     CLOSE BACKUP-FILE.
002350 3000-EXIT.
002360     EXIT.
002370
002380*--------------------------------------------------------------*
002390*  READ THE COPY BACK.  IT IS GOOD ONLY IF IT OPENS, STARTS
002400*  WITH THIS RUN'S HEADER, ENDS WITH EXACTLY ONE TRAILER, AND
002410*  ITS DETAILS FOOT TO THE TRAILER AND TO WHAT WAS WRITTEN.
002420*  THE FIRST FAILURE IS NAMED FOR THE JOB LOG.
002430*--------------------------------------------------------------*
002440 4000-VERIFY-BACKUP-COPY.
002450     OPEN INPUT BACKUP-FILE.
002460     IF NOT BACKUP-FILE-OK
002470         MOVE 'COPY WOULD NOT REOPEN FOR READING'
002480             TO WS-VERIFY-FAIL-REASON
002490         GO TO 4000-EXIT
002500     END-IF.
002510     PERFORM 4100-VERIFY-ONE-RECORD THRU 4100-EXIT
002520         UNTIL END-OF-BACKUP-COPY.
002530     CLOSE BACKUP-FILE.
002540     IF WS-VERIFY-FAIL-REASON NOT = SPACE
002550         GO TO 4000-EXIT
002560     END-IF.
002570     IF NOT TRAILER-SEEN
002580         MOVE 'NO TRAILER - COPY IS TRUNCATED'
002590             TO WS-VERIFY-FAIL-REASON
002600         GO TO 4000-EXIT
002610     END-IF.
002620     IF WS-VERIFY-COUNT NOT = WS-VERIFY-TRAILER-COUNT
002630         OR WS-VERIFY-COUNT NOT = WS-RECORDS-WRITTEN
002640         MOVE 'DETAIL COUNT DOES NOT FOOT'
002650             TO WS-VERIFY-FAIL-REASON
002660         GO TO 4000-EXIT
002670     END-IF.
002680     IF WS-VERIFY-HASH NOT = WS-VERIFY-TRAILER-HASH
002690         OR WS-VERIFY-HASH NOT = WS-MARKS-HASH
002700         MOVE 'MARKS HASH DOES NOT FOOT'
002710             TO WS-VERIFY-FAIL-REASON
002720         GO TO 4000-EXIT
002730     END-IF.
002740     MOVE 'Y' TO WS-COPY-GOOD-SW.
002750 4000-EXIT.
002760     EXIT.
002770
002780 4100-VERIFY-ONE-RECORD.
002790     READ BACKUP-FILE
002800         AT END
002810             MOVE 'Y' TO WS-VERIFY-EOF-SWITCH
002820             GO TO 4100-EXIT
002830     END-READ.
002840     IF NOT HEADER-SEEN
002850         IF BACKUP-HEADER-TYPE
002860             AND BH-BACKUP-DATE = WS-RUN-DATE
002870             AND BH-BACKUP-TIME = WS-RUN-TIME
002880             MOVE 'Y' TO WS-HEADER-SEEN-SW
002890         ELSE
002900             MOVE 'FIRST RECORD IS NOT THIS RUN''S HEADER'
002910                 TO WS-VERIFY-FAIL-REASON
002920             MOVE 'Y' TO WS-VERIFY-EOF-SWITCH
002930         END-IF
002940         GO TO 4100-EXIT
002950     END-IF.
002960     IF TRAILER-SEEN
002970         MOVE 'RECORDS FOLLOW THE TRAILER'
002980             TO WS-VERIFY-FAIL-REASON
002990         MOVE 'Y' TO WS-VERIFY-EOF-SWITCH
003000         GO TO 4100-EXIT
003010     END-IF.
003020     EVALUATE TRUE
003030         WHEN BACKUP-DETAIL-TYPE
003040             ADD 1 TO WS-VERIFY-COUNT
003050             MOVE BD-RESULT-IMAGE TO RESULT-RECORD
003060             IF RR-MARKS-VALUE IS NUMERIC
003070                 ADD RR-MARKS-VALUE TO WS-VERIFY-HASH
003080             END-IF
003090         WHEN BACKUP-TRAILER-TYPE
003100             MOVE 'Y' TO WS-TRAILER-SEEN-SW
003110             MOVE BT-RECORD-COUNT TO WS-VERIFY-TRAILER-COUNT
003120             MOVE BT-MARKS-HASH   TO WS-VERIFY-TRAILER-HASH
003130         WHEN OTHER
003140             MOVE 'UNKNOWN RECORD TYPE IN THE COPY'
003150                 TO WS-VERIFY-FAIL-REASON
003160             MOVE 'Y' TO WS-VERIFY-EOF-SWITCH
003170     END-EVALUATE.
003180 4100-EXIT.
003190     EXIT.
003200
003210*--------------------------------------------------------------*
003220*  CATALOGUE THE COPY, GOOD OR NOT - A FAILED COPY IS ON THE
003230*  CATALOGUE AS 'B' SO THE RECOVERY RUN PASSES OVER IT, AND
003240*  THE OPERATOR CAN SEE FROM THE CATALOGUE ALONE WHEN THE
003250*  LAST GOOD COPY WAS TAKEN.
003260*--------------------------------------------------------------*
003270 5000-WRITE-CATALOGUE-ENTRY.
003280     MOVE SPACE              TO BACKUP-CATALOGUE-RECORD.
003290     MOVE WS-RUN-DATE        TO BC-BACKUP-DATE.
003300     MOVE WS-RUN-TIME        TO BC-BACKUP-TIME.
003310     IF COPY-VERIFIED
003320         MOVE 'G'            TO BC-BACKUP-STATUS
003330     ELSE
003340         MOVE 'B'            TO BC-BACKUP-STATUS
003350     END-IF.
003360     MOVE WS-RECORDS-WRITTEN TO BC-RECORD-COUNT.
003370     MOVE WS-MARKS-HASH      TO BC-MARKS-HASH.
003380     MOVE WS-BACKUP-DSN      TO BC-BACKUP-DSN.
003390     WRITE BACKUP-CATALOGUE-RECORD.
003400     IF NOT CATALOGUE-FILE-OK
003410         MOVE 'BACKUP-CATALOGUE' TO WS-ABEND-FILE-NAME
003420         MOVE WS-CATALOGUE-FILE-STATUS TO WS-ABEND-FILE-STATUS
003430         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
003440     END-IF.
003450     ADD 1 TO WS-CATALOGUE-COUNT.
003460 5000-EXIT.
003470     EXIT.
003480
003490*--------------------------------------------------------------*
003500*  END-OF-RUN SUMMARY.  RECORDS READ MUST FOOT TO RECORDS
003510*  COPIED, AND THE COPY MUST HAVE VERIFIED; EITHER FAILURE
003520*  SETS RETURN CODE 8 SO THE OPERATOR RERUNS THE BACKUP.
003530*--------------------------------------------------------------*
003540 8000-PRINT-RUN-SUMMARY.
003550     DISPLAY ' '.
003560     DISPLAY 'RSLTBKUP - ' WS-RECORDS-READ ' READ, '
003570         WS-RECORDS-WRITTEN ' COPIED, MARKS HASH '
003580         WS-MARKS-HASH ', BACKUP ' WS-RUN-DATE ' '
003590         WS-RUN-TIME '.'.
003600     IF WS-RECORDS-WRITTEN NOT = WS-RECORDS-READ
003610         DISPLAY 'RSLTBKUP - CONTROL TOTAL BREAK - SETTING '
003620             'NON-ZERO RETURN CODE.'
003630         MOVE 8 TO RETURN-CODE
003640     END-IF.
003650     IF COPY-VERIFIED
003660         DISPLAY 'RSLTBKUP - COPY VERIFIED AND CATALOGUED GOOD.'
003670     ELSE
003680         DISPLAY 'RSLTBKUP - COPY FAILED VERIFICATION: '
003690             WS-VERIFY-FAIL-REASON
003700         DISPLAY 'RSLTBKUP - CATALOGUED AS BAD, NOT USABLE FOR '
003710             'RECOVERY - RERUN THE BACKUP.'
003720         MOVE 8 TO RETURN-CODE
003730     END-IF.
003740 8000-EXIT.
003750     EXIT.
003760
003770 7000-TERMINATE.
003780     IF RESULTS-FILE-OK OR RESULTS-FILE-EOF
003790         CLOSE STUDENT-RESULTS-FILE
003800     END-IF.
003810     IF CATALOGUE-FILE-OK
003820         CLOSE BACKUP-CATALOGUE-FILE
003830     END-IF.
003840 7000-EXIT.
003850     EXIT.
003860
003870*--------------------------------------------------------------*
003880*  EVERY WRITE TO THE COPY GETS THE SAME STATUS CHECK.
003890*--------------------------------------------------------------*
003900 6000-CHECK-BACKUP-WRITE.
003910     IF NOT BACKUP-FILE-OK
003920         MOVE 'BACKUP-FILE' TO WS-ABEND-FILE-NAME
003930         MOVE WS-BACKUP-FILE-STATUS TO WS-ABEND-FILE-STATUS
003940         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
003950     END-IF.
003960 6000-EXIT.
003970     EXIT.
003980
003990*--------------------------------------------------------------*
004000*  A LOST WRITE MEANS A COPY THAT CANNOT BE TRUSTED - STOP
004010*  BEFORE IT IS CATALOGUED.  THE JCL DELETES THE HALF-WRITTEN
004020*  GENERATION ON AN ABNORMAL END.
004030*--------------------------------------------------------------*
004040 9000-ABEND-ON-WRITE-ERROR.
004050     DISPLAY 'RSLTBKUP - FATAL: ' WS-ABEND-FILE-NAME
004060         ' WRITE FAILED, STATUS ' WS-ABEND-FILE-STATUS
004070         ' - RUN TERMINATED, OUTPUT NO LONGER RELIABLE.'.
004080     MOVE 16 TO RETURN-CODE.
004090     STOP RUN.
004100 9000-EXIT.
004110     EXIT.
004120
004130 9100-ABEND-ON-OPEN-ERROR.
004140     DISPLAY 'RSLTBKUP - FATAL: CANNOT OPEN ' WS-ABEND-FILE-NAME
004150         ', STATUS ' WS-ABEND-FILE-STATUS
004160         ' - RUN TERMINATED, NOTHING CATALOGUED.'.
004170     MOVE 16 TO RETURN-CODE.
004180     STOP RUN.
004190 9100-EXIT.
004200     EXIT.
004210
004220*--------------------------------------------------------------*
004230*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
004240*  CREATING IT ON THE FIRST EVER RUN) AND WRITES THE 'S' START
004250*  RECORD; 7900 WRITES ONE 'C' RECORD PER OUTPUT FILE AND THE
004260*  'E' END RECORD WITH RECORDS READ, THE RETURN CODE AND THE
004270*  RECONCILIATION RESULT, THEN CLOSES.  AN ABEND ANYWHERE IN
004280*  BETWEEN LEAVES AN 'S' WITH NO 'E' - WHICH IS EXACTLY WHAT
004290*  THE DAY-END REPORT FLAGS AS A STEP THAT DIED.  LOG TROUBLE
004300*  IS DISPLAYED AND THE LOGGING ABANDONED, NEVER FATAL.
004310*--------------------------------------------------------------*
004320 1900-WRITE-RUNLOG-START.
004330     OPEN EXTEND RUN-LOG-FILE.
004340     IF NOT RUNLOG-FILE-OK
004350         OPEN OUTPUT RUN-LOG-FILE
004360     END-IF.
004370     IF NOT RUNLOG-FILE-OK
004380         DISPLAY 'RSLTBKUP - CANNOT OPEN RUN LOG, STATUS '
004390             WS-RUNLOG-FILE-STATUS ' - RUN CONTINUES UNLOGGED.'
004400         GO TO 1900-EXIT
004410     END-IF.
004420     MOVE 'Y' TO WS-RUNLOG-OPEN-SW.
004430     MOVE SPACE        TO RUN-LOG-RECORD.
004440     MOVE 'S'          TO RL-RECORD-TYPE.
004450     MOVE 'RSLTBKUP'   TO RL-PROGRAM-ID.
004460     MOVE WS-RUN-DATE  TO RL-RUN-DATE.
004470     MOVE WS-RUN-TIME  TO RL-RUN-TIME.
004480     MOVE WS-RUN-TIME  TO RL-LOG-TIME.
004490     MOVE ZERO         TO RL-RECORD-COUNT.
004500     MOVE ZERO         TO RL-RETURN-CODE.
004510     MOVE SPACE        TO RL-RECON-RESULT.
004520     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
004530 1900-EXIT.
004540     EXIT.
004550
004560 1910-WRITE-RUNLOG-COUNT.
004570     IF NOT RUN-LOG-IS-OPEN
004580         GO TO 1910-EXIT
004590     END-IF.
004600     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
004610     MOVE SPACE                TO RUN-LOG-RECORD.
004620     MOVE 'C'                  TO RL-RECORD-TYPE.
004630     MOVE 'RSLTBKUP'           TO RL-PROGRAM-ID.
004640     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
004650     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
004660     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
004670     MOVE WS-RUNLOG-FILE-NAME  TO RL-FILE-NAME.
004680     MOVE WS-RUNLOG-COUNT      TO RL-RECORD-COUNT.
004690     MOVE ZERO                 TO RL-RETURN-CODE.
004700     MOVE SPACE                TO RL-RECON-RESULT.
004710     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
004720 1910-EXIT.
004730     EXIT.
004740
004750 1950-WRITE-RUNLOG-RECORD.
004760     WRITE RUN-LOG-RECORD.
004770     IF NOT RUNLOG-FILE-OK
004780         DISPLAY 'RSLTBKUP - RUN LOG WRITE FAILED, STATUS '
004790             WS-RUNLOG-FILE-STATUS ' - LOGGING ABANDONED.'
004800         CLOSE RUN-LOG-FILE
004810         MOVE 'N' TO WS-RUNLOG-OPEN-SW
004820     END-IF.
004830 1950-EXIT.
004840     EXIT.
004850
004860 7900-WRITE-RUNLOG-END.
004870     IF NOT RUN-LOG-IS-OPEN
004880         GO TO 7900-EXIT
004890     END-IF.
004900     MOVE 'BACKUP'           TO WS-RUNLOG-FILE-NAME.
004910     MOVE WS-RECORDS-WRITTEN TO WS-RUNLOG-COUNT.
004920     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
004930     MOVE 'BKUPCAT'          TO WS-RUNLOG-FILE-NAME.
004940     MOVE WS-CATALOGUE-COUNT TO WS-RUNLOG-COUNT.
004950     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
004960     IF WS-RECORDS-WRITTEN = WS-RECORDS-READ
004970         AND COPY-VERIFIED
004980         MOVE 'OK'  TO WS-RUNLOG-RECON
004990     ELSE
005000         MOVE 'BRK' TO WS-RUNLOG-RECON
005010     END-IF.
005020     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
005030     MOVE SPACE                TO RUN-LOG-RECORD.
005040     MOVE 'E'                  TO RL-RECORD-TYPE.
005050     MOVE 'RSLTBKUP'           TO RL-PROGRAM-ID.
005060     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
005070     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
005080     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
005090     MOVE WS-RECORDS-READ      TO RL-RECORD-COUNT.
005100     MOVE RETURN-CODE          TO RL-RETURN-CODE.
005110     MOVE WS-RUNLOG-RECON      TO RL-RECON-RESULT.
005120     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
005130     IF RUN-LOG-IS-OPEN
005140         CLOSE RUN-LOG-FILE
005150     END-IF.
005160 7900-EXIT.
005170     EXIT.
