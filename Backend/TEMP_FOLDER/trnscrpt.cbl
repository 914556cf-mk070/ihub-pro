000315*                   SYSOUT DISPLAYS WERE THE ONLY RECORD OF WHAT
000316*                   EACH RUN READ, WROTE AND RECONCILED, AND THEY
000317*                   GO WITH THE SCRATCHED JOB LOG.
000318*  2026-10-15  KJM  LOOK EACH REQUESTED STUDENT UP ON THE NEW
000319*                   STUDENT MASTER (STUDREC, LOADED BY STUDLOAD)
000320*                   AND PRINT THE NAME IN THE TRANSCRIPT
000321*                   HEADING.  A STUDENT WITH RESULTS BUT NO
000322*                   MASTER RECORD STILL GETS A TRANSCRIPT, WITH
000323*                   A PLACEHOLDER NAME.
000324*  2026-10-15  KJM  PRINT THE TERM GPA, WITH CREDITS ATTEMPTED
000325*                   AND EARNED, UNDER EACH TERM BLOCK AND THE
000326*                   CUMULATIVE GPA AT THE FOOT, READ FROM THE
000327*                   STUDENT-TERM GPA SUMMARY (GPASUMRC, BUILT BY
000328*                   GPACALC) - UNIVERSITIES AND EMPLOYERS ASK
000329*                   FOR THEM AND THE OFFICE WAS WORKING THEM
000330*                   OUT ON A CALCULATOR.  A SITTING NOT ON THE
000331*                   SUMMARY PRINTS AS NOT YET COMPUTED; A
000332*                   SITTING WITH A WITHHELD RESULT PRINTS ITS
000333*                   GPA MARKED PROVISIONAL.
000334*  2026-10-15  KJM  PRINT THE WRITTEN AND INTERNAL-ASSESSMENT
000335*                   COMPONENTS BESIDE EACH FINAL MARK (RSLTREC) -
000336*                   BLANK WHERE THEY NO LONGER ADD UP TO IT (OLD
000337*                   RESULTS, LATER ADJUSTMENTS, FIRST ATTEMPTS).
000338*  2026-10-15  KJM  DO NOT PRINT A TRANSCRIPT FOR A STUDENT THE
000339*                   ACCOUNTS OFFICE HAS ON A DUES HOLD (HOLDREC,
000340*                   KEPT BY HOLDUPD) - THE REQUEST GOES ON THE
000341*                   NEW HELDRPT LISTING AND THE TRANSCRIPT IS
000342*                   FLAGGED AS HELD BACK ON THE HOLD RECORD.  A
000343*                   LATER REQUEST AFTER THE HOLD IS LIFTED
000344*                   PRINTS AND CLEARS THE FLAG.  NEW SYSIN MODE
000345*                   CARD: 'R' (OR BLANK) WORKS THE REQUEST
000346*                   CARDS AS BEFORE; 'C' IS THE CATCH-UP RUN
000347*                   (JOB HOLDCTCH), WHICH IGNORES TRNREQS AND
000348*                   PRINTS EVERY TRANSCRIPT A LIFTED HOLD STILL
000349*                   OWES.  REQUESTS NOW FOOT TO PRINTED + NOT
000350*                   FOUND + BLANK + HELD.
000351*  2026-10-15  KJM  NUMBER EVERY TRANSCRIPT FROM THE DOCUMENT
000352*                   CONTROL FILE (DOCCTL) AND WRITE IT TO THE
000353*                   ISSUE REGISTER (DOCREG) WITH THE TERMS IT
000354*                   COVERS, LISTING EACH ON THE NEW ISSUERPT.
000355*                   A TRANSCRIPT ALREADY ISSUED TO THE SAME
000356*                   LAST TERM IS REFUSED UNLESS THE REQUEST
000357*                   CARD CARRIES A DUPLICATE-ISSUE REASON
000358*                   (TRNREQ COLS 11-40), AND THEN PRINTS AS A
000359*                   DUPLICATE OF THE ORIGINAL SERIAL.  A
000360*                   TRANSCRIPT A LIFTED HOLD STILL OWES NEEDS
000361*                   NO REASON - A REPRINT GOES OUT AS A
000362*                   DUPLICATE RELEASED FROM THE HOLD - AND ITS
000363*                   FLAG IS CLEARED ONLY ONCE THE TRANSCRIPT IS
000364*                   REGISTERED.  REQUESTS NOW
000365*                   FOOT TO PRINTED + NOT FOUND + BLANK + HELD
000366*                   + REFUSED.
000367*==============================================================*
000368
000369 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000371 FILE-CONTROL.
000372     SELECT TRANSCRIPT-REQUEST-FILE ASSIGN TO TRNREQS
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-REQUEST-FILE-STATUS.
000400
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS RR-KEY
000450         FILE STATUS IS WS-RESULTS-FILE-STATUS.
000451
000452     SELECT TRANSCRIPT-FILE ASSIGN TO TRNSCRPT
000453         ORGANIZATION IS SEQUENTIAL
000454         FILE STATUS IS WS-TRANS-FILE-STATUS.
000455
000456     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
000457         ORGANIZATION IS INDEXED
000458         ACCESS MODE IS DYNAMIC
000459         RECORD KEY IS ST-STUDENT-ID
000460         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000461
000462     SELECT GPA-SUMMARY-FILE ASSIGN TO GPASUMM
000463         ORGANIZATION IS INDEXED
000464         ACCESS MODE IS DYNAMIC
000465         RECORD KEY IS GS-KEY
000466         FILE STATUS IS WS-GPA-FILE-STATUS.
000467
000468     SELECT HOLD-MASTER-FILE ASSIGN TO HOLDMSTR
000469         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000471         RECORD KEY IS HD-STUDENT-ID
000472         FILE STATUS IS WS-HOLD-FILE-STATUS.
000473
000474     SELECT HELD-REPORT-FILE ASSIGN TO HELDRPT
000475         ORGANIZATION IS SEQUENTIAL
000476         FILE STATUS IS WS-HELD-FILE-STATUS.
000477
000478     SELECT DOC-CONTROL-FILE ASSIGN TO DOCCTL
000479         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000481         RECORD KEY IS DC-KEY
000482         FILE STATUS IS WS-DOCCTL-FILE-STATUS.
000483
000484     SELECT DOC-REGISTER-FILE ASSIGN TO DOCREG
000485         ORGANIZATION IS INDEXED
000486         ACCESS MODE IS DYNAMIC
000487         RECORD KEY IS DI-SERIAL-NO
000488         FILE STATUS IS WS-DOCREG-FILE-STATUS.
000489
000490     SELECT ISSUE-REPORT-FILE ASSIGN TO ISSUERPT
000491         ORGANIZATION IS SEQUENTIAL
000492         FILE STATUS IS WS-ISSUE-FILE-STATUS.
000501
000502     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000503         ORGANIZATION IS SEQUENTIAL
000580     COPY RSLTREC.
000590
000600 FD  TRANSCRIPT-FILE
000601     RECORDING MODE IS F.
000602 01  TRANSCRIPT-LINE             PIC X(132).
000603
000604 FD  STUDENT-MASTER-FILE.
000605     COPY STUDREC.
000606
000607 FD  GPA-SUMMARY-FILE.
000608     COPY GPASUMRC.
000609
000610 FD  HOLD-MASTER-FILE.
000611     COPY HOLDREC.
000612
000613 FD  HELD-REPORT-FILE
000614     RECORDING MODE IS F.
000615 01  HELD-REPORT-LINE            PIC X(132).
000616
000617 FD  DOC-CONTROL-FILE.
000618     COPY DOCCTL.
000619
000620 FD  DOC-REGISTER-FILE.
000621     COPY DOCREG.
000622
000623 FD  ISSUE-REPORT-FILE
000624     RECORDING MODE IS F.
000625 01  ISSUE-REPORT-LINE           PIC X(132).
000631
000632 FD  RUN-LOG-FILE
000633     RECORDING MODE IS F.
000720     88 RESULTS-FILE-EOF        VALUE '10'.
000730
000740 01  WS-TRANS-FILE-STATUS     PIC X(02).
000741     88 TRANS-FILE-OK           VALUE '00'.
000742
000743 01  WS-STUDENT-FILE-STATUS   PIC X(02).
000744     88 STUDENT-FILE-OK         VALUE '00'.
000745     88 STUDENT-NOT-FOUND       VALUE '23'.
000746
000747 01  WS-GPA-FILE-STATUS       PIC X(02).
000748     88 GPA-FILE-OK             VALUE '00'.
000749     88 GPA-NOT-FOUND           VALUE '23'.
000750
000751 01  WS-HOLD-FILE-STATUS      PIC X(02).
000752     88 HOLD-FILE-OK            VALUE '00'.
000753     88 HOLD-NOT-FOUND          VALUE '23'.
000754     88 HOLD-FILE-EOF           VALUE '10'.
000755
000756 01  WS-HELD-FILE-STATUS      PIC X(02).
000757     88 HELD-FILE-OK            VALUE '00'.
000758
000759 01  WS-DOCCTL-FILE-STATUS    PIC X(02).
000760     88 DOCCTL-FILE-OK          VALUE '00'.
000761     88 DOCCTL-NOT-FOUND        VALUE '23'.
000762
000763 01  WS-DOCREG-FILE-STATUS    PIC X(02).
000764     88 DOCREG-FILE-OK          VALUE '00'.
000765
000766 01  WS-ISSUE-FILE-STATUS     PIC X(02).
000767     88 ISSUE-FILE-OK           VALUE '00'.
000768
000770 01  WS-SWITCHES.
000771     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
000772         88 END-OF-REQUEST-FILE VALUE 'Y'.
000773     05  WS-STUDENT-DONE-SW    PIC X(01) VALUE 'N'.
000774         88 STUDENT-RECORDS-DONE VALUE 'Y'.
000775     05  WS-STUDENT-FOUND-SW   PIC X(01) VALUE 'N'.
000776         88 STUDENT-ON-MASTER    VALUE 'Y'.
000777     05  WS-SUMMARY-FOUND-SW   PIC X(01) VALUE 'N'.
000778         88 TERM-SUMMARY-FOUND   VALUE 'Y'.
000779     05  WS-PROVISIONAL-SW     PIC X(01) VALUE 'N'.
000780         88 GPA-PROVISIONAL      VALUE 'Y'.
000781     05  WS-HOLD-FOUND-SW      PIC X(01) VALUE 'N'.
000782         88 HOLD-ON-FILE         VALUE 'Y'.
000783     05  WS-TRANSCRIPT-HELD-SW PIC X(01) VALUE 'N'.
000784         88 TRANSCRIPT-HELD      VALUE 'Y'.
000785     05  WS-ISSUED-BEFORE-SW   PIC X(01) VALUE 'N'.
000786         88 DOCUMENT-ISSUED-BEFORE VALUE 'Y'.
000787     05  WS-REPRINT-REFUSED-SW PIC X(01) VALUE 'N'.
000788         88 REPRINT-REFUSED      VALUE 'Y'.
000789     05  WS-RELEASE-PENDING-SW PIC X(01) VALUE 'N'.
000790         88 TRANSCRIPT-RELEASE-PENDING VALUE 'Y'.
000791
000792*--------------------------------------------------------------*
000793*  THE SYSIN CARD: MODE IN COL 1 - 'R' OR BLANK WORKS THE
000794*  OFFICE'S REQUEST CARDS, 'C' IS THE DUES-HOLD CATCH-UP RUN,
000795*  WHICH TAKES ITS STUDENTS FROM THE HOLD MASTER INSTEAD.
000796*  EITHER WAY THE STUDENT BEING PRINTED IS HELD IN
000797*  WS-TRANSCRIPT-STUDENT-ID.
000798*--------------------------------------------------------------*
000799 01  WS-TRANSCRIPT-CONTROL-CARD.
000800     05  TC-RUN-MODE           PIC X(01).
000801         88 TRANSCRIPT-REQUEST-MODE  VALUES SPACE, 'R'.
000802         88 TRANSCRIPT-CATCH-UP-MODE VALUE 'C'.
000803         88 TC-RUN-MODE-VALID        VALUES SPACE, 'R', 'C'.
000804     05  FILLER                PIC X(79).
000805
000806 01  WS-TRANSCRIPT-STUDENT-ID  PIC X(09) VALUE SPACE.
000807
000808*--------------------------------------------------------------*
000809*  DOCUMENT-ISSUE WORK FIELDS.  THE FIRST AND LAST TERMS ARE
000810*  FOUND BY A PASS OVER THE STUDENT'S RECORDS BEFORE ANYTHING
000811*  PRINTS - THE LAST TERM KEYS THE TRANSCRIPT ON THE CONTROL
000812*  FILE, SO A TRANSCRIPT WITH A NEW SITTING ON IT IS A NEW
000813*  ORIGINAL.  THE DUPLICATE-ISSUE REASON COMES FROM THE
000814*  REQUEST CARD; A CATCH-UP RUN HAS NONE.
000815*--------------------------------------------------------------*
000816 01  WS-FIRST-ACADEMIC-TERM    PIC X(06) VALUE SPACE.
000817 01  WS-LAST-ACADEMIC-TERM     PIC X(06) VALUE SPACE.
000818 01  WS-DUPLICATE-REASON       PIC X(30) VALUE SPACE.
000819 01  WS-ISSUE-SERIAL           PIC 9(09) VALUE ZERO.
000820 01  WS-ISSUE-TIME             PIC X(08) VALUE SPACE.
000821 01  WS-ORIGINAL-SERIAL        PIC 9(09) VALUE ZERO.
000822 01  WS-ORIGINAL-DATE          PIC X(08) VALUE SPACE.
000823
000830*--------------------------------------------------------------*
000840*  TERM CONTROL-BREAK HOLD FIELD FOR THE TRANSCRIPT IN FLIGHT.
000850*  THE MASTER'S KEY ORDER DELIVERS A STUDENT'S TERMS IN
000880*--------------------------------------------------------------*
000890 01  WS-CURR-ACADEMIC-TERM     PIC X(06) VALUE SPACE.
000900
000901*--------------------------------------------------------------*
000902*  CUMULATIVE FIGURES FROM THE LATEST TERM'S GPA SUMMARY, HELD
000903*  FOR THE FOOT OF THE TRANSCRIPT.  THE SUMMARY CARRIES THE
000904*  CUMULATIVE GPA ON EVERY TERM, SO THE LAST TERM PRINTED
000905*  HOLDS THE STUDENT'S CURRENT CUMULATIVE GPA.
000906*--------------------------------------------------------------*
000907 01  WS-FOOT-CUM-GPA           PIC 9(02)V99 VALUE ZERO.
000908 01  WS-FOOT-CUM-ATTEMPTED     PIC 9(05) VALUE ZERO.
000909 01  WS-FOOT-CUM-EARNED        PIC 9(05) VALUE ZERO.
000910
000911*--------------------------------------------------------------*
000920*  RUN CONTROL TOTALS.  REQUESTS READ MUST FOOT TO TRANSCRIPTS
000930*  PRINTED + NOT FOUND + BLANK REQUEST CARDS + HELD + REPRINTS
000933*  REFUSED AT END OF RUN, AND EVERY TRANSCRIPT PRINTED MUST
000936*  HAVE ONE ORIGINAL OR DUPLICATE SERIAL ON THE REGISTER.
000940*--------------------------------------------------------------*
000950 01  WS-REQUESTS-READ          PIC 9(07) COMP VALUE ZERO.
000960 01  WS-PRINTED-COUNT          PIC 9(07) COMP VALUE ZERO.
000970 01  WS-NOT-FOUND-COUNT        PIC 9(07) COMP VALUE ZERO.
000980 01  WS-BLANK-REQ-COUNT        PIC 9(07) COMP VALUE ZERO.
000981 01  WS-HELD-COUNT             PIC 9(07) COMP VALUE ZERO.
000982 01  WS-RELEASED-COUNT         PIC 9(07) COMP VALUE ZERO.
000983 01  WS-REFUSED-COUNT          PIC 9(07) COMP VALUE ZERO.
000984 01  WS-ORIGINAL-ISSUE-COUNT   PIC 9(07) COMP VALUE ZERO.
000985 01  WS-DUPLICATE-ISSUE-COUNT  PIC 9(07) COMP VALUE ZERO.
000986 01  WS-REGISTER-WRITE-COUNT   PIC 9(07) COMP VALUE ZERO.
000990 01  WS-DECISION-TOTAL         PIC 9(07) COMP VALUE ZERO.
001000 01  WS-RESULT-LINE-COUNT      PIC 9(05) COMP VALUE ZERO.
001010
001110     05  FILLER                PIC X(41) VALUE
001120         'TRNSCRPT - ACADEMIC TRANSCRIPTS, RUN ON  '.
001130     05  TRN-RH-RUN-DATE       PIC X(08) VALUE SPACE.
001140     05  TRN-RH-MODE-TEXT      PIC X(20) VALUE SPACE.
001145     05  FILLER                PIC X(63) VALUE SPACE.
001150
001160 01  TRN-STUDENT-HEADING.
001170     05  FILLER                PIC X(40) VALUE
001180         'TRANSCRIPT OF ACADEMIC RECORD - STUDENT '.
001190     05  TRN-SH-STUDENT-ID     PIC X(09).
001200     05  FILLER                PIC X(09) VALUE '   DATED '.
001201     05  TRN-SH-RUN-DATE       PIC X(08).
001202     05  FILLER                PIC X(08) VALUE '   NAME '.
001203     05  TRN-SH-STUDENT-NAME   PIC X(30).
001204     05  FILLER                PIC X(28) VALUE SPACE.
001205
001206 01  TRN-SERIAL-LINE.
001207     05  FILLER                PIC X(16) VALUE
001208         'DOCUMENT SERIAL '.
001209     05  TRN-SR-SERIAL-NO      PIC 9(09).
001210     05  FILLER                PIC X(09) VALUE '  ISSUED '.
001211     05  TRN-SR-ISSUE-DATE     PIC X(08).
001212     05  FILLER                PIC X(02) VALUE SPACE.
001213     05  TRN-SR-ISSUE-TEXT     PIC X(09).
001214     05  FILLER                PIC X(08) VALUE '  TERMS '.
001215     05  TRN-SR-FIRST-TERM     PIC X(06).
001216     05  FILLER                PIC X(04) VALUE ' TO '.
001217     05  TRN-SR-LAST-TERM      PIC X(06).
001218     05  FILLER                PIC X(55) VALUE SPACE.
001219
001220 01  TRN-DUPLICATE-LINE.
001221     05  FILLER                PIC X(34) VALUE
001222         '*** DUPLICATE *** ORIGINAL SERIAL '.
001223     05  TRN-DL-ORIGINAL-SERIAL PIC 9(09).
001224     05  FILLER                PIC X(08) VALUE ' ISSUED '.
001225     05  TRN-DL-ORIGINAL-DATE  PIC X(08).
001226     05  FILLER                PIC X(09) VALUE '  REASON '.
001227     05  TRN-DL-REASON         PIC X(30).
001228     05  FILLER                PIC X(34) VALUE SPACE.
001230
001240 01  TRN-TERM-HEADING.
001250     05  FILLER                PIC X(05) VALUE 'TERM '.
001290     05  FILLER                PIC X(103) VALUE SPACE.
001300
001310 01  TRN-COLUMN-HEADING.
001320     05  FILLER                PIC X(50) VALUE
001330         'SUBJECT  WRITTEN   IA  MARKS  GRADE RESULT ATTEMPT'.
001340     05  FILLER                PIC X(82) VALUE SPACE.
001350
001360 01  TRN-SUBJECT-LINE.
001370     05  TRN-SL-SUBJECT-CODE   PIC X(05).
001380     05  FILLER                PIC X(08) VALUE SPACE.
001381     05  TRN-SL-WRITTEN-MARKS  PIC ZZ9.
001382     05  TRN-SL-WRITTEN-X REDEFINES TRN-SL-WRITTEN-MARKS
001383                               PIC X(03).
001384     05  FILLER                PIC X(02) VALUE SPACE.
001385     05  TRN-SL-IA-MARKS       PIC ZZ9.
001386     05  TRN-SL-IA-X REDEFINES TRN-SL-IA-MARKS
001387                               PIC X(03).
001388     05  FILLER                PIC X(04) VALUE SPACE.
001390     05  TRN-SL-MARKS-VALUE    PIC ZZ9.
001400     05  FILLER                PIC X(06) VALUE SPACE.
001410     05  TRN-SL-GRADE-CODE     PIC X(01).
001420     05  FILLER                PIC X(03) VALUE SPACE.
001430     05  TRN-SL-RESULT-CODE    PIC X(04).
001431     05  FILLER                PIC X(01) VALUE SPACE.
001432     05  TRN-SL-ATTEMPT-NOTE   PIC X(14).
001433     05  FILLER                PIC X(75) VALUE SPACE.
001434
001435 01  TRN-TERM-GPA-LINE.
001436     05  FILLER                PIC X(09) VALUE 'TERM GPA '.
001437     05  TRN-TG-TERM-GPA       PIC Z9.99.
001438     05  FILLER                PIC X(21) VALUE
001439         '   CREDITS ATTEMPTED '.
001440     05  TRN-TG-ATTEMPTED      PIC ZZZ9.
001441     05  FILLER                PIC X(10) VALUE '   EARNED '.
001442     05  TRN-TG-EARNED         PIC ZZZ9.
001443     05  FILLER                PIC X(03) VALUE SPACE.
001444     05  TRN-TG-NOTE           PIC X(30).
001445     05  FILLER                PIC X(46) VALUE SPACE.
001446
001447 01  TRN-NO-GPA-LINE.
001448     05  FILLER                PIC X(42) VALUE
001449         'TERM GPA NOT YET COMPUTED FOR THIS SITTING'.
001450     05  FILLER                PIC X(90) VALUE SPACE.
001451
001452 01  TRN-CUM-GPA-LINE.
001453     05  FILLER                PIC X(15) VALUE 'CUMULATIVE GPA '.
001454     05  TRN-CG-CUM-GPA        PIC Z9.99.
001455     05  FILLER                PIC X(21) VALUE
001456         '   CREDITS ATTEMPTED '.
001457     05  TRN-CG-ATTEMPTED      PIC ZZZZ9.
001458     05  FILLER                PIC X(10) VALUE '   EARNED '.
001459     05  TRN-CG-EARNED         PIC ZZZZ9.
001460     05  FILLER                PIC X(03) VALUE SPACE.
001461     05  TRN-CG-NOTE           PIC X(30).
001462     05  FILLER                PIC X(38) VALUE SPACE.
001463
001464 01  TRN-NO-CUM-GPA-LINE.
001465     05  FILLER                PIC X(48) VALUE
001466         'CUMULATIVE GPA NOT YET COMPUTED FOR THIS STUDENT'.
001467     05  FILLER                PIC X(84) VALUE SPACE.
001470
001480 01  TRN-NOT-FOUND-LINE.
001490     05  FILLER                PIC X(31) VALUE
001750         ' REQUEST(S) RECEIVED'.
001760     05  FILLER                PIC X(61) VALUE SPACE.
001770
001771 01  WS-BLANK-LINE             PIC X(132) VALUE SPACE.
001772
001773*--------------------------------------------------------------*
001774*  EVERY PRINT LINE IS MOVED HERE AND WRITTEN BY THE ONE
001775*  CHECKED WRITE IN 6000-WRITE-TRANSCRIPT-LINE.
001776*--------------------------------------------------------------*
001777 01  WS-PRINT-WORK-LINE        PIC X(132) VALUE SPACE.
001778
001779*--------------------------------------------------------------*
001780*  HELD-RESULTS LISTING LINES - ONE DETAIL PER TRANSCRIPT
001781*  REQUEST HELD BACK FOR DUES, SO THE OFFICE CAN ANSWER THE
001782*  REQUESTER.
001783*--------------------------------------------------------------*
001784 01  HLD-RUN-HEADING.
001785     05  FILLER                PIC X(42) VALUE
001786         'TRNSCRPT - TRANSCRIPTS HELD FOR DUES, RUN '.
001787     05  HLD-RH-RUN-DATE       PIC X(08) VALUE SPACE.
001788     05  FILLER                PIC X(82) VALUE SPACE.
001789
001790 01  HLD-DETAIL-LINE.
001791     05  FILLER                PIC X(08) VALUE 'STUDENT '.
001792     05  HLD-DL-STUDENT-ID     PIC X(09).
001793     05  FILLER                PIC X(13) VALUE '  HELD SINCE '.
001794     05  HLD-DL-HOLD-DATE      PIC X(08).
001795     05  FILLER                PIC X(02) VALUE SPACE.
001796     05  HLD-DL-HOLD-REASON    PIC X(30).
001797     05  FILLER                PIC X(62) VALUE SPACE.
001798
001799 01  HLD-TOTAL-LINE.
001800     05  FILLER                PIC X(11) VALUE 'TRNSCRPT - '.
001801     05  HLD-TL-HELD-COUNT     PIC Z(06)9.
001802     05  FILLER                PIC X(31) VALUE
001803         ' TRANSCRIPT(S) HELD FOR DUES'.
001804     05  FILLER                PIC X(83) VALUE SPACE.
001805
001806 01  WS-HLD-WORK-LINE          PIC X(132) VALUE SPACE.
001807
001808*--------------------------------------------------------------*
001809*  ISSUE LISTING LINES - ONE DETAIL PER SERIAL ISSUED AND PER
001810*  REPRINT REFUSED, SO THE STATIONERY USED CAN BE COUNTED
001811*  BACK AGAINST THE REGISTER.
001812*--------------------------------------------------------------*
001813 01  ISS-RUN-HEADING.
001814     05  FILLER                PIC X(41) VALUE
001815         'TRNSCRPT - TRANSCRIPT ISSUE LISTING, RUN '.
001816     05  ISS-RH-RUN-DATE       PIC X(08) VALUE SPACE.
001817     05  FILLER                PIC X(83) VALUE SPACE.
001818
001819 01  ISS-DETAIL-LINE.
001820     05  FILLER                PIC X(07) VALUE 'SERIAL '.
001821     05  ISS-DL-SERIAL-NO      PIC 9(09).
001822     05  ISS-DL-SERIAL-X REDEFINES ISS-DL-SERIAL-NO
001823                               PIC X(09).
001824     05  FILLER                PIC X(02) VALUE SPACE.
001825     05  ISS-DL-ISSUE-TEXT     PIC X(09).
001826     05  FILLER                PIC X(10) VALUE '  STUDENT '.
001827     05  ISS-DL-STUDENT-ID     PIC X(09).
001828     05  FILLER                PIC X(08) VALUE '  TERMS '.
001829     05  ISS-DL-FIRST-TERM     PIC X(06).
001830     05  FILLER                PIC X(01) VALUE '-'.
001831     05  ISS-DL-LAST-TERM      PIC X(06).
001832     05  FILLER                PIC X(11) VALUE '  ORIGINAL '.
001833     05  ISS-DL-ORIGINAL-SERIAL PIC 9(09).
001834     05  ISS-DL-ORIGINAL-X REDEFINES ISS-DL-ORIGINAL-SERIAL
001835                               PIC X(09).
001836     05  FILLER                PIC X(02) VALUE SPACE.
001837     05  ISS-DL-NOTE           PIC X(40).
001838     05  FILLER                PIC X(03) VALUE SPACE.
001839
001840 01  ISS-TOTAL-LINE.
001841     05  FILLER                PIC X(11) VALUE 'TRNSCRPT - '.
001842     05  ISS-TL-ORIGINAL-COUNT PIC Z(06)9.
001843     05  FILLER                PIC X(14) VALUE
001844         ' ORIGINAL(S), '.
001845     05  ISS-TL-DUPLICATE-COUNT PIC Z(06)9.
001846     05  FILLER                PIC X(22) VALUE
001847         ' DUPLICATE(S) ISSUED, '.
001848     05  ISS-TL-REFUSED-COUNT  PIC Z(06)9.
001849     05  FILLER                PIC X(19) VALUE
001850         ' REPRINT(S) REFUSED'.
001851     05  FILLER                PIC X(45) VALUE SPACE.
001852
001853 01  WS-ISS-WORK-LINE          PIC X(132) VALUE SPACE.
001854
001860 PROCEDURE DIVISION.
001870
001880 0000-MAINLINE.
001890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001900     IF TRANSCRIPT-CATCH-UP-MODE
001910         PERFORM 2500-PROCESS-CATCH-UP THRU 2500-EXIT
001911             UNTIL END-OF-REQUEST-FILE
001912     ELSE
001913         PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
001914             UNTIL END-OF-REQUEST-FILE
001915     END-IF.
001920     PERFORM 8000-PRINT-RUN-TOTALS THRU 8000-EXIT.
001921     PERFORM 7900-WRITE-RUNLOG-END THRU 7900-EXIT.
001930     PERFORM 7000-TERMINATE THRU 7000-EXIT.
001940     STOP RUN.
001950
001951*--------------------------------------------------------------*
001952*  A CATCH-UP RUN NEVER OPENS THE REQUEST FILE - ITS STUDENTS
001953*  COME FROM THE HOLD MASTER, BROWSED FROM THE FIRST KEY, AND
001954*  THE END OF THAT BROWSE IS ITS END OF REQUESTS.
001955*--------------------------------------------------------------*
001960 1000-INITIALIZE.
001970     ACCEPT WS-TRANSCRIPT-CONTROL-CARD.
001980     IF NOT TC-RUN-MODE-VALID
001990         DISPLAY 'TRNSCRPT - SYSIN MODE "' TC-RUN-MODE
002000             '" UNKNOWN - RUN TERMINATED, R OR C ONLY.'
002010         MOVE 16 TO RETURN-CODE
002011         STOP RUN
002012     END-IF.
002013     IF TRANSCRIPT-REQUEST-MODE
002014         OPEN INPUT TRANSCRIPT-REQUEST-FILE
002015         IF NOT REQUEST-FILE-OK
002016             DISPLAY 'TRNSCRPT - CANNOT OPEN REQUEST FILE, '
002017                 'STATUS ' WS-REQUEST-FILE-STATUS
002018             MOVE 'Y' TO WS-EOF-SWITCH
002019         END-IF
002020     END-IF.
002030     OPEN INPUT STUDENT-RESULTS-FILE.
002040     IF NOT RESULTS-FILE-OK
002070         MOVE 'Y' TO WS-EOF-SWITCH
002080     END-IF.
002090     OPEN OUTPUT TRANSCRIPT-FILE.
002091     IF NOT TRANS-FILE-OK
002092         DISPLAY 'TRNSCRPT - CANNOT OPEN TRANSCRIPT FILE, '
002093             'STATUS ' WS-TRANS-FILE-STATUS
002094         MOVE 'Y' TO WS-EOF-SWITCH
002095     END-IF.
002096     OPEN INPUT STUDENT-MASTER-FILE.
002097     IF NOT STUDENT-FILE-OK
002098         DISPLAY 'TRNSCRPT - CANNOT OPEN STUDENT MASTER, STATUS '
002099             WS-STUDENT-FILE-STATUS
002100         MOVE 'Y' TO WS-EOF-SWITCH
002101     END-IF.
002102     OPEN INPUT GPA-SUMMARY-FILE.
002103     IF NOT GPA-FILE-OK
002104         DISPLAY 'TRNSCRPT - CANNOT OPEN GPA SUMMARY, STATUS '
002105             WS-GPA-FILE-STATUS
002106         MOVE 'Y' TO WS-EOF-SWITCH
002107     END-IF.
002108     OPEN I-O HOLD-MASTER-FILE.
002109     IF NOT HOLD-FILE-OK
002110         DISPLAY 'TRNSCRPT - CANNOT OPEN DUES-HOLD MASTER, '
002111             'STATUS ' WS-HOLD-FILE-STATUS
002112         MOVE 'Y' TO WS-EOF-SWITCH
002113     END-IF.
002114     OPEN OUTPUT HELD-REPORT-FILE.
002115     IF NOT HELD-FILE-OK
002116         DISPLAY 'TRNSCRPT - CANNOT OPEN HELD-RESULTS LISTING, '
002117             'STATUS ' WS-HELD-FILE-STATUS
002118         MOVE 'Y' TO WS-EOF-SWITCH
002119     END-IF.
002120     OPEN I-O DOC-CONTROL-FILE.
002121     IF NOT DOCCTL-FILE-OK
002122         DISPLAY 'TRNSCRPT - CANNOT OPEN DOCUMENT CONTROL FILE, '
002123             'STATUS ' WS-DOCCTL-FILE-STATUS
002124         MOVE 'Y' TO WS-EOF-SWITCH
002125     END-IF.
002126     OPEN I-O DOC-REGISTER-FILE.
002127     IF NOT DOCREG-FILE-OK
002128         DISPLAY 'TRNSCRPT - CANNOT OPEN ISSUE REGISTER, STATUS '
002129             WS-DOCREG-FILE-STATUS
002130         MOVE 'Y' TO WS-EOF-SWITCH
002131     END-IF.
002132     OPEN OUTPUT ISSUE-REPORT-FILE.
002133     IF NOT ISSUE-FILE-OK
002134         DISPLAY 'TRNSCRPT - CANNOT OPEN ISSUE LISTING, STATUS '
002135             WS-ISSUE-FILE-STATUS
002136         MOVE 'Y' TO WS-EOF-SWITCH
002137     END-IF.
002138     IF DOCCTL-FILE-OK
002139         PERFORM 1050-CHECK-SERIAL-CONTROL THRU 1050-EXIT
002140     END-IF.
002141     IF TRANSCRIPT-CATCH-UP-MODE
002142         AND NOT END-OF-REQUEST-FILE
002143         MOVE LOW-VALUES TO HD-STUDENT-ID
002144         START HOLD-MASTER-FILE
002145             KEY IS NOT LESS THAN HD-STUDENT-ID
002146             INVALID KEY
002147                 MOVE 'Y' TO WS-EOF-SWITCH
002148         END-START
002149     END-IF.
002150     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002151     ACCEPT WS-RUN-TIME FROM TIME.
002152     PERFORM 1900-WRITE-RUNLOG-START THRU 1900-EXIT.
002160     MOVE WS-RUN-DATE TO TRN-RH-RUN-DATE.
002170     MOVE WS-RUN-DATE TO TRN-SH-RUN-DATE.
002171     MOVE WS-RUN-DATE TO HLD-RH-RUN-DATE.
002172     MOVE WS-RUN-DATE TO ISS-RH-RUN-DATE.
002173     IF TRANSCRIPT-CATCH-UP-MODE
002174         MOVE '  DUES CATCH-UP RUN' TO TRN-RH-MODE-TEXT
002175     END-IF.
002180     MOVE TRN-RUN-HEADING TO WS-PRINT-WORK-LINE.
002190     PERFORM 6000-WRITE-TRANSCRIPT-LINE THRU 6000-EXIT.
002191     IF HELD-FILE-OK
002192         MOVE HLD-RUN-HEADING TO WS-HLD-WORK-LINE
002193         PERFORM 6200-WRITE-HELD-LINE THRU 6200-EXIT
002194     END-IF.
002195     IF ISSUE-FILE-OK
002196         MOVE ISS-RUN-HEADING TO WS-ISS-WORK-LINE
002197         PERFORM 6300-WRITE-ISSUE-LINE THRU 6300-EXIT
002198     END-IF.
002200 1000-EXIT.
002210     EXIT.
002220
002300         ADD 1 TO WS-BLANK-REQ-COUNT
002310         DISPLAY 'TRNSCRPT - BLANK STUDENT ID ON REQUEST CARD '
002320             'SKIPPED.'
002321         GO TO 2000-EXIT
002322     END-IF.
002323     MOVE TQ-STUDENT-ID TO WS-TRANSCRIPT-STUDENT-ID.
002324     MOVE TQ-DUPLICATE-REASON TO WS-DUPLICATE-REASON.
002325     PERFORM 2200-CHECK-DUES-HOLD THRU 2200-EXIT.
002326     IF TRANSCRIPT-HELD
002330         GO TO 2000-EXIT
002340     END-IF.
002350     PERFORM 3000-PRINT-ONE-TRANSCRIPT THRU 3000-EXIT.
002490*  RECORD (LOW-VALUES IN TERM AND SUBJECT FLOOR THE KEY) AND
002500*  READ FORWARD UNTIL THE STUDENT ID CHANGES.  THE KEY ORDER -
002510*  STUDENT, TERM, SUBJECT - MEANS THE WHOLE HISTORY ARRIVES
002520*  SITTING BY SITTING WITHOUT ANY SORT.  A FIRST PASS FINDS
002522*  THE TERMS THE TRANSCRIPT WILL COVER, SO ITS SERIAL CAN BE
002524*  TAKEN - OR A REPRINT REFUSED - BEFORE ANYTHING PRINTS; THE
002526*  STUDENT IS THEN RE-POSITIONED FOR THE PRINTING PASS.
002530*--------------------------------------------------------------*
002540 3000-PRINT-ONE-TRANSCRIPT.
002550     PERFORM 3020-POSITION-AT-STUDENT THRU 3020-EXIT.
002670     IF STUDENT-RECORDS-DONE
002680         PERFORM 3900-PRINT-NOT-FOUND THRU 3900-EXIT
002690         GO TO 3000-EXIT
002700     END-IF.
002701     MOVE RR-ACADEMIC-TERM TO WS-FIRST-ACADEMIC-TERM.
002702     PERFORM 3050-FIND-LAST-TERM THRU 3050-EXIT
002703         UNTIL STUDENT-RECORDS-DONE.
002704     PERFORM 3600-CHECK-DOCUMENT-ISSUE THRU 3600-EXIT.
002705     IF REPRINT-REFUSED
002706         GO TO 3000-EXIT
002707     END-IF.
002708     PERFORM 3020-POSITION-AT-STUDENT THRU 3020-EXIT.
002710     PERFORM 3200-START-TRANSCRIPT THRU 3200-EXIT.
002720     PERFORM 3300-PRINT-RESULT-LINES THRU 3300-EXIT
002730         UNTIL STUDENT-RECORDS-DONE.
002850             MOVE 'Y' TO WS-STUDENT-DONE-SW
002860     END-READ.
002870     IF NOT STUDENT-RECORDS-DONE
002880         AND RR-STUDENT-ID NOT = WS-TRANSCRIPT-STUDENT-ID
002890         MOVE 'Y' TO WS-STUDENT-DONE-SW
002900     END-IF.
002910 3100-EXIT.
002930
002940 3200-START-TRANSCRIPT.
002950     MOVE SPACE TO WS-CURR-ACADEMIC-TERM.
002953     MOVE 'N'   TO WS-SUMMARY-FOUND-SW.
002956     MOVE 'N'   TO WS-PROVISIONAL-SW.
002960     MOVE ZERO  TO WS-RESULT-LINE-COUNT.
002970     MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE.
002980     PERFORM 6000-WRITE-TRANSCRIPT-LINE THRU 6000-EXIT.
002990     MOVE WS-TRANSCRIPT-STUDENT-ID TO TRN-SH-STUDENT-ID.
002995     PERFORM 3250-LOOK-UP-STUDENT THRU 3250-EXIT.
003000     MOVE TRN-STUDENT-HEADING TO WS-PRINT-WORK-LINE.
003010     PERFORM 6000-WRITE-TRANSCRIPT-LINE THRU 6000-EXIT.
003011     MOVE TRN-SERIAL-LINE TO WS-PRINT-WORK-LINE.
003012     PERFORM 6000-WRITE-TRANSCRIPT-LINE THRU 6000-EXIT.
003013     IF DOCUMENT-ISSUED-BEFORE
003014         MOVE TRN-DUPLICATE-LINE TO WS-PRINT-WORK-LINE
003015         PERFORM 6000-WRITE-TRANSCRIPT-LINE THRU 6000-EXIT
003016     END-IF.
003020 3200-EXIT.
003030     EXIT.
003040
003050*--------------------------------------------------------------*
003060*  ONE RESULT RECORD PER PASS.  A CHANGE OF TERM CLOSES THE
003070*  LAST TERM BLOCK WITH ITS GPA AND OPENS A NEW ONE.  A RECORD
003080*  KEPT FROM A SUPPLEMENTARY ATTEMPT PRINTS THE PRESERVED FIRST
003090*  ATTEMPT ON ITS OWN LINE FIRST - THE FIRST ATTEMPT IS WHAT
003100*  DECIDES SCHOLARSHIP ELIGIBILITY, SO A TRANSCRIPT THAT HID
003105*  IT WOULD BE INCOMPLETE.
003110*--------------------------------------------------------------*
003120 3300-PRINT-RESULT-LINES.
003130     IF RR-ACADEMIC-TERM NOT = WS-CURR-ACADEMIC-TERM
003132         IF WS-CURR-ACADEMIC-TERM NOT = SPACE
003134             PERFORM 3400-PRINT-TERM-GPA THRU 3400-EXIT
003136         END-IF
003140         PERFORM 3350-PRINT-TERM-HEADING THRU 3350-EXIT
003150     END-IF.
003160     IF SUPPLEMENTARY-ATTEMPT
003170         MOVE RR-SUBJECT-CODE     TO TRN-SL-SUBJECT-CODE
003180         MOVE RR-PREV-MARKS-VALUE TO TRN-SL-MARKS-VALUE
003183         MOVE SPACE               TO TRN-SL-WRITTEN-X
003186         MOVE SPACE               TO TRN-SL-IA-X
003190         MOVE RR-PREV-GRADE-CODE  TO TRN-SL-GRADE-CODE
003200         MOVE SPACE               TO TRN-SL-RESULT-CODE
003210         MOVE 'FIRST ATTEMPT'     TO TRN-SL-ATTEMPT-NOTE
003240     END-IF.
003250     MOVE RR-SUBJECT-CODE TO TRN-SL-SUBJECT-CODE.
003260     MOVE RR-MARKS-VALUE  TO TRN-SL-MARKS-VALUE.
003261     MOVE SPACE TO TRN-SL-WRITTEN-X.
003262     MOVE SPACE TO TRN-SL-IA-X.
003263     IF RR-WRITTEN-MARKS IS NUMERIC
003264         AND RR-IA-MARKS IS NUMERIC
003265         IF RR-WRITTEN-MARKS + RR-IA-MARKS = RR-MARKS-VALUE
003266             MOVE RR-WRITTEN-MARKS TO TRN-SL-WRITTEN-MARKS
003267             MOVE RR-IA-MARKS      TO TRN-SL-IA-MARKS
003268         END-IF
003269     END-IF.
003270     MOVE RR-GRADE-CODE   TO TRN-SL-GRADE-CODE.
003280     MOVE RR-RESULT-CODE  TO TRN-SL-RESULT-CODE.
003290     IF SUPPLEMENTARY-ATTEMPT
003510 3350-EXIT.
003520     EXIT.
003530
003531*--------------------------------------------------------------*
003532*  THE LAST TERM BLOCK GETS ITS GPA, THEN THE FOOT CARRIES THE
003533*  CUMULATIVE GPA AS AT THE LATEST SITTING - ONLY WHEN THAT
003534*  SITTING IS ON THE SUMMARY, SINCE AN EARLIER TERM'S FIGURE
003535*  WOULD LEAVE THE LATEST SITTING OUT.
003536*--------------------------------------------------------------*
003540 3500-FINISH-TRANSCRIPT.
003550     ADD 1 TO WS-PRINTED-COUNT.
003555     PERFORM 3400-PRINT-TERM-GPA THRU 3400-EXIT.
003560     MOVE WS-RESULT-LINE-COUNT TO TRN-TL-LINE-COUNT.
003561     MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE.
003562     PERFORM 6000-WRITE-TRANSCRIPT-LINE THRU 6000-EXIT.
003563     IF TERM-SUMMARY-FOUND
003564         MOVE WS-FOOT-CUM-GPA       TO TRN-CG-CUM-GPA
003565         MOVE WS-FOOT-CUM-ATTEMPTED TO TRN-CG-ATTEMPTED
003566         MOVE WS-FOOT-CUM-EARNED    TO TRN-CG-EARNED
003567         IF GPA-PROVISIONAL
003568             MOVE 'PROVISIONAL - RESULT WITHHELD'
003569                 TO TRN-CG-NOTE
003570         ELSE
003571             MOVE SPACE TO TRN-CG-NOTE
003572         END-IF
003573         MOVE TRN-CUM-GPA-LINE TO WS-PRINT-WORK-LINE
003574     ELSE
003575         MOVE TRN-NO-CUM-GPA-LINE TO WS-PRINT-WORK-LINE
003576     END-IF.
003580     PERFORM 6000-WRITE-TRANSCRIPT-LINE THRU 6000-EXIT.
003590     MOVE TRN-TOTAL-LINE TO WS-PRINT-WORK-LINE.
003600     PERFORM 6000-WRITE-TRANSCRIPT-LINE THRU 6000-EXIT.
003660 3900-PRINT-NOT-FOUND.
003670     ADD 1 TO WS-NOT-FOUND-COUNT.
003680     DISPLAY 'TRNSCRPT - NO RESULTS ON FILE FOR STUDENT '
003690         WS-TRANSCRIPT-STUDENT-ID '.'.
003700     MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE.
003710     PERFORM 6000-WRITE-TRANSCRIPT-LINE THRU 6000-EXIT.
003720     MOVE WS-TRANSCRIPT-STUDENT-ID TO TRN-NF-STUDENT-ID.
003730     MOVE TRN-NOT-FOUND-LINE TO WS-PRINT-WORK-LINE.
003740     PERFORM 6000-WRITE-TRANSCRIPT-LINE THRU 6000-EXIT.
003750     MOVE TRN-SEPARATOR-LINE TO WS-PRINT-WORK-LINE.
003790
003800*--------------------------------------------------------------*
003810*  END-OF-RUN TOTALS.  REQUESTS READ MUST FOOT TO PRINTED +
003820*  NOT FOUND + BLANK CARDS + HELD FOR DUES + REPRINTS REFUSED,
003830*  THE SAME CONTROL-TOTAL DISCIPLINE AS THE GRADING RUN, AND
003840*  THE SERIALS REGISTERED MUST MATCH THE TRANSCRIPTS PRINTED.
003842*  ANY NOT-FOUND, BLANK OR REFUSED REQUEST SETS RETURN CODE 4
003844*  SO THE OFFICE KNOWS TO CHASE; A DUES HOLD IS ACCOUNTS'
003846*  BUSINESS AND SETS NOTHING.
003850*--------------------------------------------------------------*
003860 8000-PRINT-RUN-TOTALS.
003870     MOVE WS-BLANK-LINE TO WS-PRINT-WORK-LINE.
003920     PERFORM 6000-WRITE-TRANSCRIPT-LINE THRU 6000-EXIT.
003930     DISPLAY 'TRNSCRPT - ' WS-REQUESTS-READ ' REQUEST(S): '
003940         WS-PRINTED-COUNT ' PRINTED, '
003941         WS-NOT-FOUND-COUNT ' NOT ON FILE, '
003942         WS-BLANK-REQ-COUNT ' BLANK CARD(S).'.
003943     DISPLAY 'TRNSCRPT - ' WS-HELD-COUNT
003944         ' HELD FOR DUES, ' WS-RELEASED-COUNT
003945         ' RELEASED FROM A LIFTED HOLD.'.
003946     IF HELD-FILE-OK
003947         MOVE WS-HELD-COUNT TO HLD-TL-HELD-COUNT
003948         MOVE HLD-TOTAL-LINE TO WS-HLD-WORK-LINE
003949         PERFORM 6200-WRITE-HELD-LINE THRU 6200-EXIT
003950     END-IF.
003951     DISPLAY 'TRNSCRPT - ' WS-ORIGINAL-ISSUE-COUNT
003952         ' ORIGINAL(S) AND ' WS-DUPLICATE-ISSUE-COUNT
003953         ' DUPLICATE(S) ISSUED, ' WS-REFUSED-COUNT
003954         ' REPRINT(S) REFUSED.'.
003955     IF ISSUE-FILE-OK
003956         MOVE WS-ORIGINAL-ISSUE-COUNT TO ISS-TL-ORIGINAL-COUNT
003957         MOVE WS-DUPLICATE-ISSUE-COUNT TO ISS-TL-DUPLICATE-COUNT
003958         MOVE WS-REFUSED-COUNT TO ISS-TL-REFUSED-COUNT
003959         MOVE ISS-TOTAL-LINE TO WS-ISS-WORK-LINE
003960         PERFORM 6300-WRITE-ISSUE-LINE THRU 6300-EXIT
003961     END-IF.
003970     COMPUTE WS-DECISION-TOTAL =
003980         WS-PRINTED-COUNT + WS-NOT-FOUND-COUNT
003990             + WS-BLANK-REQ-COUNT + WS-HELD-COUNT
003991             + WS-REFUSED-COUNT.
003992     IF WS-REGISTER-WRITE-COUNT NOT = WS-PRINTED-COUNT
003993         DISPLAY 'TRNSCRPT - CONTROL TOTAL BREAK: '
003994             WS-PRINTED-COUNT ' TRANSCRIPT(S) PRINTED BUT '
003995             WS-REGISTER-WRITE-COUNT ' SERIAL(S) REGISTERED '
003996             '- SETTING NON-ZERO RETURN CODE.'
003997         MOVE 8 TO RETURN-CODE
003998         GO TO 8000-EXIT
003999     END-IF.
004000     IF WS-DECISION-TOTAL NOT = WS-REQUESTS-READ
004010         DISPLAY 'TRNSCRPT - CONTROL TOTAL BREAK: '
004020             WS-REQUESTS-READ ' REQUESTS READ BUT '
004060     ELSE
004070         IF WS-NOT-FOUND-COUNT > 0
004080             OR WS-BLANK-REQ-COUNT > 0
004085             OR WS-REFUSED-COUNT > 0
004090             MOVE 4 TO RETURN-CODE
004100         END-IF
004110     END-IF.
004130     EXIT.
004140
004150 7000-TERMINATE.
004160     IF TRANSCRIPT-REQUEST-MODE
004170         IF REQUEST-FILE-OK OR REQUEST-FILE-EOF
004173             CLOSE TRANSCRIPT-REQUEST-FILE
004176         END-IF
004180     END-IF.
004190     IF RESULTS-FILE-OK OR RESULTS-FILE-EOF
004200         CLOSE STUDENT-RESULTS-FILE
004210     END-IF.
004211     IF TRANS-FILE-OK
004212         CLOSE TRANSCRIPT-FILE
004213     END-IF.
004214     IF STUDENT-FILE-OK OR STUDENT-NOT-FOUND
004215         CLOSE STUDENT-MASTER-FILE
004216     END-IF.
004217     IF GPA-FILE-OK OR GPA-NOT-FOUND
004218         CLOSE GPA-SUMMARY-FILE
004219     END-IF.
004220     IF HOLD-FILE-OK OR HOLD-NOT-FOUND OR HOLD-FILE-EOF
004221         CLOSE HOLD-MASTER-FILE
004222     END-IF.
004223     IF HELD-FILE-OK
004224         CLOSE HELD-REPORT-FILE
004225     END-IF.
004226     IF DOCCTL-FILE-OK OR DOCCTL-NOT-FOUND
004227         CLOSE DOC-CONTROL-FILE
004228     END-IF.
004229     IF DOCREG-FILE-OK
004230         CLOSE DOC-REGISTER-FILE
004231     END-IF.
004232     IF ISSUE-FILE-OK
004233         CLOSE ISSUE-REPORT-FILE
004240     END-IF.
004250 7000-EXIT.
004260     EXIT.
004510     MOVE 16 TO RETURN-CODE.
004520     STOP RUN.
004530 9000-EXIT.
004533     EXIT.
004536
004541
004542*--------------------------------------------------------------*
004543*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
004610     MOVE 'TRNSCRPT'     TO WS-RUNLOG-FILE-NAME.
004611     MOVE WS-PRINTED-COUNT TO WS-RUNLOG-COUNT.
004612     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
004622     MOVE 'HELDRPT'      TO WS-RUNLOG-FILE-NAME.
004632     MOVE WS-HELD-COUNT  TO WS-RUNLOG-COUNT.
004642     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
004652     MOVE 'DOCREG'       TO WS-RUNLOG-FILE-NAME.
004662     MOVE WS-REGISTER-WRITE-COUNT TO WS-RUNLOG-COUNT.
004672     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
004682     MOVE 'ISSUERPT'     TO WS-RUNLOG-FILE-NAME.
004692     COMPUTE WS-RUNLOG-COUNT = WS-REGISTER-WRITE-COUNT
004702         + WS-REFUSED-COUNT.
004712     PERFORM 1910-WRITE-RUNLOG-COUNT THRU 1910-EXIT.
004722     IF WS-DECISION-TOTAL = WS-REQUESTS-READ
004732         AND WS-REGISTER-WRITE-COUNT = WS-PRINTED-COUNT
004742         MOVE 'OK'  TO WS-RUNLOG-RECON
004752     ELSE
004762         MOVE 'BRK' TO WS-RUNLOG-RECON
004772     END-IF.
004782     ACCEPT WS-RUNLOG-LOG-TIME FROM TIME.
004792     MOVE SPACE                TO RUN-LOG-RECORD.
004802     MOVE 'E'                  TO RL-RECORD-TYPE.
004812     MOVE 'TRNSCRPT' TO RL-PROGRAM-ID.
004822     MOVE WS-RUN-DATE          TO RL-RUN-DATE.
004832     MOVE WS-RUN-TIME          TO RL-RUN-TIME.
004842     MOVE WS-RUNLOG-LOG-TIME   TO RL-LOG-TIME.
004852     MOVE WS-REQUESTS-READ TO RL-RECORD-COUNT.
004862     MOVE RETURN-CODE          TO RL-RETURN-CODE.
004872     MOVE WS-RUNLOG-RECON      TO RL-RECON-RESULT.
004882     PERFORM 1950-WRITE-RUNLOG-RECORD THRU 1950-EXIT.
004892     IF RUN-LOG-IS-OPEN
004902         CLOSE RUN-LOG-FILE
004912     END-IF.
004922 7900-EXIT.
004932     EXIT.
004942
004952*--------------------------------------------------------------*
004962*  THE SERIAL CONTROL RECORD IS LOADED ONCE, BY JOB DOCDEF.
004972*  WITHOUT IT NO TRANSCRIPT CAN BE NUMBERED, SO STOP BEFORE
004982*  ANY STATIONERY IS USED.
004992*--------------------------------------------------------------*
005002 1050-CHECK-SERIAL-CONTROL.
005012     MOVE SPACE TO DC-KEY.
005022     MOVE '*' TO DC-DOCUMENT-TYPE.
005032     READ DOC-CONTROL-FILE
005042         INVALID KEY
005052             CONTINUE
005062     END-READ.
005072     IF NOT DOCCTL-FILE-OK
005082         DISPLAY 'TRNSCRPT - NO SERIAL CONTROL RECORD ON DOCCTL, '
005092             'STATUS ' WS-DOCCTL-FILE-STATUS
005102             ' - RUN TERMINATED, LOAD IT WITH JOB DOCDEF.'
005112         MOVE 16 TO RETURN-CODE
005122         STOP RUN
005132     END-IF.
005142 1050-EXIT.
005152     EXIT.
005162
005172*--------------------------------------------------------------*
005182*  LOOK THE REQUESTED STUDENT UP ON THE DUES-HOLD MASTER.  A
005192*  HOLD IN PLACE HOLDS THE TRANSCRIPT BACK - FLAGGED ON THE
005202*  HOLD RECORD AND LISTED ON HELDRPT, NOT PRINTED.  A LIFTED
005212*  HOLD STILL FLAGGED IS SETTLED BY THIS REQUEST: THE
005222*  TRANSCRIPT PRINTS AND 3600 CLEARS THE FLAG ONCE IT IS
005232*  REGISTERED, SO A TRANSCRIPT THAT DOES NOT GO OUT IS STILL
005242*  OWED.  A DUES HOLD IS NOT A
005252*  MALPRACTICE WHLD - A WITHHELD RESULT PRINTS AS IT ALWAYS
005262*  HAS ON A TRANSCRIPT THAT DOES PRINT.
005272*--------------------------------------------------------------*
005282 2200-CHECK-DUES-HOLD.
005292     MOVE 'N' TO WS-TRANSCRIPT-HELD-SW.
005302     MOVE 'N' TO WS-RELEASE-PENDING-SW.
005312     MOVE 'N' TO WS-HOLD-FOUND-SW.
005322     MOVE WS-TRANSCRIPT-STUDENT-ID TO HD-STUDENT-ID.
005332     READ HOLD-MASTER-FILE
005342         INVALID KEY
005352             CONTINUE
005362         NOT INVALID KEY
005372             MOVE 'Y' TO WS-HOLD-FOUND-SW
005382     END-READ.
005392     IF NOT HOLD-ON-FILE
005402         GO TO 2200-EXIT
005412     END-IF.
005422     IF HD-HOLD-IN-PLACE
005432         MOVE 'Y' TO WS-TRANSCRIPT-HELD-SW
005442         ADD 1 TO WS-HELD-COUNT
005452         MOVE 'Y' TO HD-TRANSCRIPT-HELD
005462         PERFORM 2290-REWRITE-HOLD-RECORD THRU 2290-EXIT
005472         PERFORM 2250-LIST-HELD-TRANSCRIPT THRU 2250-EXIT
005482         GO TO 2200-EXIT
005492     END-IF.
005502     IF HD-TRANSCRIPT-HELD-BACK
005512         MOVE 'Y' TO WS-RELEASE-PENDING-SW
005522     END-IF.
005532 2200-EXIT.
005542     EXIT.
005552
005562 2250-LIST-HELD-TRANSCRIPT.
005572     MOVE WS-TRANSCRIPT-STUDENT-ID TO HLD-DL-STUDENT-ID.
005582     MOVE HD-HOLD-DATE    TO HLD-DL-HOLD-DATE.
005592     MOVE HD-HOLD-REASON  TO HLD-DL-HOLD-REASON.
005602     MOVE HLD-DETAIL-LINE TO WS-HLD-WORK-LINE.
005612     PERFORM 6200-WRITE-HELD-LINE THRU 6200-EXIT.
005622 2250-EXIT.
005632     EXIT.
005642
005652 2290-REWRITE-HOLD-RECORD.
005662     REWRITE DUES-HOLD-RECORD.
005672     IF NOT HOLD-FILE-OK
005682         MOVE 'HOLD-MASTER-FILE' TO WS-ABEND-FILE-NAME
005692         MOVE WS-HOLD-FILE-STATUS TO WS-ABEND-FILE-STATUS
005702         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
005712     END-IF.
005722 2290-EXIT.
005732     EXIT.
005742
005752*--------------------------------------------------------------*
005762*  CATCH-UP MODE - ONE HOLD RECORD PER PASS.  ONLY A LIFTED
005772*  HOLD STILL OWING A TRANSCRIPT COUNTS AS A REQUEST: THE
005782*  TRANSCRIPT PRINTS THROUGH THE ORDINARY PATH AND ITS FLAG IS
005792*  CLEARED ONCE IT IS REGISTERED.  THERE IS NO REQUEST CARD,
005802*  SO A REPRINT GOES OUT AS A DUPLICATE RELEASED FROM THE
005812*  HOLD.  HOLDS STILL IN PLACE, AND HOLDS OWING NOTHING, ARE
005822*  PASSED BY.
005832*--------------------------------------------------------------*
005842 2500-PROCESS-CATCH-UP.
005852     READ HOLD-MASTER-FILE NEXT RECORD
005862         AT END
005872             MOVE 'Y' TO WS-EOF-SWITCH
005882     END-READ.
005892     IF END-OF-REQUEST-FILE
005902         GO TO 2500-EXIT
005912     END-IF.
005922     IF NOT HD-HOLD-LIFTED
005932         OR NOT HD-TRANSCRIPT-HELD-BACK
005942         GO TO 2500-EXIT
005952     END-IF.
005962     ADD 1 TO WS-REQUESTS-READ.
005972     MOVE HD-STUDENT-ID TO WS-TRANSCRIPT-STUDENT-ID.
005982     MOVE SPACE TO WS-DUPLICATE-REASON.
005992     MOVE 'Y' TO WS-RELEASE-PENDING-SW.
006002     PERFORM 3000-PRINT-ONE-TRANSCRIPT THRU 3000-EXIT.
006012 2500-EXIT.
006022     EXIT.
006032
006042 3020-POSITION-AT-STUDENT.
006052     MOVE 'N' TO WS-STUDENT-DONE-SW.
006062     MOVE WS-TRANSCRIPT-STUDENT-ID TO RR-STUDENT-ID.
006072     MOVE LOW-VALUES    TO RR-ACADEMIC-TERM.
006082     MOVE LOW-VALUES    TO RR-SUBJECT-CODE.
006092     START STUDENT-RESULTS-FILE
006102         KEY IS NOT LESS THAN RR-KEY
006112         INVALID KEY
006122             MOVE 'Y' TO WS-STUDENT-DONE-SW
006132     END-START.
006142     IF NOT STUDENT-RECORDS-DONE
006152         PERFORM 3100-READ-NEXT-RESULT THRU 3100-EXIT
006162     END-IF.
006172 3020-EXIT.
006182     EXIT.
006192
006202 3050-FIND-LAST-TERM.
006212     MOVE RR-ACADEMIC-TERM TO WS-LAST-ACADEMIC-TERM.
006222     PERFORM 3100-READ-NEXT-RESULT THRU 3100-EXIT.
006232 3050-EXIT.
006242     EXIT.
006252
006262*--------------------------------------------------------------*
006272*  LOOK THE REQUESTED STUDENT UP ON THE STUDENT MASTER FOR THE
006282*  NAME.  NOT FOUND STILL PRINTS - THE RESULTS ARE ON FILE -
006292*  BUT WITH A PLACEHOLDER WHERE THE NAME BELONGS.
006302*--------------------------------------------------------------*
006312 3250-LOOK-UP-STUDENT.
006322     MOVE 'N' TO WS-STUDENT-FOUND-SW.
006332     MOVE WS-TRANSCRIPT-STUDENT-ID TO ST-STUDENT-ID.
006342     READ STUDENT-MASTER-FILE
006352         INVALID KEY
006362             CONTINUE
006372         NOT INVALID KEY
006382             MOVE 'Y' TO WS-STUDENT-FOUND-SW
006392     END-READ.
006402     IF STUDENT-ON-MASTER
006412         MOVE ST-STUDENT-NAME TO TRN-SH-STUDENT-NAME
006422     ELSE
006432         MOVE '*STUDENT NOT ON MASTER*' TO TRN-SH-STUDENT-NAME
006442     END-IF.
006452 3250-EXIT.
006462     EXIT.
006472
006482*--------------------------------------------------------------*
006492*  CLOSE A TERM BLOCK WITH THE SITTING'S GPA FROM THE GPA
006502*  SUMMARY, AND HOLD ITS CUMULATIVE FIGURES FOR THE FOOT.  A
006512*  SITTING NOT ON THE SUMMARY (GRADED SINCE THE LAST GPA RUN)
006522*  SAYS SO RATHER THAN PRINTING A GPA THAT LEAVES IT OUT.
006532*--------------------------------------------------------------*
006542 3400-PRINT-TERM-GPA.
006552     MOVE 'N' TO WS-SUMMARY-FOUND-SW.
006562     MOVE WS-TRANSCRIPT-STUDENT-ID TO GS-STUDENT-ID.
006572     MOVE WS-CURR-ACADEMIC-TERM TO GS-ACADEMIC-TERM.
006582     READ GPA-SUMMARY-FILE
006592         INVALID KEY
006602             CONTINUE
006612         NOT INVALID KEY
006622             MOVE 'Y' TO WS-SUMMARY-FOUND-SW
006632     END-READ.
006642     IF NOT TERM-SUMMARY-FOUND
006652         MOVE TRN-NO-GPA-LINE TO WS-PRINT-WORK-LINE
006662         PERFORM 6000-WRITE-TRANSCRIPT-LINE THRU 6000-EXIT
006672         GO TO 3400-EXIT
006682     END-IF.
006692     MOVE GS-TERM-GPA          TO TRN-TG-TERM-GPA.
006702     MOVE GS-CREDITS-ATTEMPTED TO TRN-TG-ATTEMPTED.
006712     MOVE GS-CREDITS-EARNED    TO TRN-TG-EARNED.
006722     IF GS-WITHHELD-COUNT > ZERO
006732         MOVE 'Y' TO WS-PROVISIONAL-SW
006742         MOVE 'PROVISIONAL - RESULT WITHHELD' TO TRN-TG-NOTE
006752     ELSE
006762         MOVE SPACE TO TRN-TG-NOTE
006772     END-IF.
006782     MOVE TRN-TERM-GPA-LINE TO WS-PRINT-WORK-LINE.
006792     PERFORM 6000-WRITE-TRANSCRIPT-LINE THRU 6000-EXIT.
006802     MOVE GS-CUM-GPA               TO WS-FOOT-CUM-GPA.
006812     MOVE GS-CUM-CREDITS-ATTEMPTED TO WS-FOOT-CUM-ATTEMPTED.
006822     MOVE GS-CUM-CREDITS-EARNED    TO WS-FOOT-CUM-EARNED.
006832 3400-EXIT.
006842     EXIT.
006852
006862*--------------------------------------------------------------*
006872*  EVERY TRANSCRIPT GOES OUT ON SECURITY STATIONERY UNDER THE
006882*  NEXT SERIAL FROM THE DOCUMENT CONTROL FILE (DOCCTL) AND IS
006892*  WRITTEN TO THE ISSUE REGISTER (DOCREG).  ONE ALREADY
006902*  ISSUED TO THE SAME LAST TERM IS A REPRINT: IT IS REFUSED
006912*  AND LISTED UNLESS THE REQUEST CARRIES A DUPLICATE-ISSUE
006922*  REASON, AND THEN PRINTS AS A DUPLICATE OF THE ORIGINAL.
006932*  A TRANSCRIPT RELEASED FROM A LIFTED HOLD IS OWED, SO IT
006942*  NEEDS NO REASON ON THE CARD; ITS HOLD FLAG IS CLEARED ONCE
006952*  THE TRANSCRIPT IS REGISTERED.
006962*  THE SERIAL IS TAKEN AND THE CONTROL RECORD REWRITTEN FOR
006972*  EACH TRANSCRIPT, SO A SERIAL IS NEVER HANDED OUT TWICE.
006982*--------------------------------------------------------------*
006992 3600-CHECK-DOCUMENT-ISSUE.
007002     MOVE 'N' TO WS-ISSUED-BEFORE-SW.
007012     MOVE 'N' TO WS-REPRINT-REFUSED-SW.
007022     MOVE 'T' TO DC-DOCUMENT-TYPE.
007032     MOVE WS-TRANSCRIPT-STUDENT-ID TO DC-STUDENT-ID.
007042     MOVE WS-LAST-ACADEMIC-TERM TO DC-ACADEMIC-TERM.
007052     READ DOC-CONTROL-FILE
007062         INVALID KEY
007072             CONTINUE
007082         NOT INVALID KEY
007092             MOVE 'Y' TO WS-ISSUED-BEFORE-SW
007102     END-READ.
007112     IF WS-DUPLICATE-REASON = SPACE
007122         AND TRANSCRIPT-RELEASE-PENDING
007132         MOVE 'RELEASED FROM DUES HOLD' TO WS-DUPLICATE-REASON
007142     END-IF.
007152     IF DOCUMENT-ISSUED-BEFORE
007162         MOVE DC-ORIGINAL-SERIAL TO WS-ORIGINAL-SERIAL
007172         MOVE DC-ORIGINAL-DATE TO WS-ORIGINAL-DATE
007182         IF WS-DUPLICATE-REASON = SPACE
007192             PERFORM 3690-REFUSE-REPRINT THRU 3690-EXIT
007202             GO TO 3600-EXIT
007212         END-IF
007222     END-IF.
007232     PERFORM 3250-LOOK-UP-STUDENT THRU 3250-EXIT.
007242     PERFORM 3610-TAKE-NEXT-SERIAL THRU 3610-EXIT.
007252     PERFORM 3620-REGISTER-ISSUE THRU 3620-EXIT.
007262     PERFORM 3630-RECORD-ISSUE-CONTROL THRU 3630-EXIT.
007272     PERFORM 3650-LIST-ISSUE THRU 3650-EXIT.
007282     IF TRANSCRIPT-RELEASE-PENDING
007292         ADD 1 TO WS-RELEASED-COUNT
007302         MOVE SPACE TO HD-TRANSCRIPT-HELD
007312         PERFORM 2290-REWRITE-HOLD-RECORD THRU 2290-EXIT
007322     END-IF.
007332 3600-EXIT.
007342     EXIT.
007352
007362 3610-TAKE-NEXT-SERIAL.
007372     MOVE SPACE TO DC-KEY.
007382     MOVE '*' TO DC-DOCUMENT-TYPE.
007392     READ DOC-CONTROL-FILE
007402         INVALID KEY
007412             CONTINUE
007422     END-READ.
007432     IF NOT DOCCTL-FILE-OK
007442         DISPLAY 'TRNSCRPT - SERIAL CONTROL RECORD LOST FROM '
007452             'DOCCTL MID-RUN.'
007462         MOVE 'DOC-CONTROL-FILE' TO WS-ABEND-FILE-NAME
007472         MOVE WS-DOCCTL-FILE-STATUS TO WS-ABEND-FILE-STATUS
007482         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
007492     END-IF.
007502     MOVE DC-NEXT-SERIAL TO WS-ISSUE-SERIAL.
007512     ADD 1 TO DC-NEXT-SERIAL.
007522     MOVE WS-RUN-DATE TO DC-LAST-ISSUED-DATE.
007532     MOVE 'TRNSCRPT' TO DC-LAST-ISSUED-BY.
007542     PERFORM 3640-REWRITE-CONTROL-RECORD THRU 3640-EXIT.
007552 3610-EXIT.
007562     EXIT.
007572
007582 3620-REGISTER-ISSUE.
007592     ACCEPT WS-ISSUE-TIME FROM TIME.
007602     MOVE SPACE TO DOCUMENT-ISSUE-RECORD.
007612     MOVE WS-ISSUE-SERIAL TO DI-SERIAL-NO.
007622     MOVE 'T' TO DI-DOCUMENT-TYPE.
007632     MOVE WS-TRANSCRIPT-STUDENT-ID TO DI-STUDENT-ID.
007642     MOVE TRN-SH-STUDENT-NAME TO DI-STUDENT-NAME.
007652     MOVE WS-FIRST-ACADEMIC-TERM TO DI-FIRST-TERM.
007662     MOVE WS-LAST-ACADEMIC-TERM TO DI-LAST-TERM.
007672     MOVE WS-RUN-DATE TO DI-ISSUE-DATE.
007682     MOVE WS-ISSUE-TIME TO DI-ISSUE-TIME.
007692     MOVE 'TRNSCRPT' TO DI-ISSUED-BY.
007702     IF DOCUMENT-ISSUED-BEFORE
007712         MOVE 'D' TO DI-ISSUE-TYPE
007722         MOVE WS-ORIGINAL-SERIAL TO DI-ORIGINAL-SERIAL
007732         MOVE WS-DUPLICATE-REASON TO DI-DUPLICATE-REASON
007742     ELSE
007752         MOVE 'O' TO DI-ISSUE-TYPE
007762         MOVE WS-ISSUE-SERIAL TO DI-ORIGINAL-SERIAL
007772     END-IF.
007782     WRITE DOCUMENT-ISSUE-RECORD.
007792     IF NOT DOCREG-FILE-OK
007802         MOVE 'DOC-REGISTER-FILE' TO WS-ABEND-FILE-NAME
007812         MOVE WS-DOCREG-FILE-STATUS TO WS-ABEND-FILE-STATUS
007822         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
007832     END-IF.
007842     ADD 1 TO WS-REGISTER-WRITE-COUNT.
007852     MOVE WS-ISSUE-SERIAL TO TRN-SR-SERIAL-NO.
007862     MOVE WS-RUN-DATE TO TRN-SR-ISSUE-DATE.
007872     MOVE WS-FIRST-ACADEMIC-TERM TO TRN-SR-FIRST-TERM.
007882     MOVE WS-LAST-ACADEMIC-TERM TO TRN-SR-LAST-TERM.
007892     IF DOCUMENT-ISSUED-BEFORE
007902         MOVE 'DUPLICATE' TO TRN-SR-ISSUE-TEXT
007912         MOVE WS-ORIGINAL-SERIAL TO TRN-DL-ORIGINAL-SERIAL
007922         MOVE WS-ORIGINAL-DATE TO TRN-DL-ORIGINAL-DATE
007932         MOVE WS-DUPLICATE-REASON TO TRN-DL-REASON
007942     ELSE
007952         MOVE 'ORIGINAL' TO TRN-SR-ISSUE-TEXT
007962     END-IF.
007972 3620-EXIT.
007982     EXIT.
007992
008002*--------------------------------------------------------------*
008012*  AN ORIGINAL ADDS THE TRANSCRIPT'S CONTROL RECORD; A
008022*  DUPLICATE BUMPS ITS COUNT AND CARRIES THE LATEST SERIAL.
008032*--------------------------------------------------------------*
008042 3630-RECORD-ISSUE-CONTROL.
008052     MOVE 'T' TO DC-DOCUMENT-TYPE.
008062     MOVE WS-TRANSCRIPT-STUDENT-ID TO DC-STUDENT-ID.
008072     MOVE WS-LAST-ACADEMIC-TERM TO DC-ACADEMIC-TERM.
008082     IF DOCUMENT-ISSUED-BEFORE
008092         PERFORM 3635-RECORD-DUPLICATE THRU 3635-EXIT
008102         GO TO 3630-EXIT
008112     END-IF.
008122     MOVE SPACE TO DC-DOCUMENT-DATA.
008132     MOVE WS-ISSUE-SERIAL TO DC-ORIGINAL-SERIAL.
008142     MOVE WS-RUN-DATE TO DC-ORIGINAL-DATE.
008152     MOVE ZERO TO DC-DUPLICATE-COUNT.
008162     MOVE WS-ISSUE-SERIAL TO DC-LAST-SERIAL.
008172     MOVE WS-RUN-DATE TO DC-LAST-ISSUE-DATE.
008182     WRITE DOCUMENT-CONTROL-RECORD.
008192     IF NOT DOCCTL-FILE-OK
008202         MOVE 'DOC-CONTROL-FILE' TO WS-ABEND-FILE-NAME
008212         MOVE WS-DOCCTL-FILE-STATUS TO WS-ABEND-FILE-STATUS
008222         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
008232     END-IF.
008242 3630-EXIT.
008252     EXIT.
008262
008272 3635-RECORD-DUPLICATE.
008282     READ DOC-CONTROL-FILE
008292         INVALID KEY
008302             CONTINUE
008312     END-READ.
008322     IF NOT DOCCTL-FILE-OK
008332         MOVE 'DOC-CONTROL-FILE' TO WS-ABEND-FILE-NAME
008342         MOVE WS-DOCCTL-FILE-STATUS TO WS-ABEND-FILE-STATUS
008352         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
008362     END-IF.
008372     ADD 1 TO DC-DUPLICATE-COUNT.
008382     MOVE WS-ISSUE-SERIAL TO DC-LAST-SERIAL.
008392     MOVE WS-RUN-DATE TO DC-LAST-ISSUE-DATE.
008402     PERFORM 3640-REWRITE-CONTROL-RECORD THRU 3640-EXIT.
008412 3635-EXIT.
008422     EXIT.
008432
008442 3640-REWRITE-CONTROL-RECORD.
008452     REWRITE DOCUMENT-CONTROL-RECORD.
008462     IF NOT DOCCTL-FILE-OK
008472         MOVE 'DOC-CONTROL-FILE' TO WS-ABEND-FILE-NAME
008482         MOVE WS-DOCCTL-FILE-STATUS TO WS-ABEND-FILE-STATUS
008492         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
008502     END-IF.
008512 3640-EXIT.
008522     EXIT.
008532
008542 3650-LIST-ISSUE.
008552     MOVE WS-ISSUE-SERIAL TO ISS-DL-SERIAL-NO.
008562     MOVE WS-TRANSCRIPT-STUDENT-ID TO ISS-DL-STUDENT-ID.
008572     MOVE WS-FIRST-ACADEMIC-TERM TO ISS-DL-FIRST-TERM.
008582     MOVE WS-LAST-ACADEMIC-TERM TO ISS-DL-LAST-TERM.
008592     IF DOCUMENT-ISSUED-BEFORE
008602         ADD 1 TO WS-DUPLICATE-ISSUE-COUNT
008612         MOVE 'DUPLICATE' TO ISS-DL-ISSUE-TEXT
008622         MOVE WS-ORIGINAL-SERIAL TO ISS-DL-ORIGINAL-SERIAL
008632         MOVE WS-DUPLICATE-REASON TO ISS-DL-NOTE
008642     ELSE
008652         ADD 1 TO WS-ORIGINAL-ISSUE-COUNT
008662         MOVE 'ORIGINAL' TO ISS-DL-ISSUE-TEXT
008672         MOVE SPACE TO ISS-DL-ORIGINAL-X
008682         MOVE SPACE TO ISS-DL-NOTE
008692     END-IF.
008702     MOVE ISS-DETAIL-LINE TO WS-ISS-WORK-LINE.
008712     PERFORM 6300-WRITE-ISSUE-LINE THRU 6300-EXIT.
008722 3650-EXIT.
008732     EXIT.
008742
008752*--------------------------------------------------------------*
008762*  A REPRINT WITH NO DUPLICATE-ISSUE REASON - NOTHING PRINTS,
008772*  NO SERIAL IS USED, AND THE REQUEST IS LISTED AGAINST THE
008782*  ORIGINAL SERIAL FOR THE OFFICE TO RESUBMIT WITH A REASON.
008792*--------------------------------------------------------------*
008802 3690-REFUSE-REPRINT.
008812     MOVE 'Y' TO WS-REPRINT-REFUSED-SW.
008822     ADD 1 TO WS-REFUSED-COUNT.
008832     DISPLAY 'TRNSCRPT - TRANSCRIPT FOR STUDENT '
008842         WS-TRANSCRIPT-STUDENT-ID ' ALREADY ISSUED AS SERIAL '
008852         WS-ORIGINAL-SERIAL ' - REPRINT REFUSED, NO REASON.'.
008862     MOVE '*REFUSED*' TO ISS-DL-SERIAL-X.
008872     MOVE SPACE TO ISS-DL-ISSUE-TEXT.
008882     MOVE WS-TRANSCRIPT-STUDENT-ID TO ISS-DL-STUDENT-ID.
008892     MOVE WS-FIRST-ACADEMIC-TERM TO ISS-DL-FIRST-TERM.
008902     MOVE WS-LAST-ACADEMIC-TERM TO ISS-DL-LAST-TERM.
008912     MOVE WS-ORIGINAL-SERIAL TO ISS-DL-ORIGINAL-SERIAL.
008922     MOVE 'ALREADY ISSUED - NO DUPLICATE REASON'
008932         TO ISS-DL-NOTE.
008942     MOVE ISS-DETAIL-LINE TO WS-ISS-WORK-LINE.
008952     PERFORM 6300-WRITE-ISSUE-LINE THRU 6300-EXIT.
008962 3690-EXIT.
008972     EXIT.
008982
008992 6200-WRITE-HELD-LINE.
009002     WRITE HELD-REPORT-LINE FROM WS-HLD-WORK-LINE.
009012     IF NOT HELD-FILE-OK
009022         MOVE 'HELD-REPORT-FILE' TO WS-ABEND-FILE-NAME
009032         MOVE WS-HELD-FILE-STATUS TO WS-ABEND-FILE-STATUS
009042         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
009052     END-IF.
009062 6200-EXIT.
009072     EXIT.
009082
009092 6300-WRITE-ISSUE-LINE.
009102     WRITE ISSUE-REPORT-LINE FROM WS-ISS-WORK-LINE.
009112     IF NOT ISSUE-FILE-OK
009122         MOVE 'ISSUE-REPORT-FILE' TO WS-ABEND-FILE-NAME
009132         MOVE WS-ISSUE-FILE-STATUS TO WS-ABEND-FILE-STATUS
009142         PERFORM 9000-ABEND-ON-WRITE-ERROR THRU 9000-EXIT
009152     END-IF.
009162 6300-EXIT.
009172     EXIT.
