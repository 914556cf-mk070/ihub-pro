000452*                   SYSOUT DISPLAYS WERE THE ONLY RECORD OF WHAT
000453*                   EACH RUN READ, WROTE AND RECONCILED, AND THEY
000454*                   GO WITH THE SCRATCHED JOB LOG.
000455*  2026-10-15  KJM  CHECK EVERY DETAIL RECORD AGAINST THE NEW
000456*                   STUDENT MASTER (STUDREC, LOADED BY STUDLOAD).
000457*                   A STUDENT ID NOT ON THE MASTER IS REJECTED
000458*                   'NOST', A STUDENT WHO HAS LEFT OR BEEN
000459*                   TRANSFERRED OUT 'LEFT', AND A CLASS CODE
000460*                   THAT IS NOT THE STUDENT'S ENROLLED CLASS
000461*                   'CLAS' - THE SIS HAS BEEN SENDING MARKS FOR
000462*                   MIS-KEYED IDS AND FOR STUDENTS ALREADY OFF
000463*                   THE ROLL, AND THEY SAILED THROUGH TO THE
000464*                   RESULTS MASTER.  THE CHECKS RUN AFTER THE
000465*                   BLANK-KEY AND ATTENDANCE EDITS AND AHEAD OF
000466*                   THE MARKS AND DUPLICATE EDITS.
000467*==============================================================*
000468
000469 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000471 FILE-CONTROL.
000472     SELECT STUDENT-MARKS-FILE ASSIGN TO STUMARKS
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-MARKS-FILE-STATUS.
000500
000619         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-CHKPT-FILE-STATUS.
000621
000622     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
000623         ORGANIZATION IS INDEXED
000624         ACCESS MODE IS DYNAMIC
000625         RECORD KEY IS ST-STUDENT-ID
000626         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000627
000628     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000629         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-RUNLOG-FILE-STATUS.
000631
000632 DATA DIVISION.
000640 FILE SECTION.
000650 FD  STUDENT-MARKS-FILE
000660     RECORDING MODE IS F.
000809     RECORDING MODE IS F.
000810     COPY CHKPTREC.
000811
000812 FD  STUDENT-MASTER-FILE.
000813     COPY STUDREC.
000814
000815 FD  RUN-LOG-FILE
000816     RECORDING MODE IS F.
000817     COPY RUNLOG.
000818
000820 WORKING-STORAGE SECTION.
000821
000822*--------------------------------------------------------------*
000959     88 CHECKPOINT-FILE-OK      VALUE '00'.
000960     88 CHECKPOINT-FILE-EOF     VALUE '10'.
000961
000962 01  WS-STUDENT-FILE-STATUS   PIC X(02).
000963     88 STUDENT-FILE-OK         VALUE '00'.
000964     88 STUDENT-NOT-FOUND       VALUE '23'.
000965
000970 01  WS-SWITCHES.
000980     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
000990         88 END-OF-MARKS-FILE   VALUE 'Y'.
001040     05  WS-FILE-REJECT-SW     PIC X(01) VALUE 'N'.
001050         88 WHOLE-FILE-REJECTED  VALUE 'Y'.
001060     05  WS-TRAILER-SEEN-SW    PIC X(01) VALUE 'N'.
001061         88 TRAILER-SEEN          VALUE 'Y'.
001062     05  WS-FEEDCTL-EOF-SW     PIC X(01) VALUE 'N'.
001063         88 END-OF-FEEDCTL-FILE   VALUE 'Y'.
001064     05  WS-FEED-SEEN-SW       PIC X(01) VALUE 'N'.
001065         88 FEED-ALREADY-DONE     VALUE 'Y'.
001066     05  WS-OVERRIDE-USED-SW   PIC X(01) VALUE 'N'.
001067         88 OVERRIDE-USED          VALUE 'Y'.
001068     05  WS-RESTART-PEND-SW    PIC X(01) VALUE 'N'.
001069         88 GRADING-RESTART-PENDING VALUE 'Y'.
001070     05  WS-RESTART-WAIVER-SW  PIC X(01) VALUE 'N'.
001071         88 RESTART-WAIVER-USED     VALUE 'Y'.
001072     05  WS-STUDENT-FOUND-SW   PIC X(01) VALUE 'N'.
001073         88 STUDENT-ON-MASTER       VALUE 'Y'.
001082
001083*--------------------------------------------------------------*
001084*  DUPLICATE-FEED GUARD FIELDS.  THE OPERATOR OVERRIDE IS A
001510 01  WS-BLANK-KEY-COUNT        PIC 9(07) COMP VALUE ZERO.
001520 01  WS-NOT-NUMERIC-COUNT      PIC 9(07) COMP VALUE ZERO.
001530 01  WS-DUPLICATE-COUNT        PIC 9(07) COMP VALUE ZERO.
001532 01  WS-NOT-ON-MASTER-COUNT    PIC 9(07) COMP VALUE ZERO.
001534 01  WS-NOT-ON-ROLL-COUNT      PIC 9(07) COMP VALUE ZERO.
001536 01  WS-WRONG-CLASS-COUNT      PIC 9(07) COMP VALUE ZERO.
001540
001550 01  WS-RUN-DATE               PIC X(08) VALUE SPACE.
001551 01  WS-RUN-TIME               PIC X(08) VALUE SPACE.
002480     IF NOT REPORT-FILE-OK
002490         DISPLAY 'MARKEDIT - CANNOT OPEN EDIT REPORT FILE, '
002500             'STATUS ' WS-REPORT-FILE-STATUS
002501         MOVE 'Y' TO WS-EOF-SWITCH
002502     END-IF.
002503     OPEN INPUT STUDENT-MASTER-FILE.
002504     IF NOT STUDENT-FILE-OK
002505         DISPLAY 'MARKEDIT - CANNOT OPEN STUDENT MASTER, '
002506             'STATUS ' WS-STUDENT-FILE-STATUS
002510         MOVE 'Y' TO WS-EOF-SWITCH
002520     END-IF.
002530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003720
003730*--------------------------------------------------------------*
003740*  APPLY THE EDITS IN SEVERITY ORDER - A BLANK KEY FIELD FIRST,
003750*  THEN THE ATTENDANCE CODE, THEN THE STUDENT-MASTER CHECKS
003753*  (NOT ON THE MASTER, OFF THE ROLL, WRONG CLASS), THEN A
003756*  NON-NUMERIC MARKS FIELD, THEN THE DUPLICATE CHECK -
003760*  AND STAMP THE FIRST FAILURE'S REASON CODE ON THE RECORD.
003770*  ONLY A RECORD THAT PASSES THEM ALL GOES TO THE CLEAN FILE
003780*  AND HAS ITS KEY REMEMBERED FOR LATER DUPLICATE CHECKS.
003790*--------------------------------------------------------------*
003800 3000-EDIT-ONE-RECORD.
003878             MOVE 'ATTD' TO WS-REJECT-REASON
003879             ADD 1 TO WS-BAD-ATTEND-COUNT
003880         ELSE
003881         PERFORM 3100-LOOK-UP-STUDENT THRU 3100-EXIT
003882         IF NOT STUDENT-ON-MASTER
003883             MOVE 'NOST' TO WS-REJECT-REASON
003884             ADD 1 TO WS-NOT-ON-MASTER-COUNT
003885         ELSE
003886         IF NOT ST-STATUS-ACTIVE
003887             MOVE 'LEFT' TO WS-REJECT-REASON
003888             ADD 1 TO WS-NOT-ON-ROLL-COUNT
003889         ELSE
003890         IF ST-CLASS-CODE NOT = MR-CLASS-CODE
003891             MOVE 'CLAS' TO WS-REJECT-REASON
003892             ADD 1 TO WS-WRONG-CLASS-COUNT
003893         ELSE
003894         IF MR-MARKS-VALUE IS NOT NUMERIC
003895             MOVE 'NNUM' TO WS-REJECT-REASON
003900             ADD 1 TO WS-NOT-NUMERIC-COUNT
003910         ELSE
003920             PERFORM 3200-CHECK-DUPLICATE THRU 3200-EXIT
003940                 MOVE 'DUPL' TO WS-REJECT-REASON
003950                 ADD 1 TO WS-DUPLICATE-COUNT
003960             END-IF
003962         END-IF
003964         END-IF
003966         END-IF
003970         END-IF
003975         END-IF
003980     END-IF.
005974     MOVE '  BAD ATTENDANCE CODE'   TO RPT-TOTAL-TEXT.
005976     MOVE WS-BAD-ATTEND-COUNT      TO RPT-TOTAL-COUNT.
005980     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
005981     MOVE '  NOT ON STUDENT MASTER'  TO RPT-TOTAL-TEXT.
005982     MOVE WS-NOT-ON-MASTER-COUNT   TO RPT-TOTAL-COUNT.
005983     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
005984     MOVE '  LEFT OR TRANSFERRED'    TO RPT-TOTAL-TEXT.
005985     MOVE WS-NOT-ON-ROLL-COUNT     TO RPT-TOTAL-COUNT.
005986     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
005987     MOVE '  NOT THE ENROLLED CLASS' TO RPT-TOTAL-TEXT.
005988     MOVE WS-WRONG-CLASS-COUNT     TO RPT-TOTAL-COUNT.
005989     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
005990     MOVE 'TRAILER SAID SENT'       TO RPT-TOTAL-TEXT.
006000     MOVE WS-TRAILER-COUNT         TO RPT-TOTAL-COUNT.
006010     PERFORM 6200-WRITE-TOTAL-LINE THRU 6200-EXIT.
006620     END-IF.
006630     IF REPORT-FILE-OK
006640         CLOSE EDIT-REPORT-FILE
006642     END-IF.
006644     IF STUDENT-FILE-OK OR STUDENT-NOT-FOUND
006646         CLOSE STUDENT-MASTER-FILE
006650     END-IF.
006660 7000-EXIT.
006670     EXIT.
006940     DISPLAY 'MARKEDIT - WHOLE FILE REJECTED - '
006950         WS-FILE-REJECT-REASON.
006960 9200-EXIT.
006963     EXIT.
006966
006971
006972*--------------------------------------------------------------*
006973*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
007059     END-IF.
007060 7900-EXIT.
007061     EXIT.
007071
007081*--------------------------------------------------------------*
007091*  LOOK THE RECORD'S STUDENT ID UP ON THE STUDENT MASTER.  THE
007101*  CALLER REJECTS ON NOT FOUND, ON A STATUS OTHER THAN ACTIVE,
007111*  AND ON A CLASS CODE THAT DISAGREES WITH THE ENROLLED CLASS.
007121*--------------------------------------------------------------*
007131 3100-LOOK-UP-STUDENT.
007141     MOVE 'N' TO WS-STUDENT-FOUND-SW.
007151     MOVE MR-STUDENT-ID TO ST-STUDENT-ID.
007161     READ STUDENT-MASTER-FILE
007171         INVALID KEY
007181             CONTINUE
007191         NOT INVALID KEY
007201             MOVE 'Y' TO WS-STUDENT-FOUND-SW
007211     END-READ.
007221 3100-EXIT.
007231     EXIT.
