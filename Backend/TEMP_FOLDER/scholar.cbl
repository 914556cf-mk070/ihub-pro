000325*                   SYSOUT DISPLAYS WERE THE ONLY RECORD OF WHAT
000326*                   EACH RUN READ, WROTE AND RECONCILED, AND THEY
000327*                   GO WITH THE SCRATCHED JOB LOG.
000328*  2026-10-15  KJM  PRINT THE STUDENT'S NAME ON EVERY LISTED
000329*                   LINE, LOOKED UP ON THE NEW STUDENT MASTER
000330*                   (STUDREC, LOADED BY STUDLOAD).  A STUDENT
000331*                   NOT ON THE MASTER STILL LISTS, WITH A
000332*                   PLACEHOLDER NAME.
000333*==============================================================*
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-LIST-FILE-STATUS.
000610
000611     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS DYNAMIC
000614         RECORD KEY IS ST-STUDENT-ID
000615         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000616
000620     SELECT SORT-WORK-FILE ASSIGN TO SORTWK.
000630
000631
000800 FD  SCHOLAR-LIST-FILE
000810     RECORDING MODE IS F.
000820 01  SCHOLAR-LIST-LINE           PIC X(132).
000822
000824 FD  STUDENT-MASTER-FILE.
000826     COPY STUDREC.
000830
000840 SD  SORT-WORK-FILE.
000850 01  SORT-WORK-RECORD.
001080 01  WS-LIST-FILE-STATUS      PIC X(02).
001090     88 LIST-FILE-OK            VALUE '00'.
001100
001102 01  WS-STUDENT-FILE-STATUS   PIC X(02).
001104     88 STUDENT-FILE-OK         VALUE '00'.
001106     88 STUDENT-NOT-FOUND       VALUE '23'.
001108
001110 01  WS-SWITCHES.
001120     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
001130         88 END-OF-RESULTS-FILE VALUE 'Y'.
001190         88 SUBJECT-ON-MASTER    VALUE 'Y'.
001200     05  WS-UK-FOUND-SW        PIC X(01) VALUE 'N'.
001210         88 UNKNOWN-ALREADY-SEEN VALUE 'Y'.
001213     05  WS-STUDENT-FOUND-SW   PIC X(01) VALUE 'N'.
001216         88 STUDENT-ON-MASTER    VALUE 'Y'.
001220
001230*--------------------------------------------------------------*
001240*  THE SITTING BEING LISTED, KEYED ON SYSIN, AND THE MINIMUM
002190 01  SCH-COLUMN-HEADING.
002200     05  FILLER                PIC X(48) VALUE
002210         'RANK  STUDENT-ID  FIRST-ATT TOTAL  SUBJECTS     '.
002220     05  FILLER                PIC X(06) VALUE SPACE.
002223     05  FILLER                PIC X(04) VALUE 'NAME'.
002226     05  FILLER                PIC X(74) VALUE SPACE.
002230
002240 01  SCH-DETAIL-LINE.
002250     05  SCH-DL-RANK           PIC ZZZZ9.
002310     05  SCH-DL-SUBJECT-COUNT  PIC ZZ9.
002320     05  FILLER                PIC X(02) VALUE SPACE.
002330     05  SCH-DL-PROVISIONAL    PIC X(11).
002340     05  FILLER                PIC X(02) VALUE SPACE.
002343     05  SCH-DL-STUDENT-NAME   PIC X(30).
002346     05  FILLER                PIC X(48) VALUE SPACE.
002350
002360 01  SCH-TABLE-FULL-LINE.
002370     05  FILLER                PIC X(45) VALUE
003240     IF NOT LIST-FILE-OK
003250         DISPLAY 'SCHOLAR - CANNOT OPEN ELIGIBILITY LIST, '
003260             'STATUS ' WS-LIST-FILE-STATUS
003261         MOVE 'Y' TO WS-EOF-SWITCH
003262     END-IF.
003263     OPEN INPUT STUDENT-MASTER-FILE.
003264     IF NOT STUDENT-FILE-OK
003265         DISPLAY 'SCHOLAR - CANNOT OPEN STUDENT MASTER, STATUS '
003266             WS-STUDENT-FILE-STATUS
003270         MOVE 'Y' TO WS-EOF-SWITCH
003280     END-IF.
003290     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005800     ELSE
005810         MOVE SPACE TO SCH-DL-PROVISIONAL
005820     END-IF.
005825     PERFORM 4250-LOOK-UP-STUDENT THRU 4250-EXIT.
005830     MOVE SCH-DETAIL-LINE TO WS-PRINT-WORK-LINE.
005840     PERFORM 6000-WRITE-LIST-LINE THRU 6000-EXIT.
005850 4210-EXIT.
006470     END-IF.
006480     IF LIST-FILE-OK
006490         CLOSE SCHOLAR-LIST-FILE
006492     END-IF.
006494     IF STUDENT-FILE-OK OR STUDENT-NOT-FOUND
006496         CLOSE STUDENT-MASTER-FILE
006500     END-IF.
006510 7000-EXIT.
006520     EXIT.
007000     MOVE 16 TO RETURN-CODE.
007010     STOP RUN.
007020 9100-EXIT.
007023     EXIT.
007026
007031
007032*--------------------------------------------------------------*
007033*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
007124     END-IF.
007125 7900-EXIT.
007126     EXIT.
007136
007146*--------------------------------------------------------------*
007156*  LOOK THE LISTED STUDENT UP ON THE STUDENT MASTER FOR THE
007166*  NAME.  ONLY LINES THAT MAKE THE CUTOFF PAY FOR THE READ.
007176*--------------------------------------------------------------*
007186 4250-LOOK-UP-STUDENT.
007196     MOVE 'N' TO WS-STUDENT-FOUND-SW.
007206     MOVE SR-STUDENT-ID TO ST-STUDENT-ID.
007216     READ STUDENT-MASTER-FILE
007226         INVALID KEY
007236             CONTINUE
007246         NOT INVALID KEY
007256             MOVE 'Y' TO WS-STUDENT-FOUND-SW
007266     END-READ.
007276     IF STUDENT-ON-MASTER
007286         MOVE ST-STUDENT-NAME TO SCH-DL-STUDENT-NAME
007296     ELSE
007306         MOVE '*STUDENT NOT ON MASTER*' TO SCH-DL-STUDENT-NAME
007316     END-IF.
007326 4250-EXIT.
007336     EXIT.
