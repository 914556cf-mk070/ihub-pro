000285*                   SYSOUT DISPLAYS WERE THE ONLY RECORD OF WHAT
000286*                   EACH RUN READ, WROTE AND RECONCILED, AND THEY
000287*                   GO WITH THE SCRATCHED JOB LOG.
000288*  2026-10-15  KJM  PRINT A REFERENCE LINE NAMING THE STUDENT
000289*                   ABOVE THE SALUTATION, THE NAME LOOKED UP ON
000290*                   THE NEW STUDENT MASTER (STUDREC, LOADED BY
000291*                   STUDLOAD) - GUARDIANS OF MORE THAN ONE
000292*                   STUDENT COULD NOT TELL FROM A BARE ID WHICH
000293*                   CHILD A LETTER WAS ABOUT.  A STUDENT NOT ON
000294*                   THE MASTER PRINTS BY ID AND CLASS ONLY.
000295*==============================================================*
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000480     SELECT EXCEPTION-REPORT-FILE ASSIGN TO EXCPRPT
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-EXCP-FILE-STATUS.
000501
000502     SELECT STUDENT-MASTER-FILE ASSIGN TO STUDMSTR
000503         ORGANIZATION IS INDEXED
000504         ACCESS MODE IS DYNAMIC
000505         RECORD KEY IS ST-STUDENT-ID
000506         FILE STATUS IS WS-STUDENT-FILE-STATUS.
000511
000512     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
000513         ORGANIZATION IS SEQUENTIAL
000650 FD  EXCEPTION-REPORT-FILE
000660     RECORDING MODE IS F.
000670 01  EXCEPTION-REPORT-LINE       PIC X(132).
000672
000674 FD  STUDENT-MASTER-FILE.
000676     COPY STUDREC.
000681
000682 FD  RUN-LOG-FILE
000683     RECORDING MODE IS F.
000820 01  WS-EXCP-FILE-STATUS      PIC X(02).
000830     88 EXCP-FILE-OK            VALUE '00'.
000840
000842 01  WS-STUDENT-FILE-STATUS   PIC X(02).
000844     88 STUDENT-FILE-OK         VALUE '00'.
000846     88 STUDENT-NOT-FOUND       VALUE '23'.
000848
000850 01  WS-SWITCHES.
000860     05  WS-EOF-SWITCH         PIC X(01) VALUE 'N'.
000870         88 END-OF-FAILEXP-FILE VALUE 'Y'.
000880     05  WS-CONTACT-FOUND-SW   PIC X(01) VALUE 'N'.
000890         88 CONTACT-RECORD-FOUND VALUE 'Y'.
000893     05  WS-STUDENT-FOUND-SW   PIC X(01) VALUE 'N'.
000896         88 STUDENT-ON-MASTER    VALUE 'Y'.
000900
000910 01  WS-NOTICE-COUNT           PIC 9(07) COMP VALUE ZERO.
000920 01  WS-LETTER-COUNT           PIC 9(07) COMP VALUE ZERO.
001250     05  FILLER                PIC X(05) VALUE 'DEAR '.
001260     05  LTR-SA-GUARDIAN-NAME  PIC X(30).
001270     05  FILLER                PIC X(97) VALUE SPACE.
001271
001272 01  LTR-REFERENCE-LINE.
001273     05  FILLER                PIC X(12) VALUE 'RE: STUDENT '.
001274     05  LTR-RF-STUDENT-ID     PIC X(09).
001275     05  FILLER                PIC X(09) VALUE '   CLASS '.
001276     05  LTR-RF-CLASS-CODE     PIC X(09).
001277     05  FILLER                PIC X(03) VALUE SPACE.
001278     05  LTR-RF-STUDENT-NAME   PIC X(30).
001279     05  FILLER                PIC X(60) VALUE SPACE.
001280
001290 01  LTR-BODY-LINE-1.
001300     05  FILLER                PIC X(36) VALUE
002270             WS-EXCP-FILE-STATUS
002280         MOVE 'Y' TO WS-EOF-SWITCH
002290     END-IF.
002291     OPEN INPUT STUDENT-MASTER-FILE.
002292     IF NOT STUDENT-FILE-OK
002293         DISPLAY 'FAILNOTE - CANNOT OPEN STUDENT MASTER, STAT '
002294             WS-STUDENT-FILE-STATUS
002295         MOVE 'Y' TO WS-EOF-SWITCH
002296     END-IF.
002300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002301     ACCEPT WS-RUN-TIME FROM TIME.
002302     PERFORM 1900-WRITE-RUNLOG-START THRU 1900-EXIT.
003000     PERFORM 6000-WRITE-LETTER-LINE THRU 6000-EXIT.
003010     MOVE WS-BLANK-LINE TO WS-LTR-WORK-LINE.
003020     PERFORM 6000-WRITE-LETTER-LINE THRU 6000-EXIT.
003021     PERFORM 3100-LOOK-UP-STUDENT THRU 3100-EXIT.
003022     MOVE FE-STUDENT-ID      TO LTR-RF-STUDENT-ID.
003023     MOVE FE-CLASS-CODE      TO LTR-RF-CLASS-CODE.
003024     MOVE LTR-REFERENCE-LINE TO WS-LTR-WORK-LINE.
003025     PERFORM 6000-WRITE-LETTER-LINE THRU 6000-EXIT.
003026     MOVE WS-BLANK-LINE TO WS-LTR-WORK-LINE.
003027     PERFORM 6000-WRITE-LETTER-LINE THRU 6000-EXIT.
003030     MOVE GC-GUARDIAN-NAME   TO LTR-SA-GUARDIAN-NAME.
003040     MOVE LTR-SALUTATION-LINE TO WS-LTR-WORK-LINE.
003050     PERFORM 6000-WRITE-LETTER-LINE THRU 6000-EXIT.
003560     END-IF.
003570     IF LETTER-FILE-OK
003580         CLOSE LETTER-FILE
003582     END-IF.
003584     IF STUDENT-FILE-OK OR STUDENT-NOT-FOUND
003586         CLOSE STUDENT-MASTER-FILE
003590     END-IF.
003600     IF EXCP-FILE-OK
003610         CLOSE EXCEPTION-REPORT-FILE
003950     MOVE 16 TO RETURN-CODE.
003960     STOP RUN.
003970 9000-EXIT.
003973     EXIT.
003976
003981
003982*--------------------------------------------------------------*
003983*  RUN-LOG RECORDING.  1900 OPENS THE SHARED RUN LOG (EXTEND,
004069     END-IF.
004070 7900-EXIT.
004071     EXIT.
004081
004091*--------------------------------------------------------------*
004101*  LOOK THE FAILING STUDENT UP ON THE STUDENT MASTER FOR THE
004111*  NAME ON THE LETTER'S REFERENCE LINE.  NOT FOUND LEAVES THE
004121*  NAME BLANK - THE LETTER STILL GOES, IDENTIFIED BY ID AND
004131*  CLASS, RATHER THAN HOLD UP A FAIL NOTICE FOR A ROLL FIX.
004141*--------------------------------------------------------------*
004151 3100-LOOK-UP-STUDENT.
004161     MOVE 'N' TO WS-STUDENT-FOUND-SW.
004171     MOVE FE-STUDENT-ID TO ST-STUDENT-ID.
004181     READ STUDENT-MASTER-FILE
004191         INVALID KEY
004201             CONTINUE
004211         NOT INVALID KEY
004221             MOVE 'Y' TO WS-STUDENT-FOUND-SW
004231     END-READ.
004241     IF STUDENT-ON-MASTER
004251         MOVE ST-STUDENT-NAME TO LTR-RF-STUDENT-NAME
004261     ELSE
004271         MOVE SPACE TO LTR-RF-STUDENT-NAME
004281     END-IF.
004291 3100-EXIT.
004301     EXIT.
