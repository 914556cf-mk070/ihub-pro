000010*==============================================================*
000020 IDENTIFICATION DIVISION.
000030 PROGRAM-ID.    DOCINQ.
000040 AUTHOR.        K J MENON.
000050 INSTALLATION.  ACADEMIC RECORDS - EXAMINATIONS CELL.
000060 DATE-WRITTEN.  2026-10-15.
000070 DATE-COMPILED.
000080*--------------------------------------------------------------*
000090*  MOD LOG
000100*  2026-10-15  KJM  INITIAL VERSION.  DOCUMENT SERIAL INQUIRY.
000110*                   LOOKS A SERIAL NUMBER UP ON THE ISSUE
000120*                   REGISTER (DOCREG, WRITTEN BY MARKSHT AND
000130*                   TRNSCRPT FOR EVERY SHEET AND TRANSCRIPT
000140*                   PRINTED ON SECURITY STATIONERY) AND SHOWS
000150*                   WHAT WAS ISSUED - DOCUMENT, STUDENT, TERMS,
000160*                   DATE, ORIGINAL OR DUPLICATE.  A SERIAL NOT
000170*                   ON THE REGISTER IS NOT OURS.  THE STUDENT ID
000180*                   PRINTED ON THE CALLER'S COPY CAN BE KEYED
000190*                   TO CHECK IT AGAINST THE REGISTER, AND A
000200*                   COPY SINCE REPLACED BY A LATER DUPLICATE IS
000210*                   SHOWN AS SUCH FROM THE DOCUMENT CONTROL
000220*                   FILE (DOCCTL).  EMPLOYERS AND UNIVERSITIES
000230*                   RING TO CONFIRM A DOCUMENT AND THE OFFICE
000240*                   HAD NOTHING TO CHECK IT AGAINST.
000250*
000260*                   THE SAME PSEUDO-CONVERSATIONAL ACCEPT/
000270*                   DISPLAY DIALOGUE AS AUDINQ.  READ ONLY.
000280*==============================================================*
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT DOC-REGISTER-FILE ASSIGN TO DOCREG
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS DI-SERIAL-NO
000370         FILE STATUS IS WS-DOCREG-FILE-STATUS.
000380
000390     SELECT DOC-CONTROL-FILE ASSIGN TO DOCCTL
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS DC-KEY
000430         FILE STATUS IS WS-DOCCTL-FILE-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  DOC-REGISTER-FILE.
000480     COPY DOCREG.
000490
000500 FD  DOC-CONTROL-FILE.
000510     COPY DOCCTL.
000520
000530 WORKING-STORAGE SECTION.
000540
000550 01  WS-DOCREG-FILE-STATUS    PIC X(02).
000560     88 DOCREG-FILE-OK          VALUE '00'.
000570     88 DOCREG-NOT-FOUND        VALUE '23'.
000580
000590 01  WS-DOCCTL-FILE-STATUS    PIC X(02).
000600     88 DOCCTL-FILE-OK          VALUE '00'.
000610     88 DOCCTL-NOT-FOUND        VALUE '23'.
000620
000630 01  WS-SWITCHES.
000640     05  WS-MORE-INQUIRIES     PIC X(01) VALUE 'Y'.
000650         88 MORE-INQUIRIES-TO-RUN VALUE 'Y'.
000660     05  WS-SERIAL-FOUND-SW    PIC X(01) VALUE 'N'.
000670         88 SERIAL-ON-REGISTER   VALUE 'Y'.
000680     05  WS-CONTROL-FOUND-SW   PIC X(01) VALUE 'N'.
000690         88 CONTROL-ON-FILE      VALUE 'Y'.
000700
000710*--------------------------------------------------------------*
000720*  OPERATOR-KEYED LOOKUP.  THE SERIAL IS KEYED AS PRINTED,
000730*  ALL NINE DIGITS; THE STUDENT ID IS OPTIONAL - BLANK SKIPS
000740*  THE CHECK AGAINST THE CALLER'S COPY.
000750*--------------------------------------------------------------*
000760 01  WS-SERIAL-ENTRY           PIC X(09) VALUE SPACE.
000770 01  WS-SERIAL-NUMBER REDEFINES WS-SERIAL-ENTRY
000780                               PIC 9(09).
000790 01  WS-CALLER-STUDENT-ID      PIC X(09) VALUE SPACE.
000800
000810 01  WS-DOCUMENT-TEXT          PIC X(10) VALUE SPACE.
000820 01  WS-ISSUE-TEXT             PIC X(09) VALUE SPACE.
000830 01  WS-REPLY                  PIC X(01) VALUE SPACE.
000840     88 REPLY-IS-YES             VALUES 'Y', 'y'.
000850
000860 PROCEDURE DIVISION.
000870
000880 0000-MAINLINE.
000890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000900     PERFORM 2000-RUN-ONE-INQUIRY THRU 2000-EXIT
000910         UNTIL NOT MORE-INQUIRIES-TO-RUN.
000920     PERFORM 7000-TERMINATE THRU 7000-EXIT.
000930     STOP RUN.
000940
000950*--------------------------------------------------------------*
000960*  BOTH FILES ARE READ ONLY HERE.  WITHOUT THE REGISTER THERE
000970*  IS NOTHING TO ANSWER A CALLER WITH, SO NO INQUIRY RUNS.
000980*--------------------------------------------------------------*
000990 1000-INITIALIZE.
001000     OPEN INPUT DOC-REGISTER-FILE.
001010     IF NOT DOCREG-FILE-OK
001020         DISPLAY 'DOCINQ - CANNOT OPEN ISSUE REGISTER, STATUS '
001030             WS-DOCREG-FILE-STATUS
001040         MOVE 'N' TO WS-MORE-INQUIRIES
001050     END-IF.
001060     OPEN INPUT DOC-CONTROL-FILE.
001070     IF NOT DOCCTL-FILE-OK
001080         DISPLAY 'DOCINQ - CANNOT OPEN DOCUMENT CONTROL FILE, '
001090             'STATUS ' WS-DOCCTL-FILE-STATUS
001100         MOVE 'N' TO WS-MORE-INQUIRIES
001110     END-IF.
001120 1000-EXIT.
001130     EXIT.
001140
001150 2000-RUN-ONE-INQUIRY.
001160     PERFORM 2100-KEY-IN-SERIAL THRU 2100-EXIT.
001170     IF WS-SERIAL-ENTRY IS NUMERIC
001180         PERFORM 2200-LOOK-UP-SERIAL THRU 2200-EXIT
001190     ELSE
001200         DISPLAY 'DOCINQ - SERIAL "' WS-SERIAL-ENTRY
001210             '" IS NOT NINE DIGITS - KEY IT AS PRINTED.'
001220     END-IF.
001230     DISPLAY 'DOCINQ - RUN ANOTHER INQUIRY (Y/N)? '
001240         WITH NO ADVANCING.
001250     ACCEPT WS-REPLY.
001260     IF NOT REPLY-IS-YES
001270         MOVE 'N' TO WS-MORE-INQUIRIES
001280     END-IF.
001290 2000-EXIT.
001300     EXIT.
001310
001320 2100-KEY-IN-SERIAL.
001330     DISPLAY 'DOCINQ - DOCUMENT SERIAL NUMBER (9 DIGITS): '
001340         WITH NO ADVANCING.
001350     ACCEPT WS-SERIAL-ENTRY.
001360     DISPLAY 'DOCINQ - STUDENT ID ON THE DOCUMENT (BLANK TO '
001370         'SKIP): ' WITH NO ADVANCING.
001380     ACCEPT WS-CALLER-STUDENT-ID.
001390 2100-EXIT.
001400     EXIT.
001410
001420*--------------------------------------------------------------*
001430*  A SERIAL NOT ON THE REGISTER WAS NEVER ISSUED BY THIS
001440*  OFFICE.  ONE THAT IS ON IT BUT FOR ANOTHER STUDENT THAN
001450*  THE CALLER'S COPY SHOWS HAS BEEN ALTERED.  EITHER WAY THE
001460*  DOCUMENT IS NOT OURS AS PRESENTED.
001470*--------------------------------------------------------------*
001480 2200-LOOK-UP-SERIAL.
001490     MOVE 'N' TO WS-SERIAL-FOUND-SW.
001500     MOVE WS-SERIAL-NUMBER TO DI-SERIAL-NO.
001510     READ DOC-REGISTER-FILE
001520         INVALID KEY
001530             CONTINUE
001540         NOT INVALID KEY
001550             MOVE 'Y' TO WS-SERIAL-FOUND-SW
001560     END-READ.
001570     DISPLAY ' '.
001580     IF NOT SERIAL-ON-REGISTER
001590         DISPLAY 'DOCINQ - SERIAL ' WS-SERIAL-ENTRY
001600             ' NOT ISSUED BY THIS OFFICE - DOCUMENT NOT OURS.'
001610         DISPLAY ' '
001620         GO TO 2200-EXIT
001630     END-IF.
001640     PERFORM 2300-SHOW-ISSUE THRU 2300-EXIT.
001650     IF WS-CALLER-STUDENT-ID NOT = SPACE
001660         AND WS-CALLER-STUDENT-ID NOT = DI-STUDENT-ID
001670         DISPLAY 'DOCINQ - STUDENT ID ' WS-CALLER-STUDENT-ID
001680             ' ON THE DOCUMENT DOES NOT MATCH THE REGISTER - '
001690             'DOCUMENT NOT OURS AS PRESENTED.'
001700         DISPLAY ' '
001710         GO TO 2200-EXIT
001720     END-IF.
001730     PERFORM 2400-CHECK-LATEST-ISSUE THRU 2400-EXIT.
001740     DISPLAY ' '.
001750 2200-EXIT.
001760     EXIT.
001770
001780 2300-SHOW-ISSUE.
001790     IF DI-MARK-SHEET
001800         MOVE 'MARK SHEET' TO WS-DOCUMENT-TEXT
001810     ELSE
001820         MOVE 'TRANSCRIPT' TO WS-DOCUMENT-TEXT
001830     END-IF.
001840     IF DI-DUPLICATE
001850         MOVE 'DUPLICATE' TO WS-ISSUE-TEXT
001860     ELSE
001870         MOVE 'ORIGINAL' TO WS-ISSUE-TEXT
001880     END-IF.
001890     DISPLAY 'SERIAL    ' DI-SERIAL-NO '  ' WS-DOCUMENT-TEXT
001900         '  ' WS-ISSUE-TEXT.
001910     DISPLAY 'STUDENT   ' DI-STUDENT-ID '  ' DI-STUDENT-NAME.
001920     IF DI-MARK-SHEET
001930         DISPLAY 'SITTING   ' DI-LAST-TERM
001940     ELSE
001950         DISPLAY 'TERMS     ' DI-FIRST-TERM ' TO ' DI-LAST-TERM
001960     END-IF.
001970     DISPLAY 'ISSUED    ' DI-ISSUE-DATE '  ' DI-ISSUE-TIME
001980         '  BY ' DI-ISSUED-BY.
001990     IF DI-DUPLICATE
002000         DISPLAY 'DUPLICATE OF SERIAL ' DI-ORIGINAL-SERIAL
002010             '  REASON ' DI-DUPLICATE-REASON
002020     END-IF.
002030 2300-EXIT.
002040     EXIT.
002050
002060*--------------------------------------------------------------*
002070*  THE CONTROL RECORD FOR THE DOCUMENT CARRIES THE SERIAL OF
002080*  THE LATEST ISSUE.  IF THAT IS NOT THE SERIAL KEYED, A LATER
002090*  DUPLICATE HAS REPLACED THE CALLER'S COPY - IT IS OURS BUT
002100*  THE STUDENT REPORTED IT LOST OR SPOILT.
002110*--------------------------------------------------------------*
002120 2400-CHECK-LATEST-ISSUE.
002130     MOVE 'N' TO WS-CONTROL-FOUND-SW.
002140     MOVE DI-DOCUMENT-TYPE TO DC-DOCUMENT-TYPE.
002150     MOVE DI-STUDENT-ID TO DC-STUDENT-ID.
002160     MOVE DI-LAST-TERM TO DC-ACADEMIC-TERM.
002170     READ DOC-CONTROL-FILE
002180         INVALID KEY
002190             CONTINUE
002200         NOT INVALID KEY
002210             MOVE 'Y' TO WS-CONTROL-FOUND-SW
002220     END-READ.
002230     IF CONTROL-ON-FILE
002240         AND DC-LAST-SERIAL NOT = DI-SERIAL-NO
002250         DISPLAY 'DOCINQ - ISSUED BY THIS OFFICE BUT SINCE '
002260             'REPLACED: LATEST ISSUE IS SERIAL ' DC-LAST-SERIAL
002270             ' OF ' DC-LAST-ISSUE-DATE '.'
002280     ELSE
002290         DISPLAY 'DOCINQ - SERIAL ' WS-SERIAL-ENTRY
002300             ' CONFIRMED - ISSUED BY THIS OFFICE.'
002310     END-IF.
002320 2400-EXIT.
002330     EXIT.
002340
002350 7000-TERMINATE.
002360     IF DOCREG-FILE-OK OR DOCREG-NOT-FOUND
002370         CLOSE DOC-REGISTER-FILE
002380     END-IF.
002390     IF DOCCTL-FILE-OK OR DOCCTL-NOT-FOUND
002400         CLOSE DOC-CONTROL-FILE
002410     END-IF.
002420 7000-EXIT.
002430     EXIT.
