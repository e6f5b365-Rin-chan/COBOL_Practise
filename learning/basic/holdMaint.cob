000212* 2026-09-02  RSG Audit records now carry the AUDCTL-drawn
000214*                 sequence and chained check value from the
000216*                 shared seal routines.
00216A* 2026-10-15  RSG A release no longer posts on the spot -- R
00216B*                 mode queues the student's first active hold
00216C*                 on APPRQUE for a second operator to approve
00216D*                 in apprQueue, and the release is posted by
00216E*                 re-running R with the approved item number,
00216F*                 against the active hold with the approved
00216G*                 reason code.
000220***************************************************************

000230 ENVIRONMENT DIVISION.
000434     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000435         ORGANIZATION IS SEQUENTIAL
000436         FILE STATUS IS WS-BIZDT-STATUS.
000437     SELECT APPROVAL-QUEUE ASSIGN TO "APPRQUE"
000438         ORGANIZATION IS SEQUENTIAL
000439         FILE STATUS IS WS-APPRQ-STATUS.

000440 DATA DIVISION.
000450 FILE SECTION.
000556 FD  BUSINESS-DATE-FILE.
000558     COPY BIZDATE.

00558A FD  APPROVAL-QUEUE.
00558B     COPY APPRQ.

000560 WORKING-STORAGE SECTION.
000565     COPY BIZDTWS.
000570     COPY OPERWS.
000580     COPY IOCHKWS.
000589     COPY SEALWS.
00589A     COPY APPRWS.
00589B 01  WS-APPLY-ITEM-NO           PIC 9(06) VALUE ZEROES.
000590 01  WS-HOLD-STATUS             PIC X(02).
000600     88 HOLD-FILE-OK            VALUE "00".
000610 01  WS-IDENT-STATUS            PIC X(02).
000910         WHEN PLACE-MODE
000920             PERFORM 2000-PLACE-HOLD
000930         WHEN RELEASE-MODE
000931             DISPLAY "Approved queue item to apply (zero for a "
000932                 "new release):"
000933             ACCEPT WS-APPLY-ITEM-NO
000934             IF WS-APPLY-ITEM-NO = ZEROES
000935                 PERFORM 3300-QUEUE-RELEASE
000936             ELSE
000940                 PERFORM 3000-RELEASE-HOLD
000945             END-IF
000950         WHEN LIST-MODE
000960             PERFORM 4000-LIST-HOLDS
000970         WHEN OTHER

001430***************************************************************
001440* 3000-RELEASE-HOLD
001450* Posts an approved release against the first active hold on
001455* the student with the approved reason code -- release is
001460* stamped with the date and audited, so the trail shows who
001470* let the student back in.
001480***************************************************************
001490 3000-RELEASE-HOLD.
001500     PERFORM 3400-TAKE-APPROVED-RELEASE
001520     PERFORM 5000-LOOKUP-STUDENT
001530     SET HOLD-NOT-FOUND TO TRUE
001540     MOVE "N" TO WS-HOLD-EOF-SWITCH
001670             WS-STUDENT-ID
001680         MOVE "HOLDREL " TO WS-AUDIT-RESULT
001690         PERFORM 6000-WRITE-AUDIT-RECORD
001695         PERFORM ZQ-MARK-ITEM-APPLIED
001700     ELSE
001710         DISPLAY "No active hold on file for " WS-STUDENT-ID
001720     END-IF.
001820***************************************************************
001830 3200-TEST-HOLD-RECORD.
001840     IF HD-ACTIVE AND HD-STUDENT-ID = WS-STUDENT-ID
001845         AND HD-REASON-CODE = WS-REASON-CODE
001850         MOVE "R" TO HD-STATUS
001860         ACCEPT HD-RELEASED-DATE FROM DATE YYYYMMDD
001870         REWRITE HOLD-RECORD
002660* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
002670*****************************************************************
002680     COPY BIZDTPRC.

002690***************************************************************
002700* ZQ approval-queue routines (from the shared APPRPRC copybook)
002710***************************************************************
002720     COPY APPRPRC.

002730***************************************************************
002740* 3300-QUEUE-RELEASE
002750* Nothing is released here -- the first active hold on the
002760* student is only read, and queued for a second operator's
002770* approval with its reason code.
002780***************************************************************
002790 3300-QUEUE-RELEASE.
002800     DISPLAY "Enter student ID:"
002810     ACCEPT WS-STUDENT-ID
002820     PERFORM 5000-LOOKUP-STUDENT
002830     SET HOLD-NOT-FOUND TO TRUE
002840     MOVE "N" TO WS-HOLD-EOF-SWITCH
002850     OPEN INPUT STUDENT-HOLDS
002860     IF NOT HOLD-FILE-OK
002870         DISPLAY "No holds file on record"
002880     ELSE
002890         PERFORM 3100-READ-HOLD
002900         PERFORM 3310-FIND-ACTIVE-HOLD
002910             UNTIL HOLD-EOF OR HOLD-FOUND
002920         CLOSE STUDENT-HOLDS
002930     END-IF
002940     IF HOLD-FOUND
002950         MOVE "HOLDMAINT" TO APQ-PROGRAM
002960         MOVE "HOLDREL" TO APQ-ACTION
002970         MOVE SPACES TO APQ-DETAIL
002980         MOVE WS-STUDENT-ID TO APQ-HLD-STUDENT-ID
002990         MOVE WS-REASON-CODE TO APQ-HLD-REASON-CODE
003000         MOVE SPACES TO APQ-SUMMARY
003010         STRING "RELEASE " WS-REASON-CODE " HOLD ON "
003020             WS-STUDENT-ID " " WS-STUDENT-NAME DELIMITED BY SIZE
003030             INTO APQ-SUMMARY
003040         END-STRING
003050         PERFORM ZQ-QUEUE-ITEM
003060     ELSE
003070         DISPLAY "No active hold on file for " WS-STUDENT-ID
003080     END-IF.

003090***************************************************************
003100* 3310-FIND-ACTIVE-HOLD
003110***************************************************************
003120 3310-FIND-ACTIVE-HOLD.
003130     IF HD-ACTIVE AND HD-STUDENT-ID = WS-STUDENT-ID
003140         MOVE HD-REASON-CODE TO WS-REASON-CODE
003150         SET HOLD-FOUND TO TRUE
003160     ELSE
003170         PERFORM 3100-READ-HOLD
003180     END-IF.

003190***************************************************************
003200* 3400-TAKE-APPROVED-RELEASE
003210***************************************************************
003220 3400-TAKE-APPROVED-RELEASE.
003230     MOVE WS-APPLY-ITEM-NO TO APQ-ITEM-NO
003240     MOVE "HOLDMAINT" TO APQ-PROGRAM
003250     PERFORM ZQ-TAKE-APPROVED-ITEM
003260     IF NOT APQ-ITEM-READY
003270         MOVE 8 TO RETURN-CODE
003280         GOBACK
003290     END-IF
003300     MOVE APQ-HLD-STUDENT-ID TO WS-STUDENT-ID
003310     MOVE APQ-HLD-REASON-CODE TO WS-REASON-CODE.
