000257* 2026-09-02  RSG Audit records now carry the AUDCTL-drawn
000258*                 sequence and chained check value from the
000259*                 shared seal routines.
00259A* 2026-10-15  RSG A confirmed name change no longer posts on
00259B*                 the spot -- it is queued on APPRQUE for a
00259C*                 second operator to approve in apprQueue, and
00259D*                 is posted by re-running with the approved
00259E*                 item number.  The names come from the item and
00259F*                 go through the same lookup, edits and
00259G*                 collision check before the rewrite.
000260***************************************************************

000270 ENVIRONMENT DIVISION.
000460     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000461         ORGANIZATION IS SEQUENTIAL
000462         FILE STATUS IS WS-BIZDT-STATUS.
00462A     SELECT APPROVAL-QUEUE ASSIGN TO "APPRQUE"
00462B         ORGANIZATION IS SEQUENTIAL
00462C         FILE STATUS IS WS-APPRQ-STATUS.

000463 DATA DIVISION.
000470 FILE SECTION.
000557 FD  BUSINESS-DATE-FILE.
000558     COPY BIZDATE.

00558A FD  APPROVAL-QUEUE.
00558B     COPY APPRQ.

000560 WORKING-STORAGE SECTION.
000565     COPY BIZDTWS.
000570     COPY OPERWS.
000580     COPY IOCHKWS.
000582     COPY JRNLWS.
000589     COPY SEALWS.
00589A     COPY APPRWS.
00589B 01  WS-APPLY-ITEM-NO           PIC 9(06) VALUE ZEROES.
000590 01  WS-IDENT-STATUS            PIC X(02).
000600     88 IDENT-OK                VALUE "00".
000610 01  WS-AUDIT-STATUS            PIC X(02).
000910         MOVE 8 TO RETURN-CODE
000920         GOBACK
000930     END-IF
000931     DISPLAY "Approved queue item to apply (zero for a new "
000932         "change):"
000933     ACCEPT WS-APPLY-ITEM-NO
000934     IF WS-APPLY-ITEM-NO NOT = ZEROES
000935         PERFORM 1000-TAKE-APPROVED-CHANGE
000936     END-IF
000940     OPEN I-O STUDENT-IDENTITY
000950     IF NOT IDENT-OK
000960         DISPLAY "No identity master on file - nothing to do"
001020     GOBACK.

001030***************************************************************
01030A* 1000-TAKE-APPROVED-CHANGE
01030B* A legal name change needs a second operator's approval before
01030C* it posts; the approved item gives back the names as keyed.
01030D***************************************************************
01030E 1000-TAKE-APPROVED-CHANGE.
01030F     MOVE WS-APPLY-ITEM-NO TO APQ-ITEM-NO
01030G     MOVE "NAMECHG" TO APQ-PROGRAM
01030H     PERFORM ZQ-TAKE-APPROVED-ITEM
01030I     IF NOT APQ-ITEM-READY
01030J         MOVE 8 TO RETURN-CODE
01030K         GOBACK
01030L     END-IF.

01030M***************************************************************
001040* 2000-PROCESS-NAME-CHANGE
001050***************************************************************
001060 2000-PROCESS-NAME-CHANGE.
001065     IF WS-APPLY-ITEM-NO = ZEROES
001070         DISPLAY "Enter student's CURRENT name:"
001080         ACCEPT WS-OLD-NAME
001082     ELSE
001084         MOVE APQ-NMC-OLD-NAME TO WS-OLD-NAME
001086     END-IF
001090     PERFORM 3000-FOLD-OLD-NAME
001100     PERFORM 4000-FIND-IDENTITY
001101     IF IDENT-FOUND AND WS-APPLY-ITEM-NO NOT = ZEROES
001102         AND WS-STUDENT-ID NOT = APQ-NMC-STUDENT-ID
001103         DISPLAY "*** " WS-OLD-NAME " IS NOW ID " WS-STUDENT-ID
001104             ", NOT THE APPROVED ID " APQ-NMC-STUDENT-ID " ***"
001105         SET IDENT-NOT-FOUND TO TRUE
001106     END-IF
001110     IF IDENT-NOT-FOUND
001120         DISPLAY "No identity on file for " WS-OLD-NAME
001130     ELSE
001140         DISPLAY "Found ID " SI-STUDENT-ID
001150             "  first registered " SI-FIRST-REG-DATE
001155         IF WS-APPLY-ITEM-NO = ZEROES
001160             DISPLAY "Enter the NEW legal name:"
001170             ACCEPT WS-NEW-NAME
001172         ELSE
001174             MOVE APQ-NMC-NEW-NAME TO WS-NEW-NAME
001176         END-IF
001180         PERFORM 5000-EDIT-NEW-NAME
001190         IF NAME-INVALID
001200             DISPLAY "New name fails its edits - not changed"
002240     DISPLAY "Change " WS-OLD-NAME " to " WS-NEW-NAME
002250         " - confirm (Y/N):"
002260     ACCEPT WS-CONFIRM
002270     EVALUATE TRUE
002275         WHEN NOT ENTRY-CONFIRMED
002280             DISPLAY "Name change cancelled - nothing posted"
002290         WHEN WS-APPLY-ITEM-NO = ZEROES
002292             PERFORM 7100-QUEUE-NAME-CHANGE
002294         WHEN OTHER
002295             MOVE IDENTITY-RECORD TO JRN-BEFORE-IMAGE
002300             MOVE WS-OLD-NAME TO SI-ALIAS-NAME
002310             MOVE WS-NEW-NAME TO SI-STUDENT-NAME
002320             REWRITE IDENTITY-RECORD
002330             MOVE WS-IDENT-STATUS TO IOC-STATUS
002340             MOVE "STUIDNT" TO IOC-FILE-NAME
002350             PERFORM ZZ-CHECK-WRITE
002352             MOVE "STUIDNT" TO JRN-FILE-NAME
002353             MOVE "R" TO JRN-ACTION
002354             MOVE IDENTITY-RECORD TO JRN-AFTER-IMAGE
002355             PERFORM ZX-WRITE-JOURNAL
002360             DISPLAY "Identity " WS-STUDENT-ID " renamed - alias "
002370                 "kept for the registration lookup"
002380             PERFORM 8000-WRITE-AUDIT-RECORD
002390             PERFORM ZQ-MARK-ITEM-APPLIED
02390A     END-EVALUATE.

02390B***************************************************************
02390C* 7100-QUEUE-NAME-CHANGE
02390D***************************************************************
02390E 7100-QUEUE-NAME-CHANGE.
02390F     MOVE "NAMECHG" TO APQ-PROGRAM
02390G     MOVE "NAMECHG" TO APQ-ACTION
02390H     MOVE SPACES TO APQ-DETAIL
02390I     MOVE WS-STUDENT-ID TO APQ-NMC-STUDENT-ID
02390J     MOVE WS-OLD-NAME TO APQ-NMC-OLD-NAME
02390K     MOVE WS-NEW-NAME TO APQ-NMC-NEW-NAME
02390L     MOVE SPACES TO APQ-SUMMARY
02390M     STRING "RENAME " WS-STUDENT-ID " " WS-OLD-NAME
02390N         " TO " WS-NEW-NAME DELIMITED BY SIZE
02390O         INTO APQ-SUMMARY
02390P     END-STRING
02390Q     PERFORM ZQ-QUEUE-ITEM.

002400***************************************************************
002410* 8000-WRITE-AUDIT-RECORD
002760* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
002770*****************************************************************
002780     COPY BIZDTPRC.

002790***************************************************************
002800* ZQ approval-queue routines (from the shared APPRPRC copybook)
002810***************************************************************
002820     COPY APPRPRC.
