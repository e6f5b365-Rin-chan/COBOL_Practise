000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. apprQueue.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-10-15  RSG Original -- second-operator decision dialog
000140*                 for the APPRQUE dual-control queue.  Identity
000150*                 merges, calculation reversals, legal name
000160*                 changes and hold releases are queued by the
000170*                 operator who keys them and post only after a
000180*                 second operator approves them here.  Lists
000190*                 the open items, approves one, or rejects one
000200*                 with a reason.  The operator deciding must
000210*                 hold at least the item's required OPERMAST
000220*                 level and may never decide an item they keyed
000230*                 themselves.  The decision, operator, date and
000240*                 time are kept on the item itself.
000250***************************************************************

000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT APPROVAL-QUEUE ASSIGN TO "APPRQUE"
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS WS-APPRQ-STATUS.
000320     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-OPER-STATUS.
000350     SELECT OPS-ERROR-LOG ASSIGN TO "OPSLOG"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-OPSLOG-STATUS.
000380     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-BIZDT-STATUS.

000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  APPROVAL-QUEUE.
000440     COPY APPRQ.

000450 FD  OPERATOR-MASTER.
000460     COPY OPERMAST.

000470 FD  OPS-ERROR-LOG.
000480     COPY OPSERR.

000490 FD  BUSINESS-DATE-FILE.
000500     COPY BIZDATE.

000510 WORKING-STORAGE SECTION.
000520     COPY BIZDTWS.
000530     COPY OPERWS.
000540     COPY IOCHKWS.
000550     COPY APPRWS.
000560 01  WS-RUN-MODE                PIC X(01).
000570     88 LIST-MODE               VALUE "L" "l".
000580     88 APPROVE-MODE            VALUE "A" "a".
000590     88 REJECT-MODE             VALUE "R" "r".
000600 01  WS-DECIDE-REASON           PIC X(30) VALUE SPACES.
000610 01  WS-CONFIRM                 PIC X(01).
000620     88 ENTRY-CONFIRMED         VALUE "Y" "y".
000630 01  WS-LIST-COUNT              PIC 9(04) VALUE ZEROES.
000640 01  WS-STATUS-TEXT             PIC X(08) VALUE SPACES.

000650 PROCEDURE DIVISION.

000660***************************************************************
000670* 0000-MAINLINE
000680***************************************************************
000690 0000-MAINLINE.
000700     MOVE "APPRQUEUE" TO IOC-PROGRAM
000710     PERFORM ZB-GET-BUSINESS-DATE
000720     DISPLAY "Enter operator ID:"
000730     PERFORM ZY-OPERATOR-SIGNON
000740     DISPLAY "Enter mode - L (list), A (approve) or R (reject):"
000750     ACCEPT WS-RUN-MODE
000760     EVALUATE TRUE
000770         WHEN LIST-MODE
000780             PERFORM 2000-LIST-OPEN-ITEMS
000790         WHEN APPROVE-MODE
000800             PERFORM 3000-DECIDE-ITEM
000810         WHEN REJECT-MODE
000820             PERFORM 3000-DECIDE-ITEM
000830         WHEN OTHER
000840             DISPLAY "Invalid mode - nothing done"
000850     END-EVALUATE
000860     GOBACK.

000870***************************************************************
000880* 2000-LIST-OPEN-ITEMS
000890* Open means still awaiting a decision, or approved and not
000900* yet applied by the program that queued it.
000910***************************************************************
000920 2000-LIST-OPEN-ITEMS.
000930     MOVE "N" TO APQ-EOF-SWITCH
000940     OPEN INPUT APPROVAL-QUEUE
000950     IF NOT APPRQ-OK
000960         DISPLAY "No approval queue on file"
000970     ELSE
000980         PERFORM ZQ-READ-ITEM
000990         PERFORM 2100-LIST-ONE-ITEM UNTIL APQ-EOF
001000         CLOSE APPROVAL-QUEUE
001010         DISPLAY "Open items listed : " WS-LIST-COUNT
001020     END-IF.

001030***************************************************************
001040* 2100-LIST-ONE-ITEM
001050***************************************************************
001060 2100-LIST-ONE-ITEM.
001070     IF AQ-PENDING OR AQ-APPROVED
001080         IF AQ-PENDING
001090             MOVE "PENDING " TO WS-STATUS-TEXT
001100         ELSE
001110             MOVE "APPROVED" TO WS-STATUS-TEXT
001120         END-IF
001130         DISPLAY AQ-ITEM-NO "  " WS-STATUS-TEXT "  " AQ-PROGRAM
001140             "  " AQ-ACTION "  keyed by " AQ-SUBMIT-OPERATOR
001150             " on " AQ-SUBMIT-DATE "  level " AQ-REQUIRED-LEVEL
001160         DISPLAY "        " AQ-SUMMARY
001170         ADD 1 TO WS-LIST-COUNT
001180     END-IF
001190     PERFORM ZQ-READ-ITEM.

001200***************************************************************
001210* 3000-DECIDE-ITEM
001220* Only a pending item can be decided, and never by the
001230* operator who keyed it -- that is the whole point of the
001240* second pair of eyes.
001250***************************************************************
001260 3000-DECIDE-ITEM.
001270     DISPLAY "Enter approval item number:"
001280     ACCEPT APQ-ITEM-NO
001290     PERFORM ZQ-FIND-ITEM
001300     EVALUATE TRUE
001310         WHEN NOT APQ-ITEM-FOUND
001320             DISPLAY "*** APPROVAL ITEM " APQ-ITEM-NO
001330                 " NOT ON THE APPRQUE FILE ***"
001340             MOVE 8 TO RETURN-CODE
001350         WHEN NOT AQ-PENDING
001360             DISPLAY "*** APPROVAL ITEM " APQ-ITEM-NO
001370                 " IS NOT PENDING - STATUS " AQ-STATUS
001380                 " DECIDED BY " AQ-DECIDE-OPERATOR " ***"
001390             MOVE 8 TO RETURN-CODE
001400         WHEN AQ-SUBMIT-OPERATOR = OPR-OPERATOR-ID
001410             DISPLAY "*** OPERATOR " OPR-OPERATOR-ID
001420                 " KEYED ITEM " APQ-ITEM-NO
001430                 " - A SECOND OPERATOR MUST DECIDE IT ***"
001440             MOVE 8 TO RETURN-CODE
001450         WHEN OPR-AUTH-LEVEL < AQ-REQUIRED-LEVEL
001460             DISPLAY "*** OPERATOR NOT AUTHORIZED - ITEM "
001470                 APQ-ITEM-NO " NEEDS LEVEL " AQ-REQUIRED-LEVEL
001480                 " ***"
001490             MOVE 8 TO RETURN-CODE
001500         WHEN OTHER
001510             PERFORM 3100-CONFIRM-DECISION
001520     END-EVALUATE
001530     IF APPRQ-OK OR WS-APPRQ-STATUS = "10"
001540         CLOSE APPROVAL-QUEUE
001550     END-IF.

001560***************************************************************
001570* 3100-CONFIRM-DECISION
001580* A rejection must say why -- the operator who keyed the
001590* item reads the reason when the apply run refuses it.
001600***************************************************************
001610 3100-CONFIRM-DECISION.
001620     DISPLAY "Item " AQ-ITEM-NO " " AQ-PROGRAM " " AQ-ACTION
001630         " keyed by " AQ-SUBMIT-OPERATOR " on " AQ-SUBMIT-DATE
001640     DISPLAY "  " AQ-SUMMARY
001650     MOVE SPACES TO WS-DECIDE-REASON
001660     IF REJECT-MODE
001670         DISPLAY "Enter reason for rejection:"
001680         ACCEPT WS-DECIDE-REASON
001690     END-IF
001700     DISPLAY "Confirm decision (Y/N):"
001710     ACCEPT WS-CONFIRM
001720     EVALUATE TRUE
001730         WHEN NOT ENTRY-CONFIRMED
001740             DISPLAY "Nothing decided - item left pending"
001750         WHEN REJECT-MODE AND WS-DECIDE-REASON = SPACES
001760             DISPLAY "A rejection needs a reason - item left "
001770                 "pending"
001780         WHEN OTHER
001790             PERFORM 3200-RECORD-DECISION
001800     END-EVALUATE.

001810***************************************************************
001820* 3200-RECORD-DECISION
001830***************************************************************
001840 3200-RECORD-DECISION.
001850     IF APPROVE-MODE
001860         SET AQ-APPROVED TO TRUE
001870     ELSE
001880         SET AQ-REJECTED TO TRUE
001890     END-IF
001900     MOVE OPR-OPERATOR-ID TO AQ-DECIDE-OPERATOR
001910     MOVE BDT-BUSINESS-DATE TO AQ-DECIDE-DATE
001920     ACCEPT AQ-DECIDE-TIME FROM TIME
001930     MOVE WS-DECIDE-REASON TO AQ-DECIDE-REASON
001940     REWRITE APPROVAL-ITEM-RECORD
001950     MOVE WS-APPRQ-STATUS TO IOC-STATUS
001960     MOVE "APPRQUE" TO IOC-FILE-NAME
001970     PERFORM ZZ-CHECK-WRITE
001980     IF AQ-APPROVED
001990         DISPLAY "Item " AQ-ITEM-NO " approved - apply it by "
002000             "running " AQ-PROGRAM " with this item number"
002010     ELSE
002020         DISPLAY "Item " AQ-ITEM-NO " rejected - it can never "
002030             "be applied"
002040     END-IF.

002050***************************************************************
002060* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
002070***************************************************************
002080     COPY OPERPRC.

002090***************************************************************
002100* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
002110***************************************************************
002120     COPY IOCHKPRC.

002130*****************************************************************
002140* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
002150*****************************************************************
002160     COPY BIZDTPRC.

002170***************************************************************
002180* ZQ approval-queue routines (from the shared APPRPRC copybook)
002190***************************************************************
002200     COPY APPRPRC.
