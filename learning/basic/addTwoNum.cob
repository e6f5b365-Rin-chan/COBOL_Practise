000668*                   identical postings can be told apart.  An
000669*                   entry number not on file still posts the
000670*                   back-out, flagged UNVERIFD as before.
00670A* 2026-10-15   gag  an "R" reversal no longer posts on the spot --
00670B*                   it is queued on APPRQUE for a second operator
00670C*                   to approve in apprQueue, and posts when R is
00670D*                   re-run with the approved item number.  An item
00670E*                   approved against a located entry refuses to
00670F*                   post if that entry can no longer be found; an
00670G*                   UNVERIFD one posts the amounts keyed with it.
00670H* 2026-10-15   gag  batch mode checks the ADDTRAN file against the
00670I*                   FEEDREG processed-feed registry before posting
00670J*                   -- a file whose header date, count and hash
00670K*                   total match a feed already posted is refused
00670L*                   return code 8, unless run-card position 4
00670M*                   carries Y and the operator holds level 2, when
00670N*                   the repost goes ahead and is logged to OPSLOG.
00670O*                   Every batch run that posts registers its feed.
000675*****************************************************************

000680 environment division.
000912     select BUSINESS-DATE-FILE assign to "BIZDATE"
000914         organization is sequential
000916         file status is WS-BIZDT-STATUS.
00916A     select APPROVAL-QUEUE assign to "APPRQUE"
00916B         organization is sequential
00916C         file status is WS-APPRQ-STATUS.
00916D     select FEED-REGISTRY assign to "FEEDREG"
00916E         organization is sequential
00916F         file status is WS-FEEDREG-STATUS.

000920 data division.
000930 file section.
001271 fd  BUSINESS-DATE-FILE.
001275     copy BIZDATE.

001276 fd  APPROVAL-QUEUE.
001277     copy APPRQ.

001278 fd  FEED-REGISTRY.
001279     copy FEEDREG.

001280 working-storage section.
001285 copy BIZDTWS.
001286 copy APPRWS.
001287 copy FREGWS.
001288 01 WS-APPLY-ITEM-NO          PIC 9(06) VALUE ZEROES.
001290 01 WS-firstNum PIC 9(2).
001300 01 WS-secondNum PIC 9(2).
001310 01 WS-result PIC 9(3).
001906     perform ZB-GET-BUSINESS-DATE
001910* the run-parameter card: position 1 mode, position 2 the
001920* single-mode operation (1-4), position 3 the empty-input
001930* override, position 4 the repost override (Y) for a feed
001935* already on the registry.
001940     display "Enter run parameters (mode card):"
001950     accept WS-RUN-PARM
001960     move WS-RUN-PARM (1:1) to WS-RUN-MODE
001970     move WS-RUN-PARM (2:1) to WS-OPERATION
001980     move WS-RUN-PARM (3:1) to WS-EMPTY-OVERRIDE
001985     move WS-RUN-PARM (4:1) to FRG-REPOST-FLAG
001990     if not SINGLE-MODE and not BATCH-MODE
002000         and not REVERSAL-MODE
002010         display "*** INVALID OR MISSING RUN PARAMETER '"
002060     display "Run mode: " WS-RUN-MODE
002070     display "Enter operator ID:"
002080     perform ZY-OPERATOR-SIGNON
002082     move OPR-OPERATOR-ID to FRG-OPERATOR
002084     move OPR-AUTH-LEVEL to FRG-AUTH-LEVEL
002090     evaluate true
002100         when BATCH-MODE
002102             perform IDENTIFY-ADD-FEED
002104             perform ZF-CHECK-FEED-REGISTRY
002106             if not FRG-FEED-REFUSED
002110                 perform BATCH-ADD-JOB
002115             end-if
002120         when REVERSAL-MODE
002130             if OPR-AUTH-LEVEL < 2
002140                 display "*** OPERATOR NOT AUTHORIZED FOR "
003180* and the original's operation and amounts come off the
003190* located record instead of being re-keyed.
003200 REVERSE-ENTRY.
003202     display "Approved queue item to apply (zero for a new "
003204         "reversal):"
003206     accept WS-APPLY-ITEM-NO
003208     if WS-APPLY-ITEM-NO = zeroes
003210         display "Enter the entry number being reversed:"
003220         accept WS-REVERSE-ENTRY
003230         display "Enter reason for reversal:"
003240         accept WS-REVERSAL-REASON
003242     else
003244         perform TAKE-APPROVED-REVERSAL
003246     end-if
003250     perform OPEN-RESULTS-FILE
003260     perform LOCATE-REVERSAL-ENTRY
003270     evaluate true
003272         when REVERSAL-MATCH-FOUND
003274             continue
003276         when WS-APPLY-ITEM-NO = zeroes
003280             display "*** WARNING - entry " WS-REVERSE-ENTRY
003290                 " is not a POSTED calculation, posting the "
003300                 "back-out as UNVERIFD ***"
003310             display "Enter operation being reversed (1-4):"
003320             accept WS-OPERATION
003330             display "Enter first number of original entry:"
003340             accept WS-firstNum
003350             display "Enter second number of original entry:"
003360             accept WS-secondNum
003370             display "Enter result being backed out:"
003380             accept WS-CALC-RESULT
003390         when APQ-RVS-ENTRY-VERIFIED
03390A             display "*** ENTRY " WS-REVERSE-ENTRY
03390B                 " IS NO LONGER A POSTED CALCULATION - "
03390C                 "APPROVED REVERSAL NOT POSTED ***"
03390D             move 8 to RETURN-CODE
03390E             close CALC-RESULTS-FILE
03390F             goback
03390G         when other
03390H             move APQ-RVS-OPERATION to WS-OPERATION
03390I             move APQ-RVS-FIRST-NUM to WS-firstNum
03390J             move APQ-RVS-SECOND-NUM to WS-secondNum
03390K             move APQ-RVS-RESULT to WS-CALC-RESULT
03390L     end-evaluate
03390M     if WS-APPLY-ITEM-NO = zeroes
03390N         perform QUEUE-REVERSAL
03390O     else
003400         perform WRITE-REVERSAL-RECORD
003410         display "Reversal posted against entry "
003420             WS-REVERSE-ENTRY
003422         perform ZQ-MARK-ITEM-APPLIED
003424     end-if
003430     close CALC-RESULTS-FILE.

003432 WRITE-REVERSAL-RECORD.
004630         end-if
004640     end-if
004650     perform WRITE-RUN-SUMMARY
004652     if WS-POSTED-COUNT > 0
004654         move WS-CONTROL-RESULT to FRG-CONTROL-STATUS
004656         perform ZF-REGISTER-FEED
004658     end-if
004660     perform CLEAR-CHECKPOINT
004670     close ADD-TRANSACTION-FILE
004680     close ADD-REJECT-FILE.

04680A* the feed's identity for the registry -- header date, detail
04680B* count and the hash of both amounts -- from a pass of the whole
04680C* file before anything posts.
04680D IDENTIFY-ADD-FEED.
04680E     move "ADDTWONUM" to FRG-PROGRAM
04680F     move "ADDTRAN" to FRG-SOURCE
04680G     move spaces to FRG-HEADER-DATE
04680H     move zeroes to FRG-RECORD-COUNT
04680I     move zeroes to FRG-HASH-TOTAL
04680J     move "N" to WS-TRAN-EOF-SWITCH
04680K     open input ADD-TRANSACTION-FILE
04680L     if TRAN-OK
04680M         perform READ-ADD-TRANSACTION
04680N         perform IDENTIFY-ONE-ADD-RECORD
04680O             until TRAN-EOF or AT-TRAILER-REC
04680P         close ADD-TRANSACTION-FILE
04680Q     end-if.

04680R IDENTIFY-ONE-ADD-RECORD.
04680S     if AT-HEADER-REC
04680T         move AT-RUN-DATE to FRG-HEADER-DATE
04680U     else
04680V         add 1 to FRG-RECORD-COUNT
04680W         add AT-FIRST-AMT to FRG-HASH-TOTAL
04680X         add AT-SECOND-AMT to FRG-HASH-TOTAL
04680Y     end-if
04680Z     perform READ-ADD-TRANSACTION.

004690 READ-ADD-TRANSACTION.
004700     read ADD-TRANSACTION-FILE
004710         at end set TRAN-EOF to true
005610* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
005620*****************************************************************
005630     copy BIZDTPRC.

005640*****************************************************************
005650* ZQ approval-queue routines (from the shared APPRPRC copybook)
005660*****************************************************************
005670     copy APPRPRC.

005680*****************************************************************
005690* ZF feed-registry routines (from the shared FREGPRC copybook)
005700*****************************************************************
005710     copy FREGPRC.

005720* an approved reversal gives back the entry and reason as
005730* keyed, and the amounts keyed with it when the entry could not
005740* be located at the time.
005750 TAKE-APPROVED-REVERSAL.
005760     move WS-APPLY-ITEM-NO to APQ-ITEM-NO
005770     move "ADDTWONUM" to APQ-PROGRAM
005780     perform ZQ-TAKE-APPROVED-ITEM
005790     if not APQ-ITEM-READY
005800         move 8 to RETURN-CODE
005810         goback
005820     end-if
005830     move APQ-RVS-ENTRY to WS-REVERSE-ENTRY
005840     move APQ-RVS-REASON to WS-REVERSAL-REASON.

005850* nothing posts to ADDRSLT here -- the reversal waits on
005860* APPRQUE for a second operator's approval.
005870 QUEUE-REVERSAL.
005880     move "ADDTWONUM" to APQ-PROGRAM
005890     move "REVERSAL" to APQ-ACTION
005900     move spaces to APQ-DETAIL
005910     move WS-REVERSE-ENTRY to APQ-RVS-ENTRY
005920     move WS-REVERSAL-REASON to APQ-RVS-REASON
005930     if REVERSAL-MATCH-FOUND
005940         move "Y" to APQ-RVS-VERIFIED
005950     else
005960         move "N" to APQ-RVS-VERIFIED
005970     end-if
005980     move WS-OPERATION to APQ-RVS-OPERATION
005990     move WS-firstNum to APQ-RVS-FIRST-NUM
006000     move WS-secondNum to APQ-RVS-SECOND-NUM
006010     move WS-CALC-RESULT to APQ-RVS-RESULT
006020     move spaces to APQ-SUMMARY
006030     string "REVERSE ENTRY " WS-REVERSE-ENTRY " - "
006040         WS-REVERSAL-REASON delimited by size
006050         into APQ-SUMMARY
006060     end-string
006070     perform ZQ-QUEUE-ITEM.
