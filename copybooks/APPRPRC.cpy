      ******************************************************************
      * APPRPRC.cpy
      * Shared PROCEDURE DIVISION paragraphs that go with APPRWS --
      * the dual-control approval queue.  ZQ-QUEUE-ITEM appends a
      * pending item stamped with the signed-on operator; nothing is
      * posted until a second operator approves it in apprQueue.
      * ZQ-TAKE-APPROVED-ITEM hands an approved item back to the
      * program that queued it, refusing one that is still pending,
      * was rejected, was already applied or belongs to another
      * program.  ZQ-MARK-ITEM-APPLIED closes the item out so it can
      * never be applied twice.  Needs OPERWS and BIZDTWS in the
      * caller.
      *
      * 2026-10-15  RSG  original.
      ******************************************************************
       ZQ-QUEUE-ITEM.
           MOVE ZEROES TO APQ-HIGH-ITEM-NO
           MOVE "N" TO APQ-EOF-SWITCH
           OPEN INPUT APPROVAL-QUEUE
           IF APPRQ-OK
               PERFORM ZQ-READ-ITEM
               PERFORM ZQ-NOTE-HIGH-ITEM UNTIL APQ-EOF
               CLOSE APPROVAL-QUEUE
           END-IF
           OPEN EXTEND APPROVAL-QUEUE
           IF NOT APPRQ-OK
               OPEN OUTPUT APPROVAL-QUEUE
           END-IF
           MOVE SPACES TO APPROVAL-ITEM-RECORD
           ADD 1 TO APQ-HIGH-ITEM-NO GIVING APQ-ITEM-NO
           MOVE APQ-ITEM-NO TO AQ-ITEM-NO
           MOVE APQ-PROGRAM TO AQ-PROGRAM
           MOVE APQ-ACTION TO AQ-ACTION
           SET AQ-PENDING TO TRUE
           MOVE 2 TO AQ-REQUIRED-LEVEL
           MOVE OPR-OPERATOR-ID TO AQ-SUBMIT-OPERATOR
           MOVE BDT-BUSINESS-DATE TO AQ-SUBMIT-DATE
           ACCEPT AQ-SUBMIT-TIME FROM TIME
           MOVE ZEROES TO AQ-DECIDE-DATE AQ-DECIDE-TIME AQ-APPLY-DATE
           MOVE APQ-SUMMARY TO AQ-SUMMARY
           MOVE APQ-DETAIL TO AQ-DETAIL
           WRITE APPROVAL-ITEM-RECORD
           MOVE WS-APPRQ-STATUS TO IOC-STATUS
           MOVE "APPRQUE" TO IOC-FILE-NAME
           PERFORM ZZ-CHECK-WRITE
           CLOSE APPROVAL-QUEUE
           DISPLAY "Queued as approval item " APQ-ITEM-NO
               " - nothing is posted until a second operator"
           DISPLAY "approves it in apprQueue and the item is "
               "applied here by number".

       ZQ-NOTE-HIGH-ITEM.
           IF AQ-ITEM-NO > APQ-HIGH-ITEM-NO
               MOVE AQ-ITEM-NO TO APQ-HIGH-ITEM-NO
           END-IF
           PERFORM ZQ-READ-ITEM.

       ZQ-TAKE-APPROVED-ITEM.
           MOVE "N" TO APQ-READY-SWITCH
           PERFORM ZQ-FIND-ITEM
           EVALUATE TRUE
               WHEN NOT APQ-ITEM-FOUND
                   DISPLAY "*** APPROVAL ITEM " APQ-ITEM-NO
                       " NOT ON THE APPRQUE FILE ***"
               WHEN AQ-PROGRAM NOT = APQ-PROGRAM
                   DISPLAY "*** APPROVAL ITEM " APQ-ITEM-NO
                       " BELONGS TO " AQ-PROGRAM " ***"
               WHEN AQ-PENDING
                   DISPLAY "*** APPROVAL ITEM " APQ-ITEM-NO
                       " IS STILL AWAITING APPROVAL ***"
               WHEN AQ-REJECTED
                   DISPLAY "*** APPROVAL ITEM " APQ-ITEM-NO
                       " WAS REJECTED BY " AQ-DECIDE-OPERATOR
                       " - " AQ-DECIDE-REASON " ***"
               WHEN AQ-APPLIED
                   DISPLAY "*** APPROVAL ITEM " APQ-ITEM-NO
                       " WAS ALREADY APPLIED ON " AQ-APPLY-DATE
                       " BY " AQ-APPLY-OPERATOR " ***"
               WHEN AQ-APPROVED
                   SET APQ-ITEM-READY TO TRUE
                   MOVE AQ-DETAIL TO APQ-DETAIL
                   DISPLAY "Item " AQ-ITEM-NO " keyed by "
                       AQ-SUBMIT-OPERATOR " approved by "
                       AQ-DECIDE-OPERATOR " on " AQ-DECIDE-DATE
                   DISPLAY "  " AQ-SUMMARY
               WHEN OTHER
                   DISPLAY "*** APPROVAL ITEM " APQ-ITEM-NO
                       " HAS AN UNKNOWN STATUS '" AQ-STATUS "' ***"
           END-EVALUATE
           IF APPRQ-OK OR WS-APPRQ-STATUS = "10"
               CLOSE APPROVAL-QUEUE
           END-IF.

       ZQ-MARK-ITEM-APPLIED.
           PERFORM ZQ-FIND-ITEM
           IF APQ-ITEM-FOUND
               SET AQ-APPLIED TO TRUE
               MOVE OPR-OPERATOR-ID TO AQ-APPLY-OPERATOR
               MOVE BDT-BUSINESS-DATE TO AQ-APPLY-DATE
               REWRITE APPROVAL-ITEM-RECORD
               MOVE WS-APPRQ-STATUS TO IOC-STATUS
               MOVE "APPRQUE" TO IOC-FILE-NAME
               PERFORM ZZ-CHECK-WRITE
               DISPLAY "Approval item " APQ-ITEM-NO " applied"
           END-IF
           IF APPRQ-OK OR WS-APPRQ-STATUS = "10"
               CLOSE APPROVAL-QUEUE
           END-IF.

       ZQ-FIND-ITEM.
           MOVE "N" TO APQ-FOUND-SWITCH
           MOVE "N" TO APQ-EOF-SWITCH
           OPEN I-O APPROVAL-QUEUE
           IF NOT APPRQ-OK
               SET APQ-EOF TO TRUE
           END-IF
           PERFORM ZQ-READ-ITEM
           PERFORM ZQ-TEST-ITEM UNTIL APQ-EOF OR APQ-ITEM-FOUND.

       ZQ-TEST-ITEM.
           IF AQ-ITEM-NO = APQ-ITEM-NO
               SET APQ-ITEM-FOUND TO TRUE
           ELSE
               PERFORM ZQ-READ-ITEM
           END-IF.

       ZQ-READ-ITEM.
           IF NOT APQ-EOF
               READ APPROVAL-QUEUE
                   AT END SET APQ-EOF TO TRUE
               END-READ
           END-IF.
