      ******************************************************************
      * FREGPRC.cpy
      * Shared PROCEDURE DIVISION paragraphs that go with FREGWS --
      * the processed-feed registry every posting program consults
      * before its first write.  ZF-CHECK-FEED-REGISTRY reads the
      * FEEDREG registry for a feed with the same DD name, header
      * date, record count and hash total.  A match refuses the feed
      * (return code 8, FRG-FEED-REFUSED) unless the run card asked
      * for a repost and the operator holds level 2, in which case
      * the override is posted to OPSLOG under the feed's DD name
      * with status RP and the run goes ahead.  The checkpoint
      * identity stamp still governs restarts -- a feed is only
      * registered by ZF-REGISTER-FEED once its run has reached the
      * end.  An empty feed is never checked or registered; there is
      * nothing in it to post twice.
      *
      * 2026-10-15  gag  original.
      * 2026-10-15  gag  a FEEDREG that will not open for any reason
      *                  but not being there yet ends the job with
      *                  return code 8 instead of skipping the check,
      *                  and the register step only creates FEEDREG
      *                  when it is not there -- any other open
      *                  failure ends the job through ZZ-CHECK-WRITE
      *                  rather than starting the registry over.
      ******************************************************************
       ZF-CHECK-FEED-REGISTRY.
           MOVE "N" TO FRG-MATCH-SWITCH
           MOVE "N" TO FRG-REFUSED-SWITCH
           MOVE "N" TO FRG-REPOSTING-SWITCH
           MOVE "N" TO FRG-EOF-SWITCH
           IF FRG-RECORD-COUNT > 0
               OPEN INPUT FEED-REGISTRY
               IF NOT FEEDREG-OK AND NOT FEEDREG-MISSING
                   DISPLAY "*** CANNOT OPEN FEEDREG - status "
                       WS-FEEDREG-STATUS " - job ABORTED ***"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF FEEDREG-OK
                   PERFORM ZF-READ-REGISTRY
                   PERFORM ZF-TEST-REGISTRY-ENTRY UNTIL FRG-EOF
                   CLOSE FEED-REGISTRY
               END-IF
           END-IF
           IF FRG-ALREADY-POSTED
               MOVE FRG-HASH-TOTAL TO FRG-HASH-DISPLAY
               DISPLAY "*** " FRG-SOURCE " (header " FRG-HEADER-DATE
                   ", " FRG-RECORD-COUNT " records, hash "
                   FRG-HASH-DISPLAY ") ***"
               DISPLAY "*** WAS ALREADY POSTED BY " FRG-MATCH-PROGRAM
                   " ON " FRG-MATCH-DATE " AT " FRG-MATCH-TIME
                   " (operator " FRG-MATCH-OPERATOR ") ***"
               IF FRG-REPOST-REQUESTED AND FRG-AUTH-LEVEL NOT < 2
                   DISPLAY "*** REPOST FORCED BY OPERATOR "
                       FRG-OPERATOR " - override logged to OPSLOG ***"
                   SET FRG-REPOSTING TO TRUE
                   PERFORM ZF-LOG-REPOST
               ELSE
                   IF FRG-REPOST-REQUESTED
                       DISPLAY "*** OPERATOR " FRG-OPERATOR
                           " IS NOT AUTHORIZED TO FORCE A REPOST ***"
                   END-IF
                   DISPLAY "*** FEED REFUSED - nothing posted; mount "
                       "the right file, or have a level 2 operator "
                       "force the repost ***"
                   SET FRG-FEED-REFUSED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       ZF-READ-REGISTRY.
           READ FEED-REGISTRY
               AT END SET FRG-EOF TO TRUE
           END-READ.

      * the latest posting of the feed is the one reported.
       ZF-TEST-REGISTRY-ENTRY.
           IF FR-SOURCE = FRG-SOURCE
               AND FR-HEADER-DATE = FRG-HEADER-DATE
               AND FR-RECORD-COUNT = FRG-RECORD-COUNT
               AND FR-HASH-TOTAL = FRG-HASH-TOTAL
               SET FRG-ALREADY-POSTED TO TRUE
               MOVE FR-PROGRAM TO FRG-MATCH-PROGRAM
               MOVE FR-POSTED-DATE TO FRG-MATCH-DATE
               MOVE FR-POSTED-TIME TO FRG-MATCH-TIME
               MOVE FR-OPERATOR TO FRG-MATCH-OPERATOR
           END-IF
           PERFORM ZF-READ-REGISTRY.

       ZF-LOG-REPOST.
           OPEN EXTEND OPS-ERROR-LOG
           IF NOT OPSLOG-OK
               OPEN OUTPUT OPS-ERROR-LOG
           END-IF
           MOVE FRG-PROGRAM TO OE-PROGRAM
           MOVE FRG-SOURCE TO OE-FILE-NAME
           MOVE "RP" TO OE-STATUS
           ACCEPT OE-DATE FROM DATE YYYYMMDD
           ACCEPT OE-TIME FROM TIME
           WRITE OPS-ERROR-RECORD
           CLOSE OPS-ERROR-LOG.

       ZF-REGISTER-FEED.
           IF FRG-RECORD-COUNT > 0
               OPEN EXTEND FEED-REGISTRY
               IF FEEDREG-MISSING
                   OPEN OUTPUT FEED-REGISTRY
               END-IF
               MOVE WS-FEEDREG-STATUS TO IOC-STATUS
               MOVE "FEEDREG" TO IOC-FILE-NAME
               PERFORM ZZ-CHECK-WRITE
               MOVE SPACES TO FEED-REGISTRY-RECORD
               MOVE FRG-SOURCE TO FR-SOURCE
               MOVE FRG-HEADER-DATE TO FR-HEADER-DATE
               MOVE FRG-RECORD-COUNT TO FR-RECORD-COUNT
               MOVE FRG-HASH-TOTAL TO FR-HASH-TOTAL
               MOVE FRG-PROGRAM TO FR-PROGRAM
               MOVE BDT-BUSINESS-DATE TO FR-POSTED-DATE
               ACCEPT FR-POSTED-TIME FROM TIME
               MOVE FRG-OPERATOR TO FR-OPERATOR
               MOVE FRG-CONTROL-STATUS TO FR-CONTROL-STATUS
               IF FRG-REPOSTING
                   MOVE "Y" TO FR-REPOST-FLAG
               ELSE
                   MOVE "N" TO FR-REPOST-FLAG
               END-IF
               WRITE FEED-REGISTRY-RECORD
               MOVE WS-FEEDREG-STATUS TO IOC-STATUS
               MOVE "FEEDREG" TO IOC-FILE-NAME
               PERFORM ZZ-CHECK-WRITE
               CLOSE FEED-REGISTRY
               DISPLAY FRG-SOURCE " registered as posted on FEEDREG"
           END-IF.
