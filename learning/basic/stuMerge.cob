000255*                 the registration batch holds the file was
000256*                 exactly what the lock facility exists to
000257*                 refuse.
00257A* 2026-10-15  RSG A reviewed candidate from the dupScan run can
00257B*                 be merged by its DUPCAND candidate number
00257C*                 instead of keying the two IDs; the candidate
00257D*                 gives the survivor and duplicate and is marked
00257E*                 merged once the merge completes.
00257F* 2026-10-15  RSG A confirmed merge no longer applies on the
00257G*                 spot -- it is queued on APPRQUE for a second
00257H*                 operator to approve in apprQueue, and is
00257I*                 applied by re-running with the approved item
00257J*                 number, through the same verify, lock and
00257K*                 re-point logic.  The item is then marked
00257L*                 applied so it cannot run twice.
000258***************************************************************

000260 ENVIRONMENT DIVISION.
000432         RECORD KEY IS EN-KEY
000436         ALTERNATE RECORD KEY IS EN-COURSE-ID WITH DUPLICATES
000440         FILE STATUS IS WS-ENROLL-STATUS.
000441     SELECT CANDIDATE-FILE ASSIGN TO "DUPCAND"
000442         ORGANIZATION IS SEQUENTIAL
000443         FILE STATUS IS WS-CAND-STATUS.
000444     SELECT APPROVAL-QUEUE ASSIGN TO "APPRQUE"
000445         ORGANIZATION IS SEQUENTIAL
000446         FILE STATUS IS WS-APPRQ-STATUS.
000450     SELECT MERGE-AUDIT-FILE ASSIGN TO "MRGAUDT"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-MRGAUDT-STATUS.
000630 FD  ENROLLMENT-DETAIL.
000640     COPY ENRLDETL.

000642 FD  CANDIDATE-FILE.
000644     COPY DUPCAND.

000646 FD  APPROVAL-QUEUE.
000648     COPY APPRQ.

000650 FD  MERGE-AUDIT-FILE.
000660 01  MERGE-AUDIT-RECORD.
000670     05 MA-OPERATOR             PIC X(08).
000812     COPY JRNLWS.
000813     COPY SEALWS.
000814     COPY LOCKWS.
000816     COPY APPRWS.
000818 01  WS-APPLY-ITEM-NO           PIC 9(06) VALUE ZEROES.
000820 01  WS-IDENT-STATUS            PIC X(02).
000830     88 IDENT-OK                VALUE "00".
000840 01  WS-MASTER-STATUS           PIC X(02).
001010 01  WS-DETAILS-REPOINTED       PIC 9(05) VALUE ZEROES.
001020 01  WS-CONFIRM                 PIC X(01).
001030     88 ENTRY-CONFIRMED         VALUE "Y" "y".
001031 01  WS-CAND-STATUS             PIC X(02).
001032     88 CAND-OK                 VALUE "00".
001033 01  WS-CANDIDATE-NO            PIC 9(04) VALUE ZEROES.
001034 01  WS-CAND-EOF-SWITCH         PIC X(01) VALUE "N".
001035     88 CAND-EOF                VALUE "Y".
001036 01  WS-CAND-FOUND-SWITCH       PIC X(01) VALUE "N".
001037     88 CANDIDATE-FOUND         VALUE "Y".
001038 01  WS-CAND-OPEN-SWITCH        PIC X(01) VALUE "N".
001039     88 CAND-FILE-OPEN          VALUE "Y".

001040 PROCEDURE DIVISION.

001150         MOVE 8 TO RETURN-CODE
001160         GOBACK
001170     END-IF
01170A     DISPLAY "Approved queue item to apply (zero for a new "
01170B         "merge):"
01170C     ACCEPT WS-APPLY-ITEM-NO
01170D     IF WS-APPLY-ITEM-NO NOT = ZEROES
01170E         PERFORM 7500-TAKE-APPROVED-MERGE
01170F     ELSE
01170G         DISPLAY "dupScan candidate number (zero to key the IDs):"
01170H         ACCEPT WS-CANDIDATE-NO
01170I     END-IF
01170J     EVALUATE TRUE
01170K         WHEN WS-CANDIDATE-NO NOT = ZEROES
01170L             PERFORM 7000-TAKE-CANDIDATE-IDS
01170M         WHEN WS-APPLY-ITEM-NO = ZEROES
001180             DISPLAY "Enter SURVIVING student ID:"
001190             ACCEPT WS-SURVIVOR-ID
001200             DISPLAY "Enter DUPLICATE student ID (to be retired):"
001210             ACCEPT WS-DUPLICATE-ID
001215     END-EVALUATE
001220     IF WS-SURVIVOR-ID = WS-DUPLICATE-ID
001230         DISPLAY "*** THE TWO IDS ARE THE SAME - nothing to "
001240             "merge ***"
001490         CLOSE STUDENT-IDENTITY
001500         GOBACK
001510     END-IF
01510A     IF WS-APPLY-ITEM-NO = ZEROES
01510B         PERFORM 7600-QUEUE-MERGE
01510C         CLOSE STUDENT-IDENTITY
01510D         GOBACK
01510E     END-IF
001512     MOVE "STUMERGE" TO LCK-PROGRAM
001513     MOVE OPR-OPERATOR-ID TO LCK-OPERATOR
001514     DISPLAY "Take over a stale lock if found (Y/N):"
001680     CLOSE STUDENT-IDENTITY
001682     MOVE "STUMAST" TO LCK-FILE-NAME
001684     PERFORM ZL-RELEASE-LOCK
01684A     IF WS-CANDIDATE-NO NOT = ZEROES
01684B         PERFORM 7100-MARK-CANDIDATE-MERGED
01684C     END-IF
01684D     IF WS-APPLY-ITEM-NO NOT = ZEROES
01684E         PERFORM ZQ-MARK-ITEM-APPLIED
01684F     END-IF
001690     GOBACK.

001700***************************************************************
003380     PERFORM ZZ-CHECK-WRITE.

003390***************************************************************
003440* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
003450***************************************************************
003460     COPY IOCHKPRC.
003600* ZL lock routines (from the shared LOCKPRC copybook)
003610***************************************************************
003620     COPY LOCKPRC.

003630***************************************************************
003640* ZQ approval-queue routines (from the shared APPRPRC copybook)
003650***************************************************************
003660     COPY APPRPRC.

003670***************************************************************
003680* 7000-TAKE-CANDIDATE-IDS
003690* The number is the one printed on the latest dupScan listing;
003700* a candidate already merged cannot be taken a second time.
003710***************************************************************
003720 7000-TAKE-CANDIDATE-IDS.
003730     MOVE "N" TO WS-CAND-FOUND-SWITCH
003740     PERFORM 7200-FIND-CANDIDATE
003750     EVALUATE TRUE
003760         WHEN NOT CANDIDATE-FOUND
003770             DISPLAY "*** CANDIDATE " WS-CANDIDATE-NO
003780                 " NOT ON THE DUPCAND FILE ***"
003790             MOVE 8 TO RETURN-CODE
003800         WHEN DC-MERGED
003810             DISPLAY "*** CANDIDATE " WS-CANDIDATE-NO
003820                 " WAS ALREADY MERGED ON " DC-STATUS-DATE " BY "
003830                 DC-STATUS-OPERATOR " ***"
003840             MOVE 8 TO RETURN-CODE
003850         WHEN OTHER
003860             MOVE DC-SURVIVOR-ID TO WS-SURVIVOR-ID
003870             MOVE DC-DUPLICATE-ID TO WS-DUPLICATE-ID
003880             DISPLAY "Candidate " DC-CANDIDATE-NO " scored "
003890                 DC-SCORE " on the scan of " DC-SCAN-DATE
003900     END-EVALUATE
003910     PERFORM 7400-CLOSE-CANDIDATES
003920     IF RETURN-CODE = 8
003930         GOBACK
003940     END-IF.

003950***************************************************************
003960* 7100-MARK-CANDIDATE-MERGED
003970***************************************************************
003980 7100-MARK-CANDIDATE-MERGED.
003990     MOVE "N" TO WS-CAND-FOUND-SWITCH
004000     PERFORM 7200-FIND-CANDIDATE
004010     IF CANDIDATE-FOUND
004020         SET DC-MERGED TO TRUE
004030         MOVE BDT-BUSINESS-DATE TO DC-STATUS-DATE
004040         MOVE OPR-OPERATOR-ID TO DC-STATUS-OPERATOR
004050         REWRITE DUP-CANDIDATE-RECORD
004060         MOVE WS-CAND-STATUS TO IOC-STATUS
004070         MOVE "DUPCAND" TO IOC-FILE-NAME
004080         PERFORM ZZ-CHECK-WRITE
004090     END-IF
004100     PERFORM 7400-CLOSE-CANDIDATES.

004110***************************************************************
004120* 7200-FIND-CANDIDATE
004130* Leaves DUPCAND open for the caller, positioned on the
004140* candidate when it is found.
004150***************************************************************
004160 7200-FIND-CANDIDATE.
004170     MOVE "N" TO WS-CAND-EOF-SWITCH
004180     OPEN I-O CANDIDATE-FILE
004190     IF CAND-OK
004200         SET CAND-FILE-OPEN TO TRUE
004210     ELSE
004220         SET CAND-EOF TO TRUE
004230     END-IF
004240     PERFORM 7300-READ-CANDIDATE
004250         UNTIL CAND-EOF OR CANDIDATE-FOUND.

004260***************************************************************
004270* 7300-READ-CANDIDATE
004280***************************************************************
004290 7300-READ-CANDIDATE.
004300     READ CANDIDATE-FILE
004310         AT END SET CAND-EOF TO TRUE
004320     END-READ
004330     IF NOT CAND-EOF
004340         AND DC-CANDIDATE-NO = WS-CANDIDATE-NO
004350         SET CANDIDATE-FOUND TO TRUE
004360     END-IF.

004370***************************************************************
004380* 7400-CLOSE-CANDIDATES
004390***************************************************************
004400 7400-CLOSE-CANDIDATES.
004410     IF CAND-FILE-OPEN
004420         CLOSE CANDIDATE-FILE
004430         MOVE "N" TO WS-CAND-OPEN-SWITCH
004440     END-IF.

004450***************************************************************
004460* 7500-TAKE-APPROVED-MERGE
004470* An identity merge needs a second operator's approval before
004480* it applies; the approved item gives back the two IDs (and the
004490* dupScan candidate, if it was merged by candidate number) and
004500* the run then verifies, confirms and locks exactly as before.
004510***************************************************************
004520 7500-TAKE-APPROVED-MERGE.
004530     MOVE WS-APPLY-ITEM-NO TO APQ-ITEM-NO
004540     MOVE "STUMERGE" TO APQ-PROGRAM
004550     PERFORM ZQ-TAKE-APPROVED-ITEM
004560     IF NOT APQ-ITEM-READY
004570         MOVE 8 TO RETURN-CODE
004580         GOBACK
004590     END-IF
004600     MOVE APQ-MRG-SURVIVOR-ID TO WS-SURVIVOR-ID
004610     MOVE APQ-MRG-DUPLICATE-ID TO WS-DUPLICATE-ID
004620     MOVE APQ-MRG-CANDIDATE-NO TO WS-CANDIDATE-NO.

004630***************************************************************
004640* 7600-QUEUE-MERGE
004650***************************************************************
004660 7600-QUEUE-MERGE.
004670     MOVE "STUMERGE" TO APQ-PROGRAM
004680     MOVE "MERGE" TO APQ-ACTION
004690     MOVE SPACES TO APQ-DETAIL
004700     MOVE WS-SURVIVOR-ID TO APQ-MRG-SURVIVOR-ID
004710     MOVE WS-DUPLICATE-ID TO APQ-MRG-DUPLICATE-ID
004720     MOVE WS-CANDIDATE-NO TO APQ-MRG-CANDIDATE-NO
004730     MOVE SPACES TO APQ-SUMMARY
004740     STRING "MERGE " WS-DUPLICATE-ID " "
004750         WS-DUPLICATE-NAME DELIMITED BY SIZE
004760         " INTO " WS-SURVIVOR-ID DELIMITED BY SIZE
004770         INTO APQ-SUMMARY
004780     END-STRING
004790     PERFORM ZQ-QUEUE-ITEM.
004800***************************************************************
004810* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
004820***************************************************************
004830     COPY OPERPRC.
