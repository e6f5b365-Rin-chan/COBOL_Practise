000242* 2026-09-02  RSG The detail is indexed now -- the update pass
000244*                 STARTs at the low key and walks in key order,
000246*                 rewriting in place as before.
00246A* 2026-10-09  RSG GRDTRAN is keyed from the gradeRoster turnaround
00246B*                 sheets now, one batch per course: a header card
00246C*                 (H, course, count printed on the sheet), the
00246D*                 grade cards, and a trailer card (T, course,
00246E*                 grades keyed).  Control cards are not grades.
00246F*                 Each course's grades are balanced against the
00246G*                 GRDROST control record for its sheet, header
00246H*                 and trailer are checked, and sheets that never
00246I*                 came back are listed; any exception ends RC 4.
000249***************************************************************

000250 ENVIRONMENT DIVISION.
000280     SELECT GRADE-TRANSACTION ASSIGN TO "GRDTRAN"
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS WS-TRAN-STATUS.
000302     SELECT GRADE-ROSTER-CONTROL ASSIGN TO "GRDROST"
000304         ORGANIZATION IS SEQUENTIAL
000306         FILE STATUS IS WS-GRDROST-STATUS.
000310     SELECT ENROLLMENT-DETAIL ASSIGN TO "ENRLDETL"
000314         ORGANIZATION IS INDEXED
000318         ACCESS MODE IS DYNAMIC
000480 FD  GRADE-TRANSACTION.
000490 01  GRADE-TRAN-RECORD.
000500     05 GT-STUDENT-ID           PIC 9(06).
000502     05 GT-CONTROL-COUNT REDEFINES GT-STUDENT-ID
000504                                PIC 9(06).
000510     05 GT-COURSE-ID            PIC X(06).
000520     05 GT-GRADE                PIC X(02).
000521     05 GT-RECORD-TYPE          PIC X(01).
000522         88 GT-HEADER-CARD      VALUE "H".
000523         88 GT-TRAILER-CARD     VALUE "T".

000524 FD  GRADE-ROSTER-CONTROL.
000525     COPY GRDROST.

000530 FD  ENROLLMENT-DETAIL.
000540     COPY ENRLDETL.
000710     88 REJECT-OK               VALUE "00".
000720 01  WS-RUNLOG-STATUS           PIC X(02).
000730     88 RUNLOG-OK               VALUE "00".
000732 01  WS-GRDROST-STATUS          PIC X(02).
000734     88 GRDROST-OK              VALUE "00".
000735 01  WS-RUN-START-TIME          PIC 9(08) VALUE ZEROES.
000740 01  WS-TRAN-EOF-SWITCH         PIC X(01) VALUE "N".
000750     88 TRAN-EOF                VALUE "Y".
000760 01  WS-ENROLL-EOF-SWITCH       PIC X(01) VALUE "N".
000770     88 ENROLL-EOF              VALUE "Y".
000771 01  WS-ROSTER-EOF-SWITCH       PIC X(01) VALUE "N".
000772     88 ROSTER-EOF              VALUE "Y".
000773 01  WS-ROSTER-FOUND-SWITCH     PIC X(01) VALUE "N".
000774     88 ROSTER-FOUND            VALUE "Y".
000775 01  WS-BATCH-OPEN-SWITCH       PIC X(01) VALUE "N".
000776     88 BATCH-OPEN              VALUE "Y".
000780 01  WS-GRADE-MAX               PIC 9(03) VALUE 500.
000790 01  WS-GRADE-COUNT             PIC 9(03) VALUE ZEROES.
000800 01  WS-GRADE-TABLE.
000920 01  WS-POSTED-COUNT            PIC 9(06) VALUE ZEROES.
000930 01  WS-REJECT-COUNT            PIC 9(06) VALUE ZEROES.
000950 01  WS-CONTROL-RESULT          PIC X(08) VALUE "BALANCED".
000951*
000952* Grade sheets printed, from GRDROST, and the grades keyed back
000953*
000954 01  WS-ROSTER-MAX              PIC 9(03) VALUE 300.
000955 01  WS-ROSTER-COUNT            PIC 9(03) VALUE ZEROES.
000956 01  WS-ROSTER-SUB              PIC 9(03) VALUE ZEROES.
000957 01  WS-ROSTER-TABLE.
000958     05 WS-ROSTER-ENTRY         OCCURS 300 TIMES.
000959         10 WS-RC-COURSE-ID     PIC X(06).
000960         10 WS-RC-PRINTED       PIC 9(04).
000961         10 WS-RC-RETURNED      PIC 9(04).
000962 01  WS-BATCH-COURSE            PIC X(06) VALUE SPACES.
000963 01  WS-BATCH-KEYED             PIC 9(06) VALUE ZEROES.
000964 01  WS-SHEETS-BALANCED         PIC 9(05) VALUE ZEROES.
000965 01  WS-ROSTER-EXCEPTIONS       PIC 9(05) VALUE ZEROES.

000970 PROCEDURE DIVISION.

001100     IF NOT REJECT-OK
001110         OPEN OUTPUT GRADE-REJECT
001120     END-IF
001125     PERFORM 6000-LOAD-ROSTER-CONTROL
001130     PERFORM 1000-LOAD-GRADE-TABLE
001140     IF WS-GRADE-COUNT > 0
001150         PERFORM 3000-POST-GRADES-TO-DETAIL
001160     END-IF
001170     PERFORM 5000-REJECT-UNMATCHED-GRADES
001172     IF WS-ROSTER-COUNT > 0
001174         PERFORM 6500-BALANCE-ROSTERS
001176     END-IF
001180     DISPLAY "-----------------------------------"
001190     DISPLAY "Grades read     : " WS-READ-COUNT
001200     DISPLAY "Grades posted   : " WS-POSTED-COUNT
001210     DISPLAY "Grades rejected : " WS-REJECT-COUNT
001211     IF WS-ROSTER-COUNT > 0
001212         DISPLAY "Sheets printed  : " WS-ROSTER-COUNT
001213         DISPLAY "Sheets balanced : " WS-SHEETS-BALANCED
001214     END-IF
001215     DISPLAY "Sheet exceptions: " WS-ROSTER-EXCEPTIONS
001220     IF WS-READ-COUNT = WS-POSTED-COUNT + WS-REJECT-COUNT
001230         DISPLAY "Control total   : TIES OUT"
001240     ELSE
001250         DISPLAY "Control total   : *** OUT OF BALANCE ***"
001260         MOVE "OUTOFBAL" TO WS-CONTROL-RESULT
001262     END-IF
001264     IF WS-ROSTER-EXCEPTIONS > 0
001266         MOVE 4 TO RETURN-CODE
001270     END-IF
001280     PERFORM 9100-WRITE-RUN-SUMMARY
001290     CLOSE GRADE-REJECT
001420         SET TRAN-EOF TO TRUE
001430     END-IF
001440     PERFORM 1100-READ-GRADE-TRAN
001450     PERFORM 6200-EDIT-ONE-CARD UNTIL TRAN-EOF
001452     IF BATCH-OPEN
001454         PERFORM 6350-REPORT-UNCLOSED-BATCH
001456     END-IF
001460     CLOSE GRADE-TRANSACTION.

001470***************************************************************
003110* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
003120*****************************************************************
003130     COPY BIZDTPRC.

003140***************************************************************
003150* 6000-LOAD-ROSTER-CONTROL
003160* The grade sheets printed for the term, with the count on
003170* each.  No GRDROST on hand means no sheets were run this term
003180* and the feed posts unbalanced, as it always did.
003190***************************************************************
003200 6000-LOAD-ROSTER-CONTROL.
003210     OPEN INPUT GRADE-ROSTER-CONTROL
003220     IF NOT GRDROST-OK
003230         DISPLAY "No grade roster control on file - sheets "
003240             "not balanced"
003250     ELSE
003260         PERFORM 6100-READ-ROSTER-CONTROL
003270         PERFORM 6150-KEEP-ONE-ROSTER UNTIL ROSTER-EOF
003280         CLOSE GRADE-ROSTER-CONTROL
003290     END-IF.

003300***************************************************************
003310* 6100-READ-ROSTER-CONTROL
003320***************************************************************
003330 6100-READ-ROSTER-CONTROL.
003340     READ GRADE-ROSTER-CONTROL
003350         AT END SET ROSTER-EOF TO TRUE
003360     END-READ.

003370***************************************************************
003380* 6150-KEEP-ONE-ROSTER
003390***************************************************************
003400 6150-KEEP-ONE-ROSTER.
003410     IF WS-ROSTER-COUNT < WS-ROSTER-MAX
003420         ADD 1 TO WS-ROSTER-COUNT
003430         MOVE GR-COURSE-ID TO WS-RC-COURSE-ID (WS-ROSTER-COUNT)
003440         MOVE GR-STUDENT-COUNT TO WS-RC-PRINTED (WS-ROSTER-COUNT)
003450         MOVE ZEROES TO WS-RC-RETURNED (WS-ROSTER-COUNT)
003460     ELSE
003470         DISPLAY "*** GRDROST EXCEEDS THE " WS-ROSTER-MAX
003480             " SHEET TABLE - run ABORTED ***"
003490         MOVE 8 TO RETURN-CODE
003500         STOP RUN
003510     END-IF
003520     PERFORM 6100-READ-ROSTER-CONTROL.

003530***************************************************************
003540* 6200-EDIT-ONE-CARD
003550* Header and trailer cards bracket each sheet's grades and are
003560* checked here; every other card is a grade and goes through
003570* the grade edit, counted first against the sheet for its
003580* course.
003590***************************************************************
003600 6200-EDIT-ONE-CARD.
003610     EVALUATE TRUE
003620         WHEN GT-HEADER-CARD
003630             PERFORM 6300-OPEN-COURSE-BATCH
003640             PERFORM 1100-READ-GRADE-TRAN
003650         WHEN GT-TRAILER-CARD
003660             PERFORM 6400-CLOSE-COURSE-BATCH
003670             PERFORM 1100-READ-GRADE-TRAN
003680         WHEN OTHER
003690             IF BATCH-OPEN
003700                 ADD 1 TO WS-BATCH-KEYED
003710             END-IF
003720             PERFORM 6450-FIND-ROSTER
003730             IF ROSTER-FOUND
003740                 ADD 1 TO WS-RC-RETURNED (WS-ROSTER-SUB)
003750             END-IF
003760             PERFORM 1200-EDIT-ONE-GRADE
003770     END-EVALUATE.

003780***************************************************************
003790* 6300-OPEN-COURSE-BATCH
003800* The header's count is keyed off the sheet -- it must be the
003810* count the sheet was printed with, or the wrong sheet (or an
003820* old one) was keyed.
003830***************************************************************
003840 6300-OPEN-COURSE-BATCH.
003850     IF BATCH-OPEN
003860         PERFORM 6350-REPORT-UNCLOSED-BATCH
003870     END-IF
003880     SET BATCH-OPEN TO TRUE
003890     MOVE GT-COURSE-ID TO WS-BATCH-COURSE
003900     MOVE ZEROES TO WS-BATCH-KEYED
003910     PERFORM 6450-FIND-ROSTER
003920     IF NOT ROSTER-FOUND
003930         IF WS-ROSTER-COUNT > 0
003940             ADD 1 TO WS-ROSTER-EXCEPTIONS
003950             DISPLAY "Header for " GT-COURSE-ID
003960                 " - no grade sheet was printed for it"
003970         END-IF
003980     ELSE
003990         IF GT-CONTROL-COUNT NOT = WS-RC-PRINTED (WS-ROSTER-SUB)
004000             ADD 1 TO WS-ROSTER-EXCEPTIONS
004010             DISPLAY "Header for " GT-COURSE-ID " says "
004020                 GT-CONTROL-COUNT " students, sheet printed "
004030                 WS-RC-PRINTED (WS-ROSTER-SUB)
004040         END-IF
004050     END-IF.

004060***************************************************************
004070* 6350-REPORT-UNCLOSED-BATCH
004080***************************************************************
004090 6350-REPORT-UNCLOSED-BATCH.
004100     ADD 1 TO WS-ROSTER-EXCEPTIONS
004110     DISPLAY "Batch for " WS-BATCH-COURSE
004120         " has no trailer card - " WS-BATCH-KEYED " grades keyed"
004130     MOVE "N" TO WS-BATCH-OPEN-SWITCH.

004140***************************************************************
004150* 6400-CLOSE-COURSE-BATCH
004160* The trailer carries the keyer's own count of grade cards --
004170* a mismatch is a card dropped or keyed twice.
004180***************************************************************
004190 6400-CLOSE-COURSE-BATCH.
004200     EVALUATE TRUE
004210         WHEN NOT BATCH-OPEN
004220             ADD 1 TO WS-ROSTER-EXCEPTIONS
004230             DISPLAY "Trailer for " GT-COURSE-ID
004240                 " has no header card"
004250         WHEN GT-COURSE-ID NOT = WS-BATCH-COURSE
004260             ADD 1 TO WS-ROSTER-EXCEPTIONS
004270             DISPLAY "Trailer for " GT-COURSE-ID
004280                 " closes the batch for " WS-BATCH-COURSE
004290         WHEN GT-CONTROL-COUNT NOT = WS-BATCH-KEYED
004300             ADD 1 TO WS-ROSTER-EXCEPTIONS
004310             DISPLAY "Trailer for " GT-COURSE-ID " says "
004320                 GT-CONTROL-COUNT " grades, " WS-BATCH-KEYED
004330                 " keyed"
004340         WHEN OTHER
004350             CONTINUE
004360     END-EVALUATE
004370     MOVE "N" TO WS-BATCH-OPEN-SWITCH.

004380***************************************************************
004390* 6450-FIND-ROSTER
004400* Leaves WS-ROSTER-SUB on the matching sheet -- the VARYING
004410* steps once past it before the UNTIL is tested, so the
004420* subscript is backed off.
004430***************************************************************
004440 6450-FIND-ROSTER.
004450     MOVE "N" TO WS-ROSTER-FOUND-SWITCH
004460     PERFORM 6460-TEST-ONE-ROSTER
004470         VARYING WS-ROSTER-SUB FROM 1 BY 1
004480         UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT OR ROSTER-FOUND
004490     IF ROSTER-FOUND
004500         SUBTRACT 1 FROM WS-ROSTER-SUB
004510     END-IF.

004520***************************************************************
004530* 6460-TEST-ONE-ROSTER
004540***************************************************************
004550 6460-TEST-ONE-ROSTER.
004560     IF WS-RC-COURSE-ID (WS-ROSTER-SUB) = GT-COURSE-ID
004570         SET ROSTER-FOUND TO TRUE
004580     END-IF.

004590***************************************************************
004600* 6500-BALANCE-ROSTERS
004610* Every sheet printed must come back with a grade for every
004620* student on it.
004630***************************************************************
004640 6500-BALANCE-ROSTERS.
004650     DISPLAY "-----------------------------------"
004660     DISPLAY "Grade sheet balance"
004670     PERFORM 6600-BALANCE-ONE-ROSTER
004680         VARYING WS-ROSTER-SUB FROM 1 BY 1
004690         UNTIL WS-ROSTER-SUB > WS-ROSTER-COUNT.

004700***************************************************************
004710* 6600-BALANCE-ONE-ROSTER
004720***************************************************************
004730 6600-BALANCE-ONE-ROSTER.
004740     EVALUATE TRUE
004750         WHEN WS-RC-RETURNED (WS-ROSTER-SUB) = ZEROES
004760             ADD 1 TO WS-ROSTER-EXCEPTIONS
004770             DISPLAY "  " WS-RC-COURSE-ID (WS-ROSTER-SUB)
004780                 "  NOT RETURNED - sheet printed with "
004790                 WS-RC-PRINTED (WS-ROSTER-SUB) " students"
004800         WHEN WS-RC-RETURNED (WS-ROSTER-SUB)
004810                 NOT = WS-RC-PRINTED (WS-ROSTER-SUB)
004820             ADD 1 TO WS-ROSTER-EXCEPTIONS
004830             DISPLAY "  " WS-RC-COURSE-ID (WS-ROSTER-SUB)
004840                 "  OUT OF BALANCE - printed "
004850                 WS-RC-PRINTED (WS-ROSTER-SUB) " returned "
004860                 WS-RC-RETURNED (WS-ROSTER-SUB)
004870         WHEN OTHER
004880             ADD 1 TO WS-SHEETS-BALANCED
004890     END-EVALUATE.
