000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. gradeChange.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-10-07.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-10-07  RSG Original -- grade changes after posting.
000140*                 Reads the GRDCHG transaction file (student,
000150*                 course, term, grade expected on file, new
000160*                 grade, reason code, authorizing supervisor)
000170*                 into a table, edits each one, then makes one
000180*                 update pass over the live ENRLDETL and one
000190*                 over the mounted ENRLHIST generation, changing
000200*                 each grade in place.  Every change is journaled
000210*                 to MSTJRNL and written before and after to the
000220*                 GCHGAUDT audit file for the monthly gchgReport.
000230*                 A change that fails its edit, finds a different
000240*                 grade on file than the one expected, or matches
000250*                 no enrollment rejects to the GRDREJ suspense
000260*                 file under its own reason code, and the run
000270*                 writes the standard RUNLOG summary.
000280***************************************************************

000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT GRADE-CHANGE-FILE ASSIGN TO "GRDCHG"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-TRAN-STATUS.
000350     SELECT ENROLLMENT-DETAIL ASSIGN TO "ENRLDETL"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS EN-KEY
000390         ALTERNATE RECORD KEY IS EN-COURSE-ID WITH DUPLICATES
000400         FILE STATUS IS WS-ENROLL-STATUS.
000410     SELECT ENROLLMENT-HISTORY ASSIGN TO "ENRLHIST"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-HIST-STATUS.
000440     SELECT GRADE-CHANGE-AUDIT ASSIGN TO "GCHGAUDT"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-GCHGAUD-STATUS.
000470     SELECT GRADE-REJECT ASSIGN TO "GRDREJ"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-REJECT-STATUS.
000500     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-OPER-STATUS.
000530     SELECT MASTER-JOURNAL ASSIGN TO "MSTJRNL"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-JRNL-STATUS.
000560     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-RUNLOG-STATUS.
000590     SELECT OPS-ERROR-LOG ASSIGN TO "OPSLOG"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-OPSLOG-STATUS.
000620     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-BIZDT-STATUS.

000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  GRADE-CHANGE-FILE.
000680     COPY GRDCHG.

000690 FD  ENROLLMENT-DETAIL.
000700     COPY ENRLDETL.

000710 FD  ENROLLMENT-HISTORY.
000720     COPY ENRLHIST.

000730 FD  GRADE-CHANGE-AUDIT.
000740     COPY GCHGAUD.

000750 FD  GRADE-REJECT.
000760     COPY REGREJ.

000770 FD  OPERATOR-MASTER.
000780     COPY OPERMAST.

000790 FD  MASTER-JOURNAL.
000800     COPY JRNLREC.

000810 FD  RUN-LOG-FILE.
000820     COPY RUNSUM.

000830 FD  OPS-ERROR-LOG.
000840     COPY OPSERR.

000850 FD  BUSINESS-DATE-FILE.
000860     COPY BIZDATE.

000870 WORKING-STORAGE SECTION.
000880     COPY BIZDTWS.
000890     COPY OPERWS.
000900     COPY IOCHKWS.
000910     COPY JRNLWS.
000920 01  WS-TRAN-STATUS             PIC X(02).
000930     88 TRAN-OK                 VALUE "00".
000940 01  WS-ENROLL-STATUS           PIC X(02).
000950     88 ENROLL-OK               VALUE "00".
000960 01  WS-HIST-STATUS             PIC X(02).
000970     88 HIST-OK                 VALUE "00".
000980 01  WS-GCHGAUD-STATUS          PIC X(02).
000990     88 GCHGAUD-OK              VALUE "00".
001000 01  WS-REJECT-STATUS           PIC X(02).
001010     88 REJECT-OK               VALUE "00".
001020 01  WS-RUNLOG-STATUS           PIC X(02).
001030     88 RUNLOG-OK               VALUE "00".
001040 01  WS-RUN-START-TIME          PIC 9(08) VALUE ZEROES.
001050 01  WS-TRAN-EOF-SWITCH         PIC X(01) VALUE "N".
001060     88 TRAN-EOF                VALUE "Y".
001070 01  WS-ENROLL-EOF-SWITCH       PIC X(01) VALUE "N".
001080     88 ENROLL-EOF              VALUE "Y".
001090 01  WS-HIST-EOF-SWITCH         PIC X(01) VALUE "N".
001100     88 HIST-EOF                VALUE "Y".
001110 01  WS-OPER-EOF-SWITCH         PIC X(01) VALUE "N".
001120     88 OPER-EOF                VALUE "Y".
001130 01  WS-AUTH-MAX                PIC 9(03) VALUE 200.
001140 01  WS-AUTH-COUNT              PIC 9(03) VALUE ZEROES.
001150 01  WS-AUTH-TABLE.
001160     05 WS-AUTH-ID              PIC X(08) OCCURS 200 TIMES.
001170 01  WS-AUTH-SUB                PIC 9(03) VALUE ZEROES.
001180 01  WS-AUTH-FOUND-SWITCH       PIC X(01) VALUE "N".
001190     88 AUTH-FOUND              VALUE "Y".
001200 01  WS-CHANGE-MAX              PIC 9(03) VALUE 500.
001210 01  WS-CHANGE-COUNT            PIC 9(03) VALUE ZEROES.
001220 01  WS-CHANGE-TABLE.
001230     05 WS-CHANGE-ENTRY         OCCURS 500 TIMES.
001240         10 WS-GC-STUDENT-ID    PIC 9(06).
001250         10 WS-GC-COURSE-ID     PIC X(06).
001260         10 WS-GC-TERM          PIC X(05).
001270         10 WS-GC-OLD-GRADE     PIC X(02).
001280         10 WS-GC-NEW-GRADE     PIC X(02).
001290         10 WS-GC-REASON-CODE   PIC X(04).
001300         10 WS-GC-AUTH-OPERATOR PIC X(08).
001310         10 WS-GC-STATE-FLAG    PIC X(01).
001320             88 CHANGE-PENDING  VALUE "N".
001330             88 CHANGE-APPLIED  VALUE "Y".
001340             88 CHANGE-MISMATCH VALUE "M".
001350         10 WS-GC-FOUND-GRADE   PIC X(02).
001360 01  WS-CHANGE-SUB              PIC 9(03) VALUE ZEROES.
001370 01  WS-GRADE-LETTER            PIC X(01).
001380     88 GRADE-LETTER-LEGAL      VALUE "A" "B" "C" "D" "F"
001390                                "I" "W".
001400 01  WS-AUDIT-FILE-NAME         PIC X(08) VALUE SPACES.
001410 01  WS-READ-COUNT              PIC 9(06) VALUE ZEROES.
001420 01  WS-CHANGED-COUNT           PIC 9(06) VALUE ZEROES.
001430 01  WS-DETAIL-CHANGED          PIC 9(06) VALUE ZEROES.
001440 01  WS-HISTORY-CHANGED         PIC 9(06) VALUE ZEROES.
001450 01  WS-REJECT-COUNT            PIC 9(06) VALUE ZEROES.
001460 01  WS-CONTROL-RESULT          PIC X(08) VALUE "BALANCED".

001470 PROCEDURE DIVISION.

001480***************************************************************
001490* 0000-MAINLINE
001500* One pass loads and edits the changes, one pass applies them
001510* to the live detail and one to the history generation, and
001520* whatever never changed a grade goes to suspense -- changed
001530* plus rejected must tie back to changes read.
001540***************************************************************
001550 0000-MAINLINE.
001560     MOVE "GRADECHG" TO IOC-PROGRAM
001570     ACCEPT WS-RUN-START-TIME FROM TIME
001580     PERFORM ZB-GET-BUSINESS-DATE
001590     DISPLAY "Enter operator ID:"
001600     PERFORM ZY-OPERATOR-SIGNON
001610     MOVE "GRADECHG" TO JRN-PROGRAM
001620     MOVE OPR-OPERATOR-ID TO JRN-OPERATOR
001630     OPEN EXTEND GRADE-REJECT
001640     IF NOT REJECT-OK
001650         OPEN OUTPUT GRADE-REJECT
001660     END-IF
001670     OPEN EXTEND GRADE-CHANGE-AUDIT
001680     IF NOT GCHGAUD-OK
001690         OPEN OUTPUT GRADE-CHANGE-AUDIT
001700     END-IF
001710     PERFORM 1000-LOAD-AUTHORIZERS
001720     PERFORM 2000-LOAD-CHANGE-TABLE
001730     IF WS-CHANGE-COUNT > 0
001740         PERFORM 3000-CHANGE-DETAIL-GRADES
001750         PERFORM 6000-CHANGE-HISTORY-GRADES
001760     END-IF
001770     PERFORM 5000-REJECT-UNAPPLIED
001780     DISPLAY "-----------------------------------"
001790     DISPLAY "Changes read      : " WS-READ-COUNT
001800     DISPLAY "Changed on detail : " WS-DETAIL-CHANGED
001810     DISPLAY "Changed on history: " WS-HISTORY-CHANGED
001820     DISPLAY "Changes rejected  : " WS-REJECT-COUNT
001830     IF WS-READ-COUNT = WS-CHANGED-COUNT + WS-REJECT-COUNT
001840         DISPLAY "Control total     : TIES OUT"
001850     ELSE
001860         DISPLAY "Control total     : *** OUT OF BALANCE ***"
001870         MOVE "OUTOFBAL" TO WS-CONTROL-RESULT
001880     END-IF
001890     PERFORM 9100-WRITE-RUN-SUMMARY
001900     CLOSE GRADE-CHANGE-AUDIT
001910     CLOSE GRADE-REJECT
001920     GOBACK.

001930***************************************************************
001940* 1000-LOAD-AUTHORIZERS
001950* A grade change needs a supervisor's name on it -- any active
001960* operator at level 2 or higher.  The IDs go into a table so
001970* each transaction is checked without rereading OPERMAST.
001980***************************************************************
001990 1000-LOAD-AUTHORIZERS.
002000     MOVE "N" TO WS-OPER-EOF-SWITCH
002010     OPEN INPUT OPERATOR-MASTER
002020     IF NOT OPER-FILE-OK
002030         SET OPER-EOF TO TRUE
002040     END-IF
002050     PERFORM 1100-READ-OPERATOR
002060     PERFORM 1200-KEEP-ONE-AUTHORIZER UNTIL OPER-EOF
002070     IF OPER-FILE-OK OR WS-OPER-STATUS = "10"
002080         CLOSE OPERATOR-MASTER
002090     END-IF.

002100***************************************************************
002110* 1100-READ-OPERATOR
002120***************************************************************
002130 1100-READ-OPERATOR.
002140     IF NOT OPER-EOF
002150         READ OPERATOR-MASTER
002160             AT END SET OPER-EOF TO TRUE
002170         END-READ
002180     END-IF.

002190***************************************************************
002200* 1200-KEEP-ONE-AUTHORIZER
002210***************************************************************
002220 1200-KEEP-ONE-AUTHORIZER.
002230     IF OP-ACTIVE AND OP-AUTH-LEVEL NOT < 2
002240         AND WS-AUTH-COUNT < WS-AUTH-MAX
002250         ADD 1 TO WS-AUTH-COUNT
002260         MOVE OP-ID TO WS-AUTH-ID (WS-AUTH-COUNT)
002270     END-IF
002280     PERFORM 1100-READ-OPERATOR.

002290***************************************************************
002300* 2000-LOAD-CHANGE-TABLE
002310* Bad grades, bad reasons and unauthorized changes reject right
002320* here so the update passes only see changes worth making.  A
002330* transaction past the table limit aborts -- a silently dropped
002340* change is a student's record.
002350***************************************************************
002360 2000-LOAD-CHANGE-TABLE.
002370     OPEN INPUT GRADE-CHANGE-FILE
002380     IF NOT TRAN-OK
002390         DISPLAY "*** CANNOT OPEN GRDCHG - status "
002400             WS-TRAN-STATUS " ***"
002410         SET TRAN-EOF TO TRUE
002420     END-IF
002430     PERFORM 2100-READ-GRADE-CHANGE
002440     PERFORM 2200-EDIT-ONE-CHANGE UNTIL TRAN-EOF
002450     CLOSE GRADE-CHANGE-FILE.

002460***************************************************************
002470* 2100-READ-GRADE-CHANGE
002480***************************************************************
002490 2100-READ-GRADE-CHANGE.
002500     IF NOT TRAN-EOF
002510         READ GRADE-CHANGE-FILE
002520             AT END SET TRAN-EOF TO TRUE
002530         END-READ
002540     END-IF.

002550***************************************************************
002560* 2200-EDIT-ONE-CHANGE
002570* The first failing edit is the one reported.
002580***************************************************************
002590 2200-EDIT-ONE-CHANGE.
002600     ADD 1 TO WS-READ-COUNT
002610     MOVE "N" TO WS-AUTH-FOUND-SWITCH
002620     PERFORM 2300-CHECK-ONE-AUTHORIZER
002630         VARYING WS-AUTH-SUB FROM 1 BY 1
002640         UNTIL WS-AUTH-SUB > WS-AUTH-COUNT OR AUTH-FOUND
002650     MOVE GC-NEW-GRADE (1:1) TO WS-GRADE-LETTER
002660     EVALUATE TRUE
002670         WHEN NOT GRADE-LETTER-LEGAL
002680             MOVE "GCH2" TO RJ-REASON-CODE
002690             MOVE "New grade letter not legal"
002700                 TO RJ-REASON-TEXT
002710         WHEN GC-OLD-GRADE = SPACES
002720             MOVE "GCH7" TO RJ-REASON-CODE
002730             MOVE "No grade posted - use GRDTRAN"
002740                 TO RJ-REASON-TEXT
002750         WHEN GC-OLD-GRADE = GC-NEW-GRADE
002760             MOVE "GCH6" TO RJ-REASON-CODE
002770             MOVE "New grade same as old grade"
002780                 TO RJ-REASON-TEXT
002790         WHEN NOT GC-VALID-REASON
002800             MOVE "GCH4" TO RJ-REASON-CODE
002810             MOVE "Reason code not recognized"
002820                 TO RJ-REASON-TEXT
002830         WHEN NOT AUTH-FOUND
002840             MOVE "GCH5" TO RJ-REASON-CODE
002850             MOVE "Authorizer not a supervisor"
002860                 TO RJ-REASON-TEXT
002870         WHEN OTHER
002880             MOVE SPACES TO RJ-REASON-CODE
002890     END-EVALUATE
002900     IF RJ-REASON-CODE NOT = SPACES
002910         ADD 1 TO WS-REJECT-COUNT
002920         DISPLAY "Change for " GC-STUDENT-ID " " GC-COURSE-ID
002930             " " GC-TERM " rejected - " RJ-REASON-TEXT
002940         PERFORM 4000-WRITE-CHANGE-REJECT
002950     ELSE
002960         IF WS-CHANGE-COUNT < WS-CHANGE-MAX
002970             ADD 1 TO WS-CHANGE-COUNT
002980             MOVE GC-STUDENT-ID TO
002990                 WS-GC-STUDENT-ID (WS-CHANGE-COUNT)
003000             MOVE GC-COURSE-ID TO
003010                 WS-GC-COURSE-ID (WS-CHANGE-COUNT)
003020             MOVE GC-TERM TO WS-GC-TERM (WS-CHANGE-COUNT)
003030             MOVE GC-OLD-GRADE TO
003040                 WS-GC-OLD-GRADE (WS-CHANGE-COUNT)
003050             MOVE GC-NEW-GRADE TO
003060                 WS-GC-NEW-GRADE (WS-CHANGE-COUNT)
003070             MOVE GC-REASON-CODE TO
003080                 WS-GC-REASON-CODE (WS-CHANGE-COUNT)
003090             MOVE GC-AUTH-OPERATOR TO
003100                 WS-GC-AUTH-OPERATOR (WS-CHANGE-COUNT)
003110             MOVE "N" TO WS-GC-STATE-FLAG (WS-CHANGE-COUNT)
003120             MOVE SPACES TO WS-GC-FOUND-GRADE (WS-CHANGE-COUNT)
003130         ELSE
003140             DISPLAY "*** GRDCHG EXCEEDS THE "
003150                 WS-CHANGE-MAX " CHANGE TABLE - run ABORTED, "
003160                 "split the file ***"
003170             MOVE 8 TO RETURN-CODE
003180             STOP RUN
003190         END-IF
003200     END-IF
003210     PERFORM 2100-READ-GRADE-CHANGE.

003220***************************************************************
003230* 2300-CHECK-ONE-AUTHORIZER
003240***************************************************************
003250 2300-CHECK-ONE-AUTHORIZER.
003260     IF WS-AUTH-ID (WS-AUTH-SUB) = GC-AUTH-OPERATOR
003270         SET AUTH-FOUND TO TRUE
003280     END-IF.

003290***************************************************************
003300* 3000-CHANGE-DETAIL-GRADES
003310* One update pass over the live detail for the current term's
003320* changes -- the enrollment must carry the term the change
003330* names, so a repeat of a course is never touched by mistake.
003340***************************************************************
003350 3000-CHANGE-DETAIL-GRADES.
003360     MOVE "N" TO WS-ENROLL-EOF-SWITCH
003370     OPEN I-O ENROLLMENT-DETAIL
003380     IF NOT ENROLL-OK
003390         DISPLAY "No enrollment detail on file"
003400     ELSE
003410         MOVE ZEROES TO EN-MASTER-KEY
003420         MOVE LOW-VALUES TO EN-COURSE-ID
003430         START ENROLLMENT-DETAIL KEY IS NOT LESS THAN EN-KEY
003440             INVALID KEY
003450                 SET ENROLL-EOF TO TRUE
003460         END-START
003470         PERFORM 3100-READ-ENROLLMENT
003480         PERFORM 3200-CHANGE-ONE-ENROLLMENT UNTIL ENROLL-EOF
003490         CLOSE ENROLLMENT-DETAIL
003500     END-IF.

003510***************************************************************
003520* 3100-READ-ENROLLMENT
003530***************************************************************
003540 3100-READ-ENROLLMENT.
003550     IF NOT ENROLL-EOF
003560         READ ENROLLMENT-DETAIL NEXT RECORD
003570             AT END SET ENROLL-EOF TO TRUE
003580         END-READ
003590     END-IF.

003600***************************************************************
003610* 3200-CHANGE-ONE-ENROLLMENT
003620***************************************************************
003630 3200-CHANGE-ONE-ENROLLMENT.
003640     IF EN-GRADE NOT = SPACES
003650         PERFORM 3300-MATCH-DETAIL-CHANGE
003660             VARYING WS-CHANGE-SUB FROM 1 BY 1
003670             UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
003680     END-IF
003690     PERFORM 3100-READ-ENROLLMENT.

003700***************************************************************
003710* 3300-MATCH-DETAIL-CHANGE
003720* The grade on file must be the one the registrar expected --
003730* anything else means the record moved since the change was
003740* written up, and the change is held back for a person to
003750* look at.  Changes for the same enrollment apply in the order
003760* they were read, each one expecting the grade the last left.
003770***************************************************************
003780 3300-MATCH-DETAIL-CHANGE.
003790     IF NOT CHANGE-APPLIED (WS-CHANGE-SUB)
003800         AND WS-GC-STUDENT-ID (WS-CHANGE-SUB) = EN-STUDENT-ID
003810         AND WS-GC-COURSE-ID (WS-CHANGE-SUB) = EN-COURSE-ID
003820         AND WS-GC-TERM (WS-CHANGE-SUB) = EN-TERM
003830         IF WS-GC-OLD-GRADE (WS-CHANGE-SUB) = EN-GRADE
003840             MOVE ENROLLMENT-RECORD TO JRN-BEFORE-IMAGE
003850             MOVE WS-GC-NEW-GRADE (WS-CHANGE-SUB) TO EN-GRADE
003860             REWRITE ENROLLMENT-RECORD
003870             MOVE WS-ENROLL-STATUS TO IOC-STATUS
003880             MOVE "ENRLDETL" TO IOC-FILE-NAME
003890             PERFORM ZZ-CHECK-WRITE
003900             MOVE "ENRLDETL" TO JRN-FILE-NAME
003910             MOVE "R" TO JRN-ACTION
003920             MOVE ENROLLMENT-RECORD TO JRN-AFTER-IMAGE
003930             PERFORM ZX-WRITE-JOURNAL
003940             MOVE "ENRLDETL" TO WS-AUDIT-FILE-NAME
003950             PERFORM 7000-WRITE-CHANGE-AUDIT
003960             ADD 1 TO WS-DETAIL-CHANGED
003970         ELSE
003980             MOVE "M" TO WS-GC-STATE-FLAG (WS-CHANGE-SUB)
003990             MOVE EN-GRADE TO WS-GC-FOUND-GRADE (WS-CHANGE-SUB)
004000         END-IF
004010     END-IF.

004020***************************************************************
004030* 4000-WRITE-CHANGE-REJECT
004040* The suspense record identifies the change by student ID and
004050* course in the name field, as the grade posting rejects do.
004060***************************************************************
004070 4000-WRITE-CHANGE-REJECT.
004080     MOVE SPACES TO RJ-STUDENT-NAME
004090     STRING "ID " GC-STUDENT-ID " CRS " GC-COURSE-ID
004100         " " GC-NEW-GRADE DELIMITED BY SIZE
004110         INTO RJ-STUDENT-NAME
004120     ACCEPT RJ-DATE FROM DATE YYYYMMDD
004130     MOVE "O" TO RJ-STATUS
004140     MOVE OPR-OPERATOR-ID TO RJ-OPERATOR
004150     WRITE REJECT-RECORD
004160     MOVE WS-REJECT-STATUS TO IOC-STATUS
004170     MOVE "GRDREJ" TO IOC-FILE-NAME
004180     PERFORM ZZ-CHECK-WRITE.

004190***************************************************************
004200* 5000-REJECT-UNAPPLIED
004210***************************************************************
004220 5000-REJECT-UNAPPLIED.
004230     IF WS-CHANGE-COUNT > 0
004240         PERFORM 5100-REJECT-ONE-UNAPPLIED
004250             VARYING WS-CHANGE-SUB FROM 1 BY 1
004260             UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
004270     END-IF.

004280***************************************************************
004290* 5100-REJECT-ONE-UNAPPLIED
004300***************************************************************
004310 5100-REJECT-ONE-UNAPPLIED.
004320     IF NOT CHANGE-APPLIED (WS-CHANGE-SUB)
004330         ADD 1 TO WS-REJECT-COUNT
004340         MOVE WS-GC-STUDENT-ID (WS-CHANGE-SUB) TO GC-STUDENT-ID
004350         MOVE WS-GC-COURSE-ID (WS-CHANGE-SUB) TO GC-COURSE-ID
004360         MOVE WS-GC-TERM (WS-CHANGE-SUB) TO GC-TERM
004370         MOVE WS-GC-NEW-GRADE (WS-CHANGE-SUB) TO GC-NEW-GRADE
004380         IF CHANGE-MISMATCH (WS-CHANGE-SUB)
004390             DISPLAY "Grade on file is "
004400                 WS-GC-FOUND-GRADE (WS-CHANGE-SUB) " not "
004410                 WS-GC-OLD-GRADE (WS-CHANGE-SUB) " - "
004420                 GC-STUDENT-ID " " GC-COURSE-ID " " GC-TERM
004430             MOVE "GCH3" TO RJ-REASON-CODE
004440             MOVE SPACES TO RJ-REASON-TEXT
004450             STRING "Grade on file is "
004460                 WS-GC-FOUND-GRADE (WS-CHANGE-SUB)
004470                 " not " WS-GC-OLD-GRADE (WS-CHANGE-SUB)
004480                 DELIMITED BY SIZE INTO RJ-REASON-TEXT
004490         ELSE
004500             DISPLAY "No graded enrollment for change - "
004510                 GC-STUDENT-ID " " GC-COURSE-ID " " GC-TERM
004520             MOVE "GCH1" TO RJ-REASON-CODE
004530             MOVE "No graded enrollment that term"
004540                 TO RJ-REASON-TEXT
004550         END-IF
004560         PERFORM 4000-WRITE-CHANGE-REJECT
004570     END-IF.

004580***************************************************************
004590* 6000-CHANGE-HISTORY-GRADES
004600* Changes for a closed term are made on the ENRLHIST generation
004610* that term was frozen into -- the job mounts that one
004620* generation for update.  No history mounted is not an error;
004630* the run simply had no closed-term changes to make.
004640***************************************************************
004650 6000-CHANGE-HISTORY-GRADES.
004660     MOVE "N" TO WS-HIST-EOF-SWITCH
004670     OPEN I-O ENROLLMENT-HISTORY
004680     IF NOT HIST-OK
004690         DISPLAY "No enrollment history mounted"
004700     ELSE
004710         PERFORM 6100-READ-HISTORY
004720         PERFORM 6200-CHANGE-ONE-HISTORY UNTIL HIST-EOF
004730         CLOSE ENROLLMENT-HISTORY
004740     END-IF.

004750***************************************************************
004760* 6100-READ-HISTORY
004770***************************************************************
004780 6100-READ-HISTORY.
004790     IF NOT HIST-EOF
004800         READ ENROLLMENT-HISTORY
004810             AT END SET HIST-EOF TO TRUE
004820         END-READ
004830     END-IF.

004840***************************************************************
004850* 6200-CHANGE-ONE-HISTORY
004860***************************************************************
004870 6200-CHANGE-ONE-HISTORY.
004880     IF HE-GRADE NOT = SPACES
004890         PERFORM 6300-MATCH-HISTORY-CHANGE
004900             VARYING WS-CHANGE-SUB FROM 1 BY 1
004910             UNTIL WS-CHANGE-SUB > WS-CHANGE-COUNT
004920     END-IF
004930     PERFORM 6100-READ-HISTORY.

004940***************************************************************
004950* 6300-MATCH-HISTORY-CHANGE
004960* Same rule as the live detail -- the grade frozen into the
004970* generation must be the one expected.
004980***************************************************************
004990 6300-MATCH-HISTORY-CHANGE.
005000     IF NOT CHANGE-APPLIED (WS-CHANGE-SUB)
005010         AND WS-GC-STUDENT-ID (WS-CHANGE-SUB) = HE-STUDENT-ID
005020         AND WS-GC-COURSE-ID (WS-CHANGE-SUB) = HE-COURSE-ID
005030         AND WS-GC-TERM (WS-CHANGE-SUB) = HE-TERM
005040         IF WS-GC-OLD-GRADE (WS-CHANGE-SUB) = HE-GRADE
005050             MOVE HIST-ENROLLMENT-RECORD TO JRN-BEFORE-IMAGE
005060             MOVE WS-GC-NEW-GRADE (WS-CHANGE-SUB) TO HE-GRADE
005070             REWRITE HIST-ENROLLMENT-RECORD
005080             MOVE WS-HIST-STATUS TO IOC-STATUS
005090             MOVE "ENRLHIST" TO IOC-FILE-NAME
005100             PERFORM ZZ-CHECK-WRITE
005110             MOVE "ENRLHIST" TO JRN-FILE-NAME
005120             MOVE "R" TO JRN-ACTION
005130             MOVE HIST-ENROLLMENT-RECORD TO JRN-AFTER-IMAGE
005140             PERFORM ZX-WRITE-JOURNAL
005150             MOVE "ENRLHIST" TO WS-AUDIT-FILE-NAME
005160             PERFORM 7000-WRITE-CHANGE-AUDIT
005170             ADD 1 TO WS-HISTORY-CHANGED
005180         ELSE
005190             MOVE "M" TO WS-GC-STATE-FLAG (WS-CHANGE-SUB)
005200             MOVE HE-GRADE TO WS-GC-FOUND-GRADE (WS-CHANGE-SUB)
005210         END-IF
005220     END-IF.

005230***************************************************************
005240* 7000-WRITE-CHANGE-AUDIT
005250* One before-and-after record per grade actually changed, and
005260* the change is marked applied so it cannot apply twice.
005270***************************************************************
005280 7000-WRITE-CHANGE-AUDIT.
005290     MOVE BDT-BUSINESS-DATE TO GA-RUN-DATE
005300     ACCEPT GA-TIMESTAMP FROM TIME
005310     MOVE WS-GC-STUDENT-ID (WS-CHANGE-SUB) TO GA-STUDENT-ID
005320     MOVE WS-GC-COURSE-ID (WS-CHANGE-SUB) TO GA-COURSE-ID
005330     MOVE WS-GC-TERM (WS-CHANGE-SUB) TO GA-TERM
005340     MOVE WS-AUDIT-FILE-NAME TO GA-FILE-NAME
005350     MOVE WS-GC-OLD-GRADE (WS-CHANGE-SUB) TO GA-BEFORE-GRADE
005360     MOVE WS-GC-NEW-GRADE (WS-CHANGE-SUB) TO GA-AFTER-GRADE
005370     MOVE WS-GC-REASON-CODE (WS-CHANGE-SUB) TO GA-REASON-CODE
005380     MOVE WS-GC-AUTH-OPERATOR (WS-CHANGE-SUB)
005390         TO GA-AUTH-OPERATOR
005400     MOVE OPR-OPERATOR-ID TO GA-POST-OPERATOR
005410     WRITE GRADE-CHANGE-AUDIT-RECORD
005420     MOVE WS-GCHGAUD-STATUS TO IOC-STATUS
005430     MOVE "GCHGAUDT" TO IOC-FILE-NAME
005440     PERFORM ZZ-CHECK-WRITE
005450     MOVE "Y" TO WS-GC-STATE-FLAG (WS-CHANGE-SUB)
005460     ADD 1 TO WS-CHANGED-COUNT
005470     DISPLAY "Changed " WS-GC-OLD-GRADE (WS-CHANGE-SUB)
005480         " to " WS-GC-NEW-GRADE (WS-CHANGE-SUB) " for "
005490         GA-STUDENT-ID " " GA-COURSE-ID " " GA-TERM
005500         " on " WS-AUDIT-FILE-NAME.

005510***************************************************************
005520* 9100-WRITE-RUN-SUMMARY
005530* One standard record per run to the shared RUNLOG operations
005540* file, for the night-end opsReport.
005550***************************************************************
005560 9100-WRITE-RUN-SUMMARY.
005570     OPEN EXTEND RUN-LOG-FILE
005580     IF NOT RUNLOG-OK
005590         OPEN OUTPUT RUN-LOG-FILE
005600     END-IF
005610     MOVE "GRADECHG" TO RS-PROGRAM
005620     MOVE BDT-BUSINESS-DATE TO RS-RUN-DATE
005630     ACCEPT RS-RUN-TIME FROM TIME
005640     MOVE WS-RUN-START-TIME TO RS-START-TIME
005650     MOVE WS-READ-COUNT TO RS-RECORDS-READ
005660     MOVE WS-CHANGED-COUNT TO RS-RECORDS-POSTED
005670     MOVE WS-REJECT-COUNT TO RS-RECORDS-REJECTED
005680     MOVE WS-CONTROL-RESULT TO RS-CONTROL-STATUS
005690     WRITE RUN-SUMMARY-RECORD
005700     CLOSE RUN-LOG-FILE.

005710***************************************************************
005720* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
005730***************************************************************
005740     COPY OPERPRC.

005750***************************************************************
005760* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
005770***************************************************************
005780     COPY IOCHKPRC.

005790***************************************************************
005800* ZX-WRITE-JOURNAL (from the shared JRNLPRC copybook)
005810***************************************************************
005820     COPY JRNLPRC.

005830*****************************************************************
005840* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
005850*****************************************************************
005860     COPY BIZDTPRC.
