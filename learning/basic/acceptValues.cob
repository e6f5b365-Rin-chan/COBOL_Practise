001207*                 zero ID and still match on the name.  The
001208*                 history FD now comes from the shared ENRLHIST
001209*                 copybook.
01209A* 2026-09-21  RSG A withdrawal refunds each course it held at
01209B*                 the REFSCHED percent for the day of term it
01209C*                 falls on, as an R credit to STUACCT through
01209D*                 ZA-POST-LEDGER-ENTRY; every withdrawn course
01209E*                 lists on the new REFREG refund register.
01209F* 2026-09-23  RSG The refund is figured on what the ledger billed
01209G*                 for the course, less aid and earlier refunds,
01209H*                 not on the catalog fee.
01209I* 2026-10-05  RSG New identities carry no declared program.
01209J* 2026-10-14  RSG New identities carry no privacy hold.
01209K* 2026-10-13  RSG Slips print the STUCONT mailing address through
01209L*                 the shared ZC-GET-ADDRESS routine.
01209M* 2026-10-15  RSG Registration calendar off the shared TERMCTL.
01209N*                 An add before registration opens rejects ADD2;
01209O*                 one past the add deadline rejects ADD1 unless
01209P*                 run card position 5 and a level 2 operator let
01209Q*                 it through, charged the late fee on LATEFEE.
01209R* 2026-10-15  RSG Batch REGTRAN is checked against the FEEDREG
01209S*                 registry before anything posts; a repeat is
01209T*                 refused RC 8 unless run card position 6 and a
01209U*                 level 2 operator force the repost.  A batch
01209V*                 that posts registers its feed.
01209W* 2026-10-15  RSG A refund's day of term runs from the date of
01209X*                 the withdrawal itself.
001210***************************************************************

001211 ENVIRONMENT DIVISION.
001486     SELECT CONFIRMATION-PRINT ASSIGN TO "REGCONF"
001490         ORGANIZATION IS SEQUENTIAL
001500         FILE STATUS IS WS-PRINT-STATUS.
001501     SELECT STUDENT-CONTACT ASSIGN TO "STUCONT"
001502         ORGANIZATION IS INDEXED
001503         ACCESS MODE IS RANDOM
001504         RECORD KEY IS CT-STUDENT-ID
001505         FILE STATUS IS WS-CONTACT-STATUS.
001510     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
001520         ORGANIZATION IS SEQUENTIAL
001530         FILE STATUS IS WS-OPER-STATUS.
001592     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
001594         ORGANIZATION IS SEQUENTIAL
001596         FILE STATUS IS WS-BIZDT-STATUS.
01596A     SELECT STUDENT-ACCOUNT ASSIGN TO "STUACCT"
01596B         ORGANIZATION IS INDEXED
01596C         ACCESS MODE IS DYNAMIC
01596D         RECORD KEY IS SA-KEY
01596E         FILE STATUS IS WS-ACCOUNT-STATUS.
01596F     SELECT LEDGER-CONTROL ASSIGN TO "LEDGCTL"
01596G         ORGANIZATION IS SEQUENTIAL
01596H         FILE STATUS IS WS-LEDGCTL-STATUS.
01596I     SELECT REFUND-SCHEDULE ASSIGN TO "REFSCHED"
01596J         ORGANIZATION IS SEQUENTIAL
01596K         FILE STATUS IS WS-REFSCHED-STATUS.
01596L     SELECT REFUND-REGISTER ASSIGN TO "REFREG"
01596M         ORGANIZATION IS SEQUENTIAL
01596N         FILE STATUS IS WS-REFREG-STATUS.
01596O     SELECT LATE-FEE-FILE ASSIGN TO "LATEFEE"
01596P         ORGANIZATION IS SEQUENTIAL
01596Q         FILE STATUS IS WS-LATEFEE-STATUS.
01596R     SELECT FEED-REGISTRY ASSIGN TO "FEEDREG"
01596S         ORGANIZATION IS SEQUENTIAL
01596T         FILE STATUS IS WS-FEEDREG-STATUS.

001600 DATA DIVISION.
001610 FILE SECTION.
001998     COPY ENRLHIST.

001999 FD  TERM-CONTROL.
002000     COPY TERMCTL.

002002 FD  COURSE-WAITLIST.
002003     COPY CRSWAIT.
002021 FD  RUN-LOG-FILE.
002030     COPY RUNSUM.

002032 FD  STUDENT-CONTACT.
002034     COPY STUCONT.

002040 FD  OPS-ERROR-LOG.
002050     COPY OPSERR.

002071 FD  BUSINESS-DATE-FILE.
002075     COPY BIZDATE.

02075A FD  STUDENT-ACCOUNT.
02075B     COPY STUACCT.

02075C FD  LEDGER-CONTROL.
02075D     COPY LEDGCTL.

02075E FD  REFUND-SCHEDULE.
02075F     COPY REFSCHD.

02075G FD  REFUND-REGISTER.
02075H 01  REFUND-PRINT-LINE          PIC X(132).

02075I FD  LATE-FEE-FILE.
02075J     COPY LATEFEE.

02075K FD  FEED-REGISTRY.
02075L     COPY FEEDREG.

002080   WORKING-STORAGE SECTION.
002085   COPY BIZDTWS.
002090* PIC is used to define datatype (9 for numeric, A for alphabetic, X for alphanumeric, V for implicit decimal, S for sign, P for assumed decimal)
002613   01 WS-TERMCTL-STATUS          PIC X(02).
002614       88 TERMCTL-OK             VALUE "00".
002615   01 WS-CURRENT-TERM            PIC X(05) VALUE SPACES.
02615A   01 WS-TERM-CALENDAR.
02615B       05 WS-REG-OPEN-DATE       PIC 9(08) VALUE ZEROES.
02615C       05 WS-ADD-DEADLINE        PIC 9(08) VALUE ZEROES.
02615D       05 WS-DROP-DEADLINE       PIC 9(08) VALUE ZEROES.
02615E       05 WS-WITHDRAW-DEADLINE   PIC 9(08) VALUE ZEROES.
02615F       05 WS-LATE-FEE            PIC 9(05)V9(02) VALUE ZEROES.
02615G   01 WS-ADD-DATE                PIC 9(08) VALUE ZEROES.
02615H   01 WS-LATE-ADD-OVERRIDE       PIC X(01) VALUE "N".
02615I       88 LATE-ADD-AUTHORIZED    VALUE "Y" "y".
02615J   01 WS-REG-LATE-SWITCH         PIC X(01) VALUE "N".
02615K       88 REGISTRATION-LATE      VALUE "Y".
02615L   01 WS-LATEFEE-STATUS          PIC X(02).
02615M       88 LATEFEE-OK             VALUE "00".
02615N   01 WS-LATE-FEES-CHARGED       PIC 9(05) VALUE ZEROES.
002616   01 WS-WAIT-STATUS             PIC X(02).
002617       88 WAIT-OK                VALUE "00".
002618   01 WS-WAIT-EOF-SWITCH         PIC X(01) VALUE "N".
003169     COPY SEALWS.
003170   01 WS-RUN-PARM                PIC X(08).
003180   COPY IOCHKWS.
003182   COPY CONTWS.
003184   COPY FREGWS.
003186   01 WS-FEED-HASH-DATE          PIC 9(08) VALUE ZEROES.
003190   01 WS-SCR-COURSE-1            PIC X(06).
003200   01 WS-SCR-COURSE-2            PIC X(06).
003210   01 WS-SCR-COURSE-3            PIC X(06).
003240       88 ENTRY-CANCELLED        VALUE "C" "c".
003250   01 WS-EMPTY-OVERRIDE          PIC X(01) VALUE "N".
003260       88 EMPTY-INPUT-ALLOWED    VALUE "Y" "y".
003262   COPY LEDGWS.
003264   COPY DSERVAL.
003266   COPY RFNDWS.

003270 SCREEN SECTION.
003280 01  REGISTRATION-SCREEN.
003520* position 1 is the mode, position 3 the empty-input
003530* override.  A bad or missing card aborts instead of
003540* falling into a prompt the batch SYSIN cannot answer.
003542* Position 5 is the late-add override (see 2590).
003544* Position 6 is the repost override for a REGTRAN already on the
003546* FEEDREG registry (see 5050).
003550     ACCEPT WS-RUN-PARM
003560     MOVE WS-RUN-PARM (1:1) TO WS-RUN-MODE
003570     MOVE WS-RUN-PARM (3:1) TO WS-EMPTY-OVERRIDE
003640     END-IF
003650     DISPLAY "Run mode: " WS-RUN-MODE
003660     PERFORM ZY-OPERATOR-SIGNON
03660A     MOVE WS-RUN-PARM (5:1) TO WS-LATE-ADD-OVERRIDE
03660B     IF LATE-ADD-AUTHORIZED AND OPR-AUTH-LEVEL < 2
03660C         DISPLAY "*** OPERATOR NOT AUTHORIZED FOR LATE ADDS - "
03660D             "override ignored ***"
03660E         MOVE "N" TO WS-LATE-ADD-OVERRIDE
03660F     END-IF
03660G     IF LATE-ADD-AUTHORIZED
03660H         DISPLAY "Late adds past the add deadline authorized by "
03660I             OPR-OPERATOR-ID
03660J     END-IF
003662     MOVE "ACCEPTVALS" TO JRN-PROGRAM
003664     MOVE OPR-OPERATOR-ID TO JRN-OPERATOR
003665     MOVE "ACCEPTVALS" TO LCK-PROGRAM
003666     MOVE OPR-OPERATOR-ID TO LCK-OPERATOR
03666A     MOVE OPR-OPERATOR-ID TO FRG-OPERATOR
03666B     MOVE OPR-AUTH-LEVEL TO FRG-AUTH-LEVEL
03666C     MOVE WS-RUN-PARM (6:1) TO FRG-REPOST-FLAG
003667     MOVE WS-RUN-PARM (4:1) TO LCK-OVERRIDE-FLAG
003668     MOVE "STUMAST" TO LCK-FILE-NAME
003669     PERFORM ZL-ACQUIRE-LOCK
003673     PERFORM ZL-ACQUIRE-LOCK
003679     EVALUATE TRUE
003680         WHEN BATCH-MODE
003690             PERFORM 5050-IDENTIFY-FEED
003692             PERFORM ZF-CHECK-FEED-REGISTRY
003694             IF NOT FRG-FEED-REFUSED
003696                 PERFORM 5000-BATCH-PROCESS
003698             END-IF
003700         WHEN UPDATE-MODE
003710             IF OPR-AUTH-LEVEL < 2
003720                 DISPLAY "*** OPERATOR NOT AUTHORIZED FOR "
004540         CLOSE STUDENT-IDENTITY
004550         OPEN I-O STUDENT-IDENTITY
004560     END-IF
004562     OPEN INPUT STUDENT-CONTACT
004564     IF CONTACT-OK
004566         SET CTA-CONTACT-OPEN TO TRUE
004568     END-IF
004570     OPEN OUTPUT CONFIRMATION-PRINT
004571     OPEN EXTEND REPORT-ARCHIVE
004572     IF NOT RPTARCH-OK
004575     ACCEPT WS-ARCH-RUN-DATE FROM DATE YYYYMMDD
004576* the current academic term gates the catalog check.  With no
004577* TERMCTL on file the check is skipped, so an environment
004578* that has not set the term up yet runs unchanged.  The
04578A* term's registration calendar comes off the same record; a
04578B* calendar never set up is all zeroes and enforces nothing.
004579     OPEN INPUT TERM-CONTROL
004580     IF TERMCTL-OK
004582         READ TERM-CONTROL
004586                 MOVE SPACES TO WS-CURRENT-TERM
004588             NOT AT END
004590                 MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
04590A                 IF TC-CALENDAR NUMERIC
04590B                     MOVE TC-CALENDAR TO WS-TERM-CALENDAR
04590C                 END-IF
004592         END-READ
004594         CLOSE TERM-CONTROL
004596         DISPLAY "Current term : " WS-CURRENT-TERM
04596A         DISPLAY "Add deadline : " WS-ADD-DEADLINE
04596B             "   late fee " WS-LATE-FEE
004598     ELSE
004600         DISPLAY "*** No TERMCTL on file - term check "
004602             "skipped ***"
004604     END-IF
004606     PERFORM 1100-LOAD-PREREQ-TABLE
04606A     PERFORM ZA-OPEN-LEDGER
04606B     PERFORM 1150-LOAD-REFUND-SCHEDULE
04606C     OPEN EXTEND LATE-FEE-FILE
04606D     IF NOT LATEFEE-OK
04606E         OPEN OUTPUT LATE-FEE-FILE
04606F     END-IF
04606G     OPEN OUTPUT REFUND-REGISTER
04606H     MOVE BDT-BUSINESS-DATE TO REF-HEADING-DATE
04606I     WRITE REFUND-PRINT-LINE FROM REF-HEADING-LINE
04606J         AFTER ADVANCING PAGE
04606K     PERFORM 8390-ARCHIVE-REFUND-LINE
04606L     WRITE REFUND-PRINT-LINE FROM REF-COLUMN-LINE
04606M         AFTER ADVANCING 2 LINES
04606N     PERFORM 8390-ARCHIVE-REFUND-LINE.

004608***************************************************************
004610* 1100-LOAD-PREREQ-TABLE
005943     END-IF
005944     IF COURSES-VALID AND WS-COURSE-COUNT > 0
005945         PERFORM 2700-CHECK-PREREQUISITES
05945A     END-IF
05945B     IF COURSES-VALID AND WS-COURSE-COUNT > 0
05945C         PERFORM 2590-CHECK-ADD-WINDOW
005946     END-IF.

005950***************************************************************
006906     MOVE WS-STUDENT-NAME TO SI-STUDENT-NAME
006908     MOVE WS-DATE TO SI-FIRST-REG-DATE
006910     MOVE SPACES TO SI-ALIAS-NAME
06910A     MOVE SPACES TO SI-PROGRAM-ID
06910B     MOVE "N" TO SI-PRIVACY-FLAG
06910C     MOVE ZEROES TO SI-PRIVACY-DATE
006912     WRITE IDENTITY-RECORD
006914     MOVE WS-IDENT-STATUS TO IOC-STATUS
006916     MOVE "STUIDNT" TO IOC-FILE-NAME
007240             " student ID " MR-STUDENT-ID
007250         MOVE "ACCEPTED" TO WS-AUDIT-RESULT
007260         PERFORM 3600-POST-ENROLLMENTS
007262         IF REGISTRATION-LATE AND WS-LATE-FEE > ZEROES
007264             PERFORM 3800-WRITE-LATE-FEE
007266         END-IF
007270         PERFORM 3700-PRINT-CONFIRMATION-SLIP
007280     ELSE
007290         DISPLAY "Registration NOT saved, status "
008250         END-IF
008260     END-IF
008270     PERFORM 9100-WRITE-RUN-SUMMARY
008272     IF WS-BATCH-POSTED-COUNT > ZEROES
008274         MOVE WS-CONTROL-RESULT TO FRG-CONTROL-STATUS
008276         PERFORM ZF-REGISTER-FEED
008278     END-IF
008280     CLOSE TRANSACTION-FILE.

008290***************************************************************
010690***************************************************************
010700 8200-DELETE-MASTER-RECORD.
010710     MOVE MR-KEY TO WS-WITHDRAW-KEY
010711     MOVE MR-STUDENT-ID TO WS-WITHDRAW-STUDENT-ID
010712     MOVE MASTER-RECORD TO JRN-BEFORE-IMAGE
010720     DELETE STUDENT-MASTER
010730     IF MASTER-OK
010900 8300-RELEASE-ENROLLMENTS.
010905     MOVE ZEROES TO WS-RELEASED-COUNT
010910     MOVE "N" TO WS-ENROLL-EOF-SWITCH
010911* the refund's day of term runs from the withdrawal's own date
010912* -- the batch detail's transaction date, or the business date
010913* for a withdrawal keyed at the terminal.
010914     MOVE WS-DATE (1:8) TO DSR-DATE
010915     IF WITHDRAW-MODE
010916         MOVE BDT-BUSINESS-DATE TO DSR-DATE
010917     END-IF
010918     PERFORM DSR-CONVERT-DATE
010919     MOVE DSR-SERIAL-DAYS TO WS-WITHDRAW-SERIAL
010920* the indexed key starts at the withdrawn registration, so
010930* only that registration's own detail records are read --
010940* the old whole-file scan is gone.
011228                         (WS-RELEASED-COUNT)
011229                 END-IF
011230             END-IF
011235             PERFORM 8350-REFUND-ONE-COURSE
011240     END-READ
011260     PERFORM 8310-READ-ENROLLMENT.

011520     WRITE PRINT-LINE FROM CONF-SLIP-DETAIL-LINE
011530         AFTER ADVANCING 1 LINE
011539     PERFORM 3900-ARCHIVE-PRINT-LINE
11539A     MOVE MR-STUDENT-ID TO CTA-STUDENT-ID
11539B     PERFORM 3760-PRINT-SLIP-ADDRESS
011540     MOVE WS-DATE (1:8) TO DTV-RAW-DATE
011550     PERFORM DTV-VALIDATE-DATE
011560     MOVE "DATE         :" TO CONF-SLIP-LABEL
011668     WRITE PRINT-LINE FROM CONF-SLIP-DETAIL-LINE
011669         AFTER ADVANCING 1 LINE
011670     PERFORM 3900-ARCHIVE-PRINT-LINE
11670A     MOVE WL-STUDENT-ID TO CTA-STUDENT-ID
11670B     PERFORM 3760-PRINT-SLIP-ADDRESS
011671     WRITE PRINT-LINE FROM CONF-SLIP-RULE-LINE
011672         AFTER ADVANCING 1 LINE
011673     PERFORM 3900-ARCHIVE-PRINT-LINE
011980     WRITE PRINT-LINE FROM CONF-TOTAL-LINE
011990         AFTER ADVANCING 2 LINES
011999     PERFORM 3900-ARCHIVE-PRINT-LINE
11999A     MOVE WS-REFUND-LINES TO REF-TOTAL-LINES
11999B     MOVE WS-REFUNDS-POSTED TO REF-TOTAL-POSTED
11999C     MOVE WS-REFUND-TOTAL TO REF-TOTAL-AMOUNT
11999D     WRITE REFUND-PRINT-LINE FROM REF-TOTAL-LINE
11999E         AFTER ADVANCING 2 LINES
11999F     PERFORM 8390-ARCHIVE-REFUND-LINE
11999G     CLOSE REFUND-REGISTER
11999H     CLOSE LATE-FEE-FILE
11999I     IF WS-LATE-FEES-CHARGED > ZEROES
11999J         DISPLAY "Late fees charged : " WS-LATE-FEES-CHARGED
11999K     END-IF
11999L     CLOSE STUDENT-ACCOUNT
012000     CLOSE STUDENT-MASTER
012010     CLOSE REGISTRATION-REJECT
012020     CLOSE REGISTRATION-AUDIT
012040     CLOSE ENROLLMENT-DETAIL
012045     CLOSE COURSE-WAITLIST
012050     CLOSE STUDENT-IDENTITY
012052     IF CTA-CONTACT-OPEN
012054         CLOSE STUDENT-CONTACT
012056     END-IF
012060     CLOSE CONFIRMATION-PRINT
012061     CLOSE REPORT-ARCHIVE
012062     MOVE "STUMAST" TO LCK-FILE-NAME
012220* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
012230*****************************************************************
012240     COPY BIZDTPRC.

012250*****************************************************************
012260* ZF feed-registry routines (from the shared FREGPRC copybook)
012270*****************************************************************
012280     COPY FREGPRC.

012290***************************************************************
012300* ZC-GET-ADDRESS (from the shared CONTPRC copybook)
012310***************************************************************
012320     COPY CONTPRC.

012330***************************************************************
012340* ZA ledger routines (from the shared LEDGPRC copybook)
012350***************************************************************
012360     COPY LEDGPRC.

012370***************************************************************
012380* DSR-CONVERT-DATE (from the shared DSERPRC copybook)
012390***************************************************************
012400     COPY DSERPRC.

012410***************************************************************
012420* 1150-LOAD-REFUND-SCHEDULE
012430* The bursar's refund tiers load once at start of run the same
012440* way the prerequisites do.  With no REFSCHED on file every
012450* withdrawal lists on the register as unscheduled and nothing
012460* is credited.
012470***************************************************************
012480 1150-LOAD-REFUND-SCHEDULE.
012490     MOVE ZEROES TO WS-REFUND-COUNT
012500     MOVE "N" TO WS-REFSCHED-EOF-SWITCH
012510     OPEN INPUT REFUND-SCHEDULE
012520     IF REFSCHED-OK
012530         PERFORM 1160-READ-REFUND-SCHEDULE
012540         PERFORM 1170-ADD-REFUND-TIER UNTIL REFSCHED-EOF
012550         CLOSE REFUND-SCHEDULE
012560     END-IF.

012570***************************************************************
012580* 1160-READ-REFUND-SCHEDULE
012590***************************************************************
012600 1160-READ-REFUND-SCHEDULE.
012610     READ REFUND-SCHEDULE
012620         AT END SET REFSCHED-EOF TO TRUE
012630     END-READ.

012640***************************************************************
012650* 1170-ADD-REFUND-TIER
012660***************************************************************
012670 1170-ADD-REFUND-TIER.
012680     IF WS-REFUND-COUNT < WS-REFUND-MAX
012690         ADD 1 TO WS-REFUND-COUNT
012700         MOVE RF-TERM TO WS-RFT-TERM (WS-REFUND-COUNT)
012710         MOVE RF-TERM-START-DATE TO
012720             WS-RFT-START-DATE (WS-REFUND-COUNT)
012730         MOVE RF-THRU-DAY TO WS-RFT-THRU-DAY (WS-REFUND-COUNT)
012740         MOVE RF-PERCENT TO WS-RFT-PERCENT (WS-REFUND-COUNT)
012750         MOVE RF-REASON-CODE TO WS-RFT-REASON (WS-REFUND-COUNT)
012760     END-IF
012770     PERFORM 1160-READ-REFUND-SCHEDULE.

012780***************************************************************
012790* 2590-CHECK-ADD-WINDOW
012800* An add dated before the term's registration opens, or after
012810* its add deadline, goes to suspense.  A late add posts only
012820* when the run card carries the late-add override and the
012830* signed-on operator is authorized to give it; it is marked
012840* late so the master write charges the term's late fee.
012850***************************************************************
012860 2590-CHECK-ADD-WINDOW.
012870     MOVE "N" TO WS-REG-LATE-SWITCH
012880     MOVE WS-DATE (1:8) TO WS-ADD-DATE
012890     IF WS-REG-OPEN-DATE > ZEROES
012900         AND WS-ADD-DATE < WS-REG-OPEN-DATE
012910         SET COURSES-INVALID TO TRUE
012920         MOVE "ADD2" TO WS-REJECT-REASON-CODE
012930         MOVE "Registration not yet open"
012940             TO WS-REJECT-REASON-TEXT
012950     ELSE
012960         IF WS-ADD-DEADLINE > ZEROES
012970             AND WS-ADD-DATE > WS-ADD-DEADLINE
012980             IF LATE-ADD-AUTHORIZED
012990                 SET REGISTRATION-LATE TO TRUE
013000             ELSE
013010                 SET COURSES-INVALID TO TRUE
013020                 MOVE "ADD1" TO WS-REJECT-REASON-CODE
013030                 MOVE "Add deadline passed"
013040                     TO WS-REJECT-REASON-TEXT
013050             END-IF
013060         END-IF
013070     END-IF.

013080***************************************************************
013090* 3760-PRINT-SLIP-ADDRESS
013100* The mailing address, when STUCONT has one, prints under the
013110* name so the slip can be mailed as it stands.
013120***************************************************************
013130 3760-PRINT-SLIP-ADDRESS.
013140     PERFORM ZC-GET-ADDRESS
013150     IF CTA-ADDRESS-FOUND
013160         MOVE "ADDRESS      :" TO CONF-SLIP-LABEL
013170         MOVE CTA-STREET-LINE TO CONF-SLIP-VALUE
013180         WRITE PRINT-LINE FROM CONF-SLIP-DETAIL-LINE
013190             AFTER ADVANCING 1 LINE
013200         PERFORM 3900-ARCHIVE-PRINT-LINE
013210         MOVE SPACES TO CONF-SLIP-LABEL
013220         MOVE CTA-CITY-LINE TO CONF-SLIP-VALUE
013230         WRITE PRINT-LINE FROM CONF-SLIP-DETAIL-LINE
013240             AFTER ADVANCING 1 LINE
013250         PERFORM 3900-ARCHIVE-PRINT-LINE
013260         ADD 2 TO WS-LINE-COUNT
013270     END-IF.

013280***************************************************************
013290* 3800-WRITE-LATE-FEE
013300* A late add let through on override is charged the term's
013310* late registration fee -- the LATEFEE record is what
013320* tuitionBill bills it from.
013330***************************************************************
013340 3800-WRITE-LATE-FEE.
013350     MOVE SPACES TO LATE-FEE-RECORD
013360     MOVE WS-STUDENT-ID TO LF-STUDENT-ID
013370     MOVE WS-STUDENT-NAME TO LF-STUDENT-NAME
013380     MOVE WS-CURRENT-TERM TO LF-TERM
013390     MOVE MR-KEY TO LF-MASTER-KEY
013400     MOVE WS-ADD-DATE TO LF-ADD-DATE
013410     MOVE WS-LATE-FEE TO LF-AMOUNT
013420     MOVE OPR-OPERATOR-ID TO LF-OPERATOR
013430     WRITE LATE-FEE-RECORD
013440     MOVE WS-LATEFEE-STATUS TO IOC-STATUS
013450     MOVE "LATEFEE" TO IOC-FILE-NAME
013460     PERFORM ZZ-CHECK-WRITE
013470     ADD 1 TO WS-LATE-FEES-CHARGED
013480     DISPLAY "Late add past " WS-ADD-DEADLINE
013490         " - late registration fee " WS-LATE-FEE " charged".

013500***************************************************************
013510* 5050-IDENTIFY-FEED
013520* The feed's identity for the FEEDREG registry -- the first
013530* header's run date, the detail count and a hash total of the
013540* detail dates -- from a pass of the whole file before anything
013550* posts.  REGTRAN carries no amounts, so the dates stand in.
013560***************************************************************
013570 5050-IDENTIFY-FEED.
013580     MOVE "ACCEPTVALS" TO FRG-PROGRAM
013590     MOVE "REGTRAN" TO FRG-SOURCE
013600     MOVE SPACES TO FRG-HEADER-DATE
013610     MOVE ZEROES TO FRG-RECORD-COUNT
013620     MOVE ZEROES TO FRG-HASH-TOTAL
013630     MOVE "N" TO WS-TRAN-EOF-SWITCH
013640     OPEN INPUT TRANSACTION-FILE
013650     IF TRAN-OK
013660         PERFORM 5100-READ-TRANSACTION
013670         PERFORM 5060-IDENTIFY-ONE-RECORD UNTIL TRAN-EOF
013680         CLOSE TRANSACTION-FILE
013690     END-IF
013700     MOVE "N" TO WS-TRAN-EOF-SWITCH.

013710***************************************************************
013720* 5060-IDENTIFY-ONE-RECORD
013730***************************************************************
013740 5060-IDENTIFY-ONE-RECORD.
013750     EVALUATE TRUE
013760         WHEN TR-HEADER-REC
013770             IF FRG-HEADER-DATE = SPACES
013780                 MOVE TR-RUN-DATE TO FRG-HEADER-DATE
013790             END-IF
013800         WHEN TR-TRAILER-REC
013810             CONTINUE
013820         WHEN OTHER
013830             ADD 1 TO FRG-RECORD-COUNT
013840             IF TR-DATE (1:8) IS NUMERIC
013850                 MOVE TR-DATE (1:8) TO WS-FEED-HASH-DATE
013860                 ADD WS-FEED-HASH-DATE TO FRG-HASH-TOTAL
013870             END-IF
013880     END-EVALUATE
013890     PERFORM 5100-READ-TRANSACTION.

013900***************************************************************
013910* 8340-FIND-COURSE-BILLED
013920* Nets what the student's ledger holds for the course and term
013930* -- charges less aid credits and refunds already given.
013940***************************************************************
013950 8340-FIND-COURSE-BILLED.
013960     MOVE ZEROES TO WS-COURSE-BILLED
013970     MOVE "N" TO WS-LEDGER-SCAN-SWITCH
013980     IF WS-WITHDRAW-STUDENT-ID = ZEROES
013990         SET LEDGER-SCAN-DONE TO TRUE
014000     ELSE
014010         MOVE WS-WITHDRAW-STUDENT-ID TO SA-STUDENT-ID
014020         MOVE ZEROES TO SA-ENTRY-NUMBER
014030         START STUDENT-ACCOUNT KEY IS NOT LESS THAN SA-KEY
014040             INVALID KEY
014050                 SET LEDGER-SCAN-DONE TO TRUE
014060         END-START
014070     END-IF
014080     PERFORM 8345-NET-ONE-LEDGER-ENTRY UNTIL LEDGER-SCAN-DONE.

014090***************************************************************
014100* 8345-NET-ONE-LEDGER-ENTRY
014110***************************************************************
014120 8345-NET-ONE-LEDGER-ENTRY.
014130     READ STUDENT-ACCOUNT NEXT RECORD
014140         AT END
014150             SET LEDGER-SCAN-DONE TO TRUE
014160         NOT AT END
014170             IF SA-STUDENT-ID NOT = WS-WITHDRAW-STUDENT-ID
014180                 SET LEDGER-SCAN-DONE TO TRUE
014190             ELSE
014200                 IF SA-TERM = EN-TERM
014210                     AND SA-COURSE-ID = EN-COURSE-ID
014220                     IF SA-CHARGE
014230                         ADD SA-AMOUNT TO WS-COURSE-BILLED
014240                     END-IF
014250                     IF SA-AID OR SA-REFUND
014260                         SUBTRACT SA-AMOUNT FROM WS-COURSE-BILLED
014270                     END-IF
014280                 END-IF
014290             END-IF
014300     END-READ.

014310***************************************************************
014320* 8350-REFUND-ONE-COURSE
014330* The withdrawn course is refunded a percent of the net amount
014340* the student's ledger billed for it -- the course's charges
014350* for the term less aid and earlier refunds, per 8340-FIND-
014360* COURSE-BILLED -- at the first tier for its term that reaches
014370* the withdrawal's day of term (day 1 is the term's first day
014380* or any day before it).  The course lists on the register.
014390***************************************************************
014400 8350-REFUND-ONE-COURSE.
014410     MOVE "N" TO WS-TIER-FOUND-SWITCH
014420     MOVE "N" TO WS-TERM-SCHEDULED-SWITCH
014430     MOVE ZEROES TO WS-REFUND-PERCENT
014440     MOVE ZEROES TO WS-REFUND-AMOUNT
014450     MOVE ZEROES TO WS-TERM-DAY
014460     MOVE SPACES TO WS-REFUND-REASON
014470     MOVE 1 TO WS-REFUND-SUB
014480     PERFORM 8360-TEST-REFUND-TIER
014490         UNTIL TIER-FOUND OR WS-REFUND-SUB > WS-REFUND-COUNT
014500     IF TIER-FOUND
014510         PERFORM 8340-FIND-COURSE-BILLED
014520         IF WS-COURSE-BILLED > ZEROES
014530             COMPUTE WS-REFUND-AMOUNT ROUNDED =
014540                 WS-COURSE-BILLED * WS-REFUND-PERCENT / 100
014550         END-IF
014560     END-IF
014570     MOVE SPACES TO REF-NOTE
014580     EVALUATE TRUE
014590         WHEN NOT TERM-SCHEDULED
014600             MOVE "NO SCHEDULE FOR TERM" TO REF-NOTE
014610         WHEN TIER-FOUND AND WS-COURSE-BILLED NOT > ZEROES
014620             MOVE "NOT BILLED" TO REF-NOTE
014630         WHEN WS-REFUND-AMOUNT = ZEROES
014640             MOVE "NO REFUND DUE" TO REF-NOTE
014650         WHEN WS-WITHDRAW-STUDENT-ID = ZEROES
014660             MOVE "NO STUDENT ID-MANUAL" TO REF-NOTE
014670         WHEN OTHER
014680             PERFORM 8370-POST-REFUND-CREDIT
014690     END-EVALUATE
014700     PERFORM 8380-PRINT-REFUND-LINE.

014710***************************************************************
014720* 8360-TEST-REFUND-TIER
014730***************************************************************
014740 8360-TEST-REFUND-TIER.
014750     IF WS-RFT-TERM (WS-REFUND-SUB) = EN-TERM
014760         IF NOT TERM-SCHEDULED
014770             SET TERM-SCHEDULED TO TRUE
014780             MOVE WS-RFT-START-DATE (WS-REFUND-SUB) TO DSR-DATE
014790             PERFORM DSR-CONVERT-DATE
014800             COMPUTE WS-TERM-DAY =
014810                 WS-WITHDRAW-SERIAL - DSR-SERIAL-DAYS + 1
014820             IF WS-TERM-DAY < 1
014830                 MOVE 1 TO WS-TERM-DAY
014840             END-IF
014850         END-IF
014860         IF WS-TERM-DAY NOT > WS-RFT-THRU-DAY (WS-REFUND-SUB)
014870             SET TIER-FOUND TO TRUE
014880             MOVE WS-RFT-PERCENT (WS-REFUND-SUB)
014890                 TO WS-REFUND-PERCENT
014900             MOVE WS-RFT-REASON (WS-REFUND-SUB)
014910                 TO WS-REFUND-REASON
014920         END-IF
014930     END-IF
014940     ADD 1 TO WS-REFUND-SUB.

014950***************************************************************
014960* 8370-POST-REFUND-CREDIT
014970***************************************************************
014980 8370-POST-REFUND-CREDIT.
014990     MOVE SPACES TO ACCOUNT-LEDGER-RECORD
015000     MOVE WS-WITHDRAW-STUDENT-ID TO SA-STUDENT-ID
015010     MOVE "R" TO SA-ENTRY-TYPE
015020     MOVE BDT-BUSINESS-DATE TO SA-POST-DATE
015030     MOVE EN-TERM TO SA-TERM
015040     MOVE EN-COURSE-ID TO SA-COURSE-ID
015050     MOVE WS-REFUND-AMOUNT TO SA-AMOUNT
015060     STRING "WDR" WS-WITHDRAW-KEY DELIMITED BY SIZE
015070         INTO SA-REFERENCE
015080     MOVE WS-REFUND-REASON TO SA-REASON-CODE
015090     MOVE OPR-OPERATOR-ID TO SA-OPERATOR
015100     PERFORM ZA-POST-LEDGER-ENTRY
015110     ADD 1 TO WS-REFUNDS-POSTED
015120     ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL
015130     DISPLAY "Refund " WS-REFUND-PERCENT "% credited for "
015140         EN-COURSE-ID " - " WS-REFUND-REASON.

015150***************************************************************
015160* 8380-PRINT-REFUND-LINE
015170***************************************************************
015180 8380-PRINT-REFUND-LINE.
015190     ADD 1 TO WS-REFUND-LINES
015200     MOVE WS-WITHDRAW-STUDENT-ID TO REF-STUDENT-ID
015210     MOVE EN-STUDENT-NAME TO REF-STUDENT-NAME
015220     MOVE EN-COURSE-ID TO REF-COURSE-ID
015230     MOVE EN-TERM TO REF-TERM
015240     MOVE WS-TERM-DAY TO REF-TERM-DAY
015250     IF WS-COURSE-BILLED > ZEROES
015260         MOVE WS-COURSE-BILLED TO REF-FEE
015270     ELSE
015280         MOVE ZEROES TO REF-FEE
015290     END-IF
015300     MOVE WS-REFUND-PERCENT TO REF-PERCENT
015310     MOVE WS-REFUND-AMOUNT TO REF-AMOUNT
015320     MOVE WS-REFUND-REASON TO REF-REASON
015330     WRITE REFUND-PRINT-LINE FROM REF-DETAIL-LINE
015340         AFTER ADVANCING 1 LINE
015350     PERFORM 8390-ARCHIVE-REFUND-LINE.

015360***************************************************************
015370* 8390-ARCHIVE-REFUND-LINE
015380* Register lines go to the report archive under their own
015390* report name and line sequence, apart from REGCONF.
015400***************************************************************
015410 8390-ARCHIVE-REFUND-LINE.
015420     MOVE "REFREG" TO RP-REPORT-NAME
015430     MOVE WS-ARCH-RUN-DATE TO RP-RUN-DATE
015440     MOVE 1 TO RP-PAGE
015450     ADD 1 TO WS-REF-ARCH-LINE-SEQ
015460     MOVE WS-REF-ARCH-LINE-SEQ TO RP-LINE-SEQ
015470     MOVE REFUND-PRINT-LINE TO RP-PRINT-LINE
015480     WRITE REPORT-ARCHIVE-RECORD
015490     MOVE WS-RPTARCH-STATUS TO IOC-STATUS
015500     MOVE "RPTARCH" TO IOC-FILE-NAME
015510     PERFORM ZZ-CHECK-WRITE.
