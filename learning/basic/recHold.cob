000010 identification division.
000020 program-id. recHold.
000030 author. GENERAL-ACCOUNTING.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   gag  original -- maintenance dialog and report for
000130*                   the RECHOLD records-hold file that stops
000140*                   filePurge purging records an appeal, audit or
000150*                   legal matter requires us to keep.  Places a
000160*                   hold on a student ID, an entry number or a
000170*                   range of record dates -- for one purged file
000180*                   or all of them -- with the reason and the
000190*                   person who authorized it; releases a hold
000200*                   (never a delete, so the record of what was
000210*                   held stays); and lists every active hold with
000220*                   its age in days, flagging any hold older
000230*                   than the review age so nothing stays on hold
000240*                   forever.  Signs on through OPERMAST -- level
000250*                   2 to place or release a hold.
000260*****************************************************************

000270 environment division.
000280 input-output section.
000290 file-control.
000300     select RECORDS-HOLD assign to "RECHOLD"
000310         organization is sequential
000320         file status is WS-HOLD-STATUS.
000330     select STUDENT-IDENTITY assign to "STUIDNT"
000340         organization is indexed
000350         access mode is random
000360         record key is SI-STUDENT-ID
000370         alternate record key is SI-STUDENT-NAME with duplicates
000380         alternate record key is SI-ALIAS-NAME with duplicates
000390         file status is WS-IDENT-STATUS.
000400     select OPERATOR-MASTER assign to "OPERMAST"
000410         organization is sequential
000420         file status is WS-OPER-STATUS.
000430     select OPS-ERROR-LOG assign to "OPSLOG"
000440         organization is sequential
000450         file status is WS-OPSLOG-STATUS.
000460     select BUSINESS-DATE-FILE assign to "BIZDATE"
000470         organization is sequential
000480         file status is WS-BIZDT-STATUS.

000490 data division.
000500 file section.
000510 fd  RECORDS-HOLD.
000520     copy RECHOLD.

000530 fd  STUDENT-IDENTITY.
000540     copy STUIDNT.

000550 fd  OPERATOR-MASTER.
000560     copy OPERMAST.

000570 fd  OPS-ERROR-LOG.
000580     copy OPSERR.

000590 fd  BUSINESS-DATE-FILE.
000600     copy BIZDATE.

000610 working-storage section.
000620     copy OPERWS.
000630     copy IOCHKWS.
000640     copy BIZDTWS.
000650     copy DATEVAL.
000660     copy DSERVAL.
000670 01 WS-HOLD-STATUS            PIC X(02).
000680     88 HOLD-OK               VALUE "00".
000690 01 WS-IDENT-STATUS           PIC X(02).
000700     88 IDENT-OK              VALUE "00".
000710 01 WS-RUN-MODE               PIC X(01).
000720     88 PLACE-MODE            VALUE "P" "p".
000730     88 RELEASE-MODE          VALUE "R" "r".
000740     88 LIST-MODE             VALUE "L" "l".
000750 01 WS-EOF-SWITCH             PIC X(01) VALUE "N".
000760     88 FILE-EOF              VALUE "Y".
000770 01 WS-FOUND-SWITCH           PIC X(01) VALUE "N".
000780     88 HOLD-FOUND            VALUE "Y".
000790 01 WS-CONFIRM                PIC X(01).
000800     88 ENTRY-CONFIRMED       VALUE "Y" "y".
000810 01 WS-MESSAGE                PIC X(50) VALUE SPACES.
000820*
000830* the hold being placed, keyed in before anything is written.
000840 01 WS-NEW-TYPE               PIC X(01).
000850     88 NEW-STUDENT-HOLD      VALUE "S" "s".
000860     88 NEW-ENTRY-HOLD        VALUE "E" "e".
000870     88 NEW-DATE-HOLD         VALUE "D" "d".
000880 01 WS-NEW-FILE-NAME          PIC X(08).
000890     88 NEW-FILE-PURGED       VALUE SPACES "REGAUDT " "ITERLOG "
000900                                    "REGREJ  " "ADDREJ  "
000910                                    "OEREJ   " "SQRTREJ "
000920                                    "QEREJ   " "RPTARCH ".
000930 01 WS-NEW-STUDENT-ID         PIC 9(06) VALUE ZEROES.
000940 01 WS-NEW-STUDENT-NAME       PIC X(25) VALUE SPACES.
000950 01 WS-NEW-ENTRY-NO           PIC 9(09) VALUE ZEROES.
000960 01 WS-NEW-FROM-DATE          PIC 9(08) VALUE ZEROES.
000970 01 WS-NEW-TO-DATE            PIC 9(08) VALUE ZEROES.
000980 01 WS-NEW-REASON             PIC X(30) VALUE SPACES.
000990 01 WS-NEW-AUTHORIZED-BY      PIC X(20) VALUE SPACES.
001000 01 WS-HIGH-HOLD-NO           PIC 9(05) VALUE ZEROES.
001010 01 WS-RELEASE-HOLD-NO        PIC 9(05) VALUE ZEROES.
001020*
001030* the hold report -- age in days from the business date the hold
001040* was placed; a hold older than the review age is flagged for
001050* the person who authorized it to renew or release.
001060 01 WS-REVIEW-DAYS            PIC 9(04) VALUE 365.
001070 01 WS-TODAY-SERIAL           PIC 9(07) VALUE ZEROES.
001080 01 WS-AGE-DAYS               PIC 9(05) VALUE ZEROES.
001090 01 WS-ACTIVE-COUNT           PIC 9(05) VALUE ZEROES.
001100 01 WS-REVIEW-COUNT           PIC 9(05) VALUE ZEROES.
001110 01 WS-FILE-TEXT              PIC X(08) VALUE SPACES.
001120 01 WS-CRITERIA-TEXT          PIC X(36) VALUE SPACES.
001130 01 WS-REVIEW-FLAG            PIC X(08) VALUE SPACES.

001140 procedure division.
001150*    (DTV-VALIDATE-DATE and DSR-CONVERT-DATE come from the shared
001160*    DATEPRC and DSERPRC copybooks at the end of this program.)
001170 PRG-BEGIN.
001180     move "RECHOLD" to IOC-PROGRAM
001190     perform ZB-GET-BUSINESS-DATE
001200     display "Enter operator ID:"
001210     perform ZY-OPERATOR-SIGNON
001220     display "Enter mode - P (place), R (release) or L (list):"
001230     accept WS-RUN-MODE
001240     if (PLACE-MODE or RELEASE-MODE) and OPR-AUTH-LEVEL < 2
001250         display "*** Level 2 required to place or release a "
001260             "records hold - nothing done ***"
001270         move 8 to RETURN-CODE
001280         stop run
001290     end-if
001300     evaluate true
001310         when PLACE-MODE
001320             perform PLACE-HOLD
001330         when RELEASE-MODE
001340             perform RELEASE-HOLD
001350         when LIST-MODE
001360             perform LIST-ACTIVE-HOLDS
001370         when other
001380             display "Invalid mode - nothing done"
001390     end-evaluate
001400     stop run.

001410* a hold is keyed in full and edited before anything is
001420* written; a student hold must name a student on STUIDNT, and
001430* the name on file goes onto the hold for the purge to fall
001440* back on.
001450 PLACE-HOLD.
001460     display "Enter hold type - S (student), E (entry number) "
001470         "or D (date range):"
001480     accept WS-NEW-TYPE
001490     display "Enter file to hold (blank for every purged file):"
001500     accept WS-NEW-FILE-NAME
001510     evaluate true
001520         when NEW-STUDENT-HOLD
001530             display "Enter student ID:"
001540             accept WS-NEW-STUDENT-ID
001550         when NEW-ENTRY-HOLD
001560             display "Enter entry number:"
001570             accept WS-NEW-ENTRY-NO
001580         when NEW-DATE-HOLD
001590             display "Enter first record date held (YYYYMMDD):"
001600             accept WS-NEW-FROM-DATE
001610             display "Enter last record date held (YYYYMMDD):"
001620             accept WS-NEW-TO-DATE
001630     end-evaluate
001640     display "Enter reason for the hold:"
001650     accept WS-NEW-REASON
001660     display "Enter name of the person authorizing the hold:"
001670     accept WS-NEW-AUTHORIZED-BY
001680     perform EDIT-NEW-HOLD
001690     if WS-MESSAGE not = spaces
001700         display "Hold not placed - " WS-MESSAGE
001710         move 8 to RETURN-CODE
001720     else
001730         display "Confirm hold (Y/N):"
001740         accept WS-CONFIRM
001750         if ENTRY-CONFIRMED
001760             perform WRITE-NEW-HOLD
001770         else
001780             display "Nothing placed"
001790         end-if
001800     end-if.

001810 EDIT-NEW-HOLD.
001820     move spaces to WS-MESSAGE
001830     move spaces to WS-NEW-STUDENT-NAME
001840     evaluate true
001850         when not NEW-STUDENT-HOLD and not NEW-ENTRY-HOLD
001860             and not NEW-DATE-HOLD
001870             move "Hold type must be S, E or D" to WS-MESSAGE
001880         when not NEW-FILE-PURGED
001890             move "File is not one the retention purge runs on"
001900                 to WS-MESSAGE
001910         when WS-NEW-REASON = spaces
001920             move "A reason is required" to WS-MESSAGE
001930         when WS-NEW-AUTHORIZED-BY = spaces
001940             move "The authorizing person is required"
001950                 to WS-MESSAGE
001960         when NEW-STUDENT-HOLD
001970             perform EDIT-STUDENT-HOLD
001980         when NEW-ENTRY-HOLD and WS-NEW-ENTRY-NO = zeroes
001990             move "Entry number is required" to WS-MESSAGE
002000         when NEW-DATE-HOLD
002010             perform EDIT-DATE-HOLD
002020     end-evaluate.

002030 EDIT-STUDENT-HOLD.
002040     open input STUDENT-IDENTITY
002050     if not IDENT-OK
002060         move "Student identity file not available"
002070             to WS-MESSAGE
002080     else
002090         move WS-NEW-STUDENT-ID to SI-STUDENT-ID
002100         read STUDENT-IDENTITY
002110             invalid key
002120                 move "Student ID not on the identity file"
002130                     to WS-MESSAGE
002140             not invalid key
002150                 move SI-STUDENT-NAME to WS-NEW-STUDENT-NAME
002160                 display "Student : " SI-STUDENT-NAME
002170         end-read
002180         close STUDENT-IDENTITY
002190     end-if.

002200 EDIT-DATE-HOLD.
002210     move WS-NEW-FROM-DATE to DTV-RAW-DATE
002220     perform DTV-VALIDATE-DATE
002230     if DTV-DATE-INVALID
002240         move "First date held is not a valid date"
002250             to WS-MESSAGE
002260     else
002270         move WS-NEW-TO-DATE to DTV-RAW-DATE
002280         perform DTV-VALIDATE-DATE
002290         if DTV-DATE-INVALID
002300             move "Last date held is not a valid date"
002310                 to WS-MESSAGE
002320         else
002330             if WS-NEW-FROM-DATE > WS-NEW-TO-DATE
002340                 move "First date held is after the last"
002350                     to WS-MESSAGE
002360             end-if
002370         end-if
002380     end-if.

002390* the new hold takes the next number after the highest on file
002400* and is added to the end of it.
002410 WRITE-NEW-HOLD.
002420     move zeroes to WS-HIGH-HOLD-NO
002430     move "N" to WS-EOF-SWITCH
002440     open input RECORDS-HOLD
002450     if HOLD-OK
002460         perform READ-RECORD-HOLD
002470         perform NOTE-HIGH-HOLD-NO until FILE-EOF
002480         close RECORDS-HOLD
002490     end-if
002500     open extend RECORDS-HOLD
002510     if not HOLD-OK
002520         open output RECORDS-HOLD
002530     end-if
002540     move spaces to RECORDS-HOLD-RECORD
002550     compute RH-HOLD-NO = WS-HIGH-HOLD-NO + 1
002560     move WS-NEW-TYPE to RH-HOLD-TYPE
002570     inspect RH-HOLD-TYPE converting "sed" to "SED"
002580     move WS-NEW-FILE-NAME to RH-FILE-NAME
002590     move zeroes to RH-STUDENT-ID RH-ENTRY-NO
002600     move zeroes to RH-FROM-DATE RH-TO-DATE
002610     evaluate true
002620         when RH-STUDENT-HOLD
002630             move WS-NEW-STUDENT-ID to RH-STUDENT-ID
002640             move WS-NEW-STUDENT-NAME to RH-STUDENT-NAME
002650         when RH-ENTRY-HOLD
002660             move WS-NEW-ENTRY-NO to RH-ENTRY-NO
002670         when RH-DATE-HOLD
002680             move WS-NEW-FROM-DATE to RH-FROM-DATE
002690             move WS-NEW-TO-DATE to RH-TO-DATE
002700     end-evaluate
002710     move WS-NEW-REASON to RH-REASON
002720     move WS-NEW-AUTHORIZED-BY to RH-AUTHORIZED-BY
002730     set RH-ACTIVE to true
002740     move BDT-BUSINESS-DATE to RH-PLACED-DATE
002750     move OPR-OPERATOR-ID to RH-PLACED-OPERATOR
002760     move zeroes to RH-RELEASED-DATE
002770     write RECORDS-HOLD-RECORD
002780     move WS-HOLD-STATUS to IOC-STATUS
002790     move "RECHOLD" to IOC-FILE-NAME
002800     perform ZZ-CHECK-WRITE
002810     close RECORDS-HOLD
002820     display "Records hold " RH-HOLD-NO " placed".

002830 READ-RECORD-HOLD.
002840     read RECORDS-HOLD
002850         at end set FILE-EOF to true
002860     end-read.

002870 NOTE-HIGH-HOLD-NO.
002880     if RH-HOLD-NO > WS-HIGH-HOLD-NO
002890         move RH-HOLD-NO to WS-HIGH-HOLD-NO
002900     end-if
002910     perform READ-RECORD-HOLD.

002920* a released hold stays on file with who released it and when;
002930* the next purge run no longer honors it.
002940 RELEASE-HOLD.
002950     display "Enter records hold number to release:"
002960     accept WS-RELEASE-HOLD-NO
002970     move "N" to WS-EOF-SWITCH
002980     move "N" to WS-FOUND-SWITCH
002990     open i-o RECORDS-HOLD
003000     if not HOLD-OK
003010         display "*** NO RECHOLD FILE - nothing released ***"
003020         move 8 to RETURN-CODE
003030         stop run
003040     end-if
003050     perform READ-RECORD-HOLD
003060     perform TEST-RELEASE-HOLD until FILE-EOF or HOLD-FOUND
003070     evaluate true
003080         when not HOLD-FOUND
003090             display "Records hold " WS-RELEASE-HOLD-NO
003100                 " not on file - nothing released"
003110             move 8 to RETURN-CODE
003120         when not RH-ACTIVE
003130             display "Records hold " WS-RELEASE-HOLD-NO
003140                 " already released on " RH-RELEASED-DATE
003150                 " by " RH-RELEASED-OPERATOR
003160             move 8 to RETURN-CODE
003170         when other
003180             perform SHOW-HOLD
003190             display "Confirm release (Y/N):"
003200             accept WS-CONFIRM
003210             if ENTRY-CONFIRMED
003220                 set RH-RELEASED to true
003230                 move BDT-BUSINESS-DATE to RH-RELEASED-DATE
003240                 move OPR-OPERATOR-ID to RH-RELEASED-OPERATOR
003250                 rewrite RECORDS-HOLD-RECORD
003260                 move WS-HOLD-STATUS to IOC-STATUS
003270                 move "RECHOLD" to IOC-FILE-NAME
003280                 perform ZZ-CHECK-WRITE
003290                 display "Records hold " RH-HOLD-NO " released"
003300             else
003310                 display "Nothing released"
003320             end-if
003330     end-evaluate
003340     close RECORDS-HOLD.

003350 TEST-RELEASE-HOLD.
003360     if RH-HOLD-NO = WS-RELEASE-HOLD-NO
003370         set HOLD-FOUND to true
003380     else
003390         perform READ-RECORD-HOLD
003400     end-if.

003410 SHOW-HOLD.
003420     perform FORMAT-HOLD-LINE
003430     display "Hold    : " RH-HOLD-NO "  " WS-FILE-TEXT
003440         "  " WS-CRITERIA-TEXT
003450     display "Reason  : " RH-REASON
003460     display "Auth by : " RH-AUTHORIZED-BY
003470     display "Placed  : " RH-PLACED-DATE " by "
003480         RH-PLACED-OPERATOR.

003490 FORMAT-HOLD-LINE.
003500     if RH-FILE-NAME = spaces
003510         move "ALL" to WS-FILE-TEXT
003520     else
003530         move RH-FILE-NAME to WS-FILE-TEXT
003540     end-if
003550     move spaces to WS-CRITERIA-TEXT
003560     evaluate true
003570         when RH-STUDENT-HOLD
003580             string "STUDENT " RH-STUDENT-ID " "
003590                 RH-STUDENT-NAME (1:21)
003600                 delimited by size into WS-CRITERIA-TEXT
003610         when RH-ENTRY-HOLD
003620             string "ENTRY " RH-ENTRY-NO
003630                 delimited by size into WS-CRITERIA-TEXT
003640         when RH-DATE-HOLD
003650             string "DATES " RH-FROM-DATE " - " RH-TO-DATE
003660                 delimited by size into WS-CRITERIA-TEXT
003670     end-evaluate.

003680* the hold report -- every active hold, its age and who to ask.
003690 LIST-ACTIVE-HOLDS.
003700     move BDT-BUSINESS-DATE to DSR-DATE
003710     perform DSR-CONVERT-DATE
003720     move DSR-SERIAL-DAYS to WS-TODAY-SERIAL
003730     move "N" to WS-EOF-SWITCH
003740     display "ACTIVE RECORDS HOLDS AS OF " BDT-BUSINESS-DATE
003750         "   (review after " WS-REVIEW-DAYS " days)"
003760     display "HOLD  FILE      HELD RECORDS"
003770         "                         AGE   PLACED    BY"
003780     open input RECORDS-HOLD
003790     if not HOLD-OK
003800         display "No RECHOLD file - no records holds in force"
003810     else
003820         perform READ-RECORD-HOLD
003830         perform LIST-ONE-HOLD until FILE-EOF
003840         close RECORDS-HOLD
003850     end-if
003860     display "-----------------------------------"
003870     display "Active holds           : " WS-ACTIVE-COUNT
003880     display "Past the review age    : " WS-REVIEW-COUNT
003890     if WS-REVIEW-COUNT > 0
003900         move 4 to RETURN-CODE
003910     end-if.

003920 LIST-ONE-HOLD.
003930     if RH-ACTIVE
003940         add 1 to WS-ACTIVE-COUNT
003950         perform FORMAT-HOLD-LINE
003960         move zeroes to WS-AGE-DAYS
003970         if RH-PLACED-DATE numeric and RH-PLACED-DATE > zeroes
003980             move RH-PLACED-DATE to DSR-DATE
003990             perform DSR-CONVERT-DATE
004000             if WS-TODAY-SERIAL > DSR-SERIAL-DAYS
004010                 compute WS-AGE-DAYS =
004020                     WS-TODAY-SERIAL - DSR-SERIAL-DAYS
004030             end-if
004040         end-if
004050         move spaces to WS-REVIEW-FLAG
004060         if WS-AGE-DAYS > WS-REVIEW-DAYS
004070             move "*REVIEW*" to WS-REVIEW-FLAG
004080             add 1 to WS-REVIEW-COUNT
004090         end-if
004100         display RH-HOLD-NO " " WS-FILE-TEXT "  "
004110             WS-CRITERIA-TEXT " " WS-AGE-DAYS " "
004120             RH-PLACED-DATE "  " RH-PLACED-OPERATOR " "
004130             WS-REVIEW-FLAG
004140         display "      " RH-REASON "  auth " RH-AUTHORIZED-BY
004150     end-if
004160     perform READ-RECORD-HOLD.

004170*****************************************************************
004180* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
004190*****************************************************************
004200     copy OPERPRC.

004210*****************************************************************
004220* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
004230*****************************************************************
004240     copy IOCHKPRC.

004250*****************************************************************
004260* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
004270*****************************************************************
004280     copy BIZDTPRC.

004290*****************************************************************
004300* DTV-VALIDATE-DATE (from the shared DATEPRC copybook)
004310*****************************************************************
004320     copy DATEPRC.

004330*****************************************************************
004340* DSR-CONVERT-DATE (from the shared DSERPRC copybook)
004350*****************************************************************
004360     copy DSERPRC.
