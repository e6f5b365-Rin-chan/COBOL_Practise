000010 identification division.
000020 program-id. jobPost.
000030 author. ENGINEERING-SERVICES.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   drl  original -- posts the day's JCTRAN job-cost
000130*                   actuals (material, labor and other costs
000140*                   booked to a surveyed job) against the ESTMAST
000150*                   estimate master.  A cost for a job not on
000160*                   file, for a quote still open or declined, of
000170*                   an unknown type, with no amount or with a bad
000180*                   date goes to the JCREJ rejects with a reason
000190*                   code; everything else is stamped with the
000200*                   business date and appended to the JCHIST
000210*                   history the jobCost variance report reads.
000220*                   Read must equal posted plus rejected.
000230*****************************************************************

000240 environment division.
000250 input-output section.
000260 file-control.
000270     select COST-TRANSACTION-FILE assign to "JCTRAN"
000280         organization is sequential
000290         file status is WS-JCTRAN-STATUS.
000300     select ESTIMATE-MASTER assign to "ESTMAST"
000310         organization is indexed
000320         access mode is random
000330         record key is EM-JOB-ID
000340         file status is WS-ESTMAST-STATUS.
000350     select COST-HISTORY-FILE assign to "JCHIST"
000360         organization is sequential
000370         file status is WS-JCHIST-STATUS.
000380     select COST-REJECT-FILE assign to "JCREJ"
000390         organization is sequential
000400         file status is WS-JCREJ-STATUS.
000410     select RUN-LOG-FILE assign to "RUNLOG"
000420         organization is sequential
000430         file status is WS-RUNLOG-STATUS.
000440     select OPS-ERROR-LOG assign to "OPSLOG"
000450         organization is sequential
000460         file status is WS-OPSLOG-STATUS.
000470     select BUSINESS-DATE-FILE assign to "BIZDATE"
000480         organization is sequential
000490         file status is WS-BIZDT-STATUS.

000500 data division.
000510 file section.
000520 fd  COST-TRANSACTION-FILE.
000530     copy JOBCOST.

000540 fd  ESTIMATE-MASTER.
000550     copy ESTMAST.

000560 fd  COST-HISTORY-FILE.
000570 01  COST-HISTORY-RECORD      PIC X(80).

000580 fd  COST-REJECT-FILE.
000590 01  COST-REJECT-RECORD       PIC X(80).

000600 fd  RUN-LOG-FILE.
000610     copy RUNSUM.

000620 fd  OPS-ERROR-LOG.
000630     copy OPSERR.

000640 fd  BUSINESS-DATE-FILE.
000650     copy BIZDATE.

000660 working-storage section.
000670 copy BIZDTWS.
000680 copy IOCHKWS.
000690 01 WS-JCTRAN-STATUS         PIC X(02).
000700     88 JCTRAN-OK             VALUE "00".
000710 01 WS-ESTMAST-STATUS        PIC X(02).
000720     88 ESTMAST-OK            VALUE "00".
000730 01 WS-JCHIST-STATUS         PIC X(02).
000740     88 JCHIST-OK             VALUE "00".
000750 01 WS-JCREJ-STATUS          PIC X(02).
000760     88 JCREJ-OK              VALUE "00".
000770 01 WS-RUNLOG-STATUS         PIC X(02).
000780     88 RUNLOG-OK             VALUE "00".
000790 01 WS-RUN-START-TIME        PIC 9(08) VALUE ZEROES.
000800 01 WS-EOF-SWITCH            PIC X(01) VALUE "N".
000810     88 FILE-EOF              VALUE "Y".
000820 01 WS-REASON-CODE           PIC X(04) VALUE SPACES.
000830     88 COST-ACCEPTED         VALUE SPACES.
000840 01 WS-REASON-TEXT           PIC X(30) VALUE SPACES.
000850 01 WS-READ-COUNT            PIC 9(06) VALUE ZEROES.
000860 01 WS-POSTED-COUNT          PIC 9(06) VALUE ZEROES.
000870 01 WS-REJECT-COUNT          PIC 9(06) VALUE ZEROES.
000880 01 WS-POSTED-AMOUNT         PIC 9(09)V99 VALUE ZEROES.
000890 01 WS-REJECTED-AMOUNT       PIC 9(09)V99 VALUE ZEROES.
000900 01 WS-MATERIAL-AMOUNT       PIC 9(09)V99 VALUE ZEROES.
000910 01 WS-LABOR-AMOUNT          PIC 9(09)V99 VALUE ZEROES.
000920 01 WS-OTHER-AMOUNT          PIC 9(09)V99 VALUE ZEROES.
000930 01 WS-CHECK-COUNT           PIC 9(06) VALUE ZEROES.

000940 procedure division.
000950 PRG-BEGIN.
000960     move "JOBPOST" to IOC-PROGRAM
000970     accept WS-RUN-START-TIME from TIME
000980     perform ZB-GET-BUSINESS-DATE
000990     open input COST-TRANSACTION-FILE
001000     if not JCTRAN-OK
001010         display "No JCTRAN job-cost feed - nothing to post"
001020         perform WRITE-RUN-SUMMARY
001030         stop run
001040     end-if
001050     open input ESTIMATE-MASTER
001060     if not ESTMAST-OK
001070         display "*** CANNOT OPEN ESTMAST - status "
001080             WS-ESTMAST-STATUS " - job ABORTED ***"
001090         close COST-TRANSACTION-FILE
001100         move 8 to RETURN-CODE
001110         stop run
001120     end-if
001130     open extend COST-HISTORY-FILE
001140     if not JCHIST-OK
001150         open output COST-HISTORY-FILE
001160     end-if
001170     open extend COST-REJECT-FILE
001180     if not JCREJ-OK
001190         open output COST-REJECT-FILE
001200     end-if
001210     perform READ-COST-TRANSACTION
001220     perform POST-ONE-COST until FILE-EOF
001230     close COST-TRANSACTION-FILE
001240     close ESTIMATE-MASTER
001250     close COST-HISTORY-FILE
001260     close COST-REJECT-FILE
001270     display "-----------------------------------"
001280     display "Costs read          : " WS-READ-COUNT
001290     display "Costs posted        : " WS-POSTED-COUNT
001300     display "  material          : " WS-MATERIAL-AMOUNT
001310     display "  labor             : " WS-LABOR-AMOUNT
001320     display "  other             : " WS-OTHER-AMOUNT
001330     display "Amount posted       : " WS-POSTED-AMOUNT
001340     display "Costs rejected      : " WS-REJECT-COUNT
001350     display "Amount rejected     : " WS-REJECTED-AMOUNT
001360     compute WS-CHECK-COUNT = WS-POSTED-COUNT + WS-REJECT-COUNT
001370     if WS-CHECK-COUNT not = WS-READ-COUNT
001380         display "*** READ DOES NOT EQUAL POSTED "
001381             "PLUS REJECTED ***"
001390         move 8 to RETURN-CODE
001400     else
001410         if WS-REJECT-COUNT > 0
001420             move 4 to RETURN-CODE
001430         end-if
001440     end-if
001450     perform WRITE-RUN-SUMMARY
001460     stop run.

001470 READ-COST-TRANSACTION.
001480     read COST-TRANSACTION-FILE
001490         at end set FILE-EOF to true
001500     end-read.

001510 POST-ONE-COST.
001520     add 1 to WS-READ-COUNT
001530     perform EDIT-ONE-COST
001540     if COST-ACCEPTED
001550         perform WRITE-COST-HISTORY
001560     else
001570         perform WRITE-COST-REJECT
001580     end-if
001590     perform READ-COST-TRANSACTION.

001600* the quote must have been accepted -- invoiced and ledger-posted
001610* quotes are further along the same road and still take costs.
001620* A job the survey run has since re-estimated reads as open
001630* again and rejects until the office re-accepts it.
001640 EDIT-ONE-COST.
001650     move spaces to WS-REASON-CODE
001660     move spaces to WS-REASON-TEXT
001670     evaluate true
001680         when JC-COST-DATE not numeric
001690             or JC-COST-DATE = zeroes
001700             move "JDAT" to WS-REASON-CODE
001710             move "Cost date missing or invalid" to WS-REASON-TEXT
001720         when not JC-VALID-TYPE
001730             move "JTYP" to WS-REASON-CODE
001740             move "Cost type not M, L or O" to WS-REASON-TEXT
001750         when JC-AMOUNT not numeric
001760             or JC-AMOUNT = zeroes
001770             move "JAMT" to WS-REASON-CODE
001780             move "No cost amount" to WS-REASON-TEXT
001790         when JC-QUANTITY not numeric
001800             move "JQTY" to WS-REASON-CODE
001810             move "Quantity not numeric" to WS-REASON-TEXT
001820         when other
001830             perform EDIT-COST-JOB
001840     end-evaluate.

001850 EDIT-COST-JOB.
001860     move JC-JOB-ID to EM-JOB-ID
001870     read ESTIMATE-MASTER
001880         invalid key
001890             move "JNOF" to WS-REASON-CODE
001900             move "Job not on the estimate master"
001910                 to WS-REASON-TEXT
001920         not invalid key
001930             if EM-OPEN or EM-DECLINED
001940                 move "JNAC" to WS-REASON-CODE
001950                 move "Quote not accepted" to WS-REASON-TEXT
001960             end-if
001970     end-read.

001980 WRITE-COST-HISTORY.
001990     move BDT-BUSINESS-DATE to JC-POST-DATE
002000     move spaces to JC-REASON-CODE
002010     write COST-HISTORY-RECORD from JOB-COST-RECORD
002020     move WS-JCHIST-STATUS to IOC-STATUS
002030     move "JCHIST" to IOC-FILE-NAME
002040     perform ZZ-CHECK-WRITE
002050     add 1 to WS-POSTED-COUNT
002060     add JC-AMOUNT to WS-POSTED-AMOUNT
002070     evaluate true
002080         when JC-MATERIAL
002090             add JC-AMOUNT to WS-MATERIAL-AMOUNT
002100         when JC-LABOR
002110             add JC-AMOUNT to WS-LABOR-AMOUNT
002120         when other
002130             add JC-AMOUNT to WS-OTHER-AMOUNT
002140     end-evaluate.

002150 WRITE-COST-REJECT.
002160     move BDT-BUSINESS-DATE to JC-POST-DATE
002170     move WS-REASON-CODE to JC-REASON-CODE
002180     write COST-REJECT-RECORD from JOB-COST-RECORD
002190     move WS-JCREJ-STATUS to IOC-STATUS
002200     move "JCREJ" to IOC-FILE-NAME
002210     perform ZZ-CHECK-WRITE
002220     add 1 to WS-REJECT-COUNT
002230     if JC-AMOUNT numeric
002240         add JC-AMOUNT to WS-REJECTED-AMOUNT
002250     end-if
002260     display "Job " JC-JOB-ID " " JC-COST-TYPE " " JC-REFERENCE
002270         " *** REJECTED " WS-REASON-CODE " - " WS-REASON-TEXT.

002280* one standard record per run to the shared RUNLOG operations
002290* file, for the night-end opsReport.
002300 WRITE-RUN-SUMMARY.
002310     open extend RUN-LOG-FILE
002320     if not RUNLOG-OK
002330         open output RUN-LOG-FILE
002340     end-if
002350     move "JOBPOST" to RS-PROGRAM
002360     move BDT-BUSINESS-DATE to RS-RUN-DATE
002370     accept RS-RUN-TIME from TIME
002380     move WS-RUN-START-TIME to RS-START-TIME
002390     move WS-READ-COUNT to RS-RECORDS-READ
002400     move WS-POSTED-COUNT to RS-RECORDS-POSTED
002410     move WS-REJECT-COUNT to RS-RECORDS-REJECTED
002420     compute WS-CHECK-COUNT = WS-POSTED-COUNT + WS-REJECT-COUNT
002430     if WS-CHECK-COUNT = WS-READ-COUNT
002440         move "BALANCED" to RS-CONTROL-STATUS
002450     else
002460         move "OUTOFBAL" to RS-CONTROL-STATUS
002470     end-if
002480     write RUN-SUMMARY-RECORD
002490     close RUN-LOG-FILE.

002500*****************************************************************
002510* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
002520*****************************************************************
002530     copy IOCHKPRC.

002540*****************************************************************
002550* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
002560*****************************************************************
002570     copy BIZDTPRC.
