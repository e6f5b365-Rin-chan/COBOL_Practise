000010 identification division.
000020 program-id. linearSystem.
000030 author. ENGINEERING-SERVICES.
000040 date-written. 2026-10-15.
000050 date-compiled.
000060*
000070*****************************************************************
000080* modification history
000090*-----------------------------------------------------------------
000100* date        init description
000110*-----------------------------------------------------------------
000120* 2026-10-15   drl  original -- simultaneous linear equations,
000130*                   the companion to the quadraticEquation
000140*                   polynomial solver.  Each LSTRAN record is one
000150*                   system of two or three equations; it is
000160*                   solved by Gaussian elimination with partial
000170*                   pivoting and every solution substitutes back
000180*                   into every original equation against a
000190*                   tolerance, the way the polynomial verification
000200*                   step does.  Singular and near-singular systems
000210*                   reject to LSREJ in the shared REJCOM layout
000220*                   for the morning rejReview.  Checkpoints every
000230*                   10 systems and restarts after the last one
000240*                   completed, as QUADEQ does.
000250*****************************************************************

000260 environment division.
000270 input-output section.
000280 file-control.
000290     select SYSTEM-FILE assign to "LSTRAN"
000300         organization is sequential
000310         file status is WS-TRAN-STATUS.
000320     select SYSTEM-REJECT-FILE assign to "LSREJ"
000330         organization is sequential
000340         file status is WS-REJECT-STATUS.
000350     select SYSTEM-CHECKPOINT-FILE assign to "LSCKPT"
000360         organization is sequential
000370         file status is WS-CKPT-STATUS.
000380     select OPERATOR-MASTER assign to "OPERMAST"
000390         organization is sequential
000400         file status is WS-OPER-STATUS.
000410     select OPS-ERROR-LOG assign to "OPSLOG"
000420         organization is sequential
000430         file status is WS-OPSLOG-STATUS.
000440     select RUN-LOG-FILE assign to "RUNLOG"
000450         organization is sequential
000460         file status is WS-RUNLOG-STATUS.
000470     select BUSINESS-DATE-FILE assign to "BIZDATE"
000480         organization is sequential
000490         file status is WS-BIZDT-STATUS.

000500 data division.
000510 file section.
000520* one system per record -- a two-equation system leaves the
000530* third equation and every third coefficient zero.
000540 fd  SYSTEM-FILE.
000550 01  LINEAR-SYSTEM-RECORD.
000560     05 LS-SYSTEM-ID          PIC X(08).
000570     05 LS-SIZE               PIC 9(01).
000580     05 LS-EQUATION           OCCURS 3 TIMES.
000590         10 LS-COEF           PIC S9(05)V9(04) OCCURS 3 TIMES.
000600         10 LS-CONSTANT       PIC S9(05)V9(04).

000610 fd  SYSTEM-REJECT-FILE.
000620     copy REJCOM.

000630 fd  RUN-LOG-FILE.
000640     copy RUNSUM.

000650 fd  OPS-ERROR-LOG.
000660     copy OPSERR.

000670 fd  OPERATOR-MASTER.
000680     copy OPERMAST.

000690 fd  SYSTEM-CHECKPOINT-FILE.
000700 01  CHECKPOINT-RECORD.
000710     05 CK-SYSTEM-COUNT       PIC 9(05).
000720     05 CK-SOLVED-COUNT       PIC 9(05).
000730     05 CK-SUSPECT-COUNT      PIC 9(05).
000740     05 CK-REJECT-COUNT       PIC 9(05).
000750     05 CK-RUN-DATE           PIC 9(08).
000760     05 CK-INPUT-IDENT        PIC X(20).

000770 fd  BUSINESS-DATE-FILE.
000780     copy BIZDATE.

000790 working-storage section.
000800 copy BIZDTWS.
000810 01 WS-SIZE PIC 9(01) VALUE ZEROES.
000820*
000830* the augmented matrix the elimination works on, the original
000840* coefficients kept aside for the substitution check, and the
000850* solution vector.
000860 01 WS-MATRIX.
000870     05 WS-M-ROW              OCCURS 3 TIMES.
000880         10 WS-M-ENTRY        PIC S9(09)V9(08) OCCURS 4 TIMES.
000890 01 WS-ORIGINAL.
000900     05 WS-O-ROW              OCCURS 3 TIMES.
000910         10 WS-O-ENTRY        PIC S9(05)V9(04) OCCURS 4 TIMES.
000920 01 WS-SOLUTION.
000930     05 WS-X                  PIC S9(09)V9(06) OCCURS 3 TIMES.
000940 01 WS-SWAP-ROW.
000950     05 WS-SWAP-ENTRY         PIC S9(09)V9(08) OCCURS 4 TIMES.
000960 01 WS-ROW-SUB                PIC 9(01) VALUE ZEROES.
000970 01 WS-COL-SUB                PIC 9(01) VALUE ZEROES.
000980 01 WS-PIVOT-SUB              PIC 9(01) VALUE ZEROES.
000990 01 WS-PIVOT-ROW              PIC 9(01) VALUE ZEROES.
001000 01 WS-LAST-COL               PIC 9(01) VALUE ZEROES.
001010 01 WS-PIVOT-ABS              PIC S9(09)V9(08) VALUE ZEROES.
001020 01 WS-ABS-WORK               PIC S9(09)V9(08) VALUE ZEROES.
001030 01 WS-FACTOR                 PIC S9(09)V9(08) VALUE ZEROES.
001040 01 WS-BACK-SUM               PIC S9(11)V9(08) VALUE ZEROES.
001050 01 WS-DETERMINANT            PIC S9(13)V9(04) VALUE ZEROES.
001060 01 WS-SCALE                  PIC S9(09)V9(08) VALUE ZEROES.
001070 01 WS-PIVOT-FLOOR            PIC S9(09)V9(08) VALUE ZEROES.
001080* a pivot smaller than this share of the largest coefficient
001090* makes the answer meaningless in the fields we carry.
001100 01 WS-SINGULAR-RATIO         PIC 9V9(08) VALUE 0.00000100.
001110 01 WS-SOLVE-SWITCH           PIC X(01) VALUE "Y".
001120     88 SYSTEM-SOLVED         VALUE "Y".
001130     88 SYSTEM-SINGULAR       VALUE "S".
001140     88 SYSTEM-NEAR-SINGULAR  VALUE "N".
001150     88 SYSTEM-OVERFLOW       VALUE "O".
001160*
001170 01 WS-RESIDUAL               PIC S9(13)V9(08) VALUE ZEROES.
001180 01 WS-WORST-RESIDUAL         PIC S9(13)V9(08) VALUE ZEROES.
001190 01 WS-VERIFY-TOLERANCE       PIC 9(01)V9(04) VALUE 0.0500.
001200 01 WS-VERIFY-SWITCH          PIC X(01) VALUE "P".
001210     88 SOLUTION-VERIFIED     VALUE "P".
001220     88 SOLUTION-SUSPECT      VALUE "F".
001230*
001240 01 WS-TRAN-STATUS            PIC X(02).
001250     88 TRAN-OK               VALUE "00".
001260 01 WS-TRAN-EOF-SWITCH        PIC X(01) VALUE "N".
001270     88 TRAN-EOF              VALUE "Y".
001280 01 WS-SYSTEM-COUNT           PIC 9(05) VALUE ZEROES.
001290 01 WS-SOLVED-COUNT           PIC 9(05) VALUE ZEROES.
001300 01 WS-SUSPECT-COUNT          PIC 9(05) VALUE ZEROES.
001310 01 WS-REJECT-COUNT           PIC 9(05) VALUE ZEROES.
001320 01 WS-REJECT-STATUS          PIC X(02).
001330     88 REJECT-OK             VALUE "00".
001340 01 WS-CKPT-STATUS            PIC X(02).
001350     88 CKPT-OK               VALUE "00".
001360 01 WS-CKPT-INTERVAL          PIC 9(03) VALUE 10.
001370 01 WS-CKPT-QUOTIENT          PIC 9(05) VALUE ZEROES.
001380 01 WS-CKPT-REMAINDER         PIC 9(03) VALUE ZEROES.
001390 01 WS-RESTART-COUNT          PIC 9(05) VALUE ZEROES.
001400 01 WS-INPUT-IDENT            PIC X(20) VALUE SPACES.
001410 01 WS-CKPT-IDENT             PIC X(20) VALUE SPACES.
001420 01 WS-CKPT-DATE              PIC 9(08) VALUE ZEROES.
001430 01 WS-RUNLOG-STATUS          PIC X(02).
001440     88 RUNLOG-OK             VALUE "00".
001450 01 WS-RUN-START-TIME         PIC 9(08) VALUE ZEROES.
001460 01 WS-CONTROL-RESULT         PIC X(08) VALUE "BALANCED".
001470 01 WS-RUN-PARM               PIC X(08).
001480 01 WS-EMPTY-OVERRIDE         PIC X(01) VALUE "N".
001490     88 EMPTY-INPUT-ALLOWED   VALUE "Y" "y".
001500 01 WS-REJECT-PIVOT           PIC S9(09)V9(08) VALUE ZEROES.
001510 01 WS-X-DISPLAY              PIC -(9)9.9(06).
001520 01 WS-DET-DISPLAY            PIC -(13)9.9(04).
001530 01 WS-RES-DISPLAY            PIC -(5)9.9(08).
001540 copy OPERWS.
001550 copy IOCHKWS.

001560 procedure division.
001570 PRG-BEGIN.
001580     move "LINSYS" to IOC-PROGRAM
001590     accept WS-RUN-START-TIME from TIME
001600     perform ZB-GET-BUSINESS-DATE
001610* run-parameter card: position 3 the empty-input override.
001620     display "Enter run parameters (mode card):"
001630     accept WS-RUN-PARM
001640     move WS-RUN-PARM (3:1) to WS-EMPTY-OVERRIDE
001650     display "Enter operator ID:"
001660     perform ZY-OPERATOR-SIGNON
001670     perform BATCH-SYSTEM-JOB
001680     goback.

001690 BATCH-SYSTEM-JOB.
001700     open extend SYSTEM-REJECT-FILE
001710     if not REJECT-OK
001720         open output SYSTEM-REJECT-FILE
001730     end-if
001740     perform LOAD-CHECKPOINT
001750     open input SYSTEM-FILE
001760     if not TRAN-OK
001770         display "*** CANNOT OPEN LSTRAN - status "
001780             WS-TRAN-STATUS " ***"
001790         set TRAN-EOF to true
001800     end-if
001810     perform READ-SYSTEM-RECORD
001820     if not TRAN-EOF
001830         move LINEAR-SYSTEM-RECORD (1:20) to WS-INPUT-IDENT
001840     end-if
001850     if WS-RESTART-COUNT > 0
001860         if WS-CKPT-IDENT not = WS-INPUT-IDENT
001870             display "*** CHECKPOINT IS FOR A DIFFERENT INPUT "
001880                 "FILE (taken " WS-CKPT-DATE ") - restart "
001890                 "REFUSED, mount the right file or clear the "
001900                 "checkpoint ***"
001910             move 8 to RETURN-CODE
001920             stop run
001930         end-if
001940         display "Resuming after " WS-RESTART-COUNT
001950             " previously completed systems"
001960         perform SKIP-COMMITTED-RECORD
001970             until WS-SYSTEM-COUNT = WS-RESTART-COUNT
001980                 or TRAN-EOF
001990     end-if
002000     display "Linear systems roots report, " BDT-BUSINESS-DATE
002010     display "==================================="
002020     perform PROCESS-SYSTEM-RECORD until TRAN-EOF
002030     display "-----------------------------------"
002040     display "Systems processed   : " WS-SYSTEM-COUNT
002050     display "Solved              : " WS-SOLVED-COUNT
002060     display "  failed the check  : " WS-SUSPECT-COUNT
002070     display "Rejected            : " WS-REJECT-COUNT
002080     if WS-SYSTEM-COUNT = WS-SOLVED-COUNT + WS-REJECT-COUNT
002090         display "Control total       : TIES OUT"
002100     else
002110         display "Control total       : *** OUT OF BALANCE ***"
002120         move "OUTOFBAL" to WS-CONTROL-RESULT
002130     end-if
002140     if WS-SYSTEM-COUNT = 0
002150         if EMPTY-INPUT-ALLOWED
002160             display "No input - accepted by operator override"
002170         else
002180             display "*** NO INPUT RECORDS - run flagged "
002190                 "abnormal, downstream jobs held ***"
002200             move 8 to RETURN-CODE
002210         end-if
002220     end-if
002230     if WS-SUSPECT-COUNT > 0 and RETURN-CODE = 0
002240         move 4 to RETURN-CODE
002250     end-if
002260     perform WRITE-RUN-SUMMARY
002270     perform CLEAR-CHECKPOINT
002280     close SYSTEM-FILE
002290     close SYSTEM-REJECT-FILE.

002300 SKIP-COMMITTED-RECORD.
002310     add 1 to WS-SYSTEM-COUNT
002320     perform READ-SYSTEM-RECORD.

002330 READ-SYSTEM-RECORD.
002340     read SYSTEM-FILE
002350         at end set TRAN-EOF to true
002360     end-read.

002370 PROCESS-SYSTEM-RECORD.
002380     add 1 to WS-SYSTEM-COUNT
002390     move zeroes to WS-REJECT-PIVOT
002400     if LS-SIZE not numeric
002410         move zeroes to WS-SIZE
002420     else
002430         move LS-SIZE to WS-SIZE
002440     end-if
002450     if WS-SIZE < 2 or WS-SIZE > 3
002460         add 1 to WS-REJECT-COUNT
002470         display LS-SYSTEM-ID " *** REJECTED - size must be 2 "
002480             "or 3 ***"
002490         move "LSIZ" to REJ-REASON-CODE
002500         move "System size not 2 or 3" to REJ-REASON-TEXT
002510         perform WRITE-REJECT-RECORD
002520     else
002530         perform LOAD-SYSTEM
002540         perform SOLVE-SYSTEM
002550         if SYSTEM-SOLVED
002560             perform VERIFY-SOLUTION
002570             add 1 to WS-SOLVED-COUNT
002580             perform DISPLAY-SOLUTION
002590         else
002600             perform REJECT-UNSOLVED-SYSTEM
002610         end-if
002620     end-if
002630     divide WS-SYSTEM-COUNT by WS-CKPT-INTERVAL
002640         giving WS-CKPT-QUOTIENT remainder WS-CKPT-REMAINDER
002650     if WS-CKPT-REMAINDER = 0
002660         perform WRITE-CHECKPOINT
002670     end-if
002680     perform READ-SYSTEM-RECORD.

002690* the augmented matrix -- coefficients then the constant in
002700* column size + 1 -- and the scale the pivots are judged by.
002710 LOAD-SYSTEM.
002720     move zeroes to WS-MATRIX
002730     move zeroes to WS-ORIGINAL
002740     move zeroes to WS-SOLUTION
002750     move zeroes to WS-SCALE
002760     compute WS-LAST-COL = WS-SIZE + 1
002770     perform LOAD-ONE-ROW
002780         varying WS-ROW-SUB from 1 by 1
002790         until WS-ROW-SUB > WS-SIZE.

002800 LOAD-ONE-ROW.
002810     perform LOAD-ONE-COEFFICIENT
002820         varying WS-COL-SUB from 1 by 1
002830         until WS-COL-SUB > WS-SIZE
002840     move LS-CONSTANT (WS-ROW-SUB)
002850         to WS-O-ENTRY (WS-ROW-SUB, WS-LAST-COL)
002860     move LS-CONSTANT (WS-ROW-SUB)
002870         to WS-M-ENTRY (WS-ROW-SUB, WS-LAST-COL).

002880 LOAD-ONE-COEFFICIENT.
002890     move LS-COEF (WS-ROW-SUB, WS-COL-SUB)
002900         to WS-O-ENTRY (WS-ROW-SUB, WS-COL-SUB)
002910     move LS-COEF (WS-ROW-SUB, WS-COL-SUB)
002920         to WS-M-ENTRY (WS-ROW-SUB, WS-COL-SUB)
002930     move LS-COEF (WS-ROW-SUB, WS-COL-SUB) to WS-ABS-WORK
002940     if WS-ABS-WORK < 0
002950         compute WS-ABS-WORK = 0 - WS-ABS-WORK
002960     end-if
002970     if WS-ABS-WORK > WS-SCALE
002980         move WS-ABS-WORK to WS-SCALE
002990     end-if.

003000* forward elimination with partial pivoting, then back
003010* substitution.  The determinant is the product of the pivots,
003020* its sign turned once per row swap.
003030 SOLVE-SYSTEM.
003040     set SYSTEM-SOLVED to true
003050     move 1 to WS-DETERMINANT
003060     compute WS-PIVOT-FLOOR = WS-SCALE * WS-SINGULAR-RATIO
003070     perform ELIMINATE-ONE-COLUMN
003080         varying WS-PIVOT-SUB from 1 by 1
003090         until WS-PIVOT-SUB > WS-SIZE
003100             or not SYSTEM-SOLVED
003110     if SYSTEM-SOLVED
003120         perform BACK-SUBSTITUTE-ONE-ROW
003130             varying WS-ROW-SUB from WS-SIZE by -1
003140             until WS-ROW-SUB < 1
003150                 or not SYSTEM-SOLVED
003160     end-if.

003170 ELIMINATE-ONE-COLUMN.
003180     move WS-PIVOT-SUB to WS-PIVOT-ROW
003190     move zeroes to WS-PIVOT-ABS
003200     perform FIND-PIVOT-ROW
003210         varying WS-ROW-SUB from WS-PIVOT-SUB by 1
003220         until WS-ROW-SUB > WS-SIZE
003230     if WS-PIVOT-ABS = 0
003240         set SYSTEM-SINGULAR to true
003250         move zeroes to WS-REJECT-PIVOT
003260     else
003270         if WS-PIVOT-ABS < WS-PIVOT-FLOOR
003280             set SYSTEM-NEAR-SINGULAR to true
003290             move WS-PIVOT-ABS to WS-REJECT-PIVOT
003300         else
003310             if WS-PIVOT-ROW not = WS-PIVOT-SUB
003320                 perform SWAP-PIVOT-ROW
003330             end-if
003340             compute WS-DETERMINANT rounded = WS-DETERMINANT
003350                 * WS-M-ENTRY (WS-PIVOT-SUB, WS-PIVOT-SUB)
003360                 on size error
003370                     set SYSTEM-OVERFLOW to true
003380             end-compute
003390             perform CLEAR-ONE-ROW-BELOW
003400                 varying WS-ROW-SUB from WS-PIVOT-SUB by 1
003410                 until WS-ROW-SUB > WS-SIZE
003420         end-if
003430     end-if.

003440 FIND-PIVOT-ROW.
003450     move WS-M-ENTRY (WS-ROW-SUB, WS-PIVOT-SUB) to WS-ABS-WORK
003460     if WS-ABS-WORK < 0
003470         compute WS-ABS-WORK = 0 - WS-ABS-WORK
003480     end-if
003490     if WS-ABS-WORK > WS-PIVOT-ABS
003500         move WS-ABS-WORK to WS-PIVOT-ABS
003510         move WS-ROW-SUB to WS-PIVOT-ROW
003520     end-if.

003530 SWAP-PIVOT-ROW.
003540     move WS-M-ROW (WS-PIVOT-SUB) to WS-SWAP-ROW
003550     move WS-M-ROW (WS-PIVOT-ROW) to WS-M-ROW (WS-PIVOT-SUB)
003560     move WS-SWAP-ROW to WS-M-ROW (WS-PIVOT-ROW)
003570     compute WS-DETERMINANT = 0 - WS-DETERMINANT.

003580* the pivot row itself is passed over; every row under it
003590* loses its entry in the pivot column.
003600 CLEAR-ONE-ROW-BELOW.
003610     if WS-ROW-SUB > WS-PIVOT-SUB
003620         compute WS-FACTOR rounded =
003630             WS-M-ENTRY (WS-ROW-SUB, WS-PIVOT-SUB)
003640             / WS-M-ENTRY (WS-PIVOT-SUB, WS-PIVOT-SUB)
003650         perform REDUCE-ONE-ENTRY
003660             varying WS-COL-SUB from WS-PIVOT-SUB by 1
003670             until WS-COL-SUB > WS-LAST-COL
003680     end-if.

003690 REDUCE-ONE-ENTRY.
003700     compute WS-M-ENTRY (WS-ROW-SUB, WS-COL-SUB) rounded =
003710         WS-M-ENTRY (WS-ROW-SUB, WS-COL-SUB)
003720         - (WS-FACTOR * WS-M-ENTRY (WS-PIVOT-SUB, WS-COL-SUB))
003730         on size error
003740             set SYSTEM-OVERFLOW to true
003750     end-compute.

003760 BACK-SUBSTITUTE-ONE-ROW.
003770     move WS-M-ENTRY (WS-ROW-SUB, WS-LAST-COL) to WS-BACK-SUM
003780     compute WS-COL-SUB = WS-ROW-SUB + 1
003790     perform SUBTRACT-KNOWN-TERM
003800         varying WS-COL-SUB from WS-COL-SUB by 1
003810         until WS-COL-SUB > WS-SIZE
003820     compute WS-X (WS-ROW-SUB) rounded =
003830         WS-BACK-SUM / WS-M-ENTRY (WS-ROW-SUB, WS-ROW-SUB)
003840         on size error
003850             set SYSTEM-OVERFLOW to true
003860     end-compute.

003870 SUBTRACT-KNOWN-TERM.
003880     compute WS-BACK-SUM = WS-BACK-SUM
003890         - (WS-M-ENTRY (WS-ROW-SUB, WS-COL-SUB)
003900             * WS-X (WS-COL-SUB)).

003910* every unknown substitutes back into every ORIGINAL equation
003920* -- the eliminated matrix has been rounded along the way, the
003930* original coefficients have not.
003940 VERIFY-SOLUTION.
003950     set SOLUTION-VERIFIED to true
003960     move zeroes to WS-WORST-RESIDUAL
003970     perform VERIFY-ONE-EQUATION
003980         varying WS-ROW-SUB from 1 by 1
003990         until WS-ROW-SUB > WS-SIZE
004000     if WS-WORST-RESIDUAL > WS-VERIFY-TOLERANCE
004010         set SOLUTION-SUSPECT to true
004020         add 1 to WS-SUSPECT-COUNT
004030     end-if.

004040 VERIFY-ONE-EQUATION.
004050     compute WS-RESIDUAL =
004060         0 - WS-O-ENTRY (WS-ROW-SUB, WS-LAST-COL)
004070     perform ADD-ONE-TERM
004080         varying WS-COL-SUB from 1 by 1
004090         until WS-COL-SUB > WS-SIZE
004100     if WS-RESIDUAL < 0
004110         compute WS-RESIDUAL = 0 - WS-RESIDUAL
004120     end-if
004130     if WS-RESIDUAL > WS-WORST-RESIDUAL
004140         move WS-RESIDUAL to WS-WORST-RESIDUAL
004150     end-if.

004160 ADD-ONE-TERM.
004170     compute WS-RESIDUAL = WS-RESIDUAL
004180         + (WS-O-ENTRY (WS-ROW-SUB, WS-COL-SUB)
004190             * WS-X (WS-COL-SUB)).

004200 DISPLAY-SOLUTION.
004210     move WS-DETERMINANT to WS-DET-DISPLAY
004220     display LS-SYSTEM-ID "  " WS-SIZE " equations  determinant "
004230         WS-DET-DISPLAY
004240     perform DISPLAY-ONE-UNKNOWN
004250         varying WS-ROW-SUB from 1 by 1
004260         until WS-ROW-SUB > WS-SIZE
004270     move WS-WORST-RESIDUAL to WS-RES-DISPLAY
004280     if SOLUTION-VERIFIED
004290         display "    verified - largest residual " WS-RES-DISPLAY
004300     else
004310         display "    *** SOLUTION VERIFICATION FAILED - "
004320             "largest residual " WS-RES-DISPLAY " ***"
004330     end-if.

004340 DISPLAY-ONE-UNKNOWN.
004350     move WS-X (WS-ROW-SUB) to WS-X-DISPLAY
004360     display "    x" WS-ROW-SUB " = " WS-X-DISPLAY.

004370* the REJCOM item carries the system size and the pivot that
004380* failed; the system id rides in the reason text.
004390 REJECT-UNSOLVED-SYSTEM.
004400     add 1 to WS-REJECT-COUNT
004410     move spaces to REJ-REASON-TEXT
004420     evaluate true
004430         when SYSTEM-SINGULAR
004440             display LS-SYSTEM-ID " *** REJECTED - singular "
004450                 "system, no unique solution ***"
004460             move "LSSG" to REJ-REASON-CODE
004470             string "Singular system " LS-SYSTEM-ID
004480                 delimited by size into REJ-REASON-TEXT
004490             end-string
004500         when SYSTEM-NEAR-SINGULAR
004510             display LS-SYSTEM-ID " *** REJECTED - near-singular"
004520                 " system, pivot too small to trust ***"
004530             move "LSNS" to REJ-REASON-CODE
004540             string "Near-singular system " LS-SYSTEM-ID
004550                 delimited by size into REJ-REASON-TEXT
004560             end-string
004570         when other
004580             display LS-SYSTEM-ID " *** REJECTED - solution "
004590                 "overflows the result fields ***"
004600             move "LSOV" to REJ-REASON-CODE
004610             string "Solution overflow " LS-SYSTEM-ID
004620                 delimited by size into REJ-REASON-TEXT
004630             end-string
004640     end-evaluate
004650     perform WRITE-REJECT-RECORD.

004660 WRITE-REJECT-RECORD.
004670     move "LINSYS" to REJ-SOURCE-PROGRAM
004680     move WS-SIZE to REJ-INPUT-1
004690     move WS-REJECT-PIVOT to REJ-INPUT-2
004700     move BDT-BUSINESS-DATE to REJ-POST-DATE
004710     move OPR-OPERATOR-ID to REJ-OPERATOR
004720     move "O" to REJ-STATUS
004730     move zeroes to REJ-RESOLVED-DATE
004740     move spaces to REJ-RESOLVED-OPER
004750     write REJ-SUSPENSE-RECORD
004760     move WS-REJECT-STATUS to IOC-STATUS
004770     move "LSREJ" to IOC-FILE-NAME
004780     perform ZZ-CHECK-WRITE.

004790 LOAD-CHECKPOINT.
004800     move zeroes to WS-RESTART-COUNT
004810     open input SYSTEM-CHECKPOINT-FILE
004820     if CKPT-OK
004830         read SYSTEM-CHECKPOINT-FILE
004840             at end move zeroes to CK-SYSTEM-COUNT CK-SOLVED-COUNT
004850                 CK-SUSPECT-COUNT CK-REJECT-COUNT
004860         end-read
004870         move CK-RUN-DATE to WS-CKPT-DATE
004880         move CK-INPUT-IDENT to WS-CKPT-IDENT
004890         move CK-SYSTEM-COUNT to WS-RESTART-COUNT
004900         move CK-SOLVED-COUNT to WS-SOLVED-COUNT
004910         move CK-SUSPECT-COUNT to WS-SUSPECT-COUNT
004920         move CK-REJECT-COUNT to WS-REJECT-COUNT
004930         close SYSTEM-CHECKPOINT-FILE
004940     end-if.

004950 WRITE-CHECKPOINT.
004960     open output SYSTEM-CHECKPOINT-FILE
004970     move WS-SYSTEM-COUNT to CK-SYSTEM-COUNT
004980     move WS-SOLVED-COUNT to CK-SOLVED-COUNT
004990     move WS-SUSPECT-COUNT to CK-SUSPECT-COUNT
005000     move WS-REJECT-COUNT to CK-REJECT-COUNT
005010     move BDT-BUSINESS-DATE to CK-RUN-DATE
005020     move WS-INPUT-IDENT to CK-INPUT-IDENT
005030     write CHECKPOINT-RECORD
005040     close SYSTEM-CHECKPOINT-FILE.

005050 CLEAR-CHECKPOINT.
005060     open output SYSTEM-CHECKPOINT-FILE
005070     move zeroes to CK-SYSTEM-COUNT
005080     move zeroes to CK-SOLVED-COUNT
005090     move zeroes to CK-SUSPECT-COUNT
005100     move zeroes to CK-REJECT-COUNT
005110     move zeroes to CK-RUN-DATE
005120     move spaces to CK-INPUT-IDENT
005130     write CHECKPOINT-RECORD
005140     close SYSTEM-CHECKPOINT-FILE.

005150* one standard record per batch run to the shared RUNLOG
005160* operations file, for the night-end opsReport.
005170 WRITE-RUN-SUMMARY.
005180     open extend RUN-LOG-FILE
005190     if not RUNLOG-OK
005200         open output RUN-LOG-FILE
005210     end-if
005220     move "LINSYS" to RS-PROGRAM
005230     move BDT-BUSINESS-DATE to RS-RUN-DATE
005240     accept RS-RUN-TIME from TIME
005250     move WS-RUN-START-TIME to RS-START-TIME
005260     move WS-SYSTEM-COUNT to RS-RECORDS-READ
005270     move WS-SOLVED-COUNT to RS-RECORDS-POSTED
005280     move WS-REJECT-COUNT to RS-RECORDS-REJECTED
005290     move WS-CONTROL-RESULT to RS-CONTROL-STATUS
005300     write RUN-SUMMARY-RECORD
005310     close RUN-LOG-FILE.

005320*****************************************************************
005330* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
005340*****************************************************************
005350     copy IOCHKPRC.

005360*****************************************************************
005370* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
005380*****************************************************************
005390     copy OPERPRC.

005400*****************************************************************
005410* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
005420*****************************************************************
005430     copy BIZDTPRC.
