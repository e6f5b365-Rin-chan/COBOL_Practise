003023*                   intermediate results on paper and re-keying
003024*                   them.  Chained steps log to ITERLOG like any
003025*                   other operation.
03025A* 2026-10-15   mfc  added an "S" script mode -- the day's
03025B*                   repeated sequences run from an ITERSCR
03025C*                   script file instead of being re-keyed.
03025D*                   Steps store into and recall from named
03025E*                   memory registers ("M1 = 250 * 1.07",
03025F*                   "M1 + 40"), log to ITERLOG with the session
03025G*                   stamps, a bad step halts the script with its
03025H*                   line number, and the final register values
03025I*                   print as a closing report.
003010*****************************************************************

003020 environment division.
003071         select SESSION-CONTROL-FILE assign to "ITERCTL"
003072             organization is sequential
003073             file status is WS-CONTROL-STATUS.
003075         select SCRIPT-FILE assign to "ITERSCR"
003077             organization is sequential
003079             file status is WS-SCRIPT-STATUS.

003080 data division.
003090     file section.
003093     fd  SESSION-CONTROL-FILE.
003094     01  SESSION-CONTROL-RECORD.
003095         05 SC-NEXT-SESSION    PIC 9(05).
003096* one script step per card; blank cards and cards starting
003097* "*" are comments.
003098     fd  SCRIPT-FILE.
003099     01  SCRIPT-LINE           PIC X(80).

003100     working-storage section.
003110     01 WS-NUM1 PIC S9(05)V9(02).
003190     copy IOCHKWS.
003191     01 WS-SESSION-MODE PIC X(01).
003192         88 ACCUMULATOR-MODE VALUE "A" "a".
03192A         88 SCRIPT-MODE VALUE "S" "s".
003193     01 WS-ACCUMULATOR PIC S9(05)V9(02) VALUE ZEROES.
003194     01 WS-RCL PIC X(3) value "rcl".
003195     01 WS-CLR PIC X(3) value "clr".
003205     01 WS-STO PIC X(3) value "sto".
003215     01 WS-SCRIPT-STATUS PIC X(02).
003225         88 SCRIPT-OK VALUE "00".
003235     01 WS-SCRIPT-EOF-SWITCH PIC X(01) VALUE "N".
003245         88 SCRIPT-EOF VALUE "Y".
003255     01 WS-SCRIPT-HALT-SWITCH PIC X(01) VALUE "N".
003265         88 SCRIPT-HALTED VALUE "Y".
003275     01 WS-SCRIPT-LINE-NO PIC 9(04) VALUE ZEROES.
003285     01 WS-SCRIPT-STEPS PIC 9(04) VALUE ZEROES.
003295     01 WS-HALT-REASON PIC X(40) VALUE SPACES.
003305* a step is split on spaces into at most five words --
003315* "M1 = 250 * 1.07" -- the sixth slot only catches extras.
003325     01 WS-TOKEN-TABLE.
003335         05 WS-TOKEN PIC X(12) OCCURS 6 TIMES.
003345     01 WS-TOKEN-COUNT PIC 9(02) VALUE ZEROES.
003355     01 WS-TOKEN-PTR PIC 9(03) VALUE ZEROES.
003365     01 WS-LEADING-SPACES PIC 9(03) VALUE ZEROES.
003375     01 WS-CALC-BASE PIC 9(01) VALUE ZEROES.
003385     01 WS-OPERATOR-SUB PIC 9(01) VALUE ZEROES.
003395     01 WS-OPERAND-SUB PIC 9(01) VALUE ZEROES.
003405     01 WS-OPERAND-TOKEN PIC X(12).
003415     01 WS-OPERAND-VALUE PIC S9(05)V9(02).
003425     01 WS-TARGET-NAME PIC X(08).
003435     01 WS-LOOKUP-NAME PIC X(08).
003445     01 WS-NUMBER-SWITCH PIC X(01).
003455         88 NUMBER-VALID VALUE "Y".
003465         88 NUMBER-INVALID VALUE "N".
003475     01 WS-PARSE-SWITCH PIC X(01).
003485         88 PARSE-DONE VALUE "Y".
003495     01 WS-POINT-SWITCH PIC X(01).
003505         88 POINT-SEEN VALUE "Y".
003515     01 WS-NUMBER-SIGN PIC X(01).
003525         88 NUMBER-NEGATIVE VALUE "-".
003535     01 WS-CHAR-SUB PIC 9(02) VALUE ZEROES.
003545     01 WS-NUM-CHAR PIC X(01).
003555     01 WS-NUM-DIGIT REDEFINES WS-NUM-CHAR PIC 9(01).
003565     01 WS-INT-PART PIC 9(05) VALUE ZEROES.
003575     01 WS-DEC-PART PIC 9(02) VALUE ZEROES.
003585     01 WS-INT-DIGITS PIC 9(02) VALUE ZEROES.
003595     01 WS-DEC-DIGITS PIC 9(02) VALUE ZEROES.
003605* the named memory registers, created by the first store.
003615     01 WS-REGISTER-TABLE.
003625         05 WS-REGISTER OCCURS 20 TIMES.
003635             10 RG-NAME PIC X(08).
003645             10 RG-VALUE PIC S9(05)V9(02).
003655     01 WS-REG-COUNT PIC 9(02) VALUE ZEROES.
003665     01 WS-REG-MAX PIC 9(02) VALUE 20.
003675     01 WS-REG-SUB PIC 9(02) VALUE ZEROES.
003685     01 WS-REG-FOUND-SUB PIC 9(02) VALUE ZEROES.
003695     01 WS-VALUE-DISPLAY PIC -(5)9.99.

004000 procedure division.
004010     PRG-BEGIN.
004013     perform GET-SESSION-NUMBER
004014     display "Session " WS-SESSION-NUMBER " for "
004015         WS-OPERATOR-ID
004016     display "Mode - C (classic), A (accumulator) or S (script)?"
004017     accept WS-SESSION-MODE
004020     open extend ITER-LOG-FILE
004030     if not LOG-OK
004040         open output ITER-LOG-FILE
004050     end-if
004055     evaluate true
04055A         when ACCUMULATOR-MODE
004056             perform ACCUM-LOOP-PARA until WS-OP = WS-SENTINEL
004057         when SCRIPT-MODE
004058             perform SCRIPT-RUN-PARA
004059         when other
004060             perform LOOP-PARA until WS-OP = WS-SENTINEL
004065     end-evaluate
004070     close ITER-LOG-FILE
004080     stop run.

005410* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
005420*****************************************************************
005430     copy IOCHKPRC.

005440* script mode -- every card of ITERSCR is one step, run in
005450* order under the session already drawn, and the register
005460* values left at the end print as the closing report.
005470     SCRIPT-RUN-PARA.
005480     open input SCRIPT-FILE
005490     if not SCRIPT-OK
005500         display "*** CANNOT OPEN ITERSCR - status "
005510             WS-SCRIPT-STATUS " ***"
005520         move 8 to RETURN-CODE
005530     else
005540         display "Running script, session " WS-SESSION-NUMBER
005550         perform READ-SCRIPT-PARA
005560         perform SCRIPT-STEP-PARA
005570             until SCRIPT-EOF or SCRIPT-HALTED
005580         close SCRIPT-FILE
005590         if SCRIPT-HALTED
005600             display "*** SCRIPT HALTED AT LINE "
005610                 WS-SCRIPT-LINE-NO " - " WS-HALT-REASON
005620             move 8 to RETURN-CODE
005630         end-if
005640         perform SCRIPT-REPORT-PARA
005650     end-if
005660     move WS-SENTINEL to WS-OP.

005670     READ-SCRIPT-PARA.
005680     read SCRIPT-FILE
005690         at end set SCRIPT-EOF to true
005700         not at end add 1 to WS-SCRIPT-LINE-NO
005710     end-read.

005720     SCRIPT-STEP-PARA.
005730     if SCRIPT-LINE not = spaces and SCRIPT-LINE (1:1) not = "*"
005740         perform SPLIT-SCRIPT-LINE
005750         perform EXECUTE-SCRIPT-STEP
005760     end-if
005770     if not SCRIPT-HALTED
005780         perform READ-SCRIPT-PARA
005790     end-if.

005800     SPLIT-SCRIPT-LINE.
005810     move spaces to WS-TOKEN-TABLE
005820     move zeroes to WS-TOKEN-COUNT
005830     move zeroes to WS-LEADING-SPACES
005840     inspect SCRIPT-LINE tallying WS-LEADING-SPACES
005850         for leading spaces
005860     compute WS-TOKEN-PTR = WS-LEADING-SPACES + 1
005870     unstring SCRIPT-LINE delimited by all spaces
005880         into WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
005890              WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)
005900         with pointer WS-TOKEN-PTR
005910         tallying in WS-TOKEN-COUNT
005920     end-unstring
005930     inspect WS-TOKEN-TABLE converting
005940         "abcdefghijklmnopqrstuvwxyz"
005950         to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

005960* the step forms --
005970*   M1                recall a register
005980*   M1 = 250          store a figure or another register
005990*   M1 = 250 * 1.07   store the result of a calculation
006000*   M1 + 40           calculate, the result back into M1
006010*   250 * 1.07        calculate only
006020     EXECUTE-SCRIPT-STEP.
006030     move spaces to WS-TARGET-NAME
006040     evaluate true
006050         when WS-TOKEN-COUNT = 1
006060             perform SCRIPT-RECALL-STEP
006070         when WS-TOKEN-COUNT = 3 and WS-TOKEN (2) = "="
006080             perform SCRIPT-STORE-STEP
006090         when WS-TOKEN-COUNT = 3
006100             if WS-TOKEN (1) (1:1) is alphabetic-upper
006110                 move WS-TOKEN (1) to WS-OPERAND-TOKEN
006120                 perform CHECK-REGISTER-NAME
006130                 move WS-TOKEN (1) to WS-TARGET-NAME
006140             end-if
006150             move 1 to WS-CALC-BASE
006160             if not SCRIPT-HALTED
006170                 perform SCRIPT-CALC-STEP
006180             end-if
006190         when WS-TOKEN-COUNT = 5 and WS-TOKEN (2) = "="
006200             move WS-TOKEN (1) to WS-OPERAND-TOKEN
006210             perform CHECK-REGISTER-NAME
006220             move WS-TOKEN (1) to WS-TARGET-NAME
006230             move 3 to WS-CALC-BASE
006240             if not SCRIPT-HALTED
006250                 perform SCRIPT-CALC-STEP
006260             end-if
006270         when other
006280             move "step not understood" to WS-HALT-REASON
006290             set SCRIPT-HALTED to true
006300     end-evaluate.

006310     SCRIPT-RECALL-STEP.
006320     move WS-TOKEN (1) to WS-OPERAND-TOKEN
006330     perform CHECK-REGISTER-NAME
006340     if not SCRIPT-HALTED
006350         perform RESOLVE-OPERAND
006360     end-if
006370     if not SCRIPT-HALTED
006380         move WS-RCL to WS-OP
006390         move WS-OPERAND-VALUE to WS-NUM1
006400         move zeroes to WS-NUM2
006410         move WS-OPERAND-VALUE to WS-RESULT
006420         perform SCRIPT-POST-STEP
006430     end-if.

006440     SCRIPT-STORE-STEP.
006450     move WS-TOKEN (1) to WS-OPERAND-TOKEN
006460     perform CHECK-REGISTER-NAME
006470     move WS-TOKEN (1) to WS-TARGET-NAME
006480     if not SCRIPT-HALTED
006490         move WS-TOKEN (3) to WS-OPERAND-TOKEN
006500         perform RESOLVE-OPERAND
006510     end-if
006520     if not SCRIPT-HALTED
006530         move WS-STO to WS-OP
006540         move WS-OPERAND-VALUE to WS-NUM1
006550         move zeroes to WS-NUM2
006560         move WS-OPERAND-VALUE to WS-RESULT
006570         perform STORE-REGISTER
006580     end-if
006590     if not SCRIPT-HALTED
006600         perform SCRIPT-POST-STEP
006610     end-if.

006620* the operands are WS-CALC-BASE and two words on, the operation
006630* between them; either operand may be a figure or a register.
006640     SCRIPT-CALC-STEP.
006650     move WS-TOKEN (WS-CALC-BASE) to WS-OPERAND-TOKEN
006660     perform RESOLVE-OPERAND
006670     move WS-OPERAND-VALUE to WS-NUM1
006680     compute WS-OPERAND-SUB = WS-CALC-BASE + 2
006690     if not SCRIPT-HALTED
006700         move WS-TOKEN (WS-OPERAND-SUB) to WS-OPERAND-TOKEN
006710         perform RESOLVE-OPERAND
006720         move WS-OPERAND-VALUE to WS-NUM2
006730     end-if
006740     compute WS-OPERATOR-SUB = WS-CALC-BASE + 1
006750     if not SCRIPT-HALTED
006760         perform SCRIPT-ARITHMETIC
006770     end-if
006780     if not SCRIPT-HALTED and WS-TARGET-NAME not = spaces
006790         perform STORE-REGISTER
006800     end-if
006810     if not SCRIPT-HALTED
006820         perform SCRIPT-POST-STEP
006830     end-if.

006840     SCRIPT-ARITHMETIC.
006850     evaluate WS-TOKEN (WS-OPERATOR-SUB)
006860         when "+"
006870         when "ADD"
006880             move WS-ADD to WS-OP
006890             add WS-NUM1 to WS-NUM2 giving WS-RESULT
006900                 on size error perform SCRIPT-OVERFLOW
006910             end-add
006920         when "-"
006930         when "SUB"
006940             move WS-SUB to WS-OP
006950             subtract WS-NUM2 from WS-NUM1 giving WS-RESULT
006960                 on size error perform SCRIPT-OVERFLOW
006970             end-subtract
006980         when "*"
006990         when "MUL"
007000             move WS-MUL to WS-OP
007010             multiply WS-NUM1 by WS-NUM2 giving WS-RESULT
007020                 on size error perform SCRIPT-OVERFLOW
007030             end-multiply
007040         when "/"
007050         when "DIV"
007060             move WS-DIV to WS-OP
007070             if WS-NUM2 = 0
007080                 move "divide by zero" to WS-HALT-REASON
007090                 set SCRIPT-HALTED to true
007100             else
007110                 divide WS-NUM1 by WS-NUM2 giving WS-RESULT
007120                     on size error perform SCRIPT-OVERFLOW
007130                 end-divide
007140             end-if
007150         when other
007160             move spaces to WS-HALT-REASON
007170             string "unknown operation " delimited by size
007180                 WS-TOKEN (WS-OPERATOR-SUB) delimited by space
007190                 into WS-HALT-REASON
007200             end-string
007210             set SCRIPT-HALTED to true
007220     end-evaluate.

007230     SCRIPT-OVERFLOW.
007240     move "result too large" to WS-HALT-REASON
007250     set SCRIPT-HALTED to true.

007260* a completed step shows on the screen and logs to ITERLOG
007270* exactly as an interactive one does.
007280     SCRIPT-POST-STEP.
007290     if WS-TARGET-NAME = spaces
007300         display "Line " WS-SCRIPT-LINE-NO "  Result: " WS-RESULT
007310     else
007320         display "Line " WS-SCRIPT-LINE-NO "  " WS-TARGET-NAME
007330             " = " WS-RESULT
007340     end-if
007350     add 1 to WS-SCRIPT-STEPS
007360     perform WRITE-LOG-RECORD.

007370* a word starting with a letter is a register, anything else
007380* must be a figure.
007390     RESOLVE-OPERAND.
007400     if WS-OPERAND-TOKEN (1:1) is alphabetic-upper
007410         perform CHECK-REGISTER-NAME
007420         if not SCRIPT-HALTED
007430             move WS-OPERAND-TOKEN to WS-LOOKUP-NAME
007440             perform FIND-REGISTER
007450             if WS-REG-FOUND-SUB = 0
007460                 move spaces to WS-HALT-REASON
007470                 string "register " delimited by size
007480                     WS-LOOKUP-NAME delimited by space
007490                     " not set" delimited by size
007500                     into WS-HALT-REASON
007510                 end-string
007520                 set SCRIPT-HALTED to true
007530             else
007540                 move RG-VALUE (WS-REG-FOUND-SUB)
007550                     to WS-OPERAND-VALUE
007560             end-if
007570         end-if
007580     else
007590         perform PARSE-NUMBER-TOKEN
007600         if NUMBER-INVALID
007610             move spaces to WS-HALT-REASON
007620             string "bad figure " delimited by size
007630                 WS-OPERAND-TOKEN delimited by space
007640                 into WS-HALT-REASON
007650             end-string
007660             set SCRIPT-HALTED to true
007670         end-if
007680     end-if.

007690     CHECK-REGISTER-NAME.
007700     if WS-OPERAND-TOKEN (1:1) not alphabetic-upper
007710         or WS-OPERAND-TOKEN (9:4) not = spaces
007720         move spaces to WS-HALT-REASON
007730         string "bad register name " delimited by size
007740             WS-OPERAND-TOKEN delimited by space
007750             into WS-HALT-REASON
007760         end-string
007770         set SCRIPT-HALTED to true
007780     end-if.

007790     FIND-REGISTER.
007800     move zeroes to WS-REG-FOUND-SUB
007810     perform TEST-REGISTER-PARA
007820         varying WS-REG-SUB from 1 by 1
007830         until WS-REG-SUB > WS-REG-COUNT
007840             or WS-REG-FOUND-SUB > 0.

007850     TEST-REGISTER-PARA.
007860     if RG-NAME (WS-REG-SUB) = WS-LOOKUP-NAME
007870         move WS-REG-SUB to WS-REG-FOUND-SUB
007880     end-if.

007890     STORE-REGISTER.
007900     move WS-TARGET-NAME to WS-LOOKUP-NAME
007910     perform FIND-REGISTER
007920     if WS-REG-FOUND-SUB = 0
007930         if WS-REG-COUNT < WS-REG-MAX
007940             add 1 to WS-REG-COUNT
007950             move WS-REG-COUNT to WS-REG-FOUND-SUB
007960             move WS-TARGET-NAME to RG-NAME (WS-REG-FOUND-SUB)
007970         else
007980             move "too many registers" to WS-HALT-REASON
007990             set SCRIPT-HALTED to true
008000         end-if
008010     end-if
008020     if not SCRIPT-HALTED
008030         move WS-RESULT to RG-VALUE (WS-REG-FOUND-SUB)
008040     end-if.

008050* a figure is an optional sign, up to five whole digits and
008060* up to two decimals -- the same range the operands carry.
008070     PARSE-NUMBER-TOKEN.
008080     set NUMBER-VALID to true
008090     move "N" to WS-PARSE-SWITCH
008100     move "N" to WS-POINT-SWITCH
008110     move "+" to WS-NUMBER-SIGN
008120     move zeroes to WS-INT-PART
008130     move zeroes to WS-DEC-PART
008140     move zeroes to WS-INT-DIGITS
008150     move zeroes to WS-DEC-DIGITS
008160     move 1 to WS-CHAR-SUB
008170     if WS-OPERAND-TOKEN (1:1) = "-" or "+"
008180         move WS-OPERAND-TOKEN (1:1) to WS-NUMBER-SIGN
008190         move 2 to WS-CHAR-SUB
008200     end-if
008210     perform PARSE-NUMBER-CHAR
008220         until PARSE-DONE or NUMBER-INVALID or WS-CHAR-SUB > 12
008230     if WS-INT-DIGITS = 0 and WS-DEC-DIGITS = 0
008240         set NUMBER-INVALID to true
008250     end-if
008260     if NUMBER-VALID
008270         if WS-DEC-DIGITS = 1
008280             compute WS-DEC-PART = WS-DEC-PART * 10
008290         end-if
008300         compute WS-OPERAND-VALUE = WS-DEC-PART / 100
008310         add WS-INT-PART to WS-OPERAND-VALUE
008320         if NUMBER-NEGATIVE
008330             compute WS-OPERAND-VALUE = 0 - WS-OPERAND-VALUE
008340         end-if
008350     end-if.

008360     PARSE-NUMBER-CHAR.
008370     move WS-OPERAND-TOKEN (WS-CHAR-SUB:1) to WS-NUM-CHAR
008380     evaluate true
008390         when WS-NUM-CHAR = space
008400             set PARSE-DONE to true
008410         when WS-NUM-CHAR = "."
008420             if POINT-SEEN
008430                 set NUMBER-INVALID to true
008440             else
008450                 set POINT-SEEN to true
008460             end-if
008470         when WS-NUM-CHAR is numeric
008480             if POINT-SEEN
008490                 if WS-DEC-DIGITS = 2
008500                     set NUMBER-INVALID to true
008510                 else
008520                     compute WS-DEC-PART =
008530                         (WS-DEC-PART * 10) + WS-NUM-DIGIT
008540                     add 1 to WS-DEC-DIGITS
008550                 end-if
008560             else
008570                 if WS-INT-DIGITS = 5
008580                     set NUMBER-INVALID to true
008590                 else
008600                     compute WS-INT-PART =
008610                         (WS-INT-PART * 10) + WS-NUM-DIGIT
008620                     add 1 to WS-INT-DIGITS
008630                 end-if
008640             end-if
008650         when other
008660             set NUMBER-INVALID to true
008670     end-evaluate
008680     add 1 to WS-CHAR-SUB.

008690* closing report -- the registers as the script left them,
008700* including a script that halted part way.
008710     SCRIPT-REPORT-PARA.
008720     display "-----------------------------------"
008730     display "Script lines read : " WS-SCRIPT-LINE-NO
008740     display "Steps completed   : " WS-SCRIPT-STEPS
008750     display "Final register values"
008760     if WS-REG-COUNT = 0
008770         display "  (no registers set)"
008780     else
008790         perform SCRIPT-REPORT-LINE
008800             varying WS-REG-SUB from 1 by 1
008810             until WS-REG-SUB > WS-REG-COUNT
008820     end-if.

008830     SCRIPT-REPORT-LINE.
008840     move RG-VALUE (WS-REG-SUB) to WS-VALUE-DISPLAY
008850     display "  " RG-NAME (WS-REG-SUB) "  " WS-VALUE-DISPLAY.
