000206*                   history record widened to 90 bytes, and
000208*                   the restart BAL record draws its own
000209*                   entry number from ADDCTL.
00209A* 2026-10-15   gag  runs only on the last business day of the
00209B*                   month per the BIZCAL markers on BIZDATE, or on
00209C*                   the last calendar day of the month when the
00209D*                   BIZDATE record carries no markers; any other
00209E*                   night it says so and ends RC 4.  An "F" run
00209F*                   card forces the close; a "C" card only checks
00209G*                   the night, so the job allocates the ADDHIST
00209H*                   generation on the close night alone.
000210*****************************************************************

000220 environment division.
000280     select CALC-HISTORY-FILE assign to "ADDHIST"
000290         organization is sequential
000300         file status is WS-HISTORY-STATUS.
000302     select BUSINESS-DATE-FILE assign to "BIZDATE"
000304         organization is sequential
000306         file status is WS-BIZDT-STATUS.

000310 data division.
000320 file section.
000364 01  ADD-CONTROL-RECORD.
000366     05 AC-NEXT-ENTRY        PIC 9(06).

000367 fd  BUSINESS-DATE-FILE.
000368     copy BIZDATE.

000370 working-storage section.
000375 copy BIZDTWS.
000380 01 WS-RESULTS-STATUS         PIC X(02).
000390     88 RESULTS-OK            VALUE "00".
000400 01 WS-HISTORY-STATUS         PIC X(02).
000450 01 WS-ROLLED-COUNT           PIC 9(06) VALUE ZEROES.
000460 01 WS-CLOSING-BALANCE        PIC S9(09)V99 VALUE ZEROES.
000470 01 WS-BALANCE-DISPLAY        PIC -(9)9.99.
000471 01 WS-CLOSE-MODE             PIC X(01) VALUE SPACE.
000472     88 FORCE-CLOSE           VALUE "F" "f".
000473     88 CHECK-ONLY            VALUE "C" "c".
000474 01 WS-CLOSE-NIGHT-SWITCH     PIC X(01) VALUE "Y".
000475     88 CLOSE-NIGHT           VALUE "Y".
000476 01 WS-CLOSE-DATE.
000477     05 WS-CLOSE-YYYY         PIC 9(04).
000478     05 WS-CLOSE-MM           PIC 9(02).
000479     05 WS-CLOSE-DD           PIC 9(02).

000480 procedure division.
000482* run card: position 1 "F" forces the close on a night that is
000484* not the month's last business day; "C" only checks the night
000486* -- RC 0 on the close night, RC 4 on any other -- and touches
000488* no file, so the job's close step runs on the close night alone.
000490 PRG-BEGIN.
000491     perform ZB-GET-BUSINESS-DATE
000492     accept WS-CLOSE-MODE
000493     perform CHECK-CLOSE-NIGHT
000494     if CHECK-ONLY or not CLOSE-NIGHT
000495         stop run
000496     end-if
000500     open input CALC-RESULTS-FILE
000510     if not RESULTS-OK
000520         display "No results file on record - nothing to close"
001260     move AC-NEXT-ENTRY to WS-NEXT-ENTRY
001270     rewrite ADD-CONTROL-RECORD
001280     close ADD-CONTROL-FILE.

001290* the close night is the month's last business day per the BIZCAL
001300* markers on BIZDATE.  A BIZDATE record without markers (no
001310* BIZCAL, or bizAdvance ran past its end) falls back to the last
001320* calendar day of the month, never to closing every night.
001330 CHECK-CLOSE-NIGHT.
001340     set CLOSE-NIGHT to true
001350     evaluate true
001360         when FORCE-CLOSE
001370             display "*** FORCED CLOSE on business date "
001380                 BDT-BUSINESS-DATE " ***"
001390         when BDT-CALENDAR-UNKNOWN
001400             display "No business calendar on BIZDATE - closing "
001410                 "on the last calendar day of the month"
001420             perform TEST-LAST-CALENDAR-DAY
001430         when BDT-NON-PROCESSING-DAY or not BDT-MONTH-END-DAY
001440             move "N" to WS-CLOSE-NIGHT-SWITCH
001450     end-evaluate
001460     if CLOSE-NIGHT
001470         display "Business date " BDT-BUSINESS-DATE
001480             " is the close night"
001490     else
001500         display "Business date " BDT-BUSINESS-DATE " is not the "
001510             "last business day of the month - close not run"
001520         move 4 to RETURN-CODE
001530     end-if.

001540* the month's length comes from the BIZDTWS table; February's
001550* 28th is not its last day in a leap year (every fourth year,
001560* but not a century unless it divides by 400).
001570 TEST-LAST-CALENDAR-DAY.
001580     move BDT-BUSINESS-DATE to WS-CLOSE-DATE
001590     evaluate true
001600         when WS-CLOSE-MM = 2 and WS-CLOSE-DD = 29
001610             continue
001620         when WS-CLOSE-DD not = BDT-MONTH-LEN (WS-CLOSE-MM)
001630             move "N" to WS-CLOSE-NIGHT-SWITCH
001640         when WS-CLOSE-MM = 2
001650             divide WS-CLOSE-YYYY by 4 giving BDT-WORK
001660                 remainder BDT-REM
001670             if BDT-REM = 0
001680                 divide WS-CLOSE-YYYY by 100 giving BDT-WORK
001690                     remainder BDT-REM
001700                 if BDT-REM not = 0
001710                     move "N" to WS-CLOSE-NIGHT-SWITCH
001720                 else
001730                     divide WS-CLOSE-YYYY by 400 giving BDT-WORK
001740                         remainder BDT-REM
001750                     if BDT-REM = 0
001760                         move "N" to WS-CLOSE-NIGHT-SWITCH
001770                     end-if
001780                 end-if
001790             end-if
001800     end-evaluate.

001810*****************************************************************
001820* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
001830*****************************************************************
001840     copy BIZDTPRC.
