000260*                   itself is the restart point -- rerunning
000270*                   "R" mid-night picks up exactly where the
000280*                   night stands.
00280A* 2026-10-15   gag  "C" mode -- critical path and projected
00280B*                   finish of the rest of the night.  Each
00280C*                   unfinished job is timed from the RUNLOG
00280D*                   history of its SCHEDF timing program (average
00280E*                   and worst elapsed minutes), or the SCHEDF
00280F*                   estimate when there is no history; the longest
00280G*                   predecessor chain through the remaining jobs,
00280H*                   started from now, is the projected finish,
00280I*                   printed step by step for both the average and
00280J*                   worst case and again with the optional jobs
00280K*                   skipped.  A finish past the online-day start
00280L*                   on ONLCTL warns (RC 8 on the average, RC 4
00280M*                   when only the worst case is late) and the
00280N*                   projection logs to SCHEDLOG.  SCHEDF records
00280O*                   gain the timing program, the estimate and the
00280P*                   optional flag at the end; a record cut before
00280Q*                   them still reads, as a required job timed
00280R*                   under its own name.
000290*****************************************************************

000300 environment division.
000390     select DECISION-LOG assign to "SCHEDLOG"
000400         organization is sequential
000410         file status is WS-DLOG-STATUS.
000411     select RUN-LOG-FILE assign to "RUNLOG"
000412         organization is sequential
000413         file status is WS-RUNLOG-STATUS.
000414     select ONLINE-CONTROL-FILE assign to "ONLCTL"
000415         organization is sequential
000416         file status is WS-ONLCTL-STATUS.

000420 data division.
000430 file section.
000480     05 SJ-PRED-2             PIC X(10).
000490     05 SJ-PRED-3             PIC X(10).
000500     05 SJ-MAX-RC             PIC 9(02).
000501     05 SJ-TIMING-PROGRAM     PIC X(10).
000502     05 SJ-EST-MINUTES        PIC X(04).
000503     05 SJ-EST-MINUTES-N REDEFINES SJ-EST-MINUTES
000504                              PIC 9(04).
000505     05 SJ-OPTIONAL-FLAG      PIC X(01).
000506         88 SJ-OPTIONAL-JOB   VALUE "Y".

000510 fd  NIGHT-STATUS-FILE.
000520 01  NIGHT-STATUS-RECORD.
000610     05 DL-DECISION           PIC X(08).
000620     05 DL-REASON             PIC X(30).

000622 fd  RUN-LOG-FILE.
000624     copy RUNSUM.

000626 fd  ONLINE-CONTROL-FILE.
000628     copy ONLCTL.

000630 working-storage section.
000640 01 WS-SCHED-STATUS           PIC X(02).
000650     88 SCHED-OK              VALUE "00".
000670     88 STAT-OK               VALUE "00".
000680 01 WS-DLOG-STATUS            PIC X(02).
000690     88 DLOG-OK               VALUE "00".
000692 01 WS-RUNLOG-STATUS          PIC X(02).
000694     88 RUNLOG-OK             VALUE "00".
000696 01 WS-ONLCTL-STATUS          PIC X(02).
000698     88 ONLCTL-OK             VALUE "00".
000700 01 WS-EOF-SWITCH             PIC X(01) VALUE "N".
000710     88 FILE-EOF              VALUE "Y".
000720 01 WS-RUN-MODE               PIC X(01).
000730     88 POST-MODE             VALUE "P" "p".
000740     88 RELEASE-MODE          VALUE "R" "r".
000745     88 PROJECT-MODE          VALUE "C" "c".
000750 01 WS-RUN-DATE               PIC 9(08) VALUE ZEROES.
000760 01 WS-POST-JOB               PIC X(10).
000770 01 WS-POST-RC                PIC 9(02).
000870         10 WS-JOB-PRED-2     PIC X(10).
000880         10 WS-JOB-PRED-3     PIC X(10).
000890         10 WS-JOB-MAX-RC     PIC 9(02).
00890A         10 WS-JOB-PROGRAM    PIC X(10).
00890B         10 WS-JOB-EST-MIN    PIC 9(04).
00890C         10 WS-JOB-OPTIONAL   PIC X(01).
00890D             88 JOB-OPTIONAL  VALUE "Y".
00890E         10 WS-JOB-RUNS       PIC 9(05).
00890F         10 WS-JOB-TOTAL-MIN  PIC 9(07).
00890G         10 WS-JOB-AVG-MIN    PIC 9(04).
00890H         10 WS-JOB-WORST-MIN  PIC 9(04).
00890I         10 WS-JOB-STATE      PIC X(01).
00890J             88 JOB-FINISHED  VALUE "C".
00890K         10 WS-JOB-DURATION   PIC 9(04).
00890L         10 WS-JOB-FINISH     PIC 9(05).
00890M         10 WS-JOB-CRIT-PRED  PIC 9(02).
000900 01 WS-JOB-SUB                PIC 9(02) VALUE ZEROES.
000910 01 WS-DONE-MAX               PIC 9(02) VALUE 60.
000920 01 WS-DONE-COUNT             PIC 9(02) VALUE ZEROES.
001074 01 WS-PRED-MAX-RC            PIC 9(02) VALUE ZEROES.
001076 01 WS-TOL-SUB                PIC 9(02) VALUE ZEROES.
001080 01 WS-RELEASED-COUNT         PIC 9(02) VALUE ZEROES.
01080A*
01080B* critical-path projection -- durations come from the RUNLOG
01080C* history, times are minutes from now.
01080D 01 WS-NOW-TIME               PIC 9(08) VALUE ZEROES.
01080E 01 WS-NOW-X REDEFINES WS-NOW-TIME.
01080F     05 WS-NOW-HH             PIC 9(02).
01080G     05 WS-NOW-MM             PIC 9(02).
01080H     05 WS-NOW-SS             PIC 9(04).
01080I 01 WS-NOW-MINUTES            PIC 9(05) VALUE ZEROES.
01080J 01 WS-ONLINE-MINUTES         PIC 9(05) VALUE ZEROES.
01080K 01 WS-DEADLINE-MINUTES       PIC 9(05) VALUE ZEROES.
01080L 01 WS-START-MINUTES          PIC 9(05) VALUE ZEROES.
01080M 01 WS-END-MINUTES            PIC 9(05) VALUE ZEROES.
01080N 01 WS-ELAPSED-MINUTES        PIC S9(05) VALUE ZEROES.
01080O 01 WS-TIME-WORK              PIC 9(08) VALUE ZEROES.
01080P 01 WS-TIME-WORK-X REDEFINES WS-TIME-WORK.
01080Q     05 WS-TIME-HH            PIC 9(02).
01080R     05 WS-TIME-MM            PIC 9(02).
01080S     05 WS-TIME-SS            PIC 9(04).
001090 01 WS-HELD-COUNT             PIC 9(02) VALUE ZEROES.
01090A 01 WS-DURATION-BASIS         PIC X(01) VALUE "A".
01090B     88 AVERAGE-BASIS         VALUE "A".
01090C     88 WORST-BASIS           VALUE "W".
01090D 01 WS-OPTIONAL-SWITCH        PIC X(01) VALUE "I".
01090E     88 OPTIONAL-INCLUDED     VALUE "I".
01090F     88 OPTIONAL-SKIPPED      VALUE "S".
01090G 01 WS-CHANGED-SWITCH         PIC X(01) VALUE "N".
01090H     88 FINISH-CHANGED        VALUE "Y".
01090I 01 WS-FOUND-SWITCH           PIC X(01) VALUE "N".
01090J     88 JOB-FOUND             VALUE "Y".
01090K 01 WS-PASS-COUNT             PIC 9(02) VALUE ZEROES.
01090L 01 WS-FIND-SUB               PIC 9(02) VALUE ZEROES.
01090M 01 WS-START-AT               PIC 9(05) VALUE ZEROES.
01090N 01 WS-START-PRED             PIC 9(02) VALUE ZEROES.
01090O 01 WS-NEW-FINISH             PIC 9(05) VALUE ZEROES.
01090P 01 WS-END-SUB                PIC 9(02) VALUE ZEROES.
01090Q 01 WS-PATH-FINISH            PIC 9(05) VALUE ZEROES.
01090R 01 WS-REMAINING-COUNT        PIC 9(02) VALUE ZEROES.
01090S 01 WS-PATH-COUNT             PIC 9(02) VALUE ZEROES.
001100 01 WS-COMPLETE-COUNT         PIC 9(02) VALUE ZEROES.
01100A 01 WS-PATH-TABLE.
01100B     05 WS-PATH-JOB           PIC 9(02) OCCURS 30 TIMES.
01100C 01 WS-PATH-SUB               PIC 9(02) VALUE ZEROES.
01100D 01 WS-WALK-SUB               PIC 9(02) VALUE ZEROES.
01100E 01 WS-AVG-FINISH             PIC 9(05) VALUE ZEROES.
01100F 01 WS-WORST-FINISH           PIC 9(05) VALUE ZEROES.
01100G 01 WS-AVG-SKIP-FINISH        PIC 9(05) VALUE ZEROES.
01100H 01 WS-WORST-SKIP-FINISH      PIC 9(05) VALUE ZEROES.
01100I 01 WS-CLOCK-MINUTES          PIC 9(05) VALUE ZEROES.
01100J 01 WS-CLOCK-DAYS             PIC 9(02) VALUE ZEROES.
01100K 01 WS-DAY-MINUTES            PIC 9(04) VALUE ZEROES.
01100L 01 WS-CLOCK-HH               PIC 9(02) VALUE ZEROES.
01100M 01 WS-CLOCK-MM               PIC 9(02) VALUE ZEROES.
01100N 01 WS-CLOCK-DISPLAY.
01100O     05 WS-CLOCK-DISP-HH      PIC 9(02).
01100P     05 FILLER                PIC X(01) VALUE ":".
01100Q     05 WS-CLOCK-DISP-MM      PIC 9(02).
01100R 01 WS-CLOCK-HHMM.
01100S     05 WS-CLOCK-HHMM-HH      PIC 9(02).
01100T     05 WS-CLOCK-HHMM-MM      PIC 9(02).
01100U 01 WS-DURATION-DISPLAY       PIC ZZZ9.
01100V 01 WS-BASIS-TEXT             PIC X(10).
01100W 01 WS-AVG-HHMM               PIC X(04).
01100X 01 WS-WORST-HHMM             PIC X(04).

001110 procedure division.
001120 PRG-BEGIN.
001130* run card: position 1 mode; P mode continues with the job
001140* name in 3-12 and its return code in 14-15.  C mode projects
001145* the rest of the night against the ONLCTL online start.
001150     accept WS-RUN-MODE
001160     accept WS-RUN-DATE from DATE YYYYMMDD
001170     evaluate true
001190             perform POST-JOB-STATUS
001200         when RELEASE-MODE
001210             perform RELEASE-PASS
001212         when PROJECT-MODE
001214             perform PROJECT-PASS
001220         when other
001230             display "*** INVALID OR MISSING RUN PARAMETER "
001240                 "- job ABORTED ***"
001890         move SJ-PRED-2 to WS-JOB-PRED-2 (WS-JOB-COUNT)
001900         move SJ-PRED-3 to WS-JOB-PRED-3 (WS-JOB-COUNT)
001910         move SJ-MAX-RC to WS-JOB-MAX-RC (WS-JOB-COUNT)
01910A         if SJ-TIMING-PROGRAM = spaces
01910B             or SJ-TIMING-PROGRAM = low-values
01910C             move SJ-JOB-NAME to WS-JOB-PROGRAM (WS-JOB-COUNT)
01910D         else
01910E             move SJ-TIMING-PROGRAM to
01910F                 WS-JOB-PROGRAM (WS-JOB-COUNT)
01910G         end-if
01910H         if SJ-EST-MINUTES numeric
01910I             move SJ-EST-MINUTES-N to
01910J                 WS-JOB-EST-MIN (WS-JOB-COUNT)
01910K         else
01910L             move zeroes to WS-JOB-EST-MIN (WS-JOB-COUNT)
01910M         end-if
01910N         if SJ-OPTIONAL-JOB
01910O             move "Y" to WS-JOB-OPTIONAL (WS-JOB-COUNT)
01910P         else
01910Q             move "N" to WS-JOB-OPTIONAL (WS-JOB-COUNT)
01910R         end-if
01910S         move zeroes to WS-JOB-RUNS (WS-JOB-COUNT)
01910T         move zeroes to WS-JOB-TOTAL-MIN (WS-JOB-COUNT)
01910U         move zeroes to WS-JOB-WORST-MIN (WS-JOB-COUNT)
001920     end-if
001930     perform READ-SCHEDULE-RECORD.

003040     if WS-JOB-NAME (WS-TOL-SUB) = WS-PRED-NAME
003050         move WS-JOB-MAX-RC (WS-TOL-SUB) to WS-PRED-MAX-RC
003060     end-if.

003070* C mode.  Every job not yet posted tonight is timed, the
003080* longest chain of predecessors through them is walked from
003090* now, and the finish is set against the online-day start.
003100 PROJECT-PASS.
003110     perform LOAD-SCHEDULE
003120     if WS-JOB-COUNT = 0
003130         display "*** NO SCHEDULE ON SCHEDF - job ABORTED ***"
003140         move 8 to RETURN-CODE
003150         stop run
003160     end-if
003170     perform LOAD-ONLINE-CONTROL
003180     perform LOAD-NIGHT-STATUS
003190     perform LOAD-RUN-HISTORY
003200     accept WS-NOW-TIME from TIME
003210     compute WS-NOW-MINUTES = (WS-NOW-HH * 60) + WS-NOW-MM
003220     compute WS-ONLINE-MINUTES =
003230         (OC-ONLINE-HH * 60) + OC-ONLINE-MM
003240     if WS-NOW-MINUTES < 720
003250         move WS-ONLINE-MINUTES to WS-DEADLINE-MINUTES
003260     else
003270         compute WS-DEADLINE-MINUTES = WS-ONLINE-MINUTES + 1440
003280     end-if
003290     move zeroes to WS-REMAINING-COUNT
003300     perform MARK-ONE-JOB
003310         varying WS-JOB-SUB from 1 by 1
003320         until WS-JOB-SUB > WS-JOB-COUNT
003330     display "Critical path projection for " WS-RUN-DATE
003340         " at " WS-NOW-HH ":" WS-NOW-MM
003350     display "Online day starts " OC-ONLINE-HH ":" OC-ONLINE-MM
003360         " (ONLCTL)"
003370     display "==================================="
003380     if WS-REMAINING-COUNT = 0
003390         display "Every scheduled job is complete - nothing "
003400             "left to project"
003410         stop run
003420     end-if
003430     display "Remaining jobs    avg  worst  basis"
003440     perform SHOW-ONE-REMAINING-JOB
003450         varying WS-JOB-SUB from 1 by 1
003460         until WS-JOB-SUB > WS-JOB-COUNT
003470     set OPTIONAL-INCLUDED to true
003480     set AVERAGE-BASIS to true
003490     perform COMPUTE-PROJECTION
003500     move WS-PATH-FINISH to WS-AVG-FINISH
003510     display "-----------------------------------"
003520     display "Critical path - average durations"
003530     perform SHOW-CRITICAL-PATH
003540     set WORST-BASIS to true
003550     perform COMPUTE-PROJECTION
003560     move WS-PATH-FINISH to WS-WORST-FINISH
003570     display "-----------------------------------"
003580     display "Critical path - worst-case durations"
003590     perform SHOW-CRITICAL-PATH
003600     set OPTIONAL-SKIPPED to true
003610     set AVERAGE-BASIS to true
003620     perform COMPUTE-PROJECTION
003630     move WS-PATH-FINISH to WS-AVG-SKIP-FINISH
003640     set WORST-BASIS to true
003650     perform COMPUTE-PROJECTION
003660     move WS-PATH-FINISH to WS-WORST-SKIP-FINISH
003670     perform SHOW-PROJECTION-SUMMARY.

003680* the online start is a control record, not a card, so every
003690* projection in the night is measured against the same hour.
003700 LOAD-ONLINE-CONTROL.
003710     open input ONLINE-CONTROL-FILE
003720     if ONLCTL-OK
003730         read ONLINE-CONTROL-FILE
003740             at end move "10" to WS-ONLCTL-STATUS
003750         end-read
003760         close ONLINE-CONTROL-FILE
003770     end-if
003780     if not ONLCTL-OK
003790         or OC-ONLINE-START not numeric
003800         or OC-ONLINE-HH > 23 or OC-ONLINE-MM > 59
003810         display "*** NO VALID ONLINE START ON ONLCTL - "
003820             "job ABORTED ***"
003830         move 8 to RETURN-CODE
003840         stop run
003850     end-if.

003860* average and worst elapsed minutes of every stamped run of each
003870* job's timing program, the same arithmetic as runWindow.
003880 LOAD-RUN-HISTORY.
003890     move "N" to WS-EOF-SWITCH
003900     open input RUN-LOG-FILE
003910     if RUNLOG-OK
003920         perform READ-RUN-LOG
003930         perform TIME-ONE-HISTORY-RUN until FILE-EOF
003940         close RUN-LOG-FILE
003950     end-if
003960     perform AVERAGE-ONE-JOB
003970         varying WS-JOB-SUB from 1 by 1
003980         until WS-JOB-SUB > WS-JOB-COUNT.

003990 READ-RUN-LOG.
004000     read RUN-LOG-FILE
004010         at end set FILE-EOF to true
004020     end-read.

004030 TIME-ONE-HISTORY-RUN.
004040     if RS-START-TIME numeric and RS-START-TIME not = zeroes
004050         move RS-START-TIME to WS-TIME-WORK
004060         compute WS-START-MINUTES =
004070             (WS-TIME-HH * 60) + WS-TIME-MM
004080         move RS-RUN-TIME to WS-TIME-WORK
004090         compute WS-END-MINUTES =
004100             (WS-TIME-HH * 60) + WS-TIME-MM
004110         compute WS-ELAPSED-MINUTES =
004120             WS-END-MINUTES - WS-START-MINUTES
004130         if WS-ELAPSED-MINUTES < 0
004140             add 1440 to WS-ELAPSED-MINUTES
004150         end-if
004160         perform CREDIT-ONE-JOB
004170             varying WS-JOB-SUB from 1 by 1
004180             until WS-JOB-SUB > WS-JOB-COUNT
004190     end-if
004200     perform READ-RUN-LOG.

004210 CREDIT-ONE-JOB.
004220     if WS-JOB-PROGRAM (WS-JOB-SUB) = RS-PROGRAM
004230         add 1 to WS-JOB-RUNS (WS-JOB-SUB)
004240         add WS-ELAPSED-MINUTES to WS-JOB-TOTAL-MIN (WS-JOB-SUB)
004250         if WS-ELAPSED-MINUTES > WS-JOB-WORST-MIN (WS-JOB-SUB)
004260             move WS-ELAPSED-MINUTES to
004270                 WS-JOB-WORST-MIN (WS-JOB-SUB)
004280         end-if
004290     end-if.

004300* no history falls back on the SCHEDF estimate for both cases.
004310 AVERAGE-ONE-JOB.
004320     if WS-JOB-RUNS (WS-JOB-SUB) > 0
004330         compute WS-JOB-AVG-MIN (WS-JOB-SUB) rounded =
004340             WS-JOB-TOTAL-MIN (WS-JOB-SUB)
004350             / WS-JOB-RUNS (WS-JOB-SUB)
004360     else
004370         move WS-JOB-EST-MIN (WS-JOB-SUB) to
004380             WS-JOB-AVG-MIN (WS-JOB-SUB)
004390         move WS-JOB-EST-MIN (WS-JOB-SUB) to
004400             WS-JOB-WORST-MIN (WS-JOB-SUB)
004410     end-if.

004420* a job posted tonight -- inside tolerance or not -- is finished
004430* and adds nothing to the path.
004440 MARK-ONE-JOB.
004450     move WS-JOB-NAME (WS-JOB-SUB) to WS-PRED-NAME
004460     perform TEST-JOB-POSTED
004470     if PRED-SATISFIED or PRED-OVER-RC
004480         move "C" to WS-JOB-STATE (WS-JOB-SUB)
004490     else
004500         move "R" to WS-JOB-STATE (WS-JOB-SUB)
004510         add 1 to WS-REMAINING-COUNT
004520     end-if.

004530 SHOW-ONE-REMAINING-JOB.
004540     if not JOB-FINISHED (WS-JOB-SUB)
004550         evaluate true
004560             when WS-JOB-RUNS (WS-JOB-SUB) > 0
004570                 move "HISTORY" to WS-BASIS-TEXT
004580             when WS-JOB-EST-MIN (WS-JOB-SUB) > 0
004590                 move "ESTIMATE" to WS-BASIS-TEXT
004600             when other
004610                 move "NO HISTORY" to WS-BASIS-TEXT
004620         end-evaluate
004630         if JOB-OPTIONAL (WS-JOB-SUB)
004640             display "  " WS-JOB-NAME (WS-JOB-SUB) "  "
004650                 WS-JOB-AVG-MIN (WS-JOB-SUB) "  "
004660                 WS-JOB-WORST-MIN (WS-JOB-SUB) "  "
004670                 WS-BASIS-TEXT " OPTIONAL"
004680         else
004690             display "  " WS-JOB-NAME (WS-JOB-SUB) "  "
004700                 WS-JOB-AVG-MIN (WS-JOB-SUB) "  "
004710                 WS-JOB-WORST-MIN (WS-JOB-SUB) "  "
004720                 WS-BASIS-TEXT
004730         end-if
004740     end-if.

004750* longest path by repeated passes: each remaining job finishes
004760* its own duration after the latest of its remaining
004770* predecessors.  The finishes settle within one pass per job; a
004780* schedule still changing after that has a predecessor loop.
004790 COMPUTE-PROJECTION.
004800     perform SET-ONE-DURATION
004810         varying WS-JOB-SUB from 1 by 1
004820         until WS-JOB-SUB > WS-JOB-COUNT
004830     move zeroes to WS-PASS-COUNT
004840     set FINISH-CHANGED to true
004850     perform PROJECTION-PASS
004860         until not FINISH-CHANGED
004870             or WS-PASS-COUNT > WS-JOB-COUNT
004880     if FINISH-CHANGED
004890         display "*** SCHEDF PREDECESSORS FORM A LOOP - "
004900             "job ABORTED ***"
004910         move 8 to RETURN-CODE
004920         stop run
004930     end-if
004940     move zeroes to WS-PATH-FINISH
004950     move zeroes to WS-END-SUB
004960     perform TEST-PATH-END
004970         varying WS-JOB-SUB from 1 by 1
004980         until WS-JOB-SUB > WS-JOB-COUNT.

004990 SET-ONE-DURATION.
005000     evaluate true
005010         when JOB-FINISHED (WS-JOB-SUB)
005020             move zeroes to WS-JOB-DURATION (WS-JOB-SUB)
005030         when OPTIONAL-SKIPPED and JOB-OPTIONAL (WS-JOB-SUB)
005040             move zeroes to WS-JOB-DURATION (WS-JOB-SUB)
005050         when AVERAGE-BASIS
005060             move WS-JOB-AVG-MIN (WS-JOB-SUB) to
005070                 WS-JOB-DURATION (WS-JOB-SUB)
005080         when other
005090             move WS-JOB-WORST-MIN (WS-JOB-SUB) to
005100                 WS-JOB-DURATION (WS-JOB-SUB)
005110     end-evaluate
005120     move WS-JOB-DURATION (WS-JOB-SUB) to
005130         WS-JOB-FINISH (WS-JOB-SUB)
005140     move zeroes to WS-JOB-CRIT-PRED (WS-JOB-SUB).

005150 PROJECTION-PASS.
005160     add 1 to WS-PASS-COUNT
005170     move "N" to WS-CHANGED-SWITCH
005180     perform RELAX-ONE-JOB
005190         varying WS-JOB-SUB from 1 by 1
005200         until WS-JOB-SUB > WS-JOB-COUNT.

005210 RELAX-ONE-JOB.
005220     if not JOB-FINISHED (WS-JOB-SUB)
005230         move zeroes to WS-START-AT
005240         move zeroes to WS-START-PRED
005250         move WS-JOB-PRED-1 (WS-JOB-SUB) to WS-PRED-NAME
005260         perform TEST-PATH-PREDECESSOR
005270         move WS-JOB-PRED-2 (WS-JOB-SUB) to WS-PRED-NAME
005280         perform TEST-PATH-PREDECESSOR
005290         move WS-JOB-PRED-3 (WS-JOB-SUB) to WS-PRED-NAME
005300         perform TEST-PATH-PREDECESSOR
005310         compute WS-NEW-FINISH =
005320             WS-START-AT + WS-JOB-DURATION (WS-JOB-SUB)
005330         if WS-NEW-FINISH not = WS-JOB-FINISH (WS-JOB-SUB)
005340             move WS-NEW-FINISH to WS-JOB-FINISH (WS-JOB-SUB)
005350             set FINISH-CHANGED to true
005360         end-if
005370         move WS-START-PRED to WS-JOB-CRIT-PRED (WS-JOB-SUB)
005380     end-if.

005390* a predecessor already finished, or not on the schedule at
005400* all, holds nothing back.
005410 TEST-PATH-PREDECESSOR.
005420     if WS-PRED-NAME not = spaces
005430         perform FIND-JOB-BY-NAME
005440         if JOB-FOUND
005450             if not JOB-FINISHED (WS-FIND-SUB)
005460                 and WS-JOB-FINISH (WS-FIND-SUB) > WS-START-AT
005470                 move WS-JOB-FINISH (WS-FIND-SUB) to WS-START-AT
005480                 move WS-FIND-SUB to WS-START-PRED
005490             end-if
005500         end-if
005510     end-if.

005520 FIND-JOB-BY-NAME.
005530     move "N" to WS-FOUND-SWITCH
005540     perform TEST-JOB-NAME
005550         varying WS-FIND-SUB from 1 by 1
005560         until WS-FIND-SUB > WS-JOB-COUNT
005570             or JOB-FOUND
005580     if JOB-FOUND
005590         subtract 1 from WS-FIND-SUB
005600     end-if.

005610 TEST-JOB-NAME.
005620     if WS-JOB-NAME (WS-FIND-SUB) = WS-PRED-NAME
005630         set JOB-FOUND to true
005640     end-if.

005650 TEST-PATH-END.
005660     if not JOB-FINISHED (WS-JOB-SUB)
005670         and (WS-END-SUB = 0
005680              or WS-JOB-FINISH (WS-JOB-SUB) > WS-PATH-FINISH)
005690         move WS-JOB-FINISH (WS-JOB-SUB) to WS-PATH-FINISH
005700         move WS-JOB-SUB to WS-END-SUB
005710     end-if.

005720* the path is walked back from its last job through each job's
005730* critical predecessor, then shown in running order.
005740 SHOW-CRITICAL-PATH.
005750     move zeroes to WS-PATH-COUNT
005760     move WS-END-SUB to WS-WALK-SUB
005770     perform ADD-PATH-STEP
005780         until WS-WALK-SUB = 0
005790             or WS-PATH-COUNT not < WS-JOB-COUNT
005800     perform SHOW-ONE-PATH-STEP
005810         varying WS-PATH-SUB from WS-PATH-COUNT by -1
005820         until WS-PATH-SUB < 1
005830     compute WS-CLOCK-MINUTES = WS-NOW-MINUTES + WS-PATH-FINISH
005840     perform FORMAT-CLOCK
005850     display "  projected finish " WS-CLOCK-DISPLAY.

005860 ADD-PATH-STEP.
005870     add 1 to WS-PATH-COUNT
005880     move WS-WALK-SUB to WS-PATH-JOB (WS-PATH-COUNT)
005890     move WS-JOB-CRIT-PRED (WS-WALK-SUB) to WS-WALK-SUB.

005900 SHOW-ONE-PATH-STEP.
005910     move WS-PATH-JOB (WS-PATH-SUB) to WS-WALK-SUB
005920     move WS-JOB-DURATION (WS-WALK-SUB) to WS-DURATION-DISPLAY
005930     compute WS-CLOCK-MINUTES =
005940         WS-NOW-MINUTES + WS-JOB-FINISH (WS-WALK-SUB)
005950     perform FORMAT-CLOCK
005960     display "  " WS-JOB-NAME (WS-WALK-SUB) " "
005970         WS-DURATION-DISPLAY " min  done " WS-CLOCK-DISPLAY.

005980* minutes from midnight (past a day when the night crosses it)
005990* to the HH:MM clock.
006000 FORMAT-CLOCK.
006010     divide WS-CLOCK-MINUTES by 1440 giving WS-CLOCK-DAYS
006020         remainder WS-DAY-MINUTES
006030     divide WS-DAY-MINUTES by 60 giving WS-CLOCK-HH
006040         remainder WS-CLOCK-MM
006050     move WS-CLOCK-HH to WS-CLOCK-DISP-HH
006060     move WS-CLOCK-MM to WS-CLOCK-DISP-MM
006070     move WS-CLOCK-HH to WS-CLOCK-HHMM-HH
006080     move WS-CLOCK-MM to WS-CLOCK-HHMM-MM.

006090* the verdict: late on the average is an overrun coming; late
006100* only in the worst case is a risk to watch.  Skipping the
006110* optional jobs is shown either way, for the operator's call.
006120 SHOW-PROJECTION-SUMMARY.
006130     display "-----------------------------------"
006140     compute WS-CLOCK-MINUTES = WS-NOW-MINUTES + WS-AVG-FINISH
006150     perform FORMAT-CLOCK
006160     move WS-CLOCK-HHMM to WS-AVG-HHMM
006170     display "Projected finish, average    : " WS-CLOCK-DISPLAY
006180     compute WS-CLOCK-MINUTES = WS-NOW-MINUTES + WS-WORST-FINISH
006190     perform FORMAT-CLOCK
006200     move WS-CLOCK-HHMM to WS-WORST-HHMM
006210     display "Projected finish, worst case : " WS-CLOCK-DISPLAY
006220     compute WS-CLOCK-MINUTES =
006230         WS-NOW-MINUTES + WS-AVG-SKIP-FINISH
006240     perform FORMAT-CLOCK
006250     display "Optional jobs skipped, avg   : " WS-CLOCK-DISPLAY
006260     compute WS-CLOCK-MINUTES =
006270         WS-NOW-MINUTES + WS-WORST-SKIP-FINISH
006280     perform FORMAT-CLOCK
006290     display "Optional jobs skipped, worst : " WS-CLOCK-DISPLAY
006300     move spaces to DL-REASON
006310     evaluate true
006320         when WS-NOW-MINUTES + WS-AVG-FINISH
006330             > WS-DEADLINE-MINUTES
006340             display "*** PROJECTED OVERRUN - the night finishes "
006350                 "past the online start ***"
006360             if WS-NOW-MINUTES + WS-AVG-SKIP-FINISH
006370                 not > WS-DEADLINE-MINUTES
006380                 display "*** skipping the optional jobs brings "
006390                     "it inside the window ***"
006400             end-if
006410             move "OVERRUN " to DL-DECISION
006420             move 8 to RETURN-CODE
006430         when WS-NOW-MINUTES + WS-WORST-FINISH
006440             > WS-DEADLINE-MINUTES
006450             display "*** AT RISK - the worst case finishes past "
006460                 "the online start ***"
006470             if WS-NOW-MINUTES + WS-WORST-SKIP-FINISH
006480                 not > WS-DEADLINE-MINUTES
006490                 display "*** skipping the optional jobs brings "
006500                     "it inside the window ***"
006510             end-if
006520             move "AT RISK " to DL-DECISION
006530             move 4 to RETURN-CODE
006540         when other
006550             display "Projection finishes inside the window"
006560             move "ON TIME " to DL-DECISION
006570     end-evaluate
006580     string "AVG " WS-AVG-HHMM " WORST " WS-WORST-HHMM
006590         " DUE " OC-ONLINE-START
006600         delimited by size into DL-REASON
006610     move WS-JOB-NAME (WS-END-SUB) to DL-JOB-NAME
006620     perform WRITE-DECISION-LOG.
