000220*                   resolved the night by hand) and "S" set
000230*                   mode (first-time setup from the run card)
000240*                   are there for the exceptions.
000241* 2026-10-15   gag  the advance now lands on the next processing
000242*                   day of the BIZCAL business calendar (kept by
000243*                   bizCal), passing over weekends and holidays,
000244*                   and writes that day's month-, quarter- and
000245*                   year-end markers on BIZDATE for every program
000246*                   to see.  A date the calendar does not cover
000247*                   rolls one calendar day with the markers
000248*                   unknown and return code 4.  S mode takes the
000249*                   markers for the date it sets.
000250*****************************************************************

000260 environment division.
000320     select RUN-LOG-FILE assign to "RUNLOG"
000330         organization is sequential
000340         file status is WS-RUNLOG-STATUS.
000342     select BUSINESS-CALENDAR assign to "BIZCAL"
000344         organization is sequential
000346         file status is WS-BIZCAL-STATUS.

000350 data division.
000360 file section.
000390 fd  RUN-LOG-FILE.
000400     copy RUNSUM.

000402 fd  BUSINESS-CALENDAR.
000404     copy BIZCAL.

000410 working-storage section.
000420 01 WS-BIZDT-STATUS           PIC X(02).
000430     88 BIZDT-OK              VALUE "00".
000440 01 WS-RUNLOG-STATUS          PIC X(02).
000450     88 RUNLOG-OK             VALUE "00".
000452 01 WS-BIZCAL-STATUS          PIC X(02).
000454     88 BIZCAL-OK             VALUE "00".
000456 01 WS-CAL-EOF-SWITCH         PIC X(01) VALUE "N".
000458     88 CALENDAR-EOF          VALUE "Y".
000460 01 WS-EOF-SWITCH             PIC X(01) VALUE "N".
000470     88 RUNLOG-EOF            VALUE "Y".
000480 01 WS-RUN-MODE               PIC X(01).
000650     05 WS-MONTH-LEN          PIC 9(02) OCCURS 12 TIMES.
000660 01 WS-NIGHT-RUNS             PIC 9(04) VALUE ZEROES.
000670 01 WS-NIGHT-BAD              PIC 9(04) VALUE ZEROES.
00670A*
00670B* the calendar markers written with the new date -- unknown
00670C* (space, "N") when BIZCAL does not cover it.
00670D 01 WS-NEW-DAY-TYPE           PIC X(01) VALUE SPACE.
00670E     88 NEW-DAY-PROCESSING    VALUE "P".
00670F     88 NEW-DAY-UNKNOWN       VALUE SPACE.
00670G 01 WS-NEW-MONTH-END          PIC X(01) VALUE "N".
00670H     88 NEW-MONTH-END         VALUE "Y".
00670I 01 WS-NEW-QUARTER-END        PIC X(01) VALUE "N".
00670J     88 NEW-QUARTER-END       VALUE "Y".
00670K 01 WS-NEW-YEAR-END           PIC X(01) VALUE "N".
00670L     88 NEW-YEAR-END          VALUE "Y".
00670M 01 WS-DAYS-SKIPPED           PIC 9(03) VALUE ZEROES.

000680 procedure division.
000690 PRG-BEGIN.
000750             display "Enter the business date to set "
000760                 "(YYYYMMDD):"
000770             accept WS-NEW-DATE
000775             perform LOOK-UP-SET-DATE
000780             perform WRITE-BUSINESS-DATE
000790             display "Business date set to " WS-NEW-DATE
000795             perform SHOW-NEW-MARKERS
000800         when ADVANCE-MODE
000810             perform LOAD-BUSINESS-DATE
000820             perform CONFIRM-THE-NIGHT
001510     end-if
001520     perform READ-RUN-SUMMARY.

001521* the next calendar day, then on through the BIZCAL calendar to
001522* the first processing day.
001523 ADVANCE-ONE-DAY.
001524     move WS-BUSINESS-DATE to WS-NEW-DATE
001525     perform NEXT-CALENDAR-DAY
001526     perform FIND-NEXT-PROCESSING-DAY
001527     perform WRITE-BUSINESS-DATE
001528     display "Business date advanced to " WS-NEW-DATE
001529     perform SHOW-NEW-MARKERS.

001530* plain calendar arithmetic with the true month lengths and
001540* February 29 on leap years.
001550 NEXT-CALENDAR-DAY.
001570     move WS-MONTH-LEN (WS-NEW-MM) to WS-MONTH-LIMIT
001580     if WS-NEW-MM = 2
001590         divide WS-NEW-YYYY by 4 giving WS-WORK
001720             move 1 to WS-NEW-MM
001730             add 1 to WS-NEW-YYYY
001740         end-if
01740A     end-if.

01740B* the calendar is read in date order to the day after the old
01740C* business date; closed days from there are passed over one by
01740D* one.  No calendar, or none for the day, and the date rolls a
01740E* single calendar day with the markers unknown.
01740F FIND-NEXT-PROCESSING-DAY.
01740G     move "N" to WS-CAL-EOF-SWITCH
01740H     open input BUSINESS-CALENDAR
01740I     if not BIZCAL-OK
01740J         display "*** WARNING - NO BIZCAL CALENDAR - advanced "
01740K             "one calendar day, weekends and holidays NOT "
01740L             "skipped ***"
01740M         move 4 to RETURN-CODE
01740N     else
01740O         perform READ-CALENDAR
01740P         perform READ-CALENDAR
01740Q             until CALENDAR-EOF or BC-CAL-DATE not < WS-NEW-DATE
01740R         if CALENDAR-EOF or BC-CAL-DATE not = WS-NEW-DATE
01740S             perform WARN-NOT-COVERED
01740T         else
01740U             perform SKIP-ONE-CLOSED-DAY
01740V                 until CALENDAR-EOF or BC-PROCESSING-DAY
01740W             if CALENDAR-EOF
01740X                 perform WARN-NOT-COVERED
01740Y             else
01740Z                 perform TAKE-CALENDAR-MARKERS
001750             end-if
001760         end-if
001770         close BUSINESS-CALENDAR
001775     end-if.

001780 WRITE-BUSINESS-DATE.
001790     open output BUSINESS-DATE-FILE
001800     move WS-NEW-DATE to BD-BUSINESS-DATE
001802     move WS-NEW-DAY-TYPE to BD-DAY-TYPE
001804     move WS-NEW-MONTH-END to BD-MONTH-END-FLAG
001806     move WS-NEW-QUARTER-END to BD-QUARTER-END-FLAG
001808     move WS-NEW-YEAR-END to BD-YEAR-END-FLAG
001810     write BUSINESS-DATE-RECORD
001820     close BUSINESS-DATE-FILE.

001830 READ-CALENDAR.
001840     read BUSINESS-CALENDAR
001850         at end set CALENDAR-EOF to true
001860     end-read.

001870 SKIP-ONE-CLOSED-DAY.
001880     display "  skipping " BC-CAL-DATE " - " BC-DESCRIPTION
001890     add 1 to WS-DAYS-SKIPPED
001900     perform NEXT-CALENDAR-DAY
001910     perform READ-CALENDAR
001920     if not CALENDAR-EOF and BC-CAL-DATE not = WS-NEW-DATE
001930         set CALENDAR-EOF to true
001940     end-if.

001950 WARN-NOT-COVERED.
001960     display "*** WARNING - BIZCAL DOES NOT COVER " WS-NEW-DATE
001970         " - generate the year with bizCal; markers unknown ***"
001980     move 4 to RETURN-CODE.

001990 TAKE-CALENDAR-MARKERS.
002000     move BC-DAY-TYPE to WS-NEW-DAY-TYPE
002010     move BC-MONTH-END-FLAG to WS-NEW-MONTH-END
002020     move BC-QUARTER-END-FLAG to WS-NEW-QUARTER-END
002030     move BC-YEAR-END-FLAG to WS-NEW-YEAR-END.

002040* S mode -- the date set is taken as given, but its markers come
002050* from the calendar and a closed day is called out.
002060 LOOK-UP-SET-DATE.
002070     move "N" to WS-CAL-EOF-SWITCH
002080     open input BUSINESS-CALENDAR
002090     if BIZCAL-OK
002100         perform READ-CALENDAR
002110         perform READ-CALENDAR
002120             until CALENDAR-EOF or BC-CAL-DATE not < WS-NEW-DATE
002130         if not CALENDAR-EOF and BC-CAL-DATE = WS-NEW-DATE
002140             perform TAKE-CALENDAR-MARKERS
002150             if BC-NON-PROCESSING-DAY
002160                 display "*** WARNING - " WS-NEW-DATE " IS A NON-"
002170                     "PROCESSING DAY (" BC-DESCRIPTION ") ***"
002180                 move 4 to RETURN-CODE
002190             end-if
002200         end-if
002210         close BUSINESS-CALENDAR
002220     end-if
002230     if NEW-DAY-UNKNOWN
002240         display "No BIZCAL day for " WS-NEW-DATE
002250             " - calendar markers unknown"
002260     end-if.

002270 SHOW-NEW-MARKERS.
002280     if WS-DAYS-SKIPPED > 0
002290         display "Non-processing days skipped : " WS-DAYS-SKIPPED
002300     end-if
002310     if NEW-YEAR-END
002320         display "*** " WS-NEW-DATE " IS THE LAST BUSINESS DAY "
002330             "OF THE YEAR ***"
002340     else
002350     if NEW-QUARTER-END
002360         display "*** " WS-NEW-DATE " IS THE LAST BUSINESS DAY "
002370             "OF THE QUARTER ***"
002380     else
002390     if NEW-MONTH-END
002400         display "*** " WS-NEW-DATE " IS THE LAST BUSINESS DAY "
002410             "OF THE MONTH ***"
002420     end-if
002430     end-if
002440     end-if.
