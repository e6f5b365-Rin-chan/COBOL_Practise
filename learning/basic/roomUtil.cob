000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. roomUtil.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-09-28.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-09-28  RSG Original -- room utilization report.  Loads
000140*                 the term's catalog courses that have a room
000150*                 and, for each room on the ROOMMAST room
000160*                 master, prints a week grid of the hours
000170*                 0700 through 2100 by day showing the course
000180*                 booked into each hour, with the hours booked
000190*                 and the percent of the week in use.  Closes
000200*                 with an all-rooms grid of rooms in use by
000210*                 hour and day, and lists any course whose
000220*                 room is not on the master.
000230***************************************************************

000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT COURSE-MASTER ASSIGN TO "CRSMAST"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS CM-COURSE-ID
000310         FILE STATUS IS WS-COURSE-STATUS.
000320     SELECT ROOM-MASTER ASSIGN TO "ROOMMAST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS RM-ROOM-ID
000360         FILE STATUS IS WS-ROOM-STATUS.

000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  COURSE-MASTER.
000400     COPY CRSMAST.

000410 FD  ROOM-MASTER.
000420     COPY ROOMMAST.

000430 WORKING-STORAGE SECTION.
000440 01  WS-COURSE-STATUS           PIC X(02).
000450     88 COURSE-OK               VALUE "00".
000460 01  WS-ROOM-STATUS             PIC X(02).
000470     88 ROOM-OK                 VALUE "00".
000480 01  WS-COURSE-EOF-SWITCH       PIC X(01) VALUE "N".
000490     88 COURSE-EOF              VALUE "Y".
000500 01  WS-ROOM-EOF-SWITCH         PIC X(01) VALUE "N".
000510     88 ROOM-EOF                VALUE "Y".
000520 01  WS-REPORT-TERM             PIC X(05) VALUE SPACES.
000530*
000540* The term's booked courses, loaded once from the catalog
000550*
000560 01  WS-BOOKING-MAX             PIC 9(04) VALUE 500.
000570 01  WS-BOOKING-COUNT           PIC 9(04) VALUE ZEROES.
000580 01  WS-BOOKING-SUB             PIC 9(04) VALUE ZEROES.
000590 01  WS-BOOKING-TABLE.
000600     05 WS-BOOKING-ENTRY        OCCURS 500 TIMES.
000610         10 WS-BK-COURSE-ID     PIC X(06).
000620         10 WS-BK-ROOM-ID       PIC X(06).
000630         10 WS-BK-MEET-DAYS     PIC X(07).
000640         10 WS-BK-MEET-START    PIC 9(04).
000650         10 WS-BK-MEET-END      PIC 9(04).
000660         10 WS-BK-MATCHED       PIC X(01).
000670*
000680* Week grid for one room -- hour rows 0700 through 2100, day
000690* columns in the catalog's MTWRFSU order -- and the all-rooms
000700* count of rooms in use in each hour
000710*
000720 01  WS-FIRST-HOUR              PIC 9(02) VALUE 07.
000730 01  WS-HOUR-COUNT              PIC 9(02) VALUE 15.
000740 01  WS-HOUR-SUB                PIC 9(02) VALUE ZEROES.
000750 01  WS-DAY-SUB                 PIC 9(01) VALUE ZEROES.
000760 01  WS-SLOT-START              PIC 9(04) VALUE ZEROES.
000770 01  WS-SLOT-END                PIC 9(04) VALUE ZEROES.
000780 01  WS-ROOM-GRID.
000790     05 WS-RG-HOUR              OCCURS 15 TIMES.
000800         10 WS-RG-SLOT          PIC X(06) OCCURS 7 TIMES.
000810 01  WS-ALL-ROOMS-GRID.
000820     05 WS-AG-HOUR              OCCURS 15 TIMES.
000830         10 WS-AG-SLOT          PIC 9(03) OCCURS 7 TIMES.
000840 01  WS-GRID-LINE.
000850     05 FILLER                  PIC X(02) VALUE SPACES.
000860     05 GL-HOUR                 PIC 9(02).
000870     05 FILLER                  PIC X(02) VALUE "00".
000880     05 GL-DAY-CELL             OCCURS 7 TIMES.
000890         10 FILLER              PIC X(02).
000900         10 GL-DAY-TEXT         PIC X(06).
000910 01  WS-GRID-HEADING.
000912     05 FILLER                  PIC X(06) VALUE "  HOUR".
000914     05 FILLER                  PIC X(32) VALUE
000916         "  MON     TUE     WED     THU   ".
000918     05 FILLER                  PIC X(24) VALUE
000920         "  FRI     SAT     SUN   ".
000930 01  WS-COUNT-EDIT              PIC ZZ9.
000940*
000950* Totals
000960*
000970 01  WS-ROOM-HOURS              PIC 9(03) VALUE ZEROES.
000980 01  WS-ROOM-PCT                PIC 9(03) VALUE ZEROES.
000990 01  WS-WEEK-HOURS              PIC 9(03) VALUE 105.
001000 01  WS-ROOMS-LISTED            PIC 9(04) VALUE ZEROES.
001010 01  WS-TOTAL-HOURS             PIC 9(06) VALUE ZEROES.
001020 01  WS-TOTAL-PCT               PIC 9(03) VALUE ZEROES.
001030 01  WS-CLASH-COUNT             PIC 9(04) VALUE ZEROES.
001040 01  WS-UNKNOWN-COUNT           PIC 9(04) VALUE ZEROES.

001050 PROCEDURE DIVISION.

001060***************************************************************
001070* 0000-MAINLINE
001080***************************************************************
001090 0000-MAINLINE.
001100     DISPLAY "Report term (e.g. 2026F):"
001110     ACCEPT WS-REPORT-TERM
001120     IF WS-REPORT-TERM = SPACES
001130         DISPLAY "*** A TERM IS REQUIRED - job ABORTED ***"
001140         MOVE 8 TO RETURN-CODE
001150         GOBACK
001160     END-IF
001170     OPEN INPUT COURSE-MASTER
001180     IF NOT COURSE-OK
001190         DISPLAY "No course catalog on file"
001200         MOVE 8 TO RETURN-CODE
001210         GOBACK
001220     END-IF
001230     OPEN INPUT ROOM-MASTER
001240     IF NOT ROOM-OK
001250         DISPLAY "No room master on file"
001260         CLOSE COURSE-MASTER
001270         MOVE 8 TO RETURN-CODE
001280         GOBACK
001290     END-IF
001300     PERFORM 1000-LOAD-BOOKINGS
001310     MOVE ZEROES TO WS-ALL-ROOMS-GRID
001320     DISPLAY "ROOM UTILIZATION - TERM " WS-REPORT-TERM
001330     MOVE SPACES TO RM-ROOM-ID
001340     START ROOM-MASTER KEY IS NOT LESS THAN RM-ROOM-ID
001350         INVALID KEY
001360             SET ROOM-EOF TO TRUE
001370     END-START
001380     PERFORM 2000-READ-ROOM
001390     PERFORM 3000-REPORT-ONE-ROOM UNTIL ROOM-EOF
001400     PERFORM 6000-PRINT-ALL-ROOMS
001410     PERFORM 7000-LIST-UNKNOWN-ROOMS
001420     PERFORM 8000-PRINT-TOTALS
001430     CLOSE COURSE-MASTER
001440     CLOSE ROOM-MASTER
001450     GOBACK.

001460***************************************************************
001470* 1000-LOAD-BOOKINGS
001480* Only the report term's courses with a room and a meeting
001490* time take up a room.
001500***************************************************************
001510 1000-LOAD-BOOKINGS.
001520     MOVE SPACES TO CM-COURSE-ID
001530     START COURSE-MASTER KEY IS NOT LESS THAN CM-COURSE-ID
001540         INVALID KEY
001550             SET COURSE-EOF TO TRUE
001560     END-START
001570     PERFORM 1100-READ-COURSE
001580     PERFORM 1200-LOAD-ONE-BOOKING UNTIL COURSE-EOF.

001590***************************************************************
001600* 1100-READ-COURSE
001610***************************************************************
001620 1100-READ-COURSE.
001630     IF NOT COURSE-EOF
001640         READ COURSE-MASTER NEXT RECORD
001650             AT END SET COURSE-EOF TO TRUE
001660         END-READ
001670     END-IF.

001680***************************************************************
001690* 1200-LOAD-ONE-BOOKING
001700***************************************************************
001710 1200-LOAD-ONE-BOOKING.
001720     IF CM-TERM = WS-REPORT-TERM
001730         AND CM-ROOM-ID NOT = SPACES
001740         AND CM-MEET-START NOT = ZEROES
001750         IF WS-BOOKING-COUNT < WS-BOOKING-MAX
001760             ADD 1 TO WS-BOOKING-COUNT
001770             MOVE CM-COURSE-ID
001780                 TO WS-BK-COURSE-ID (WS-BOOKING-COUNT)
001790             MOVE CM-ROOM-ID TO WS-BK-ROOM-ID (WS-BOOKING-COUNT)
001800             MOVE CM-MEET-DAYS
001810                 TO WS-BK-MEET-DAYS (WS-BOOKING-COUNT)
001820             MOVE CM-MEET-START
001830                 TO WS-BK-MEET-START (WS-BOOKING-COUNT)
001840             MOVE CM-MEET-END
001850                 TO WS-BK-MEET-END (WS-BOOKING-COUNT)
001860             MOVE "N" TO WS-BK-MATCHED (WS-BOOKING-COUNT)
001870         ELSE
001880             DISPLAY "*** BOOKING TABLE FULL - " CM-COURSE-ID
001890                 " NOT REPORTED ***"
001900             MOVE 4 TO RETURN-CODE
001910         END-IF
001920     END-IF
001930     PERFORM 1100-READ-COURSE.

001940***************************************************************
001950* 2000-READ-ROOM
001960***************************************************************
001970 2000-READ-ROOM.
001980     IF NOT ROOM-EOF
001990         READ ROOM-MASTER NEXT RECORD
002000             AT END SET ROOM-EOF TO TRUE
002010         END-READ
002020     END-IF.

002030***************************************************************
002040* 3000-REPORT-ONE-ROOM
002050***************************************************************
002060 3000-REPORT-ONE-ROOM.
002070     ADD 1 TO WS-ROOMS-LISTED
002080     MOVE SPACES TO WS-ROOM-GRID
002090     MOVE ZEROES TO WS-ROOM-HOURS
002100     PERFORM 4000-BOOK-ONE-COURSE
002110         VARYING WS-BOOKING-SUB FROM 1 BY 1
002120         UNTIL WS-BOOKING-SUB > WS-BOOKING-COUNT
002130     DISPLAY "-----------------------------------"
002140     DISPLAY "Room " RM-ROOM-ID "  " RM-BUILDING
002150         "  SEATS=" RM-SEATING "  TYPE=" RM-ROOM-TYPE
002160     DISPLAY WS-GRID-HEADING
002170     PERFORM 5000-PRINT-ROOM-HOUR
002180         VARYING WS-HOUR-SUB FROM 1 BY 1
002190         UNTIL WS-HOUR-SUB > WS-HOUR-COUNT
002200     COMPUTE WS-ROOM-PCT ROUNDED =
002210         WS-ROOM-HOURS * 100 / WS-WEEK-HOURS
002220     DISPLAY "  Hours booked : " WS-ROOM-HOURS " of "
002230         WS-WEEK-HOURS "   In use : " WS-ROOM-PCT "%"
002240     ADD WS-ROOM-HOURS TO WS-TOTAL-HOURS
002250     PERFORM 2000-READ-ROOM.

002260***************************************************************
002270* 4000-BOOK-ONE-COURSE
002280***************************************************************
002290 4000-BOOK-ONE-COURSE.
002300     IF WS-BK-ROOM-ID (WS-BOOKING-SUB) = RM-ROOM-ID
002310         MOVE "Y" TO WS-BK-MATCHED (WS-BOOKING-SUB)
002320         PERFORM 4100-BOOK-ONE-DAY
002330             VARYING WS-DAY-SUB FROM 1 BY 1
002340             UNTIL WS-DAY-SUB > 7
002350     END-IF.

002360***************************************************************
002370* 4100-BOOK-ONE-DAY
002380***************************************************************
002390 4100-BOOK-ONE-DAY.
002400     IF WS-BK-MEET-DAYS (WS-BOOKING-SUB) (WS-DAY-SUB:1)
002410         NOT = SPACE
002420         PERFORM 4200-BOOK-ONE-HOUR
002430             VARYING WS-HOUR-SUB FROM 1 BY 1
002440             UNTIL WS-HOUR-SUB > WS-HOUR-COUNT
002450     END-IF.

002460***************************************************************
002470* 4200-BOOK-ONE-HOUR
002480* A course takes every hour its meeting overlaps.  An hour
002490* already taken is a double booking from before courseMaint
002500* checked for them, and is marked for the office to clear.
002510***************************************************************
002520 4200-BOOK-ONE-HOUR.
002530     COMPUTE WS-SLOT-START =
002540         (WS-FIRST-HOUR + WS-HOUR-SUB - 1) * 100
002550     COMPUTE WS-SLOT-END = WS-SLOT-START + 100
002560     IF WS-BK-MEET-START (WS-BOOKING-SUB) < WS-SLOT-END
002570         AND WS-BK-MEET-END (WS-BOOKING-SUB) > WS-SLOT-START
002580         IF WS-RG-SLOT (WS-HOUR-SUB, WS-DAY-SUB) = SPACES
002590             MOVE WS-BK-COURSE-ID (WS-BOOKING-SUB)
002600                 TO WS-RG-SLOT (WS-HOUR-SUB, WS-DAY-SUB)
002610             ADD 1 TO WS-ROOM-HOURS
002620             ADD 1 TO WS-AG-SLOT (WS-HOUR-SUB, WS-DAY-SUB)
002630         ELSE
002640             MOVE "*CLASH" TO WS-RG-SLOT (WS-HOUR-SUB, WS-DAY-SUB)
002650             ADD 1 TO WS-CLASH-COUNT
002660         END-IF
002670     END-IF.

002680***************************************************************
002690* 5000-PRINT-ROOM-HOUR
002700***************************************************************
002710 5000-PRINT-ROOM-HOUR.
002720     MOVE SPACES TO WS-GRID-LINE
002730     COMPUTE GL-HOUR = WS-FIRST-HOUR + WS-HOUR-SUB - 1
002740     MOVE "00" TO WS-GRID-LINE (5:2)
002750     PERFORM 5100-FORMAT-ROOM-DAY
002760         VARYING WS-DAY-SUB FROM 1 BY 1
002770         UNTIL WS-DAY-SUB > 7
002780     DISPLAY WS-GRID-LINE.

002790***************************************************************
002800* 5100-FORMAT-ROOM-DAY
002810***************************************************************
002820 5100-FORMAT-ROOM-DAY.
002830     IF WS-RG-SLOT (WS-HOUR-SUB, WS-DAY-SUB) = SPACES
002840         MOVE "  .   " TO GL-DAY-TEXT (WS-DAY-SUB)
002850     ELSE
002860         MOVE WS-RG-SLOT (WS-HOUR-SUB, WS-DAY-SUB)
002870             TO GL-DAY-TEXT (WS-DAY-SUB)
002880     END-IF.

002890***************************************************************
002900* 6000-PRINT-ALL-ROOMS
002910***************************************************************
002920 6000-PRINT-ALL-ROOMS.
002930     DISPLAY "==================================="
002940     DISPLAY "ALL ROOMS - rooms in use by hour and day, of "
002950         WS-ROOMS-LISTED " rooms"
002960     DISPLAY WS-GRID-HEADING
002970     PERFORM 6100-PRINT-ALL-ROOMS-HOUR
002980         VARYING WS-HOUR-SUB FROM 1 BY 1
002990         UNTIL WS-HOUR-SUB > WS-HOUR-COUNT.

003000***************************************************************
003010* 6100-PRINT-ALL-ROOMS-HOUR
003020***************************************************************
003030 6100-PRINT-ALL-ROOMS-HOUR.
003040     MOVE SPACES TO WS-GRID-LINE
003050     COMPUTE GL-HOUR = WS-FIRST-HOUR + WS-HOUR-SUB - 1
003060     MOVE "00" TO WS-GRID-LINE (5:2)
003070     PERFORM 6200-FORMAT-ALL-ROOMS-DAY
003080         VARYING WS-DAY-SUB FROM 1 BY 1
003090         UNTIL WS-DAY-SUB > 7
003100     DISPLAY WS-GRID-LINE.

003110***************************************************************
003120* 6200-FORMAT-ALL-ROOMS-DAY
003130***************************************************************
003140 6200-FORMAT-ALL-ROOMS-DAY.
003150     MOVE WS-AG-SLOT (WS-HOUR-SUB, WS-DAY-SUB) TO WS-COUNT-EDIT
003160     MOVE SPACES TO GL-DAY-TEXT (WS-DAY-SUB)
003170     MOVE WS-COUNT-EDIT TO GL-DAY-TEXT (WS-DAY-SUB) (1:3).

003180***************************************************************
003190* 7000-LIST-UNKNOWN-ROOMS
003200***************************************************************
003210 7000-LIST-UNKNOWN-ROOMS.
003220     PERFORM 7100-LIST-ONE-UNKNOWN
003230         VARYING WS-BOOKING-SUB FROM 1 BY 1
003240         UNTIL WS-BOOKING-SUB > WS-BOOKING-COUNT.

003250***************************************************************
003260* 7100-LIST-ONE-UNKNOWN
003270***************************************************************
003280 7100-LIST-ONE-UNKNOWN.
003290     IF WS-BK-MATCHED (WS-BOOKING-SUB) NOT = "Y"
003300         IF WS-UNKNOWN-COUNT = ZEROES
003310             DISPLAY "-----------------------------------"
003320             DISPLAY "*** COURSES BOOKED INTO A ROOM NOT ON "
003330                 "THE ROOM MASTER ***"
003340         END-IF
003350         ADD 1 TO WS-UNKNOWN-COUNT
003360         DISPLAY "  " WS-BK-COURSE-ID (WS-BOOKING-SUB)
003370             "  ROOM=" WS-BK-ROOM-ID (WS-BOOKING-SUB)
003380     END-IF.

003390***************************************************************
003400* 8000-PRINT-TOTALS
003410***************************************************************
003420 8000-PRINT-TOTALS.
003430     DISPLAY "==================================="
003440     DISPLAY "Rooms listed             : " WS-ROOMS-LISTED
003450     DISPLAY "Courses with a room      : " WS-BOOKING-COUNT
003460     DISPLAY "Room-hours booked        : " WS-TOTAL-HOURS
003470     IF WS-ROOMS-LISTED > ZEROES
003480         COMPUTE WS-TOTAL-PCT ROUNDED =
003490             WS-TOTAL-HOURS * 100
003500             / (WS-WEEK-HOURS * WS-ROOMS-LISTED)
003510         DISPLAY "Overall rooms in use     : " WS-TOTAL-PCT "%"
003520     END-IF
003530     DISPLAY "Double-booked hours      : " WS-CLASH-COUNT
003540     DISPLAY "Courses, unknown room    : " WS-UNKNOWN-COUNT
003550     IF WS-CLASH-COUNT > ZEROES OR WS-UNKNOWN-COUNT > ZEROES
003560         MOVE 4 TO RETURN-CODE
003570     END-IF.
