000206*                 CRSMAST at start and releases it at end, so
000207*                 it cannot open the catalog while the
000208*                 registration batch is mid-run.
00208A* 2026-09-14  RSG Courses now carry their credit hours for
00208B*                 the grade-point average -- add prompts for
00208C*                 them, change can correct them, and the
00208D*                 list shows them.
00208E* 2026-09-25  RSG Courses now carry their assigned instructor.
00208F*                 Add and change take an instructor ID, which
00208G*                 must be on the new INSTMAST instructor
00208H*                 master or is not taken (change takes * to
00208I*                 clear it), and the list shows it.
00208J* 2026-09-28  RSG Courses now carry their room.  Add and change
00208K*                 take a room ID, which must be on the new
00208L*                 ROOMMAST room master; a room already booked by
00208M*                 another course of the same term on a shared day
00208N*                 at an overlapping hour is refused and the course
00208O*                 is not added or updated, and a capacity larger
00208P*                 than the room's seating draws a warning.  The
00208Q*                 list shows the room.
00208R* 2026-10-15  RSG An INSTMAST or ROOMMAST that will not open is
00208S*                 reported at start and its check skipped, with
00208T*                 a warning for each ID taken unchecked, instead
00208U*                 of every ID being refused as not on file.
000211***************************************************************

000214 ENVIRONMENT DIVISION.
000280     SELECT LOCK-ACTIVITY-LOG ASSIGN TO "LOCKLOG"
000281         ORGANIZATION IS SEQUENTIAL
000282         FILE STATUS IS WS-LOCKLOG-STATUS.
00282A     SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTMAST"
00282B         ORGANIZATION IS INDEXED
00282C         ACCESS MODE IS RANDOM
00282D         RECORD KEY IS IM-INSTRUCTOR-ID
00282E         FILE STATUS IS WS-INSTR-STATUS.
00282F     SELECT ROOM-MASTER ASSIGN TO "ROOMMAST"
00282G         ORGANIZATION IS INDEXED
00282H         ACCESS MODE IS RANDOM
00282I         RECORD KEY IS RM-ROOM-ID
00282J         FILE STATUS IS WS-ROOM-STATUS.

000289 DATA DIVISION.
000290 FILE SECTION.
000318 FD  LOCK-ACTIVITY-LOG.
000319     COPY LOCKLOG.

000329 FD  INSTRUCTOR-MASTER.
000339     COPY INSTMAST.

000349 FD  ROOM-MASTER.
000359     COPY ROOMMAST.

000360 WORKING-STORAGE SECTION.
000362     COPY JRNLWS.
000364     COPY LOCKWS.
000477 01  WS-MEET-START              PIC 9(04).
000478 01  WS-MEET-END                PIC 9(04).
000479 01  WS-COURSE-FEE              PIC 9(05)V9(02).
00479A 01  WS-CREDIT-HOURS            PIC 9(01)V9(01).
00479B 01  WS-INSTR-STATUS            PIC X(02).
00479C     88 INSTR-OK                VALUE "00".
00479D 01  WS-INSTRUCTOR-ID           PIC X(06).
00479E 01  WS-INSTR-VALID-SWITCH      PIC X(01) VALUE "N".
00479F     88 INSTRUCTOR-VALID        VALUE "Y".
00479G 01  WS-INSTR-OPEN-SWITCH       PIC X(01) VALUE "N".
00479H     88 INSTR-FILE-OPEN         VALUE "Y".
00479I 01  WS-ROOM-STATUS             PIC X(02).
00479J     88 ROOM-OK                 VALUE "00".
00479K 01  WS-ROOM-ID                 PIC X(06).
00479L 01  WS-ROOM-VALID-SWITCH       PIC X(01) VALUE "N".
00479M     88 ROOM-VALID              VALUE "Y".
00479N 01  WS-ROOM-OPEN-SWITCH        PIC X(01) VALUE "N".
00479O     88 ROOM-FILE-OPEN          VALUE "Y".
000480 01  WS-LIST-COUNT              PIC 9(04) VALUE ZEROES.
00480A*
00480B* Room booking check -- the course being booked, held while the
00480C* catalog is browsed for another course in the same room
00480D*
00480E 01  WS-SAVED-COURSE-RECORD     PIC X(83).
00480F 01  WS-BOOK-COURSE-ID          PIC X(06).
00480G 01  WS-BOOK-TERM               PIC X(05).
00480H 01  WS-BOOK-ROOM-ID            PIC X(06).
00480I 01  WS-BOOK-MEET-DAYS          PIC X(07).
00480J 01  WS-BOOK-MEET-START         PIC 9(04).
00480K 01  WS-BOOK-MEET-END           PIC 9(04).
00480L 01  WS-BOOK-SCAN-SWITCH        PIC X(01) VALUE "N".
00480M     88 BOOKING-SCAN-DONE       VALUE "Y".
00480N 01  WS-DOUBLE-BOOKED-SWITCH    PIC X(01) VALUE "N".
00480O     88 ROOM-DOUBLE-BOOKED      VALUE "Y".
00480P 01  WS-SHARED-DAY-SWITCH       PIC X(01) VALUE "N".
00480Q     88 SHARED-MEETING-DAY      VALUE "Y".
00480R 01  WS-DAY-SUB                 PIC 9(01) VALUE ZEROES.

000490 PROCEDURE DIVISION.

000650             DISPLAY "Invalid mode - nothing done"
000660     END-EVALUATE
000670     CLOSE COURSE-MASTER
00670A     IF INSTR-FILE-OPEN
00670B         CLOSE INSTRUCTOR-MASTER
00670C     END-IF
00670D     IF ROOM-FILE-OPEN
00670E         CLOSE ROOM-MASTER
00670F     END-IF
000672     MOVE "CRSMAST" TO LCK-FILE-NAME
000674     PERFORM ZL-RELEASE-LOCK
000680     GOBACK.
000780         OPEN OUTPUT COURSE-MASTER
000790         CLOSE COURSE-MASTER
000800         OPEN I-O COURSE-MASTER
00800A     END-IF
00800B* With no instructor or room master on file that check is
00800C* skipped, with a warning, the way registration skips the
00800D* term check when there is no TERMCTL.
00800E     OPEN INPUT INSTRUCTOR-MASTER
00800F     IF INSTR-OK
00800G         SET INSTR-FILE-OPEN TO TRUE
00800H     ELSE
00800I         DISPLAY "*** INSTMAST will not open - status "
00800J             WS-INSTR-STATUS " - instructor check skipped ***"
00800K     END-IF
00800L     OPEN INPUT ROOM-MASTER
00800M     IF ROOM-OK
00800N         SET ROOM-FILE-OPEN TO TRUE
00800O     ELSE
00800P         DISPLAY "*** ROOMMAST will not open - status "
00800Q             WS-ROOM-STATUS " - room check skipped ***"
000810     END-IF.

000820***************************************************************
000926     ACCEPT WS-MEET-END
000928     DISPLAY "Enter course fee (e.g. 00250.00):"
000930     ACCEPT WS-COURSE-FEE
00930A     DISPLAY "Enter credit hours (e.g. 3.0):"
00930B     ACCEPT WS-CREDIT-HOURS
00930C     DISPLAY "Enter instructor ID (blank if not assigned):"
00930D     ACCEPT WS-INSTRUCTOR-ID
00930E     PERFORM 5000-VALIDATE-INSTRUCTOR
00930F     IF NOT INSTRUCTOR-VALID
00930G         DISPLAY "Instructor " WS-INSTRUCTOR-ID
00930H             " not on instructor master - course left "
00930I             "unassigned"
00930J         MOVE SPACES TO WS-INSTRUCTOR-ID
00930K     END-IF
00930L     DISPLAY "Enter room ID (blank if no room yet):"
00930M     ACCEPT WS-ROOM-ID
00930N     PERFORM 5100-VALIDATE-ROOM
00930O     IF NOT ROOM-VALID
00930P         DISPLAY "Room " WS-ROOM-ID
00930Q             " not on room master - course left without a room"
00930R         MOVE SPACES TO WS-ROOM-ID
00930S     END-IF
000934     IF WS-COURSE-ID = SPACES OR WS-CAPACITY = ZEROES
000938         DISPLAY "Course number and capacity are required - "
000940             "not added"
000997         MOVE WS-MEET-START TO CM-MEET-START
000998         MOVE WS-MEET-END TO CM-MEET-END
000999         MOVE WS-COURSE-FEE TO CM-COURSE-FEE
00999A         MOVE WS-CREDIT-HOURS TO CM-CREDIT-HOURS
00999B         MOVE WS-INSTRUCTOR-ID TO CM-INSTRUCTOR-ID
00999C         MOVE WS-ROOM-ID TO CM-ROOM-ID
00999D         PERFORM 6000-CHECK-ROOM-BOOKING
00999E         IF ROOM-DOUBLE-BOOKED
00999F             DISPLAY "Course " WS-COURSE-ID " not added"
00999G         ELSE
001000             WRITE COURSE-RECORD
001010                 INVALID KEY
001020                     DISPLAY "Course " WS-COURSE-ID
001030                         " already on catalog - not added"
001040                 NOT INVALID KEY
001050                     DISPLAY "Course " WS-COURSE-ID " added"
001060             END-WRITE
001065         END-IF
001070     END-IF.

001080***************************************************************
001236             DISPLAY "Meets    : " CM-MEET-DAYS " "
001237                 CM-MEET-START "-" CM-MEET-END
001238             DISPLAY "Fee      : " CM-COURSE-FEE
01238A             DISPLAY "Credits  : " CM-CREDIT-HOURS
01238B             DISPLAY "Teacher  : " CM-INSTRUCTOR-ID
01238C             DISPLAY "Room     : " CM-ROOM-ID
001240             DISPLAY "Enter new title (blank to keep):"
001250             ACCEPT WS-COURSE-TITLE
001260             IF WS-COURSE-TITLE NOT = SPACES
001376             IF WS-COURSE-FEE NOT = ZEROES
001378                 MOVE WS-COURSE-FEE TO CM-COURSE-FEE
001380             END-IF
01380A             PERFORM 3100-CHANGE-ASSIGNMENT
01380B             PERFORM 6000-CHECK-ROOM-BOOKING
01380C             IF ROOM-DOUBLE-BOOKED
01380D                 DISPLAY "Course " WS-COURSE-ID " not updated"
01380E             ELSE
001381                 REWRITE COURSE-RECORD
001382                 MOVE "CRSMAST" TO JRN-FILE-NAME
001383                 MOVE "R" TO JRN-ACTION
001384                 MOVE COURSE-RECORD TO JRN-AFTER-IMAGE
001385                 PERFORM ZX-WRITE-JOURNAL
001386                 DISPLAY "Course " WS-COURSE-ID " updated"
01386A             END-IF
001387     END-READ.

001388***************************************************************
001615                 "  TERM=" CM-TERM
001617                 "  " CM-MEET-DAYS " " CM-MEET-START
001619                 "-" CM-MEET-END
01619A                 "  CR=" CM-CREDIT-HOURS
01619B                 "  INSTR=" CM-INSTRUCTOR-ID
01619C                 "  ROOM=" CM-ROOM-ID
001620             ADD 1 TO WS-LIST-COUNT
001630     END-READ.

001690* ZL lock routines (from the shared LOCKPRC copybook)
001700***************************************************************
001710     COPY LOCKPRC.

001720***************************************************************
001730* 3100-CHANGE-ASSIGNMENT
001740* Credit hours, instructor and room for the course being
001750* changed -- an instructor or room keyed must be on its
001760* master, when there is one, or the course keeps the one
001770* it has.
001780***************************************************************
001790 3100-CHANGE-ASSIGNMENT.
001800     DISPLAY "Enter new credit hours (zero to keep):"
001810     ACCEPT WS-CREDIT-HOURS
001820     IF WS-CREDIT-HOURS NOT = ZEROES
001830         MOVE WS-CREDIT-HOURS TO CM-CREDIT-HOURS
001840     END-IF
001850     DISPLAY "Enter new instructor ID (blank to keep, "
001860         "* to clear):"
001870     ACCEPT WS-INSTRUCTOR-ID
001880     EVALUATE TRUE
001890         WHEN WS-INSTRUCTOR-ID = SPACES
001900             CONTINUE
001910         WHEN WS-INSTRUCTOR-ID = "*"
001920             MOVE SPACES TO CM-INSTRUCTOR-ID
001930         WHEN OTHER
001940             PERFORM 5000-VALIDATE-INSTRUCTOR
001950             IF INSTRUCTOR-VALID
001960                 MOVE WS-INSTRUCTOR-ID TO CM-INSTRUCTOR-ID
001970             ELSE
001980                 DISPLAY "Instructor " WS-INSTRUCTOR-ID
001990                     " not on instructor master - kept "
002000                     CM-INSTRUCTOR-ID
002010             END-IF
002020     END-EVALUATE
002030     DISPLAY "Enter new room ID (blank to keep, "
002040         "* to clear):"
002050     ACCEPT WS-ROOM-ID
002060     EVALUATE TRUE
002070         WHEN WS-ROOM-ID = SPACES
002080             CONTINUE
002090         WHEN WS-ROOM-ID = "*"
002100             MOVE SPACES TO CM-ROOM-ID
002110         WHEN OTHER
002120             PERFORM 5100-VALIDATE-ROOM
002130             IF ROOM-VALID
002140                 MOVE WS-ROOM-ID TO CM-ROOM-ID
002150             ELSE
002160                 DISPLAY "Room " WS-ROOM-ID
002170                     " not on room master - kept "
002180                     CM-ROOM-ID
002190             END-IF
002200     END-EVALUATE.

002210***************************************************************
002220* 5000-VALIDATE-INSTRUCTOR
002230* A blank ID is valid (course not yet assigned); any other ID
002240* must be on the instructor master, when there is one.
002250***************************************************************
002260 5000-VALIDATE-INSTRUCTOR.
002270     MOVE "N" TO WS-INSTR-VALID-SWITCH
002280     IF WS-INSTRUCTOR-ID = SPACES
002290         SET INSTRUCTOR-VALID TO TRUE
002300     END-IF
002310     IF NOT INSTRUCTOR-VALID AND NOT INSTR-FILE-OPEN
002320         DISPLAY "*** No INSTMAST - instructor " WS-INSTRUCTOR-ID
002330             " not checked ***"
002340         SET INSTRUCTOR-VALID TO TRUE
002350     END-IF
002360     IF NOT INSTRUCTOR-VALID
002370         MOVE WS-INSTRUCTOR-ID TO IM-INSTRUCTOR-ID
002380         READ INSTRUCTOR-MASTER
002390             INVALID KEY
002400                 CONTINUE
002410             NOT INVALID KEY
002420                 SET INSTRUCTOR-VALID TO TRUE
002430                 DISPLAY "Instructor : " IM-INSTRUCTOR-NAME
002440         END-READ
002450     END-IF.

002460***************************************************************
002470* 5100-VALIDATE-ROOM
002480* A blank ID is valid (no room yet); any other ID must be on the
002490* room master, when there is one.
002500***************************************************************
002510 5100-VALIDATE-ROOM.
002520     MOVE "N" TO WS-ROOM-VALID-SWITCH
002530     IF WS-ROOM-ID = SPACES
002540         SET ROOM-VALID TO TRUE
002550     END-IF
002560     IF NOT ROOM-VALID AND NOT ROOM-FILE-OPEN
002570         DISPLAY "*** No ROOMMAST - room " WS-ROOM-ID
002580             " not checked ***"
002590         SET ROOM-VALID TO TRUE
002600     END-IF
002610     IF NOT ROOM-VALID
002620         MOVE WS-ROOM-ID TO RM-ROOM-ID
002630         READ ROOM-MASTER
002640             INVALID KEY
002650                 CONTINUE
002660             NOT INVALID KEY
002670                 SET ROOM-VALID TO TRUE
002680                 DISPLAY "Room : " RM-BUILDING
002690                     "  SEATS=" RM-SEATING
002700         END-READ
002710     END-IF.

002720***************************************************************
002730* 6000-CHECK-ROOM-BOOKING
002740* Browses the catalog for another course of the same term booked
002750* into the same room on a shared day at an overlapping hour --
002760* the same overlap test the registration run applies to a
002770* student's courses.  A capacity larger than the room seats is
002780* only warned of.  The course being booked is held aside for the
002790* browse and put back after it.
002800***************************************************************
002810 6000-CHECK-ROOM-BOOKING.
002820     MOVE "N" TO WS-DOUBLE-BOOKED-SWITCH
002830     IF CM-ROOM-ID NOT = SPACES AND ROOM-FILE-OPEN
002840         MOVE CM-ROOM-ID TO RM-ROOM-ID
002850         READ ROOM-MASTER
002860             INVALID KEY
002870                 CONTINUE
002880             NOT INVALID KEY
002890                 IF CM-CAPACITY > RM-SEATING
002900                     DISPLAY "*** WARNING - capacity " CM-CAPACITY
002910                         " is more than room " RM-ROOM-ID
002920                         " seats (" RM-SEATING ") ***"
002930                 END-IF
002940         END-READ
002950     END-IF
002960     IF CM-ROOM-ID NOT = SPACES AND CM-MEET-START NOT = ZEROES
002970         MOVE COURSE-RECORD TO WS-SAVED-COURSE-RECORD
002980         MOVE CM-COURSE-ID TO WS-BOOK-COURSE-ID
002990         MOVE CM-TERM TO WS-BOOK-TERM
003000         MOVE CM-ROOM-ID TO WS-BOOK-ROOM-ID
003010         MOVE CM-MEET-DAYS TO WS-BOOK-MEET-DAYS
003020         MOVE CM-MEET-START TO WS-BOOK-MEET-START
003030         MOVE CM-MEET-END TO WS-BOOK-MEET-END
003040         MOVE "N" TO WS-BOOK-SCAN-SWITCH
003050         MOVE SPACES TO CM-COURSE-ID
003060         START COURSE-MASTER KEY IS NOT LESS THAN CM-COURSE-ID
003070             INVALID KEY
003080                 SET BOOKING-SCAN-DONE TO TRUE
003090         END-START
003100         PERFORM 6100-TEST-NEXT-BOOKING
003110             UNTIL BOOKING-SCAN-DONE OR ROOM-DOUBLE-BOOKED
003120         MOVE WS-SAVED-COURSE-RECORD TO COURSE-RECORD
003130     END-IF.

003140***************************************************************
003150* 6100-TEST-NEXT-BOOKING
003160***************************************************************
003170 6100-TEST-NEXT-BOOKING.
003180     READ COURSE-MASTER NEXT RECORD
003190         AT END
003200             SET BOOKING-SCAN-DONE TO TRUE
003210         NOT AT END
003220             IF CM-COURSE-ID NOT = WS-BOOK-COURSE-ID
003230                 AND CM-ROOM-ID = WS-BOOK-ROOM-ID
003240                 AND CM-TERM = WS-BOOK-TERM
003250                 AND CM-MEET-START NOT = ZEROES
003260                 AND CM-MEET-START < WS-BOOK-MEET-END
003270                 AND WS-BOOK-MEET-START < CM-MEET-END
003280                 MOVE "N" TO WS-SHARED-DAY-SWITCH
003290                 PERFORM 6200-TEST-SHARED-DAY
003300                     VARYING WS-DAY-SUB FROM 1 BY 1
003310                     UNTIL WS-DAY-SUB > 7 OR SHARED-MEETING-DAY
003320                 IF SHARED-MEETING-DAY
003330                     SET ROOM-DOUBLE-BOOKED TO TRUE
003340                     DISPLAY "*** ROOM " WS-BOOK-ROOM-ID
003350                         " ALREADY BOOKED BY " CM-COURSE-ID " "
003360                         CM-MEET-DAYS " " CM-MEET-START "-"
003370                         CM-MEET-END " ***"
003380                 END-IF
003390             END-IF
003400     END-READ.

003410***************************************************************
003420* 6200-TEST-SHARED-DAY
003430***************************************************************
003440 6200-TEST-SHARED-DAY.
003450     IF CM-MEET-DAYS (WS-DAY-SUB:1) NOT = SPACE
003460         AND WS-BOOK-MEET-DAYS (WS-DAY-SUB:1) NOT = SPACE
003470         SET SHARED-MEETING-DAY TO TRUE
003480     END-IF.
