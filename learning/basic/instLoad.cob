000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. instLoad.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-09-25.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-09-25  RSG Original -- instructor load report.  Sorts
000140*                 the CRSMAST catalog by assigned instructor
000150*                 and matches it against the INSTMAST
000160*                 instructor master, listing each instructor's
000170*                 courses with the courses assigned and the
000180*                 students enrolled in total, and flagging
000190*                 anyone carrying more courses than the
000200*                 maximum on the master.  Instructors with no
000210*                 courses list with a zero load; courses with
000220*                 no instructor, or naming one not on the
000230*                 master, list in sections of their own.
000240***************************************************************

000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT COURSE-MASTER ASSIGN TO "CRSMAST"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS CM-COURSE-ID
000320         FILE STATUS IS WS-COURSE-STATUS.
000330     SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTMAST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS IM-INSTRUCTOR-ID
000370         FILE STATUS IS WS-INSTR-STATUS.
000380     SELECT SORT-WORK-FILE ASSIGN TO "LOADSWK".
000390     SELECT SORTED-LOAD-FILE ASSIGN TO "LOADSRT"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-SORT-STATUS.

000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  COURSE-MASTER.
000450     COPY CRSMAST.

000460 FD  INSTRUCTOR-MASTER.
000470     COPY INSTMAST.

000480 SD  SORT-WORK-FILE.
000490 01  SORT-WORK-RECORD.
000500     05 SW-INSTRUCTOR-ID        PIC X(06).
000510     05 SW-COURSE-ID            PIC X(06).
000520     05 SW-COURSE-TITLE         PIC X(30).
000530     05 SW-TERM                 PIC X(05).
000540     05 SW-ENROLLED-COUNT       PIC 9(03).

000550 FD  SORTED-LOAD-FILE.
000560 01  SORTED-LOAD-RECORD.
000570     05 SR-INSTRUCTOR-ID        PIC X(06).
000580     05 SR-COURSE-ID            PIC X(06).
000590     05 SR-COURSE-TITLE         PIC X(30).
000600     05 SR-TERM                 PIC X(05).
000610     05 SR-ENROLLED-COUNT       PIC 9(03).

000620 WORKING-STORAGE SECTION.
000630 01  WS-COURSE-STATUS           PIC X(02).
000640     88 COURSE-OK               VALUE "00".
000650 01  WS-INSTR-STATUS            PIC X(02).
000660     88 INSTR-OK                VALUE "00".
000670 01  WS-SORT-STATUS             PIC X(02).
000680     88 SORT-OK                 VALUE "00".
000690 01  WS-COURSE-EOF-SWITCH       PIC X(01) VALUE "N".
000700     88 COURSE-EOF              VALUE "Y".
000710 01  WS-INSTR-EOF-SWITCH        PIC X(01) VALUE "N".
000720     88 INSTR-EOF               VALUE "Y".
000730 01  WS-SORTED-EOF-SWITCH       PIC X(01) VALUE "N".
000740     88 SORTED-EOF              VALUE "Y".
000750*
000760* Match keys -- HIGH-VALUES once a side runs out
000770*
000780 01  WS-INSTR-KEY               PIC X(06) VALUE SPACES.
000790 01  WS-COURSE-KEY              PIC X(06) VALUE SPACES.
000800 01  WS-GROUP-KEY               PIC X(06) VALUE SPACES.
000810 01  WS-GROUP-COURSES           PIC 9(03) VALUE ZEROES.
000820 01  WS-GROUP-STUDENTS          PIC 9(05) VALUE ZEROES.
000830 01  WS-INSTRUCTOR-COUNT        PIC 9(04) VALUE ZEROES.
000840 01  WS-OVER-MAX-COUNT          PIC 9(04) VALUE ZEROES.
000850 01  WS-IDLE-COUNT              PIC 9(04) VALUE ZEROES.
000860 01  WS-UNASSIGNED-COUNT        PIC 9(04) VALUE ZEROES.
000870 01  WS-UNKNOWN-COUNT           PIC 9(04) VALUE ZEROES.
000880 01  WS-COURSES-LISTED          PIC 9(05) VALUE ZEROES.
000890 01  WS-COURSES-RELEASED        PIC 9(05) VALUE ZEROES.

000900 PROCEDURE DIVISION.

000910***************************************************************
000920* 0000-MAINLINE
000930***************************************************************
000940 0000-MAINLINE.
000950     OPEN INPUT INSTRUCTOR-MASTER
000960     IF NOT INSTR-OK
000970         DISPLAY "No instructor master on file"
000980         MOVE 8 TO RETURN-CODE
000990         GOBACK
001000     END-IF
001010     SORT SORT-WORK-FILE
001020         ON ASCENDING KEY SW-INSTRUCTOR-ID
001030         ON ASCENDING KEY SW-COURSE-ID
001040         INPUT PROCEDURE IS 1000-RELEASE-COURSES
001050             THRU 1900-RELEASE-EXIT
001060         GIVING SORTED-LOAD-FILE
001070     OPEN INPUT SORTED-LOAD-FILE
001080     PERFORM 2000-READ-SORTED-COURSE
001090     PERFORM 2100-READ-INSTRUCTOR
001100     PERFORM 3000-LIST-UNASSIGNED
001110     PERFORM 4000-MATCH-ONE-GROUP
001120         UNTIL WS-INSTR-KEY = HIGH-VALUES
001130           AND WS-COURSE-KEY = HIGH-VALUES
001140     PERFORM 6000-PRINT-TOTALS
001150     CLOSE SORTED-LOAD-FILE
001160     CLOSE INSTRUCTOR-MASTER
001170     GOBACK.

001180***************************************************************
001190* 1000-RELEASE-COURSES
001200***************************************************************
001210 1000-RELEASE-COURSES.
001220     OPEN INPUT COURSE-MASTER
001230     IF COURSE-OK
001240         MOVE SPACES TO CM-COURSE-ID
001250         START COURSE-MASTER KEY IS NOT LESS THAN CM-COURSE-ID
001260             INVALID KEY
001270                 SET COURSE-EOF TO TRUE
001280         END-START
001290         PERFORM 1100-READ-COURSE
001300         PERFORM 1200-RELEASE-ONE-COURSE UNTIL COURSE-EOF
001310         CLOSE COURSE-MASTER
001320     ELSE
001330         DISPLAY "No course catalog on file"
001340     END-IF
001350     GO TO 1900-RELEASE-EXIT.

001360***************************************************************
001370* 1100-READ-COURSE
001380***************************************************************
001390 1100-READ-COURSE.
001400     IF NOT COURSE-EOF
001410         READ COURSE-MASTER NEXT RECORD
001420             AT END SET COURSE-EOF TO TRUE
001430         END-READ
001440     END-IF.

001450***************************************************************
001460* 1200-RELEASE-ONE-COURSE
001470***************************************************************
001480 1200-RELEASE-ONE-COURSE.
001490     MOVE CM-INSTRUCTOR-ID TO SW-INSTRUCTOR-ID
001500     MOVE CM-COURSE-ID TO SW-COURSE-ID
001510     MOVE CM-COURSE-TITLE TO SW-COURSE-TITLE
001520     MOVE CM-TERM TO SW-TERM
001530     MOVE CM-ENROLLED-COUNT TO SW-ENROLLED-COUNT
001540     RELEASE SORT-WORK-RECORD
001550     ADD 1 TO WS-COURSES-RELEASED
001560     PERFORM 1100-READ-COURSE.

001570***************************************************************
001580* 1900-RELEASE-EXIT
001590***************************************************************
001600 1900-RELEASE-EXIT.
001610     EXIT.

001620***************************************************************
001630* 2000-READ-SORTED-COURSE
001640***************************************************************
001650 2000-READ-SORTED-COURSE.
001660     READ SORTED-LOAD-FILE
001670         AT END
001680             SET SORTED-EOF TO TRUE
001690             MOVE HIGH-VALUES TO WS-COURSE-KEY
001700         NOT AT END
001710             MOVE SR-INSTRUCTOR-ID TO WS-COURSE-KEY
001720     END-READ.

001730***************************************************************
001740* 2100-READ-INSTRUCTOR
001750***************************************************************
001760 2100-READ-INSTRUCTOR.
001770     READ INSTRUCTOR-MASTER NEXT RECORD
001780         AT END
001790             SET INSTR-EOF TO TRUE
001800             MOVE HIGH-VALUES TO WS-INSTR-KEY
001810         NOT AT END
001820             MOVE IM-INSTRUCTOR-ID TO WS-INSTR-KEY
001830     END-READ.

001840***************************************************************
001850* 3000-LIST-UNASSIGNED
001860* Courses with no instructor sort ahead of everyone else.
001870***************************************************************
001880 3000-LIST-UNASSIGNED.
001890     IF WS-COURSE-KEY = SPACES
001900         DISPLAY "-----------------------------------"
001910         DISPLAY "*** COURSES WITH NO INSTRUCTOR ASSIGNED ***"
001920         PERFORM 5000-START-GROUP
001930         PERFORM 5100-LIST-GROUP-COURSE
001940             UNTIL WS-COURSE-KEY NOT = WS-GROUP-KEY
001950         MOVE WS-GROUP-COURSES TO WS-UNASSIGNED-COUNT
001960         DISPLAY "  Courses unassigned : " WS-GROUP-COURSES
001970     END-IF.

001980***************************************************************
001990* 4000-MATCH-ONE-GROUP
002000* Matches the instructor master against the sorted catalog.
002010* An instructor ahead of the catalog has no courses; a catalog
002020* key ahead of the master names an instructor not on file.
002030***************************************************************
002040 4000-MATCH-ONE-GROUP.
002050     EVALUATE TRUE
002060         WHEN WS-INSTR-KEY < WS-COURSE-KEY
002070             PERFORM 4100-PRINT-INSTRUCTOR-HEADING
002080             DISPLAY "  No courses assigned"
002090             ADD 1 TO WS-IDLE-COUNT
002100             PERFORM 2100-READ-INSTRUCTOR
002110         WHEN WS-INSTR-KEY = WS-COURSE-KEY
002120             PERFORM 4100-PRINT-INSTRUCTOR-HEADING
002130             PERFORM 5000-START-GROUP
002140             PERFORM 5100-LIST-GROUP-COURSE
002150                 UNTIL WS-COURSE-KEY NOT = WS-GROUP-KEY
002160             DISPLAY "  Courses assigned : " WS-GROUP-COURSES
002170                 "   Students enrolled : " WS-GROUP-STUDENTS
002180             IF WS-GROUP-COURSES > IM-MAX-LOAD
002190                 ADD 1 TO WS-OVER-MAX-COUNT
002200                 DISPLAY "  *** OVER MAXIMUM LOAD OF "
002210                     IM-MAX-LOAD " COURSES ***"
002220             END-IF
002230             PERFORM 2100-READ-INSTRUCTOR
002240         WHEN OTHER
002250             DISPLAY "-----------------------------------"
002260             DISPLAY "Instructor " WS-COURSE-KEY
002270                 "  *** NOT ON INSTRUCTOR MASTER ***"
002280             PERFORM 5000-START-GROUP
002290             PERFORM 5100-LIST-GROUP-COURSE
002300                 UNTIL WS-COURSE-KEY NOT = WS-GROUP-KEY
002310             ADD WS-GROUP-COURSES TO WS-UNKNOWN-COUNT
002320             DISPLAY "  Courses assigned : " WS-GROUP-COURSES
002330                 "   Students enrolled : " WS-GROUP-STUDENTS
002340     END-EVALUATE.

002350***************************************************************
002360* 4100-PRINT-INSTRUCTOR-HEADING
002370***************************************************************
002380 4100-PRINT-INSTRUCTOR-HEADING.
002390     ADD 1 TO WS-INSTRUCTOR-COUNT
002400     DISPLAY "-----------------------------------"
002410     DISPLAY "Instructor " IM-INSTRUCTOR-ID "  "
002420         IM-INSTRUCTOR-NAME "  DEPT=" IM-DEPARTMENT
002430         "  MAX=" IM-MAX-LOAD.

002440***************************************************************
002450* 5000-START-GROUP
002460***************************************************************
002470 5000-START-GROUP.
002480     MOVE WS-COURSE-KEY TO WS-GROUP-KEY
002490     MOVE ZEROES TO WS-GROUP-COURSES
002500     MOVE ZEROES TO WS-GROUP-STUDENTS.

002510***************************************************************
002520* 5100-LIST-GROUP-COURSE
002530***************************************************************
002540 5100-LIST-GROUP-COURSE.
002550     DISPLAY "  " SR-COURSE-ID "  " SR-COURSE-TITLE
002560         "  " SR-TERM "  ENR=" SR-ENROLLED-COUNT
002570     ADD 1 TO WS-GROUP-COURSES
002580     ADD SR-ENROLLED-COUNT TO WS-GROUP-STUDENTS
002590     ADD 1 TO WS-COURSES-LISTED
002600     PERFORM 2000-READ-SORTED-COURSE.

002610***************************************************************
002620* 6000-PRINT-TOTALS
002630* Every course released to the sort must come back listed.
002640***************************************************************
002650 6000-PRINT-TOTALS.
002660     DISPLAY "==================================="
002670     DISPLAY "Instructors listed       : " WS-INSTRUCTOR-COUNT
002680     DISPLAY "Over maximum load        : " WS-OVER-MAX-COUNT
002690     DISPLAY "With no courses          : " WS-IDLE-COUNT
002700     DISPLAY "Courses unassigned       : " WS-UNASSIGNED-COUNT
002710     DISPLAY "Courses, unknown instr   : " WS-UNKNOWN-COUNT
002720     DISPLAY "Courses listed           : " WS-COURSES-LISTED
002730     IF WS-COURSES-LISTED NOT = WS-COURSES-RELEASED
002740         DISPLAY "*** COURSES LISTED DO NOT TIE TO THE "
002750             "CATALOG ***"
002760         MOVE 4 TO RETURN-CODE
002770     END-IF.
