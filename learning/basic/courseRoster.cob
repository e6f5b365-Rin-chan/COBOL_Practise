000260*                 order straight off the EN-COURSE-ID
000270*                 alternate key.  Students within a course
000280*                 print in enrollment order.
000281* 2026-09-25  RSG Class lists now print grouped by the
000282*                 course's assigned instructor (CM-INSTRUCTOR-ID
000283*                 on CRSMAST, name from INSTMAST) so each
000284*                 faculty member gets a bundle of their own.
000285*                 The detail is sorted again -- instructor,
000286*                 course, then the order read off the course
000287*                 key -- so students still print in enrollment
000288*                 order.  Courses with no instructor bundle
000289*                 together first as UNASSIGNED.
000290***************************************************************

000300 ENVIRONMENT DIVISION.
000360         RECORD KEY IS EN-KEY
000370         ALTERNATE RECORD KEY IS EN-COURSE-ID WITH DUPLICATES
000380         FILE STATUS IS WS-ENROLL-STATUS.
00380A     SELECT COURSE-MASTER ASSIGN TO "CRSMAST"
00380B         ORGANIZATION IS INDEXED
00380C         ACCESS MODE IS RANDOM
00380D         RECORD KEY IS CM-COURSE-ID
00380E         FILE STATUS IS WS-COURSE-STATUS.
00380F     SELECT INSTRUCTOR-MASTER ASSIGN TO "INSTMAST"
00380G         ORGANIZATION IS INDEXED
00380H         ACCESS MODE IS RANDOM
00380I         RECORD KEY IS IM-INSTRUCTOR-ID
00380J         FILE STATUS IS WS-INSTR-STATUS.
00380K     SELECT SORT-WORK-FILE ASSIGN TO "RSTSWK".
00380L     SELECT SORTED-ROSTER-FILE ASSIGN TO "RSTSRT"
00380M         ORGANIZATION IS SEQUENTIAL
00380N         FILE STATUS IS WS-SORT-STATUS.

000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  ENROLLMENT-DETAIL.
000420     COPY ENRLDETL.

00420A FD  COURSE-MASTER.
00420B     COPY CRSMAST.

00420C FD  INSTRUCTOR-MASTER.
00420D     COPY INSTMAST.

00420E SD  SORT-WORK-FILE.
00420F 01  SORT-WORK-RECORD.
00420G     05 SW-INSTRUCTOR-ID        PIC X(06).
00420H     05 SW-COURSE-ID            PIC X(06).
00420I     05 SW-SEQUENCE             PIC 9(06).
00420J     05 SW-STUDENT-NAME         PIC X(25).
00420K     05 SW-MASTER-KEY           PIC 9(06).
00420L     05 SW-DATE                 PIC X(10).
00420M     05 SW-TERM                 PIC X(05).

00420N FD  SORTED-ROSTER-FILE.
00420O 01  SORTED-ROSTER-RECORD.
00420P     05 SR-INSTRUCTOR-ID        PIC X(06).
00420Q     05 SR-COURSE-ID            PIC X(06).
00420R     05 SR-SEQUENCE             PIC 9(06).
00420S     05 SR-STUDENT-NAME         PIC X(25).
00420T     05 SR-MASTER-KEY           PIC 9(06).
00420U     05 SR-DATE                 PIC X(10).
00420V     05 SR-TERM                 PIC X(05).

000430 WORKING-STORAGE SECTION.
000440 01  WS-ENROLL-STATUS           PIC X(02).
000450     88 ENROLL-OK               VALUE "00".
000451 01  WS-COURSE-STATUS           PIC X(02).
000452     88 COURSE-OK               VALUE "00".
000453 01  WS-INSTR-STATUS            PIC X(02).
000454     88 INSTR-OK                VALUE "00".
000455 01  WS-SORT-STATUS             PIC X(02).
000456     88 SORT-OK                 VALUE "00".
000460 01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
000470     88 DETAIL-EOF              VALUE "Y".
00470A 01  WS-SORTED-EOF-SWITCH       PIC X(01) VALUE "N".
00470B     88 SORTED-EOF              VALUE "Y".
00470C 01  WS-LOOKUP-COURSE           PIC X(06) VALUE SPACES.
00470D 01  WS-LOOKUP-INSTRUCTOR       PIC X(06) VALUE SPACES.
00470E 01  WS-RELEASE-SEQUENCE        PIC 9(06) VALUE ZEROES.
00470F 01  WS-CURRENT-INSTRUCTOR      PIC X(06) VALUE SPACES.
00470G 01  WS-FIRST-LINE-SWITCH       PIC X(01) VALUE "Y".
00470H     88 FIRST-LINE              VALUE "Y".
00470I 01  WS-COURSE-OPEN-SWITCH      PIC X(01) VALUE "N".
00470J     88 COURSE-MASTER-OPEN      VALUE "Y".
00470K 01  WS-INSTR-OPEN-SWITCH       PIC X(01) VALUE "N".
00470L     88 INSTRUCTOR-MASTER-OPEN  VALUE "Y".
000480 01  WS-CURRENT-COURSE          PIC X(06) VALUE SPACES.
000490 01  WS-COURSE-TOTAL            PIC 9(04) VALUE ZEROES.
000495 01  WS-INSTRUCTOR-TOTAL        PIC 9(05) VALUE ZEROES.
000500 01  WS-GRAND-TOTAL             PIC 9(05) VALUE ZEROES.

000510 PROCEDURE DIVISION.
000580         DISPLAY "No enrollment detail on file"
000590         GOBACK
000600     END-IF
000610     OPEN INPUT COURSE-MASTER
000620     IF COURSE-OK
000630         SET COURSE-MASTER-OPEN TO TRUE
000640     END-IF
000650     OPEN INPUT INSTRUCTOR-MASTER
000660     IF INSTR-OK
000670         SET INSTRUCTOR-MASTER-OPEN TO TRUE
000680     END-IF
000690     SORT SORT-WORK-FILE
00690A         ON ASCENDING KEY SW-INSTRUCTOR-ID
00690B         ON ASCENDING KEY SW-COURSE-ID
00690C         ON ASCENDING KEY SW-SEQUENCE
00690D         INPUT PROCEDURE IS 1000-RELEASE-DETAIL
00690E             THRU 1900-RELEASE-EXIT
00690F         GIVING SORTED-ROSTER-FILE
00690G     CLOSE ENROLLMENT-DETAIL
00690H     OPEN INPUT SORTED-ROSTER-FILE
00690I     PERFORM 2500-READ-SORTED-DETAIL
00690J     PERFORM 3000-PRINT-ROSTER-LINE UNTIL SORTED-EOF
00690K     IF NOT FIRST-LINE
000700         PERFORM 4000-PRINT-COURSE-TOTAL
000705         PERFORM 4100-PRINT-INSTRUCTOR-TOTAL
000710     END-IF
000720     DISPLAY "==================================="
000730     DISPLAY "Total enrollments : " WS-GRAND-TOTAL
000740     CLOSE SORTED-ROSTER-FILE
000741     IF COURSE-MASTER-OPEN
000742         CLOSE COURSE-MASTER
000743     END-IF
000744     IF INSTRUCTOR-MASTER-OPEN
000745         CLOSE INSTRUCTOR-MASTER
000746     END-IF
000750     GOBACK.

000760***************************************************************
000820     END-READ.

000830***************************************************************
000831* 2500-READ-SORTED-DETAIL
000832***************************************************************
000833 2500-READ-SORTED-DETAIL.
000834     READ SORTED-ROSTER-FILE
000835         AT END SET SORTED-EOF TO TRUE
000836     END-READ.

000837***************************************************************
000840* 3000-PRINT-ROSTER-LINE
000850* Control-break on instructor, then course -- a new instructor
000860* closes out the previous bundle and opens a new one; a new
000862* course closes out the previous course's count and opens a
000864* new section.
000870***************************************************************
000880 3000-PRINT-ROSTER-LINE.
000890     IF FIRST-LINE
000891         OR SR-INSTRUCTOR-ID NOT = WS-CURRENT-INSTRUCTOR
000892         IF NOT FIRST-LINE
000893             PERFORM 4000-PRINT-COURSE-TOTAL
000894             PERFORM 4100-PRINT-INSTRUCTOR-TOTAL
000895         END-IF
000896         PERFORM 3100-PRINT-INSTRUCTOR-HEADING
000897         MOVE SPACES TO WS-CURRENT-COURSE
000898     END-IF
000899     IF SR-COURSE-ID NOT = WS-CURRENT-COURSE
000900         IF WS-CURRENT-COURSE NOT = SPACES
000910             PERFORM 4000-PRINT-COURSE-TOTAL
000920         END-IF
000930         MOVE SR-COURSE-ID TO WS-CURRENT-COURSE
000940         MOVE ZEROES TO WS-COURSE-TOTAL
000950         DISPLAY "-----------------------------------"
000960         DISPLAY "Course " SR-COURSE-ID
000970     END-IF
000980     DISPLAY "  " SR-STUDENT-NAME "  KEY=" SR-MASTER-KEY
000990         "  " SR-DATE "  " SR-TERM
001000     ADD 1 TO WS-COURSE-TOTAL
001005     ADD 1 TO WS-INSTRUCTOR-TOTAL
001010     ADD 1 TO WS-GRAND-TOTAL
001020     PERFORM 2500-READ-SORTED-DETAIL.

01020A***************************************************************
01020B* 3100-PRINT-INSTRUCTOR-HEADING
01020C***************************************************************
01020D 3100-PRINT-INSTRUCTOR-HEADING.
01020E     MOVE "N" TO WS-FIRST-LINE-SWITCH
01020F     MOVE SR-INSTRUCTOR-ID TO WS-CURRENT-INSTRUCTOR
01020G     MOVE ZEROES TO WS-INSTRUCTOR-TOTAL
01020H     DISPLAY "==================================="
01020I     IF SR-INSTRUCTOR-ID = SPACES
01020J         DISPLAY "Instructor UNASSIGNED"
01020K     ELSE
01020L         MOVE SPACES TO IM-INSTRUCTOR-NAME
01020M         MOVE SR-INSTRUCTOR-ID TO IM-INSTRUCTOR-ID
01020N         IF INSTRUCTOR-MASTER-OPEN
01020O             READ INSTRUCTOR-MASTER
01020P                 INVALID KEY
01020Q                     MOVE "*** NOT ON INSTMAST ***"
01020R                         TO IM-INSTRUCTOR-NAME
01020S             END-READ
01020T         END-IF
01020U         DISPLAY "Instructor " SR-INSTRUCTOR-ID "  "
01020V             IM-INSTRUCTOR-NAME
01020W     END-IF.

001030***************************************************************
001040* 4000-PRINT-COURSE-TOTAL
001060 4000-PRINT-COURSE-TOTAL.
001070     DISPLAY "  Enrolled in " WS-CURRENT-COURSE " : "
001080         WS-COURSE-TOTAL.

001090***************************************************************
001100* 4100-PRINT-INSTRUCTOR-TOTAL
001110***************************************************************
001120 4100-PRINT-INSTRUCTOR-TOTAL.
001130     DISPLAY "  Enrollments for instructor "
001140         WS-CURRENT-INSTRUCTOR " : " WS-INSTRUCTOR-TOTAL.

001150***************************************************************
001160* 1000-RELEASE-DETAIL
001170* Reads the detail in course order off the alternate key and
001180* tags each line with the course's instructor and its place in
001190* the read, which keeps enrollment order within a course.
001200***************************************************************
001210 1000-RELEASE-DETAIL.
001220     MOVE LOW-VALUES TO EN-COURSE-ID
001230     START ENROLLMENT-DETAIL
001240         KEY IS NOT LESS THAN EN-COURSE-ID
001250         INVALID KEY
001260             SET DETAIL-EOF TO TRUE
001270     END-START
001280     PERFORM 2000-READ-NEXT-DETAIL
001290     PERFORM 1100-RELEASE-ONE-DETAIL UNTIL DETAIL-EOF
001300     GO TO 1900-RELEASE-EXIT.

001310***************************************************************
001320* 1100-RELEASE-ONE-DETAIL
001330***************************************************************
001340 1100-RELEASE-ONE-DETAIL.
001350     IF EN-COURSE-ID NOT = WS-LOOKUP-COURSE
001360         PERFORM 1200-LOOKUP-INSTRUCTOR
001370     END-IF
001380     ADD 1 TO WS-RELEASE-SEQUENCE
001390     MOVE WS-LOOKUP-INSTRUCTOR TO SW-INSTRUCTOR-ID
001400     MOVE EN-COURSE-ID TO SW-COURSE-ID
001410     MOVE WS-RELEASE-SEQUENCE TO SW-SEQUENCE
001420     MOVE EN-STUDENT-NAME TO SW-STUDENT-NAME
001430     MOVE EN-MASTER-KEY TO SW-MASTER-KEY
001440     MOVE EN-DATE TO SW-DATE
001450     MOVE EN-TERM TO SW-TERM
001460     RELEASE SORT-WORK-RECORD
001470     PERFORM 2000-READ-NEXT-DETAIL.

001480***************************************************************
001490* 1200-LOOKUP-INSTRUCTOR
001500* A course no longer on the catalog goes out unassigned.
001510***************************************************************
001520 1200-LOOKUP-INSTRUCTOR.
001530     MOVE EN-COURSE-ID TO WS-LOOKUP-COURSE
001540     MOVE SPACES TO WS-LOOKUP-INSTRUCTOR
001550     IF COURSE-MASTER-OPEN
001560         MOVE EN-COURSE-ID TO CM-COURSE-ID
001570         READ COURSE-MASTER
001580             INVALID KEY
001590                 CONTINUE
001600             NOT INVALID KEY
001610                 MOVE CM-INSTRUCTOR-ID TO WS-LOOKUP-INSTRUCTOR
001620         END-READ
001630     END-IF.

001640***************************************************************
001650* 1900-RELEASE-EXIT
001660***************************************************************
001670 1900-RELEASE-EXIT.
001680     EXIT.
