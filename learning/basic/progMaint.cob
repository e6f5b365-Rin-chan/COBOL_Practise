000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. progMaint.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-10-05.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-10-05  RSG Original -- maintenance dialog for the
000140*                 PROGMAST academic program master, in the
000150*                 instMaint style.  Adds a program, changes a
000160*                 program's name, department or minimum
000170*                 credits, adds or removes a required course
000180*                 (with the lowest grade that satisfies it),
000190*                 declares a student's program on the STUIDNT
000200*                 identity master, or lists the programs with
000210*                 their requirements.  Every change journals
000220*                 its images to MSTJRNL through the shared
000230*                 ZX-WRITE-JOURNAL, and the dialog holds the
000240*                 shared run lock on PROGMAST while it runs.
000250***************************************************************

000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PROGRAM-MASTER ASSIGN TO "PROGMAST"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS PG-KEY
000330         FILE STATUS IS WS-PROGRAM-STATUS.
000340     SELECT COURSE-MASTER ASSIGN TO "CRSMAST"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS CM-COURSE-ID
000380         FILE STATUS IS WS-COURSE-STATUS.
000390     SELECT STUDENT-IDENTITY ASSIGN TO "STUIDNT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS SI-STUDENT-ID
000430         ALTERNATE RECORD KEY IS SI-STUDENT-NAME WITH DUPLICATES
000440         ALTERNATE RECORD KEY IS SI-ALIAS-NAME WITH DUPLICATES
000450         FILE STATUS IS WS-IDENT-STATUS.
000460     SELECT MASTER-JOURNAL ASSIGN TO "MSTJRNL"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-JRNL-STATUS.
000490     SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCKS"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-LOCK-STATUS.
000520     SELECT LOCK-ACTIVITY-LOG ASSIGN TO "LOCKLOG"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-LOCKLOG-STATUS.

000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PROGRAM-MASTER.
000580     COPY PROGMAST.

000590 FD  COURSE-MASTER.
000600     COPY CRSMAST.

000610 FD  STUDENT-IDENTITY.
000620     COPY STUIDNT.

000630 FD  MASTER-JOURNAL.
000640     COPY JRNLREC.

000650 FD  RUN-LOCK-FILE.
000660     COPY LOCKREC.

000670 FD  LOCK-ACTIVITY-LOG.
000680     COPY LOCKLOG.

000690 WORKING-STORAGE SECTION.
000700     COPY JRNLWS.
000710     COPY LOCKWS.
000720 01  WS-PROGRAM-STATUS          PIC X(02).
000730     88 PROGRAM-OK              VALUE "00".
000740     88 PROGRAM-EOF             VALUE "10".
000750     88 PROGRAM-NOT-FOUND       VALUE "23".
000760 01  WS-COURSE-STATUS           PIC X(02).
000770     88 COURSE-OK               VALUE "00".
000780 01  WS-IDENT-STATUS            PIC X(02).
000790     88 IDENT-OK                VALUE "00".
000800 01  WS-RUN-MODE                PIC X(01).
000810     88 ADD-MODE                VALUE "A" "a".
000820     88 CHANGE-MODE             VALUE "C" "c".
000830     88 REQUIRE-MODE            VALUE "R" "r".
000840     88 REMOVE-MODE             VALUE "X" "x".
000850     88 DECLARE-MODE            VALUE "D" "d".
000860     88 LIST-MODE               VALUE "L" "l".
000870 01  WS-PROGRAM-ID              PIC X(06).
000880 01  WS-PROGRAM-NAME            PIC X(30).
000890 01  WS-DEPARTMENT              PIC X(06).
000900 01  WS-MIN-CREDITS             PIC 9(03)V9(01).
000910 01  WS-COURSE-ID               PIC X(06).
000920 01  WS-MIN-GRADE               PIC X(02).
000930 01  WS-MIN-GRADE-X REDEFINES WS-MIN-GRADE.
000940     05 WS-MIN-LETTER           PIC X(01).
000950         88 WS-PASSING-LETTER   VALUE "A" "B" "C" "D".
000960     05 WS-MIN-MODIFIER         PIC X(01).
000970         88 WS-VALID-MODIFIER   VALUE " " "+" "-".
000980 01  WS-STUDENT-ID              PIC 9(06).
000990 01  WS-CONFIRM                 PIC X(01).
001000     88 ENTRY-CONFIRMED         VALUE "Y" "y".
001010 01  WS-HEADER-FOUND-SWITCH     PIC X(01) VALUE "N".
001020     88 HEADER-FOUND            VALUE "Y".
001030 01  WS-LIST-COUNT              PIC 9(04) VALUE ZEROES.
001040 01  WS-REQUIRED-COUNT          PIC 9(04) VALUE ZEROES.

001050 PROCEDURE DIVISION.

001060***************************************************************
001070* 0000-MAINLINE
001080***************************************************************
001090 0000-MAINLINE.
001100     MOVE "PROGMAINT" TO JRN-PROGRAM
001110     MOVE "PROGMAINT" TO LCK-PROGRAM
001120     DISPLAY "Take over a stale lock if found (Y/N):"
001130     ACCEPT LCK-OVERRIDE-FLAG
001140     MOVE "PROGMAST" TO LCK-FILE-NAME
001150     PERFORM ZL-ACQUIRE-LOCK
001160     PERFORM 1000-INITIALIZE
001170     DISPLAY "Enter mode - A (add program), C (change program),"
001180     DISPLAY "  R (require a course), X (remove a requirement),"
001190     DISPLAY "  D (declare a student's program) or L (list):"
001200     ACCEPT WS-RUN-MODE
001210     EVALUATE TRUE
001220         WHEN ADD-MODE
001230             PERFORM 2000-ADD-PROGRAM
001240         WHEN CHANGE-MODE
001250             PERFORM 3000-CHANGE-PROGRAM
001260         WHEN REQUIRE-MODE
001270             PERFORM 4000-ADD-REQUIREMENT
001280         WHEN REMOVE-MODE
001290             PERFORM 5000-REMOVE-REQUIREMENT
001300         WHEN DECLARE-MODE
001310             PERFORM 6000-DECLARE-PROGRAM
001320         WHEN LIST-MODE
001330             PERFORM 7000-LIST-PROGRAMS
001340         WHEN OTHER
001350             DISPLAY "Invalid mode - nothing done"
001360     END-EVALUATE
001370     CLOSE PROGRAM-MASTER
001380     MOVE "PROGMAST" TO LCK-FILE-NAME
001390     PERFORM ZL-RELEASE-LOCK
001400     GOBACK.

001410***************************************************************
001420* 1000-INITIALIZE
001430* Opens the program master, creating it on first use the same
001440* way instMaint creates the instructor master.
001450***************************************************************
001460 1000-INITIALIZE.
001470     OPEN I-O PROGRAM-MASTER
001480     IF NOT PROGRAM-OK
001490         CLOSE PROGRAM-MASTER
001500         OPEN OUTPUT PROGRAM-MASTER
001510         CLOSE PROGRAM-MASTER
001520         OPEN I-O PROGRAM-MASTER
001530     END-IF.

001540***************************************************************
001550* 1100-READ-PROGRAM-HEADER
001560* Reads the header record for WS-PROGRAM-ID; HEADER-FOUND
001570* says whether the program is on file.
001580***************************************************************
001590 1100-READ-PROGRAM-HEADER.
001600     MOVE "N" TO WS-HEADER-FOUND-SWITCH
001610     MOVE WS-PROGRAM-ID TO PG-PROGRAM-ID
001620     MOVE SPACES TO PG-COURSE-ID
001630     READ PROGRAM-MASTER
001640         INVALID KEY
001650             CONTINUE
001660         NOT INVALID KEY
001670             SET HEADER-FOUND TO TRUE
001680     END-READ.

001690***************************************************************
001700* 2000-ADD-PROGRAM
001710***************************************************************
001720 2000-ADD-PROGRAM.
001730     DISPLAY "Enter program ID:"
001740     ACCEPT WS-PROGRAM-ID
001750     DISPLAY "Enter program name:"
001760     ACCEPT WS-PROGRAM-NAME
001770     DISPLAY "Enter owning department:"
001780     ACCEPT WS-DEPARTMENT
001790     DISPLAY "Enter minimum credits to graduate (e.g. 1200 "
001800         "for 120.0):"
001810     ACCEPT WS-MIN-CREDITS
001820     IF WS-PROGRAM-ID = SPACES OR WS-PROGRAM-NAME = SPACES
001830         DISPLAY "Program ID and name are required - not added"
001840     ELSE
001850         MOVE WS-PROGRAM-ID TO PG-PROGRAM-ID
001860         MOVE SPACES TO PG-COURSE-ID
001870         MOVE WS-PROGRAM-NAME TO PG-PROGRAM-NAME
001880         MOVE WS-DEPARTMENT TO PG-DEPARTMENT
001890         MOVE WS-MIN-CREDITS TO PG-MIN-CREDITS
001900         WRITE PROGRAM-RECORD
001910             INVALID KEY
001920                 DISPLAY "Program " WS-PROGRAM-ID
001930                     " already on file - not added"
001940             NOT INVALID KEY
001950                 MOVE SPACES TO JRN-BEFORE-IMAGE
001960                 MOVE "PROGMAST" TO JRN-FILE-NAME
001970                 MOVE "W" TO JRN-ACTION
001980                 MOVE PROGRAM-RECORD TO JRN-AFTER-IMAGE
001990                 PERFORM ZX-WRITE-JOURNAL
002000                 DISPLAY "Program " WS-PROGRAM-ID " added"
002010         END-WRITE
002020     END-IF.

002030***************************************************************
002040* 3000-CHANGE-PROGRAM
002050***************************************************************
002060 3000-CHANGE-PROGRAM.
002070     DISPLAY "Enter program ID to change:"
002080     ACCEPT WS-PROGRAM-ID
002090     PERFORM 1100-READ-PROGRAM-HEADER
002100     IF NOT HEADER-FOUND
002110         DISPLAY "Program " WS-PROGRAM-ID " not on file"
002120     ELSE
002130         MOVE PROGRAM-RECORD TO JRN-BEFORE-IMAGE
002140         DISPLAY "Name        : " PG-PROGRAM-NAME
002150         DISPLAY "Dept        : " PG-DEPARTMENT
002160         DISPLAY "Min credits : " PG-MIN-CREDITS
002170         DISPLAY "Enter new name (blank to keep):"
002180         ACCEPT WS-PROGRAM-NAME
002190         IF WS-PROGRAM-NAME NOT = SPACES
002200             MOVE WS-PROGRAM-NAME TO PG-PROGRAM-NAME
002210         END-IF
002220         DISPLAY "Enter new department (blank to keep):"
002230         ACCEPT WS-DEPARTMENT
002240         IF WS-DEPARTMENT NOT = SPACES
002250             MOVE WS-DEPARTMENT TO PG-DEPARTMENT
002260         END-IF
002270         DISPLAY "Enter new minimum credits (zero to keep):"
002280         ACCEPT WS-MIN-CREDITS
002290         IF WS-MIN-CREDITS NOT = ZEROES
002300             MOVE WS-MIN-CREDITS TO PG-MIN-CREDITS
002310         END-IF
002320         REWRITE PROGRAM-RECORD
002330         MOVE "PROGMAST" TO JRN-FILE-NAME
002340         MOVE "R" TO JRN-ACTION
002350         MOVE PROGRAM-RECORD TO JRN-AFTER-IMAGE
002360         PERFORM ZX-WRITE-JOURNAL
002370         DISPLAY "Program " WS-PROGRAM-ID " updated"
002380     END-IF.

002390***************************************************************
002400* 4000-ADD-REQUIREMENT
002410* A required course need not be offered in the current term
002420* -- the catalog is checked only to warn of a mistyped ID.
002430***************************************************************
002440 4000-ADD-REQUIREMENT.
002450     DISPLAY "Enter program ID:"
002460     ACCEPT WS-PROGRAM-ID
002470     PERFORM 1100-READ-PROGRAM-HEADER
002480     IF NOT HEADER-FOUND
002490         DISPLAY "Program " WS-PROGRAM-ID " not on file - "
002500             "add the program first"
002510     ELSE
002520         DISPLAY "Enter required course ID:"
002530         ACCEPT WS-COURSE-ID
002540         DISPLAY "Enter lowest grade that satisfies it "
002550             "(e.g. C, B-; blank for any passing grade):"
002560         ACCEPT WS-MIN-GRADE
002570         EVALUATE TRUE
002580             WHEN WS-COURSE-ID = SPACES
002590                 DISPLAY "Course ID is required - not added"
002600             WHEN WS-MIN-GRADE NOT = SPACES
002610                 AND (NOT WS-PASSING-LETTER
002620                     OR NOT WS-VALID-MODIFIER)
002630                 DISPLAY "Grade " WS-MIN-GRADE " is not a "
002640                     "passing grade - not added"
002650             WHEN OTHER
002660                 PERFORM 4100-CHECK-CATALOG
002670                 PERFORM 4200-WRITE-REQUIREMENT
002680         END-EVALUATE
002690     END-IF.

002700***************************************************************
002710* 4100-CHECK-CATALOG
002720***************************************************************
002730 4100-CHECK-CATALOG.
002740     OPEN INPUT COURSE-MASTER
002750     IF COURSE-OK
002760         MOVE WS-COURSE-ID TO CM-COURSE-ID
002770         READ COURSE-MASTER
002780             INVALID KEY
002790                 DISPLAY "Warning - " WS-COURSE-ID
002800                     " is not on the course catalog"
002810         END-READ
002820         CLOSE COURSE-MASTER
002830     END-IF.

002840***************************************************************
002850* 4200-WRITE-REQUIREMENT
002860***************************************************************
002870 4200-WRITE-REQUIREMENT.
002880     MOVE WS-PROGRAM-ID TO PG-PROGRAM-ID
002890     MOVE WS-COURSE-ID TO PG-COURSE-ID
002900     MOVE SPACES TO PG-REQUIREMENT-DATA
002910     MOVE WS-MIN-GRADE TO PG-MIN-GRADE
002920     WRITE PROGRAM-RECORD
002930         INVALID KEY
002940             DISPLAY WS-COURSE-ID " is already required by "
002950                 WS-PROGRAM-ID " - not added"
002960         NOT INVALID KEY
002970             MOVE SPACES TO JRN-BEFORE-IMAGE
002980             MOVE "PROGMAST" TO JRN-FILE-NAME
002990             MOVE "W" TO JRN-ACTION
003000             MOVE PROGRAM-RECORD TO JRN-AFTER-IMAGE
003010             PERFORM ZX-WRITE-JOURNAL
003020             DISPLAY WS-COURSE-ID " now required by "
003030                 WS-PROGRAM-ID
003040     END-WRITE.

003050***************************************************************
003060* 5000-REMOVE-REQUIREMENT
003070***************************************************************
003080 5000-REMOVE-REQUIREMENT.
003090     DISPLAY "Enter program ID:"
003100     ACCEPT WS-PROGRAM-ID
003110     DISPLAY "Enter course ID to stop requiring:"
003120     ACCEPT WS-COURSE-ID
003130     IF WS-COURSE-ID = SPACES
003140         DISPLAY "Course ID is required - nothing removed"
003150     ELSE
003160         MOVE WS-PROGRAM-ID TO PG-PROGRAM-ID
003170         MOVE WS-COURSE-ID TO PG-COURSE-ID
003180         READ PROGRAM-MASTER
003190             INVALID KEY
003200                 DISPLAY WS-COURSE-ID " is not required by "
003210                     WS-PROGRAM-ID
003220             NOT INVALID KEY
003230                 MOVE PROGRAM-RECORD TO JRN-BEFORE-IMAGE
003240                 DELETE PROGRAM-MASTER
003250                 MOVE "PROGMAST" TO JRN-FILE-NAME
003260                 MOVE "D" TO JRN-ACTION
003270                 MOVE SPACES TO JRN-AFTER-IMAGE
003280                 PERFORM ZX-WRITE-JOURNAL
003290                 DISPLAY WS-COURSE-ID " no longer required by "
003300                     WS-PROGRAM-ID
003310         END-READ
003320     END-IF.

003330***************************************************************
003340* 6000-DECLARE-PROGRAM
003350* Sets (or clears, with a blank program) the program a student
003360* has declared on the identity master.
003370***************************************************************
003380 6000-DECLARE-PROGRAM.
003390     DISPLAY "Enter student ID:"
003400     ACCEPT WS-STUDENT-ID
003410     OPEN I-O STUDENT-IDENTITY
003420     IF NOT IDENT-OK
003430         DISPLAY "*** STUIDNT IDENTITY MASTER NOT AVAILABLE "
003440             "- status " WS-IDENT-STATUS " ***"
003450     ELSE
003460         MOVE WS-STUDENT-ID TO SI-STUDENT-ID
003470         READ STUDENT-IDENTITY
003480             INVALID KEY
003490                 DISPLAY "Student " WS-STUDENT-ID
003500                     " not on the identity master"
003510             NOT INVALID KEY
003520                 PERFORM 6100-APPLY-DECLARATION
003530         END-READ
003540         CLOSE STUDENT-IDENTITY
003550     END-IF.

003560***************************************************************
003570* 6100-APPLY-DECLARATION
003580***************************************************************
003590 6100-APPLY-DECLARATION.
003600     DISPLAY "Student : " SI-STUDENT-NAME
003610     DISPLAY "Program : " SI-PROGRAM-ID
003620     DISPLAY "Enter program ID to declare (blank to clear):"
003630     ACCEPT WS-PROGRAM-ID
003640     IF WS-PROGRAM-ID NOT = SPACES
003650         PERFORM 1100-READ-PROGRAM-HEADER
003660     END-IF
003670     IF WS-PROGRAM-ID NOT = SPACES AND NOT HEADER-FOUND
003680         DISPLAY "Program " WS-PROGRAM-ID " not on file - "
003690             "nothing declared"
003700     ELSE
003710         IF WS-PROGRAM-ID = SPACES
003720             DISPLAY "Clear the declared program - confirm "
003730                 "(Y/N):"
003740         ELSE
003750             DISPLAY "Declare " PG-PROGRAM-NAME
003760                 " - confirm (Y/N):"
003770         END-IF
003780         ACCEPT WS-CONFIRM
003790         IF NOT ENTRY-CONFIRMED
003800             DISPLAY "Declaration cancelled - nothing posted"
003810         ELSE
003820             MOVE IDENTITY-RECORD TO JRN-BEFORE-IMAGE
003830             MOVE WS-PROGRAM-ID TO SI-PROGRAM-ID
003840             REWRITE IDENTITY-RECORD
003850             MOVE "STUIDNT" TO JRN-FILE-NAME
003860             MOVE "R" TO JRN-ACTION
003870             MOVE IDENTITY-RECORD TO JRN-AFTER-IMAGE
003880             PERFORM ZX-WRITE-JOURNAL
003890             DISPLAY "Student " WS-STUDENT-ID " program now '"
003900                 SI-PROGRAM-ID "'"
003910         END-IF
003920     END-IF.

003930***************************************************************
003940* 7000-LIST-PROGRAMS
003950***************************************************************
003960 7000-LIST-PROGRAMS.
003970     MOVE ZEROES TO WS-LIST-COUNT
003980     MOVE ZEROES TO WS-REQUIRED-COUNT
003990     MOVE LOW-VALUES TO PG-KEY
004000     START PROGRAM-MASTER
004010         KEY IS NOT LESS THAN PG-KEY
004020         INVALID KEY
004030             DISPLAY "No programs on file"
004040         NOT INVALID KEY
004050             PERFORM 7100-LIST-NEXT-RECORD
004060                 UNTIL PROGRAM-EOF
004070             DISPLAY "Programs listed    : " WS-LIST-COUNT
004080             DISPLAY "Required courses   : " WS-REQUIRED-COUNT
004090     END-START.

004100***************************************************************
004110* 7100-LIST-NEXT-RECORD
004120***************************************************************
004130 7100-LIST-NEXT-RECORD.
004140     READ PROGRAM-MASTER NEXT RECORD
004150         AT END
004160             CONTINUE
004170         NOT AT END
004180             IF PG-HEADER-RECORD
004190                 DISPLAY PG-PROGRAM-ID "  " PG-PROGRAM-NAME
004200                     "  DEPT=" PG-DEPARTMENT
004210                     "  MIN CREDITS=" PG-MIN-CREDITS
004220                 ADD 1 TO WS-LIST-COUNT
004230             ELSE
004240                 DISPLAY "        REQUIRES " PG-COURSE-ID
004250                     "  MIN GRADE=" PG-MIN-GRADE
004260                 ADD 1 TO WS-REQUIRED-COUNT
004270             END-IF
004280     END-READ.

004290***************************************************************
004300* ZX-WRITE-JOURNAL (from the shared JRNLPRC copybook)
004310***************************************************************
004320     COPY JRNLPRC.

004330***************************************************************
004340* ZL lock routines (from the shared LOCKPRC copybook)
004350***************************************************************
004360     COPY LOCKPRC.
