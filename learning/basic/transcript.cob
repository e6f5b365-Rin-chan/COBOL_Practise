000252* 2026-09-02  RSG The live detail is indexed now -- its
000254*                 release pass STARTs at the low key and
000256*                 reads NEXT.
00256A* 2026-09-14  RSG Each course line now shows the catalog
00256B*                 credit hours, each term closes with its
00256C*                 term GPA, and each student section with the
00256D*                 cumulative GPA -- worked on the shared
00256E*                 ZG-GRADE-POINTS scale the acadStanding run
00256F*                 uses, so the printout and the standing
00256G*                 agree.  A course no longer on the catalog
00256H*                 prints flagged and stays out of the average.
00256I* 2026-10-14  RSG The run signs the operator on against OPERMAST
00256J*                 and takes the purpose of the transcripts ahead
00256K*                 of the student selector; every student section
00256L*                 printed is logged to DISCLOG through the shared
00256M*                 ZD-LOG-DISCLOSURE.
000260***************************************************************

000270 ENVIRONMENT DIVISION.
000400         ALTERNATE RECORD KEY IS SI-STUDENT-NAME WITH DUPLICATES
000405         ALTERNATE RECORD KEY IS SI-ALIAS-NAME WITH DUPLICATES
000410         FILE STATUS IS WS-IDENT-STATUS.
000411     SELECT COURSE-MASTER ASSIGN TO "CRSMAST"
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS RANDOM
000414         RECORD KEY IS CM-COURSE-ID
000415         FILE STATUS IS WS-COURSE-STATUS.
000420     SELECT SORT-WORK-FILE ASSIGN TO "TRNSWK".
000430     SELECT SORTED-TRANSCRIPT-FILE ASSIGN TO "TRNSRT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-SORT-STATUS.
000451     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000452         ORGANIZATION IS SEQUENTIAL
000453         FILE STATUS IS WS-OPER-STATUS.
000454     SELECT DISCLOSURE-LOG ASSIGN TO "DISCLOG"
000455         ORGANIZATION IS SEQUENTIAL
000456         FILE STATUS IS WS-DISCLOG-STATUS.

000460 DATA DIVISION.
000470 FILE SECTION.
000590 FD  STUDENT-IDENTITY.
000600     COPY STUIDNT.

000602 FD  COURSE-MASTER.
000604     COPY CRSMAST.

000610 SD  SORT-WORK-FILE.
000620 01  SORT-WORK-RECORD.
000630     05 SW-STUDENT-ID           PIC 9(06).
000750     05 SR-STUDENT-NAME         PIC X(25).
000760     05 SR-DATE                 PIC X(10).

000762 FD  OPERATOR-MASTER.
000764     COPY OPERMAST.

000766 FD  DISCLOSURE-LOG.
000768     COPY DISCLOG.

000770 WORKING-STORAGE SECTION.
000772     COPY GPAWS.
000774     COPY OPERWS.
000776     COPY DISCWS.
000780 01  WS-ENROLL-STATUS           PIC X(02).
000790     88 ENROLL-OK               VALUE "00".
000800 01  WS-HISTORY-STATUS          PIC X(02).
000830     88 IDENT-OK                VALUE "00".
000840 01  WS-SORT-STATUS             PIC X(02).
000850     88 SORT-OK                 VALUE "00".
000852 01  WS-COURSE-STATUS           PIC X(02).
000854     88 COURSE-OK               VALUE "00".
000860 01  WS-RELEASE-EOF-SWITCH      PIC X(01) VALUE "N".
000870     88 RELEASE-EOF             VALUE "Y".
000880 01  WS-SORTED-EOF-SWITCH       PIC X(01) VALUE "N".
000890     88 SORTED-EOF              VALUE "Y".
000900 01  WS-SELECT-ID               PIC 9(06) VALUE ZEROES.
000905 01  WS-PURPOSE                 PIC X(30) VALUE SPACES.
000910 01  WS-CURRENT-ID              PIC 9(06) VALUE ZEROES.
000920 01  WS-CURRENT-TERM            PIC X(05) VALUE SPACES.
000930 01  WS-SECTION-OPEN-SWITCH     PIC X(01) VALUE "N".
000960 01  WS-GRADED-COUNT            PIC 9(04) VALUE ZEROES.
000970 01  WS-STUDENT-COUNT           PIC 9(05) VALUE ZEROES.
000980 01  WS-GRAND-COURSES           PIC 9(06) VALUE ZEROES.
000981 01  WS-TERM-CREDITS            PIC 9(04)V9(01) VALUE ZEROES.
000982 01  WS-TERM-POINTS             PIC 9(05)V9(02) VALUE ZEROES.
000983 01  WS-CUM-CREDITS             PIC 9(04)V9(01) VALUE ZEROES.
000984 01  WS-CUM-POINTS              PIC 9(05)V9(02) VALUE ZEROES.
000985 01  WS-CREDITS-OUT             PIC 9.9.
000986 01  WS-GPA-OUT                 PIC 9.99.
000987 01  WS-HOURS-OUT               PIC ZZZ9.9.
000988 01  WS-CATALOG-NOTE            PIC X(20) VALUE SPACES.

000990 PROCEDURE DIVISION.

001010* 0000-MAINLINE
001020***************************************************************
001030 0000-MAINLINE.
001032     DISPLAY "Enter operator ID:"
001034     PERFORM ZY-OPERATOR-SIGNON
001036     PERFORM 0100-TAKE-PURPOSE
001040     DISPLAY "Student ID (zero for all students):"
001050     ACCEPT WS-SELECT-ID
001060     SORT SORT-WORK-FILE
001120         GIVING SORTED-TRANSCRIPT-FILE
001130     OPEN INPUT SORTED-TRANSCRIPT-FILE
001140     OPEN INPUT STUDENT-IDENTITY
001145     OPEN INPUT COURSE-MASTER
001150     PERFORM 2000-READ-SORTED-RECORD
001160     PERFORM 3000-PRINT-TRANSCRIPT-LINE UNTIL SORTED-EOF
001170     IF SECTION-OPEN
001220     DISPLAY "Course lines      : " WS-GRAND-COURSES
001230     CLOSE SORTED-TRANSCRIPT-FILE
001240     CLOSE STUDENT-IDENTITY
001245     CLOSE COURSE-MASTER
001250     GOBACK.

001260***************************************************************

002030***************************************************************
002040* 3000-PRINT-TRANSCRIPT-LINE
002050* Control breaks on student, then term within student.  Each
002052* line is weighted by the course's catalog credit hours into
002054* the term and cumulative averages.
002060***************************************************************
002070 3000-PRINT-TRANSCRIPT-LINE.
002080     IF NOT SECTION-OPEN
002130         PERFORM 3100-OPEN-STUDENT-SECTION
002140     END-IF
002150     IF SR-TERM NOT = WS-CURRENT-TERM
002152         IF WS-CURRENT-TERM NOT = SPACES
002154             PERFORM 3300-CLOSE-TERM
002156         END-IF
002160         MOVE SR-TERM TO WS-CURRENT-TERM
002170         DISPLAY "  Term " SR-TERM
002180     END-IF
002185     PERFORM 3200-WEIGHT-COURSE-LINE
002190     DISPLAY "    " SR-COURSE-ID "  " SR-DATE
002200         "  grade " SR-GRADE "  cr " WS-CREDITS-OUT
002205         WS-CATALOG-NOTE
002210     ADD 1 TO WS-COURSE-COUNT
002220     ADD 1 TO WS-GRAND-COURSES
002230     IF SR-GRADE NOT = SPACES
002350     MOVE ZEROES TO WS-COURSE-COUNT
002360     MOVE ZEROES TO WS-GRADED-COUNT
002370     SET SECTION-OPEN TO TRUE
002372     MOVE ZEROES TO WS-TERM-CREDITS
002374     MOVE ZEROES TO WS-TERM-POINTS
002376     MOVE ZEROES TO WS-CUM-CREDITS
002378     MOVE ZEROES TO WS-CUM-POINTS
002380     DISPLAY "-----------------------------------"
002390     MOVE SR-STUDENT-ID TO SI-STUDENT-ID
002400     READ STUDENT-IDENTITY
002410         INVALID KEY
002420             DISPLAY "Student " SR-STUDENT-ID "  "
002430                 SR-STUDENT-NAME
002435             MOVE SR-STUDENT-NAME TO DSC-STUDENT-NAME
002440         NOT INVALID KEY
002450             DISPLAY "Student " SR-STUDENT-ID "  "
002460                 SI-STUDENT-NAME
002470             MOVE SI-STUDENT-NAME TO DSC-STUDENT-NAME
002472     END-READ
002474     MOVE SR-STUDENT-ID TO DSC-STUDENT-ID
002476     PERFORM ZD-LOG-DISCLOSURE.

002480***************************************************************
002490* 4000-CLOSE-STUDENT-SECTION
002500***************************************************************
002510 4000-CLOSE-STUDENT-SECTION.
002520     ADD 1 TO WS-STUDENT-COUNT
002521     PERFORM 3300-CLOSE-TERM
002522     MOVE WS-CUM-CREDITS TO GPA-TOTAL-CREDITS
002523     MOVE WS-CUM-POINTS TO GPA-TOTAL-POINTS
002524     MOVE WS-CUM-CREDITS TO WS-HOURS-OUT
002525     PERFORM ZG-COMPUTE-AVERAGE
002526     MOVE GPA-AVERAGE TO WS-GPA-OUT
002530     DISPLAY "  Courses " WS-COURSE-COUNT
002540         "  graded " WS-GRADED-COUNT
002542     DISPLAY "  Cumulative GPA " WS-GPA-OUT
002544         "  on " WS-HOURS-OUT " graded credits"
002550     MOVE "N" TO WS-SECTION-OPEN-SWITCH.

002560***************************************************************
002570* 0100-TAKE-PURPOSE
002580* Every transcript printed is a disclosure -- no purpose, no
002590* printout.
002600***************************************************************
002610 0100-TAKE-PURPOSE.
002620     DISPLAY "Purpose of these transcripts:"
002630     ACCEPT WS-PURPOSE
002640     IF WS-PURPOSE = SPACES
002650         DISPLAY "*** A PURPOSE IS REQUIRED - nothing printed ***"
002660         MOVE 8 TO RETURN-CODE
002670         STOP RUN
002680     END-IF
002690     INSPECT WS-PURPOSE CONVERTING
002700         "abcdefghijklmnopqrstuvwxyz" TO
002710         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002720     MOVE "TRANSCRIPT" TO DSC-PROGRAM
002730     MOVE OPR-OPERATOR-ID TO DSC-OPERATOR
002740     MOVE "P" TO DSC-MEDIUM
002750     MOVE WS-PURPOSE TO DSC-PURPOSE.

002760***************************************************************
002770* 3200-WEIGHT-COURSE-LINE
002780* Credits come off the catalog; a course dropped from the
002790* catalog since it was taken cannot be weighted and prints
002800* flagged for the office to look at.
002810***************************************************************
002820 3200-WEIGHT-COURSE-LINE.
002830     MOVE SPACES TO WS-CATALOG-NOTE
002840     MOVE ZEROES TO GPA-CREDITS
002850     MOVE SR-COURSE-ID TO CM-COURSE-ID
002860     READ COURSE-MASTER
002870         INVALID KEY
002880             MOVE "  *** NOT ON CATALOG" TO WS-CATALOG-NOTE
002890         NOT INVALID KEY
002900             MOVE CM-CREDIT-HOURS TO GPA-CREDITS
002910     END-READ
002920     MOVE GPA-CREDITS TO WS-CREDITS-OUT
002930     MOVE SR-GRADE TO GPA-GRADE
002940     PERFORM ZG-GRADE-POINTS
002950     IF GPA-COUNTED
002960         ADD GPA-CREDITS TO WS-TERM-CREDITS
002970         ADD GPA-QUALITY-POINTS TO WS-TERM-POINTS
002980         ADD GPA-CREDITS TO WS-CUM-CREDITS
002990         ADD GPA-QUALITY-POINTS TO WS-CUM-POINTS
003000     END-IF.

003010***************************************************************
003020* 3300-CLOSE-TERM
003030***************************************************************
003040 3300-CLOSE-TERM.
003050     MOVE WS-TERM-CREDITS TO GPA-TOTAL-CREDITS
003060     MOVE WS-TERM-POINTS TO GPA-TOTAL-POINTS
003070     MOVE WS-TERM-CREDITS TO WS-HOURS-OUT
003080     PERFORM ZG-COMPUTE-AVERAGE
003090     MOVE GPA-AVERAGE TO WS-GPA-OUT
003100     DISPLAY "    Term GPA " WS-GPA-OUT
003110         "  on " WS-HOURS-OUT " graded credits"
003120     MOVE ZEROES TO WS-TERM-CREDITS
003130     MOVE ZEROES TO WS-TERM-POINTS.

003140***************************************************************
003150* ZG grade-point routines (from the shared GPAPRC copybook)
003160***************************************************************
003170     COPY GPAPRC.

003180***************************************************************
003190* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
003200***************************************************************
003210     COPY OPERPRC.

003220***************************************************************
003230* ZD-LOG-DISCLOSURE (from the shared DISCPRC copybook)
003240***************************************************************
003250     COPY DISCPRC.
