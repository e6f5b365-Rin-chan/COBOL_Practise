000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. dupScan.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-10-15  RSG Original -- duplicate-identity candidate scan
000140*                 ahead of stuMerge.  Every STUIDNT identity gets
000150*                 a phonetic key (Soundex of the surname plus the
000160*                 first initial) for its name and for its alias,
000170*                 the keys sort together, and every two identities
000180*                 sharing a key become a candidate pair.  A pair
000190*                 scores on how it matched, on a matching first
000200*                 registration date and on the ENRLDETL courses
000210*                 the two IDs both hold; the ranked list prints
000220*                 and is written to DUPCAND, numbered, so a
000230*                 reviewed candidate goes straight into stuMerge
000240*                 by its number.
000250***************************************************************

000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT STUDENT-IDENTITY ASSIGN TO "STUIDNT"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS SI-STUDENT-ID
000330         ALTERNATE RECORD KEY IS SI-STUDENT-NAME WITH DUPLICATES
000340         ALTERNATE RECORD KEY IS SI-ALIAS-NAME WITH DUPLICATES
000350         FILE STATUS IS WS-IDENT-STATUS.
000360     SELECT ENROLLMENT-DETAIL ASSIGN TO "ENRLDETL"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS EN-KEY
000400         ALTERNATE RECORD KEY IS EN-COURSE-ID WITH DUPLICATES
000410         FILE STATUS IS WS-ENROLL-STATUS.
000420     SELECT KEY-SORT-FILE ASSIGN TO "DUPSWK".
000430     SELECT SORTED-KEY-FILE ASSIGN TO "DUPSRT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-SORT-STATUS.
000460     SELECT RANK-SORT-FILE ASSIGN TO "DUPRWK".
000470     SELECT RANKED-PAIR-FILE ASSIGN TO "DUPRNK"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-RANK-STATUS.
000500     SELECT CANDIDATE-FILE ASSIGN TO "DUPCAND"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-CAND-STATUS.
000530     SELECT OPS-ERROR-LOG ASSIGN TO "OPSLOG"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-OPSLOG-STATUS.
000560     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-BIZDT-STATUS.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  STUDENT-IDENTITY.
000620     COPY STUIDNT.

000630 FD  ENROLLMENT-DETAIL.
000640     COPY ENRLDETL.

000650 SD  KEY-SORT-FILE.
000660 01  KEY-SORT-RECORD.
000670     05 KS-PHONETIC-KEY         PIC X(05).
000680     05 KS-STUDENT-ID           PIC 9(06).
000690     05 KS-NAME-TYPE            PIC X(01).

000700 FD  SORTED-KEY-FILE.
000710 01  SORTED-KEY-RECORD.
000720     05 SK-PHONETIC-KEY         PIC X(05).
000730     05 SK-STUDENT-ID           PIC 9(06).
000740     05 SK-NAME-TYPE            PIC X(01).
000750         88 SK-CURRENT-NAME     VALUE "N".

000760 SD  RANK-SORT-FILE.
000770 01  RANK-SORT-RECORD.
000780     05 RS-SCORE                PIC 9(03).
000790     05 RS-LOW-ID               PIC 9(06).
000800     05 RS-HIGH-ID              PIC 9(06).
000810     05 RS-PAIR-SUB             PIC 9(04).

000820 FD  RANKED-PAIR-FILE.
000830 01  RANKED-PAIR-RECORD.
000840     05 RP-SCORE                PIC 9(03).
000850     05 RP-LOW-ID               PIC 9(06).
000860     05 RP-HIGH-ID              PIC 9(06).
000870     05 RP-PAIR-SUB             PIC 9(04).

000880 FD  CANDIDATE-FILE.
000890     COPY DUPCAND.

000900 FD  OPS-ERROR-LOG.
000910     COPY OPSERR.

000920 FD  BUSINESS-DATE-FILE.
000930     COPY BIZDATE.

000940 WORKING-STORAGE SECTION.
000950     COPY BIZDTWS.
000960     COPY IOCHKWS.
000970 01  WS-IDENT-STATUS            PIC X(02).
000980     88 IDENT-OK                VALUE "00".
000990 01  WS-ENROLL-STATUS           PIC X(02).
001000     88 ENROLL-OK               VALUE "00".
001010 01  WS-SORT-STATUS             PIC X(02).
001020     88 SORT-OK                 VALUE "00".
001030 01  WS-RANK-STATUS             PIC X(02).
001040     88 RANK-OK                 VALUE "00".
001050 01  WS-CAND-STATUS             PIC X(02).
001060     88 CAND-OK                 VALUE "00".
001070 01  WS-EOF-SWITCH              PIC X(01) VALUE "N".
001080     88 FILE-EOF                VALUE "Y".
001090 01  WS-IDENTITY-COUNT          PIC 9(06) VALUE ZEROES.
001100 01  WS-KEY-COUNT               PIC 9(06) VALUE ZEROES.
001110 01  WS-CANDIDATE-COUNT         PIC 9(04) VALUE ZEROES.
001120 01  WS-DROPPED-COUNT           PIC 9(06) VALUE ZEROES.
001130*
001140* the score -- how the names matched, plus a matching first
001150* registration date, plus each course both IDs hold.
001160 01  WS-SCORE-WEIGHTS.
001170     05 WS-NAME-POINTS          PIC 9(03) VALUE 40.
001180     05 WS-ALIAS-POINTS         PIC 9(03) VALUE 30.
001190     05 WS-DATE-POINTS          PIC 9(03) VALUE 30.
001200     05 WS-COURSE-POINTS        PIC 9(03) VALUE 10.
001210     05 WS-COURSE-POINTS-MAX    PIC 9(03) VALUE 30.
001220 01  WS-COURSE-SCORE            PIC 9(05) VALUE ZEROES.
001230*
001240* phonetic key build -- Soundex of the surname (the name up to
001250* its comma, spaces inside it passed over, or up to its first
001260* space when there is no comma), then the first initial of
001270* the given name.
001280 01  WS-KEY-NAME                PIC X(25).
001290 01  WS-PHONETIC-KEY.
001300     05 WS-KEY-LETTER           PIC X(01).
001310     05 WS-KEY-DIGITS           PIC X(03).
001320     05 WS-KEY-INITIAL          PIC X(01).
001330 01  WS-NAME-SUB                PIC 9(02) VALUE ZEROES.
001340 01  WS-NAME-CHAR               PIC X(01).
001350 01  WS-DIGIT-COUNT             PIC 9(01) VALUE ZEROES.
001360 01  WS-COMMA-COUNT             PIC 9(02) VALUE ZEROES.
001370 01  WS-LETTER-CODE             PIC X(01).
001380 01  WS-LAST-CODE               PIC X(01).
001390 01  WS-NAME-PART-SWITCH        PIC X(01).
001400     88 IN-SURNAME              VALUE "S".
001410     88 SEEKING-INITIAL         VALUE "G".
001420     88 NAME-DONE               VALUE "D".
001430 01  WS-CODE-SUB                PIC 9(02) VALUE ZEROES.
001440 01  WS-SOUNDEX-VALUES.
001450     05 FILLER                  PIC X(26)
001460         VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001470     05 FILLER                  PIC X(26)
001480         VALUE "0123012H022455012623010W02".
001490 01  WS-SOUNDEX-TABLE REDEFINES WS-SOUNDEX-VALUES.
001500     05 WS-SOUNDEX-LETTER       PIC X(01) OCCURS 26 TIMES.
001510     05 WS-SOUNDEX-CODE         PIC X(01) OCCURS 26 TIMES.
001520*
001530* the identities sharing the key being read
001540 01  WS-CURRENT-KEY             PIC X(05) VALUE SPACES.
001550 01  WS-GROUP-TABLE.
001560     05 WS-GROUP-ENTRY          OCCURS 50 TIMES.
001570         10 GP-STUDENT-ID       PIC 9(06).
001580         10 GP-NAME-TYPE        PIC X(01).
001590 01  WS-GROUP-COUNT             PIC 9(02) VALUE ZEROES.
001600 01  WS-GROUP-MAX               PIC 9(02) VALUE 50.
001610 01  WS-GROUP-SUB               PIC 9(02) VALUE ZEROES.
001620 01  WS-OTHER-SUB               PIC 9(02) VALUE ZEROES.
001630*
001640* candidate pairs, low ID first
001650 01  WS-PAIR-TABLE.
001660     05 WS-PAIR-ENTRY           OCCURS 500 TIMES.
001670         10 PR-LOW-ID           PIC 9(06).
001680         10 PR-HIGH-ID          PIC 9(06).
001690         10 PR-PHONETIC-KEY     PIC X(05).
001700         10 PR-MATCH-POINTS     PIC 9(03).
001710         10 PR-LOW-NAME         PIC X(25).
001720         10 PR-HIGH-NAME        PIC X(25).
001730         10 PR-SAME-DATE        PIC X(01).
001740         10 PR-SHARED-COURSES   PIC 9(03).
001750         10 PR-SCORE            PIC 9(03).
001760 01  WS-PAIR-COUNT              PIC 9(04) VALUE ZEROES.
001770 01  WS-PAIR-MAX                PIC 9(04) VALUE 500.
001780 01  WS-PAIR-SUB                PIC 9(04) VALUE ZEROES.
001790 01  WS-PAIR-FOUND-SUB          PIC 9(04) VALUE ZEROES.
001800 01  WS-LOW-ID                  PIC 9(06) VALUE ZEROES.
001810 01  WS-HIGH-ID                 PIC 9(06) VALUE ZEROES.
001820 01  WS-MATCH-POINTS            PIC 9(03) VALUE ZEROES.
001830 01  WS-LOW-FIRST-DATE          PIC X(10) VALUE SPACES.
001840*
001850* the courses the candidate IDs hold on the live detail
001860 01  WS-COURSE-TABLE.
001870     05 WS-COURSE-ENTRY         OCCURS 3000 TIMES.
001880         10 CT-STUDENT-ID       PIC 9(06).
001890         10 CT-COURSE-ID        PIC X(06).
001900 01  WS-COURSE-COUNT            PIC 9(04) VALUE ZEROES.
001910 01  WS-COURSE-MAX              PIC 9(04) VALUE 3000.
001920 01  WS-COURSE-SUB              PIC 9(04) VALUE ZEROES.
001930 01  WS-MATCH-SUB               PIC 9(04) VALUE ZEROES.
001940 01  WS-CANDIDATE-ID-SWITCH     PIC X(01).
001950     88 CANDIDATE-ID            VALUE "Y".
001960 01  WS-COURSE-MATCH-SWITCH     PIC X(01).
001970     88 COURSE-MATCHED          VALUE "Y".
001980 01  WS-SCORE-DISPLAY           PIC ZZ9.

001990 PROCEDURE DIVISION.

002000***************************************************************
002010* 0000-MAINLINE
002020***************************************************************
002030 0000-MAINLINE.
002040     MOVE "DUPSCAN" TO IOC-PROGRAM
002050     PERFORM ZB-GET-BUSINESS-DATE
002060     OPEN INPUT STUDENT-IDENTITY
002070     IF NOT IDENT-OK
002080         DISPLAY "*** CANNOT OPEN STUIDNT - status "
002090             WS-IDENT-STATUS " ***"
002100         MOVE 8 TO RETURN-CODE
002110         GOBACK
002120     END-IF
002130     SORT KEY-SORT-FILE
002140         ON ASCENDING KEY KS-PHONETIC-KEY
002150         ON ASCENDING KEY KS-STUDENT-ID
002160         INPUT PROCEDURE IS 1000-RELEASE-NAME-KEYS
002170             THRU 1900-RELEASE-EXIT
002180         GIVING SORTED-KEY-FILE
002190     PERFORM 2000-BUILD-CANDIDATE-PAIRS
002200     PERFORM 3000-LOAD-SHARED-COURSES
002210     PERFORM 4000-SCORE-ONE-PAIR
002220         VARYING WS-PAIR-SUB FROM 1 BY 1
002230         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
002240     CLOSE STUDENT-IDENTITY
002250     SORT RANK-SORT-FILE
002260         ON DESCENDING KEY RS-SCORE
002270         ON ASCENDING KEY RS-LOW-ID
002280         ON ASCENDING KEY RS-HIGH-ID
002290         INPUT PROCEDURE IS 5000-RELEASE-PAIRS
002300             THRU 5900-RELEASE-EXIT
002310         GIVING RANKED-PAIR-FILE
002320     PERFORM 6000-LIST-CANDIDATES
002330     DISPLAY "==================================="
002340     DISPLAY "Identities scanned   : " WS-IDENTITY-COUNT
002350     DISPLAY "Phonetic keys built  : " WS-KEY-COUNT
002360     DISPLAY "Candidate pairs      : " WS-CANDIDATE-COUNT
002370     IF WS-DROPPED-COUNT > 0
002380         DISPLAY "*** " WS-DROPPED-COUNT " PAIRINGS NOT SCORED - "
002390             "a key group or the pair table was full ***"
002400         MOVE 4 TO RETURN-CODE
002410     END-IF
002420     IF WS-CANDIDATE-COUNT > 0
002430         DISPLAY "Merge a reviewed candidate with stuMerge by "
002440             "its candidate number"
002450     END-IF
002460     GOBACK.

002470***************************************************************
002480* 1000-RELEASE-NAME-KEYS
002490* One key for the current name and one for the alias, so a
002500* renamed student still pairs with an identity drawn under the
002510* old name.
002520***************************************************************
002530 1000-RELEASE-NAME-KEYS.
002540     MOVE "N" TO WS-EOF-SWITCH
002550     MOVE ZEROES TO SI-STUDENT-ID
002560     START STUDENT-IDENTITY KEY IS NOT LESS THAN SI-STUDENT-ID
002570         INVALID KEY
002580             SET FILE-EOF TO TRUE
002590     END-START
002600     PERFORM 1100-READ-IDENTITY
002610     PERFORM 1200-RELEASE-ONE-IDENTITY UNTIL FILE-EOF
002620     GO TO 1900-RELEASE-EXIT.

002630***************************************************************
002640* 1100-READ-IDENTITY
002650***************************************************************
002660 1100-READ-IDENTITY.
002670     READ STUDENT-IDENTITY NEXT RECORD
002680         AT END SET FILE-EOF TO TRUE
002690     END-READ.

002700***************************************************************
002710* 1200-RELEASE-ONE-IDENTITY
002720***************************************************************
002730 1200-RELEASE-ONE-IDENTITY.
002740     ADD 1 TO WS-IDENTITY-COUNT
002750     IF SI-STUDENT-NAME NOT = SPACES
002760         MOVE SI-STUDENT-NAME TO WS-KEY-NAME
002770         MOVE "N" TO KS-NAME-TYPE
002780         PERFORM 1300-RELEASE-ONE-KEY
002790     END-IF
002800     IF SI-ALIAS-NAME NOT = SPACES
002810         AND SI-ALIAS-NAME NOT = SI-STUDENT-NAME
002820         MOVE SI-ALIAS-NAME TO WS-KEY-NAME
002830         MOVE "A" TO KS-NAME-TYPE
002840         PERFORM 1300-RELEASE-ONE-KEY
002850     END-IF
002860     PERFORM 1100-READ-IDENTITY.

002870***************************************************************
002880* 1300-RELEASE-ONE-KEY
002890***************************************************************
002900 1300-RELEASE-ONE-KEY.
002910     PERFORM 1400-BUILD-PHONETIC-KEY
002920     IF WS-KEY-LETTER NOT = SPACE
002930         MOVE WS-PHONETIC-KEY TO KS-PHONETIC-KEY
002940         MOVE SI-STUDENT-ID TO KS-STUDENT-ID
002950         RELEASE KEY-SORT-RECORD
002960         ADD 1 TO WS-KEY-COUNT
002970     END-IF.

002980***************************************************************
002990* 1400-BUILD-PHONETIC-KEY
003000* Soundex: the first letter kept, then the codes of the letters
003010* after it -- a repeat of the same code counts once, a vowel
003020* between two letters separates them, H and W do not -- to
003030* three digits, zero filled.  Names are upper case on the
003040* master, so no folding is needed here.
003050***************************************************************
003060 1400-BUILD-PHONETIC-KEY.
003070     MOVE SPACES TO WS-PHONETIC-KEY
003080     MOVE "000" TO WS-KEY-DIGITS
003090     MOVE ZEROES TO WS-DIGIT-COUNT
003100     MOVE SPACE TO WS-LAST-CODE
003110     MOVE ZEROES TO WS-COMMA-COUNT
003120     INSPECT WS-KEY-NAME TALLYING WS-COMMA-COUNT FOR ALL ","
003130     SET IN-SURNAME TO TRUE
003140     PERFORM 1500-TAKE-NAME-CHARACTER
003150         VARYING WS-NAME-SUB FROM 1 BY 1
003160         UNTIL WS-NAME-SUB > 25 OR NAME-DONE
003170     IF WS-KEY-INITIAL = SPACE
003180         MOVE "*" TO WS-KEY-INITIAL
003190     END-IF.

003200***************************************************************
003210* 1500-TAKE-NAME-CHARACTER
003220***************************************************************
003230 1500-TAKE-NAME-CHARACTER.
003240     MOVE WS-KEY-NAME (WS-NAME-SUB:1) TO WS-NAME-CHAR
003250     IF IN-SURNAME
003260         IF WS-NAME-CHAR = ","
003270             OR (WS-NAME-CHAR = SPACE AND WS-COMMA-COUNT = 0)
003280             IF WS-KEY-LETTER NOT = SPACE
003290                 SET SEEKING-INITIAL TO TRUE
003300             END-IF
003310         ELSE
003320             PERFORM 1600-LOOK-UP-LETTER-CODE
003330             IF WS-LETTER-CODE NOT = SPACE
003340                 PERFORM 1700-CODE-SURNAME-LETTER
003350             END-IF
003360         END-IF
003370     ELSE
003380         IF WS-NAME-CHAR IS ALPHABETIC-UPPER
003390             AND WS-NAME-CHAR NOT = SPACE
003400             MOVE WS-NAME-CHAR TO WS-KEY-INITIAL
003410             SET NAME-DONE TO TRUE
003420         END-IF
003430     END-IF.

003440***************************************************************
003450* 1600-LOOK-UP-LETTER-CODE
003460* Anything not a letter (apostrophe, hyphen, period) codes as
003470* a space and is passed over.
003480***************************************************************
003490 1600-LOOK-UP-LETTER-CODE.
003500     MOVE SPACE TO WS-LETTER-CODE
003510     PERFORM 1650-TEST-SOUNDEX-LETTER
003520         VARYING WS-CODE-SUB FROM 1 BY 1
003530         UNTIL WS-CODE-SUB > 26 OR WS-LETTER-CODE NOT = SPACE.

003540***************************************************************
003550* 1650-TEST-SOUNDEX-LETTER
003560***************************************************************
003570 1650-TEST-SOUNDEX-LETTER.
003580     IF WS-SOUNDEX-LETTER (WS-CODE-SUB) = WS-NAME-CHAR
003590         MOVE WS-SOUNDEX-CODE (WS-CODE-SUB) TO WS-LETTER-CODE
003600     END-IF.

003610***************************************************************
003620* 1700-CODE-SURNAME-LETTER
003630***************************************************************
003640 1700-CODE-SURNAME-LETTER.
003650     EVALUATE TRUE
003660         WHEN WS-KEY-LETTER = SPACE
003670             MOVE WS-NAME-CHAR TO WS-KEY-LETTER
003680             MOVE WS-LETTER-CODE TO WS-LAST-CODE
003690         WHEN WS-LETTER-CODE = "H" OR WS-LETTER-CODE = "W"
003700             CONTINUE
003710         WHEN WS-LETTER-CODE = "0"
003720             MOVE "0" TO WS-LAST-CODE
003730         WHEN WS-LETTER-CODE = WS-LAST-CODE
003740             CONTINUE
003750         WHEN WS-DIGIT-COUNT < 3
003760             ADD 1 TO WS-DIGIT-COUNT
003770             MOVE WS-LETTER-CODE
003780                 TO WS-KEY-DIGITS (WS-DIGIT-COUNT:1)
003790             MOVE WS-LETTER-CODE TO WS-LAST-CODE
003800         WHEN OTHER
003810             CONTINUE
003820     END-EVALUATE.

003830***************************************************************
003840* 1900-RELEASE-EXIT
003850***************************************************************
003860 1900-RELEASE-EXIT.
003870     EXIT.

003880***************************************************************
003890* 2000-BUILD-CANDIDATE-PAIRS
003900* Control break on the key -- every two different IDs in a key
003910* group pair up once.
003920***************************************************************
003930 2000-BUILD-CANDIDATE-PAIRS.
003940     MOVE "N" TO WS-EOF-SWITCH
003950     MOVE ZEROES TO WS-GROUP-COUNT
003960     MOVE SPACES TO WS-CURRENT-KEY
003970     OPEN INPUT SORTED-KEY-FILE
003980     PERFORM 2100-READ-SORTED-KEY
003990     PERFORM 2200-GROUP-ONE-KEY UNTIL FILE-EOF
004000     PERFORM 2300-PAIR-KEY-GROUP
004010     CLOSE SORTED-KEY-FILE.

004020***************************************************************
004030* 2100-READ-SORTED-KEY
004040***************************************************************
004050 2100-READ-SORTED-KEY.
004060     READ SORTED-KEY-FILE
004070         AT END SET FILE-EOF TO TRUE
004080     END-READ.

004090***************************************************************
004100* 2200-GROUP-ONE-KEY
004110***************************************************************
004120 2200-GROUP-ONE-KEY.
004130     IF SK-PHONETIC-KEY NOT = WS-CURRENT-KEY
004140         PERFORM 2300-PAIR-KEY-GROUP
004150         MOVE ZEROES TO WS-GROUP-COUNT
004160         MOVE SK-PHONETIC-KEY TO WS-CURRENT-KEY
004170     END-IF
004180     IF WS-GROUP-COUNT < WS-GROUP-MAX
004190         ADD 1 TO WS-GROUP-COUNT
004200         MOVE SK-STUDENT-ID TO GP-STUDENT-ID (WS-GROUP-COUNT)
004210         MOVE SK-NAME-TYPE TO GP-NAME-TYPE (WS-GROUP-COUNT)
004220     ELSE
004230         ADD 1 TO WS-DROPPED-COUNT
004240     END-IF
004250     PERFORM 2100-READ-SORTED-KEY.

004260***************************************************************
004270* 2300-PAIR-KEY-GROUP
004280***************************************************************
004290 2300-PAIR-KEY-GROUP.
004300     IF WS-GROUP-COUNT > 1
004310         PERFORM 2400-PAIR-ONE-MEMBER
004320             VARYING WS-GROUP-SUB FROM 1 BY 1
004330             UNTIL WS-GROUP-SUB >= WS-GROUP-COUNT
004340     END-IF.

004350***************************************************************
004360* 2400-PAIR-ONE-MEMBER
004370***************************************************************
004380 2400-PAIR-ONE-MEMBER.
004390     COMPUTE WS-OTHER-SUB = WS-GROUP-SUB + 1
004400     PERFORM 2500-PAIR-TWO-MEMBERS
004410         VARYING WS-OTHER-SUB FROM WS-OTHER-SUB BY 1
004420         UNTIL WS-OTHER-SUB > WS-GROUP-COUNT.

004430***************************************************************
004440* 2500-PAIR-TWO-MEMBERS
004450* Current name against current name is the stronger match; any
004460* pairing through an alias scores the lower weight.  A pair
004470* met again under another key keeps its better match.
004480***************************************************************
004490 2500-PAIR-TWO-MEMBERS.
004500     IF GP-STUDENT-ID (WS-GROUP-SUB)
004510         NOT = GP-STUDENT-ID (WS-OTHER-SUB)
004520         IF GP-STUDENT-ID (WS-GROUP-SUB)
004530             < GP-STUDENT-ID (WS-OTHER-SUB)
004540             MOVE GP-STUDENT-ID (WS-GROUP-SUB) TO WS-LOW-ID
004550             MOVE GP-STUDENT-ID (WS-OTHER-SUB) TO WS-HIGH-ID
004560         ELSE
004570             MOVE GP-STUDENT-ID (WS-OTHER-SUB) TO WS-LOW-ID
004580             MOVE GP-STUDENT-ID (WS-GROUP-SUB) TO WS-HIGH-ID
004590         END-IF
004600         IF GP-NAME-TYPE (WS-GROUP-SUB) = "N"
004610             AND GP-NAME-TYPE (WS-OTHER-SUB) = "N"
004620             MOVE WS-NAME-POINTS TO WS-MATCH-POINTS
004630         ELSE
004640             MOVE WS-ALIAS-POINTS TO WS-MATCH-POINTS
004650         END-IF
004660         PERFORM 2600-FIND-PAIR
004670         IF WS-PAIR-FOUND-SUB = 0
004680             IF WS-PAIR-COUNT < WS-PAIR-MAX
004690                 ADD 1 TO WS-PAIR-COUNT
004700                 MOVE WS-PAIR-COUNT TO WS-PAIR-FOUND-SUB
004710                 MOVE WS-LOW-ID TO PR-LOW-ID (WS-PAIR-FOUND-SUB)
004720                 MOVE WS-HIGH-ID TO PR-HIGH-ID (WS-PAIR-FOUND-SUB)
004730                 MOVE ZEROES
004740                     TO PR-MATCH-POINTS (WS-PAIR-FOUND-SUB)
004750             ELSE
004760                 ADD 1 TO WS-DROPPED-COUNT
004770             END-IF
004780         END-IF
004790         IF WS-PAIR-FOUND-SUB > 0
004800             AND WS-MATCH-POINTS
004810                 > PR-MATCH-POINTS (WS-PAIR-FOUND-SUB)
004820             MOVE WS-MATCH-POINTS
004830                 TO PR-MATCH-POINTS (WS-PAIR-FOUND-SUB)
004840             MOVE WS-CURRENT-KEY
004850                 TO PR-PHONETIC-KEY (WS-PAIR-FOUND-SUB)
004860         END-IF
004870     END-IF.

004880***************************************************************
004890* 2600-FIND-PAIR
004900***************************************************************
004910 2600-FIND-PAIR.
004920     MOVE ZEROES TO WS-PAIR-FOUND-SUB
004930     PERFORM 2650-TEST-ONE-PAIR
004940         VARYING WS-PAIR-SUB FROM 1 BY 1
004950         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
004960             OR WS-PAIR-FOUND-SUB > 0.

004970***************************************************************
004980* 2650-TEST-ONE-PAIR
004990***************************************************************
005000 2650-TEST-ONE-PAIR.
005010     IF PR-LOW-ID (WS-PAIR-SUB) = WS-LOW-ID
005020         AND PR-HIGH-ID (WS-PAIR-SUB) = WS-HIGH-ID
005030         MOVE WS-PAIR-SUB TO WS-PAIR-FOUND-SUB
005040     END-IF.

005050***************************************************************
005060* 3000-LOAD-SHARED-COURSES
005070* Only the courses of IDs that appear in some pair are kept --
005080* the live detail is read once, start to end.
005090***************************************************************
005100 3000-LOAD-SHARED-COURSES.
005110     MOVE ZEROES TO WS-COURSE-COUNT
005120     IF WS-PAIR-COUNT > 0
005130         MOVE "N" TO WS-EOF-SWITCH
005140         OPEN INPUT ENROLLMENT-DETAIL
005150         IF NOT ENROLL-OK
005160             DISPLAY "No enrollment detail on file - pairs score "
005170                 "without courses"
005180         ELSE
005190             MOVE ZEROES TO EN-MASTER-KEY
005200             MOVE LOW-VALUES TO EN-COURSE-ID
005210             START ENROLLMENT-DETAIL KEY IS NOT LESS THAN EN-KEY
005220                 INVALID KEY
005230                     SET FILE-EOF TO TRUE
005240             END-START
005250             PERFORM 3100-READ-DETAIL
005260             PERFORM 3200-KEEP-ONE-DETAIL UNTIL FILE-EOF
005270             CLOSE ENROLLMENT-DETAIL
005280         END-IF
005290     END-IF.

005300***************************************************************
005310* 3100-READ-DETAIL
005320***************************************************************
005330 3100-READ-DETAIL.
005340     READ ENROLLMENT-DETAIL NEXT RECORD
005350         AT END SET FILE-EOF TO TRUE
005360     END-READ.

005370***************************************************************
005380* 3200-KEEP-ONE-DETAIL
005390***************************************************************
005400 3200-KEEP-ONE-DETAIL.
005410     MOVE "N" TO WS-CANDIDATE-ID-SWITCH
005420     PERFORM 3300-TEST-CANDIDATE-ID
005430         VARYING WS-PAIR-SUB FROM 1 BY 1
005440         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT OR CANDIDATE-ID
005450     IF CANDIDATE-ID
005460         IF WS-COURSE-COUNT < WS-COURSE-MAX
005470             ADD 1 TO WS-COURSE-COUNT
005480             MOVE EN-STUDENT-ID TO CT-STUDENT-ID (WS-COURSE-COUNT)
005490             MOVE EN-COURSE-ID TO CT-COURSE-ID (WS-COURSE-COUNT)
005500         ELSE
005510             ADD 1 TO WS-DROPPED-COUNT
005520         END-IF
005530     END-IF
005540     PERFORM 3100-READ-DETAIL.

005550***************************************************************
005560* 3300-TEST-CANDIDATE-ID
005570***************************************************************
005580 3300-TEST-CANDIDATE-ID.
005590     IF PR-LOW-ID (WS-PAIR-SUB) = EN-STUDENT-ID
005600         OR PR-HIGH-ID (WS-PAIR-SUB) = EN-STUDENT-ID
005610         SET CANDIDATE-ID TO TRUE
005620     END-IF.

005630***************************************************************
005640* 4000-SCORE-ONE-PAIR
005650* Both identities are read back for their names and first
005660* registration dates; a blank date never counts as a match.
005670***************************************************************
005680 4000-SCORE-ONE-PAIR.
005690     MOVE SPACES TO WS-LOW-FIRST-DATE
005700     MOVE SPACES TO PR-LOW-NAME (WS-PAIR-SUB)
005710     MOVE SPACES TO PR-HIGH-NAME (WS-PAIR-SUB)
005720     MOVE "N" TO PR-SAME-DATE (WS-PAIR-SUB)
005730     MOVE PR-LOW-ID (WS-PAIR-SUB) TO SI-STUDENT-ID
005740     READ STUDENT-IDENTITY
005750         INVALID KEY
005760             CONTINUE
005770         NOT INVALID KEY
005780             MOVE SI-STUDENT-NAME TO PR-LOW-NAME (WS-PAIR-SUB)
005790             MOVE SI-FIRST-REG-DATE TO WS-LOW-FIRST-DATE
005800     END-READ
005810     MOVE PR-HIGH-ID (WS-PAIR-SUB) TO SI-STUDENT-ID
005820     READ STUDENT-IDENTITY
005830         INVALID KEY
005840             CONTINUE
005850         NOT INVALID KEY
005860             MOVE SI-STUDENT-NAME TO PR-HIGH-NAME (WS-PAIR-SUB)
005870             IF SI-FIRST-REG-DATE = WS-LOW-FIRST-DATE
005880                 AND WS-LOW-FIRST-DATE NOT = SPACES
005890                 MOVE "Y" TO PR-SAME-DATE (WS-PAIR-SUB)
005900             END-IF
005910     END-READ
005920     MOVE ZEROES TO PR-SHARED-COURSES (WS-PAIR-SUB)
005930     PERFORM 4100-MATCH-ONE-COURSE
005940         VARYING WS-COURSE-SUB FROM 1 BY 1
005950         UNTIL WS-COURSE-SUB > WS-COURSE-COUNT
005960     COMPUTE WS-COURSE-SCORE =
005970         PR-SHARED-COURSES (WS-PAIR-SUB) * WS-COURSE-POINTS
005980     IF WS-COURSE-SCORE > WS-COURSE-POINTS-MAX
005990         MOVE WS-COURSE-POINTS-MAX TO WS-COURSE-SCORE
006000     END-IF
006010     MOVE PR-MATCH-POINTS (WS-PAIR-SUB) TO PR-SCORE (WS-PAIR-SUB)
006020     ADD WS-COURSE-SCORE TO PR-SCORE (WS-PAIR-SUB)
006030     IF PR-SAME-DATE (WS-PAIR-SUB) = "Y"
006040         ADD WS-DATE-POINTS TO PR-SCORE (WS-PAIR-SUB)
006050     END-IF.

006060***************************************************************
006070* 4100-MATCH-ONE-COURSE
006080* Each course of the low ID is looked for among the high ID's.
006090***************************************************************
006100 4100-MATCH-ONE-COURSE.
006110     IF CT-STUDENT-ID (WS-COURSE-SUB) = PR-LOW-ID (WS-PAIR-SUB)
006120         MOVE "N" TO WS-COURSE-MATCH-SWITCH
006130         PERFORM 4200-TEST-OTHER-COURSE
006140             VARYING WS-MATCH-SUB FROM 1 BY 1
006150             UNTIL WS-MATCH-SUB > WS-COURSE-COUNT
006160                 OR COURSE-MATCHED
006170         IF COURSE-MATCHED
006180             ADD 1 TO PR-SHARED-COURSES (WS-PAIR-SUB)
006190         END-IF
006200     END-IF.

006210***************************************************************
006220* 4200-TEST-OTHER-COURSE
006230***************************************************************
006240 4200-TEST-OTHER-COURSE.
006250     IF CT-STUDENT-ID (WS-MATCH-SUB) = PR-HIGH-ID (WS-PAIR-SUB)
006260         AND CT-COURSE-ID (WS-MATCH-SUB)
006270             = CT-COURSE-ID (WS-COURSE-SUB)
006280         SET COURSE-MATCHED TO TRUE
006290     END-IF.

006300***************************************************************
006310* 5000-RELEASE-PAIRS
006320***************************************************************
006330 5000-RELEASE-PAIRS.
006340     PERFORM 5100-RELEASE-ONE-PAIR
006350         VARYING WS-PAIR-SUB FROM 1 BY 1
006360         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
006370     GO TO 5900-RELEASE-EXIT.

006380***************************************************************
006390* 5100-RELEASE-ONE-PAIR
006400***************************************************************
006410 5100-RELEASE-ONE-PAIR.
006420     MOVE PR-SCORE (WS-PAIR-SUB) TO RS-SCORE
006430     MOVE PR-LOW-ID (WS-PAIR-SUB) TO RS-LOW-ID
006440     MOVE PR-HIGH-ID (WS-PAIR-SUB) TO RS-HIGH-ID
006450     MOVE WS-PAIR-SUB TO RS-PAIR-SUB
006460     RELEASE RANK-SORT-RECORD.

006470***************************************************************
006480* 5900-RELEASE-EXIT
006490***************************************************************
006500 5900-RELEASE-EXIT.
006510     EXIT.

006520***************************************************************
006530* 6000-LIST-CANDIDATES
006540* The ranked list prints and re-cuts DUPCAND in the same order,
006550* so the number on the page is the number stuMerge is given.
006560***************************************************************
006570 6000-LIST-CANDIDATES.
006580     MOVE "N" TO WS-EOF-SWITCH
006590     OPEN INPUT RANKED-PAIR-FILE
006600     OPEN OUTPUT CANDIDATE-FILE
006610     DISPLAY "Duplicate-identity candidates, scan of "
006620         BDT-BUSINESS-DATE
006630     DISPLAY "==================================="
006640     PERFORM 6100-READ-RANKED-PAIR
006650     PERFORM 6200-LIST-ONE-CANDIDATE UNTIL FILE-EOF
006660     IF WS-CANDIDATE-COUNT = 0
006670         DISPLAY "No identities share a phonetic key"
006680     END-IF
006690     CLOSE RANKED-PAIR-FILE
006700     CLOSE CANDIDATE-FILE.

006710***************************************************************
006720* 6100-READ-RANKED-PAIR
006730***************************************************************
006740 6100-READ-RANKED-PAIR.
006750     READ RANKED-PAIR-FILE
006760         AT END SET FILE-EOF TO TRUE
006770     END-READ.

006780***************************************************************
006790* 6200-LIST-ONE-CANDIDATE
006800***************************************************************
006810 6200-LIST-ONE-CANDIDATE.
006820     MOVE RP-PAIR-SUB TO WS-PAIR-SUB
006830     ADD 1 TO WS-CANDIDATE-COUNT
006840     MOVE SPACES TO DUP-CANDIDATE-RECORD
006850     MOVE WS-CANDIDATE-COUNT TO DC-CANDIDATE-NO
006860     MOVE BDT-BUSINESS-DATE TO DC-SCAN-DATE
006870     MOVE PR-SCORE (WS-PAIR-SUB) TO DC-SCORE
006880     MOVE PR-PHONETIC-KEY (WS-PAIR-SUB) TO DC-PHONETIC-KEY
006890     MOVE PR-LOW-ID (WS-PAIR-SUB) TO DC-SURVIVOR-ID
006900     MOVE PR-LOW-NAME (WS-PAIR-SUB) TO DC-SURVIVOR-NAME
006910     MOVE PR-HIGH-ID (WS-PAIR-SUB) TO DC-DUPLICATE-ID
006920     MOVE PR-HIGH-NAME (WS-PAIR-SUB) TO DC-DUPLICATE-NAME
006930     MOVE PR-SAME-DATE (WS-PAIR-SUB) TO DC-SAME-FIRST-DATE
006940     MOVE PR-SHARED-COURSES (WS-PAIR-SUB) TO DC-SHARED-COURSES
006950     SET DC-OPEN TO TRUE
006960     MOVE ZEROES TO DC-STATUS-DATE
006970     MOVE SPACES TO DC-STATUS-OPERATOR
006980     WRITE DUP-CANDIDATE-RECORD
006990     MOVE WS-CAND-STATUS TO IOC-STATUS
007000     MOVE "DUPCAND" TO IOC-FILE-NAME
007010     PERFORM ZZ-CHECK-WRITE
007020     MOVE DC-SCORE TO WS-SCORE-DISPLAY
007030     DISPLAY DC-CANDIDATE-NO "  score " WS-SCORE-DISPLAY
007040         "  key " DC-PHONETIC-KEY
007050         "  same first reg " DC-SAME-FIRST-DATE
007060         "  shared courses " DC-SHARED-COURSES
007070     DISPLAY "      survive " DC-SURVIVOR-ID " "
007080         DC-SURVIVOR-NAME
007090     DISPLAY "      retire  " DC-DUPLICATE-ID " "
007100         DC-DUPLICATE-NAME
007110     PERFORM 6100-READ-RANKED-PAIR.

007120***************************************************************
007130* ZZ-CHECK-WRITE (from the shared IOCHKPRC copybook)
007140***************************************************************
007150     COPY IOCHKPRC.

007160*****************************************************************
007170* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
007180*****************************************************************
007190     COPY BIZDTPRC.
