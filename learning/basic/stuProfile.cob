000236*                 NEXT.
000237* 2026-09-02  RSG Attendance activity now also matches on the
000238*                 AL-STUDENT-ID the sign-in screen stamps.
00238A* 2026-10-14  RSG The inquiry now signs the operator on against
00238B*                 OPERMAST and asks the purpose of the look-up
00238C*                 before showing anything; every profile shown is
00238D*                 logged to DISCLOG through the shared
00238E*                 ZD-LOG-DISCLOSURE, and the identity section
00238F*                 flags a student who has withheld directory
00238G*                 information.
000239***************************************************************

000240 ENVIRONMENT DIVISION.
000460     SELECT REGISTRATION-AUDIT ASSIGN TO "REGAUDT"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-AUDIT-STATUS.
000481     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000482         ORGANIZATION IS SEQUENTIAL
000483         FILE STATUS IS WS-OPER-STATUS.
000484     SELECT DISCLOSURE-LOG ASSIGN TO "DISCLOG"
000485         ORGANIZATION IS SEQUENTIAL
000486         FILE STATUS IS WS-DISCLOG-STATUS.

000490 DATA DIVISION.
000500 FILE SECTION.
000590 FD  REGISTRATION-AUDIT.
000600     COPY REGAUDT.

000602 FD  OPERATOR-MASTER.
000604     COPY OPERMAST.

000606 FD  DISCLOSURE-LOG.
000608     COPY DISCLOG.

000610 WORKING-STORAGE SECTION.
000612     COPY OPERWS.
000614     COPY DISCWS.
000620 01  WS-IDENT-STATUS            PIC X(02).
000630     88 IDENT-OK                VALUE "00".
000640 01  WS-MASTER-STATUS           PIC X(02).
000830 01  WS-ENR-COUNT               PIC 9(04) VALUE ZEROES.
000840 01  WS-ATTN-COUNT              PIC 9(05) VALUE ZEROES.
000850 01  WS-AUDIT-COUNT             PIC 9(05) VALUE ZEROES.
000855 01  WS-PURPOSE                 PIC X(30) VALUE SPACES.
000860*
000870* the log and the audit trail are append-order files, so the
000880* last entries in are the most recent -- the ring keeps the
001000* 0000-MAINLINE
001010***************************************************************
001020 0000-MAINLINE.
001022     DISPLAY "Enter operator ID:"
001024     PERFORM ZY-OPERATOR-SIGNON
001026     PERFORM 0500-GET-PURPOSE
001030     DISPLAY "Student ID (zero to look up by name):"
001040     ACCEPT WS-SELECT-ID
001050     OPEN INPUT STUDENT-IDENTITY
001230         DISPLAY "No student found - nothing to show"
001240         GOBACK
001250     END-IF
001255     PERFORM 0600-LOG-DISCLOSURE
001260     PERFORM 2000-SHOW-IDENTITY
001270     PERFORM 3000-SHOW-REGISTRATIONS
001280     PERFORM 4000-SHOW-ENROLLMENTS
001980     IF WS-ALIAS-NAME NOT = SPACES
001990         DISPLAY "Alias      : " WS-ALIAS-NAME
002000     END-IF
002010     DISPLAY "First reg. : " SI-FIRST-REG-DATE
002012     IF SI-DIRECTORY-WITHHELD
002014         DISPLAY "Privacy    : DIRECTORY INFO WITHHELD since "
002016             SI-PRIVACY-DATE
002018     END-IF.

002020***************************************************************
002030* 3000-SHOW-REGISTRATIONS
003920     END-IF
003930     DISPLAY "  " WS-RING-LINE (WS-RING-SUB)
003940     ADD 1 TO WS-RING-SHOWN.

003950***************************************************************
003960* ZY-OPERATOR-SIGNON (from the shared OPERPRC copybook)
003970***************************************************************
003980     COPY OPERPRC.

003990***************************************************************
004000* ZD-LOG-DISCLOSURE (from the shared DISCPRC copybook)
004010***************************************************************
004020     COPY DISCPRC.

004030***************************************************************
004040* 0500-GET-PURPOSE
004050* Nothing is shown until the operator says why -- the purpose
004060* goes on the disclosure log with the operator ID.
004070***************************************************************
004080 0500-GET-PURPOSE.
004090     DISPLAY "Purpose of this inquiry:"
004100     ACCEPT WS-PURPOSE
004110     IF WS-PURPOSE = SPACES
004120         DISPLAY "*** A PURPOSE IS REQUIRED - nothing shown ***"
004130         MOVE 8 TO RETURN-CODE
004140         STOP RUN
004150     END-IF
004160     INSPECT WS-PURPOSE CONVERTING
004170         "abcdefghijklmnopqrstuvwxyz" TO
004180         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

004190***************************************************************
004200* 0600-LOG-DISCLOSURE
004210***************************************************************
004220 0600-LOG-DISCLOSURE.
004230     MOVE "STUPROFILE" TO DSC-PROGRAM
004240     MOVE OPR-OPERATOR-ID TO DSC-OPERATOR
004250     MOVE "D" TO DSC-MEDIUM
004260     MOVE WS-PURPOSE TO DSC-PURPOSE
004270     MOVE WS-STUDENT-ID TO DSC-STUDENT-ID
004280     MOVE WS-STUDENT-NAME TO DSC-STUDENT-NAME
004290     PERFORM ZD-LOG-DISCLOSURE.
