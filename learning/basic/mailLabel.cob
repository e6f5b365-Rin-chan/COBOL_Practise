000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. mailLabel.
000030 AUTHOR. REGISTRAR-SYSTEMS-GROUP.
000040 INSTALLATION. STUDENT-RECORDS.
000050 DATE-WRITTEN. 2026-10-13.
000060 DATE-COMPILED.
000070*
000080***************************************************************
000090* MODIFICATION HISTORY
000100*---------------------------------------------------------------
000110* DATE       INIT DESCRIPTION
000120*---------------------------------------------------------------
000130* 2026-10-13  RSG Original -- mailing-label extract for bulk
000140*                 mailings.  Every STUCONT contact record with a
000150*                 street on it becomes one MAILLBL label,
000160*                 addressed to the student (option S) or to the
000170*                 guardian (option G, "FAMILY OF" the student
000180*                 where no guardian is on file), sorted by ZIP
000190*                 for the presort.  A contact with no address or
000200*                 no STUIDNT identity is counted and skipped.
000210***************************************************************

000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT STUDENT-CONTACT ASSIGN TO "STUCONT"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS CT-STUDENT-ID
000290         FILE STATUS IS WS-CONTACT-STATUS.
000300     SELECT STUDENT-IDENTITY ASSIGN TO "STUIDNT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS SI-STUDENT-ID
000340         FILE STATUS IS WS-IDENT-STATUS.
000350     SELECT SORT-WORK-FILE ASSIGN TO "MLBLSWK".
000360     SELECT MAIL-LABEL-FILE ASSIGN TO "MAILLBL"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-LABEL-STATUS.
000390     SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-RUNLOG-STATUS.
000420     SELECT BUSINESS-DATE-FILE ASSIGN TO "BIZDATE"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-BIZDT-STATUS.

000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  STUDENT-CONTACT.
000480     COPY STUCONT.

000490 FD  STUDENT-IDENTITY.
000500     COPY STUIDNT.

000510 SD  SORT-WORK-FILE.
000520 01  SORT-WORK-RECORD.
000530     05 SW-ZIP                  PIC X(09).
000540     05 SW-STUDENT-ID           PIC 9(06).
000550     05 SW-ADDRESSEE            PIC X(40).
000560     05 SW-STREET-LINE          PIC X(40).
000570     05 SW-CITY-LINE            PIC X(40).

000580 FD  MAIL-LABEL-FILE.
000590     COPY MAILLBL.

000600 FD  RUN-LOG-FILE.
000610     COPY RUNSUM.

000620 FD  BUSINESS-DATE-FILE.
000630     COPY BIZDATE.

000640 WORKING-STORAGE SECTION.
000650     COPY BIZDTWS.
000660     COPY CONTWS.
000670 01  WS-IDENT-STATUS            PIC X(02).
000680     88 IDENT-OK                VALUE "00".
000690 01  WS-LABEL-STATUS            PIC X(02).
000700     88 LABEL-OK                VALUE "00".
000710 01  WS-RUNLOG-STATUS           PIC X(02).
000720     88 RUNLOG-OK               VALUE "00".
000730 01  WS-RELEASE-EOF-SWITCH      PIC X(01) VALUE "N".
000740     88 RELEASE-EOF             VALUE "Y".
000750 01  WS-ADDRESSEE-OPTION        PIC X(01) VALUE SPACES.
000760     88 TO-STUDENT              VALUE "S".
000770     88 TO-GUARDIAN             VALUE "G".
000780     88 VALID-ADDRESSEE-OPTION  VALUE "S" "G".
000790 01  WS-RUN-START-TIME          PIC 9(08) VALUE ZEROES.
000800 01  WS-CONTROL-RESULT          PIC X(08) VALUE "BALANCED".
000810 01  WS-CONTACTS-READ           PIC 9(06) VALUE ZEROES.
000820 01  WS-LABELS-RELEASED         PIC 9(06) VALUE ZEROES.
000830 01  WS-NO-ADDRESS-COUNT        PIC 9(06) VALUE ZEROES.
000840 01  WS-NO-IDENTITY-COUNT       PIC 9(06) VALUE ZEROES.

000850 PROCEDURE DIVISION.

000860***************************************************************
000870* 0000-MAINLINE
000880***************************************************************
000890 0000-MAINLINE.
000900     ACCEPT WS-RUN-START-TIME FROM TIME
000910     PERFORM ZB-GET-BUSINESS-DATE
000920     DISPLAY "Address labels to (S)tudent or (G)uardian:"
000930     ACCEPT WS-ADDRESSEE-OPTION
000940     IF NOT VALID-ADDRESSEE-OPTION
000950         DISPLAY "*** ADDRESSEE OPTION MUST BE S OR G - job "
000960             "ABORTED ***"
000970         MOVE 8 TO RETURN-CODE
000980         STOP RUN
000990     END-IF
001000     OPEN INPUT STUDENT-CONTACT
001010     IF NOT CONTACT-OK
001020         DISPLAY "*** NO STUCONT CONTACT MASTER - no labels, job "
001030             "ABORTED ***"
001040         MOVE 8 TO RETURN-CODE
001050         STOP RUN
001060     END-IF
001070     OPEN INPUT STUDENT-IDENTITY
001080     IF NOT IDENT-OK
001090         DISPLAY "*** NO STUIDNT IDENTITY MASTER - no labels, "
001100             "job ABORTED ***"
001110         CLOSE STUDENT-CONTACT
001120         MOVE 8 TO RETURN-CODE
001130         STOP RUN
001140     END-IF
001150     SORT SORT-WORK-FILE
001160         ON ASCENDING KEY SW-ZIP
001170         ON ASCENDING KEY SW-STUDENT-ID
001180         INPUT PROCEDURE IS 1000-RELEASE-LABELS
001190             THRU 1900-RELEASE-EXIT
001200         GIVING MAIL-LABEL-FILE
001210     CLOSE STUDENT-CONTACT
001220     CLOSE STUDENT-IDENTITY
001230     DISPLAY "-----------------------------------"
001240     DISPLAY "Contact records read : " WS-CONTACTS-READ
001250     DISPLAY "Labels written       : " WS-LABELS-RELEASED
001260     DISPLAY "No address on file   : " WS-NO-ADDRESS-COUNT
001270     DISPLAY "No STUIDNT identity  : " WS-NO-IDENTITY-COUNT
001280     IF WS-CONTACTS-READ NOT = WS-LABELS-RELEASED
001290         + WS-NO-ADDRESS-COUNT + WS-NO-IDENTITY-COUNT
001300         DISPLAY "Control total        : *** OUT OF BALANCE ***"
001310         MOVE "OUTOFBAL" TO WS-CONTROL-RESULT
001320     ELSE
001330         DISPLAY "Control total        : TIES OUT"
001340     END-IF
001350     IF WS-NO-IDENTITY-COUNT > 0
001360         MOVE 4 TO RETURN-CODE
001370     END-IF
001380     PERFORM 9100-WRITE-RUN-SUMMARY
001390     GOBACK.

001400***************************************************************
001410* 1000-RELEASE-LABELS
001420* The whole contact master, in student-ID order; each contact
001430* with a street is built into a label and released to the ZIP
001440* sort.
001450***************************************************************
001460 1000-RELEASE-LABELS.
001470     MOVE "N" TO WS-RELEASE-EOF-SWITCH
001480     PERFORM 1100-READ-CONTACT
001490     PERFORM 1200-RELEASE-ONE-LABEL UNTIL RELEASE-EOF
001500     GO TO 1900-RELEASE-EXIT.

001510***************************************************************
001520* 1100-READ-CONTACT
001530***************************************************************
001540 1100-READ-CONTACT.
001550     READ STUDENT-CONTACT NEXT RECORD
001560         AT END SET RELEASE-EOF TO TRUE
001570     END-READ.

001580***************************************************************
001590* 1200-RELEASE-ONE-LABEL
001600* The street and city lines come from the shared ZC routine so a
001610* label reads exactly as the address block on the letters does.
001620***************************************************************
001630 1200-RELEASE-ONE-LABEL.
001640     ADD 1 TO WS-CONTACTS-READ
001650     IF CT-STREET = SPACES
001660         ADD 1 TO WS-NO-ADDRESS-COUNT
001670     ELSE
001680         MOVE CT-STUDENT-ID TO SI-STUDENT-ID
001690         READ STUDENT-IDENTITY
001700             INVALID KEY
001710                 ADD 1 TO WS-NO-IDENTITY-COUNT
001720                 DISPLAY "Contact " CT-STUDENT-ID
001730                     " has no STUIDNT identity - no label"
001740             NOT INVALID KEY
001750                 PERFORM 1300-BUILD-LABEL
001760         END-READ
001770     END-IF
001780     PERFORM 1100-READ-CONTACT.

001790***************************************************************
001800* 1300-BUILD-LABEL
001810***************************************************************
001820 1300-BUILD-LABEL.
001830     PERFORM ZC-BUILD-ADDRESS-LINES
001840     MOVE SPACES TO SORT-WORK-RECORD
001850     MOVE CT-ZIP TO SW-ZIP
001860     MOVE CT-STUDENT-ID TO SW-STUDENT-ID
001870     IF TO-STUDENT
001880         MOVE SI-STUDENT-NAME TO SW-ADDRESSEE
001890     ELSE
001900         IF CTA-GUARDIAN-NAME NOT = SPACES
001910             MOVE CTA-GUARDIAN-NAME TO SW-ADDRESSEE
001920         ELSE
001930             STRING "FAMILY OF " SI-STUDENT-NAME
001940                 DELIMITED BY SIZE INTO SW-ADDRESSEE
001950         END-IF
001960     END-IF
001970     MOVE CTA-STREET-LINE TO SW-STREET-LINE
001980     MOVE CTA-CITY-LINE TO SW-CITY-LINE
001990     RELEASE SORT-WORK-RECORD
002000     ADD 1 TO WS-LABELS-RELEASED.

002010***************************************************************
002020* 1900-RELEASE-EXIT
002030***************************************************************
002040 1900-RELEASE-EXIT.
002050     EXIT.

002060***************************************************************
002070* 9100-WRITE-RUN-SUMMARY
002080* One standard record per run to the shared RUNLOG operations
002090* file, for the night-end opsReport.
002100***************************************************************
002110 9100-WRITE-RUN-SUMMARY.
002120     OPEN EXTEND RUN-LOG-FILE
002130     IF NOT RUNLOG-OK
002140         OPEN OUTPUT RUN-LOG-FILE
002150     END-IF
002160     MOVE "MAILLABEL" TO RS-PROGRAM
002170     MOVE BDT-BUSINESS-DATE TO RS-RUN-DATE
002180     ACCEPT RS-RUN-TIME FROM TIME
002190     MOVE WS-RUN-START-TIME TO RS-START-TIME
002200     MOVE WS-CONTACTS-READ TO RS-RECORDS-READ
002210     MOVE WS-LABELS-RELEASED TO RS-RECORDS-POSTED
002220     MOVE WS-NO-IDENTITY-COUNT TO RS-RECORDS-REJECTED
002230     MOVE WS-CONTROL-RESULT TO RS-CONTROL-STATUS
002240     WRITE RUN-SUMMARY-RECORD
002250     CLOSE RUN-LOG-FILE.

002260***************************************************************
002270* ZC-GET-ADDRESS (from the shared CONTPRC copybook)
002280***************************************************************
002290     COPY CONTPRC.

002300***************************************************************
002310* ZB-GET-BUSINESS-DATE (from the shared BIZDTPRC copybook)
002320***************************************************************
002330     COPY BIZDTPRC.
