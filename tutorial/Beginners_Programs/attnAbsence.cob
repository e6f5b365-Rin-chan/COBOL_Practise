000224*                   captured to the RPTARCH report archive by
000226*                   letter page and line, so a lost letter
000228*                   reprints through rptReprint.
00228A* 2026-10-13   mfc  the warning letter is addressed from the
00228B*                   STUCONT contact master -- to the guardian
00228C*                   when one is on file, with the street and city
00228D*                   lines under it.  A student with no address
00228E*                   prints as before.
000230*****************************************************************

000240 environment division.
000392     select REPORT-ARCHIVE assign to "RPTARCH"
000394         organization is sequential
000396         file status is WS-RPTARCH-STATUS.
00396A     select STUDENT-CONTACT assign to "STUCONT"
00396B         organization is indexed
00396C         access mode is random
00396D         record key is CT-STUDENT-ID
00396E         file status is WS-CONTACT-STATUS.

000400 data division.
000410 file section.
000612 fd  REPORT-ARCHIVE.
000614     copy RPTARCH.

000616 fd  STUDENT-CONTACT.
000618     copy STUCONT.

000620 working-storage section.
000630 01 WS-TRAN-STATUS            PIC X(02).
000640     88 TRAN-OK               VALUE "00".
000957 01 WS-ARCH-RUN-DATE           PIC 9(08) VALUE ZEROES.
000960 01 WS-NO-ID-COUNT            PIC 9(05) VALUE ZEROES.
000970 01 LTR-TEXT-LINE             PIC X(132).
000975 copy CONTWS.

000980 procedure division.
000990 PRG-BEGIN.
001136         open output REPORT-ARCHIVE
001138     end-if
001139     accept WS-ARCH-RUN-DATE from DATE YYYYMMDD
01139A     open input STUDENT-CONTACT
01139B     if CONTACT-OK
01139C         set CTA-CONTACT-OPEN to true
01139D     end-if
001140     sort SORT-WORK-FILE
001150         on ascending key SW-STUDENT-ID
001160         on ascending key SW-DATE
001310     close SORTED-ATTENDANCE-FILE
001320     close LETTER-PRINT
001322     close REPORT-ARCHIVE
001324     if CTA-CONTACT-OPEN
001326         close STUDENT-CONTACT
001328     end-if
001330     stop run.

001340 LOAD-SESSION-CALENDAR.
002390     write LETTER-LINE from LTR-TEXT-LINE
002400         after advancing 2 lines
002405     perform ARCHIVE-LETTER-LINE
002407     move WS-CURRENT-ID to CTA-STUDENT-ID
002409     perform ZC-GET-ADDRESS
002410     move spaces to LTR-TEXT-LINE
002412     if CTA-ADDRESS-FOUND and CTA-GUARDIAN-NAME not = spaces
002414         string "To " CTA-GUARDIAN-NAME
002416             delimited by size into LTR-TEXT-LINE
002418     else
002420         string "To the family of " WS-CURRENT-STUDENT
002430             delimited by size into LTR-TEXT-LINE
002435     end-if
002440     write LETTER-LINE from LTR-TEXT-LINE
002450         after advancing 2 lines
002455     perform ARCHIVE-LETTER-LINE
002456     if CTA-ADDRESS-FOUND
002457         perform PRINT-LETTER-ADDRESS
002458     end-if
002460     move spaces to LTR-TEXT-LINE
002470     string "Student ID " WS-CURRENT-ID " has missed "
002480         WS-MISS-COUNT " of " WS-SESSION-COUNT
002700     move WS-ARCH-LINE-SEQ to RP-LINE-SEQ
002710     move LETTER-LINE to RP-PRINT-LINE
002720     write REPORT-ARCHIVE-RECORD.

002730* street, then city, state and ZIP, under the addressee line.
002740 PRINT-LETTER-ADDRESS.
002750     move CTA-STREET-LINE to LTR-TEXT-LINE
002760     write LETTER-LINE from LTR-TEXT-LINE
002770         after advancing 1 line
002780     perform ARCHIVE-LETTER-LINE
002790     move CTA-CITY-LINE to LTR-TEXT-LINE
002800     write LETTER-LINE from LTR-TEXT-LINE
002810         after advancing 1 line
002820     perform ARCHIVE-LETTER-LINE.

002830* ZC-GET-ADDRESS, from the shared CONTPRC copybook.
002840     copy CONTPRC.
