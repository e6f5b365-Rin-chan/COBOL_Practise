000192* 2026-09-02   gag  items the new rejFix dialog has flagged
000194*                   resolved no longer count as open work --
000196*                   only open items group onto the listing.
000197* 2026-10-15   drl  LSREJ from the new linearSystem solver joins
000198*                   the sweep.
000200*****************************************************************

000210 environment division.
000330     select QE-REJECT-FILE assign to "QEREJ"
000340         organization is sequential
000350         file status is WS-FILE-STATUS.
000352     select LS-REJECT-FILE assign to "LSREJ"
000354         organization is sequential
000356         file status is WS-FILE-STATUS.

000360 data division.
000370 file section.
000430 01  SQRTREJ-RECORD           PIC X(99).
000440 fd  QE-REJECT-FILE.
000450 01  QEREJ-RECORD             PIC X(99).
000452 fd  LS-REJECT-FILE.
000454 01  LSREJ-RECORD             PIC X(99).

000460 working-storage section.
000470* every suspense file shares the REJCOM layout, so one copy of
000870     perform SWEEP-OE-REJECTS
000880     perform SWEEP-SQRT-REJECTS
000890     perform SWEEP-QE-REJECTS
000895     perform SWEEP-LS-REJECTS
000900     perform PRINT-GROUP-REPORT
000910     stop run.

001540     perform TALLY-SUSPENSE-ITEM
001550     perform READ-QE-REJECT.

001551 SWEEP-LS-REJECTS.
001552     move "N" to WS-EOF-SWITCH
001553     open input LS-REJECT-FILE
001554     if FILE-OK
001555         perform READ-LS-REJECT
001556         perform TALLY-LS-REJECT until FILE-EOF
001557         close LS-REJECT-FILE
001558     end-if.

001560* one tally serves every file -- the whole point of the
001570* shared REJCOM layout.  Items group by source program and
001580* reason; the group remembers its oldest post date for aging.
001590 TALLY-SUSPENSE-ITEM.
002230         "  oldest " GR-OLDEST-DATE (WS-GROUP-IDX)
002240         "  age " WS-AGE-DISPLAY " days".

002241 READ-LS-REJECT.
002242     read LS-REJECT-FILE
002243         at end set FILE-EOF to true
002244     end-read.

002245 TALLY-LS-REJECT.
002246     move LSREJ-RECORD to REJ-SUSPENSE-RECORD
002247     perform TALLY-SUSPENSE-ITEM
002248     perform READ-LS-REJECT.

002250*****************************************************************
002260* DSR-CONVERT-DATE (from the shared DSERPRC copybook)
002270*****************************************************************
