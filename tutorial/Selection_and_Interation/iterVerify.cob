003900*                   LG-SESSION-SEQ inside a session, and session
004000*                   numbers drawn from the ITERCTL counter that
004100*                   never appear on the log at all.
004110* 2026-10-15   mfc  the register stores and recalls IterIf's
004120*                   script mode logs ("sto", "rcl") carry their
004130*                   figure through unchanged and verify as such.
004200*****************************************************************

004300 environment division.
019200                     SR-NUM1 / SR-NUM2
019300                 move WS-EXPECTED to WS-EXPECTED-ALT
019400             end-if
019410         when "sto"
019420         when "rcl"
019430             move SR-NUM1 to WS-EXPECTED
019440             move WS-EXPECTED to WS-EXPECTED-ALT
019500         when other
019600             add 1 to WS-UNVERIFIABLE
019700     end-evaluate
019800     if SR-OP = "add" or SR-OP = "sub" or SR-OP = "mul"
019900         or (SR-OP = "div" and SR-NUM2 not = 0)
019950         or SR-OP = "sto" or SR-OP = "rcl"
020000         compute WS-RESIDUAL = SR-RESULT - WS-EXPECTED
020100         if WS-RESIDUAL < 0
020200             compute WS-RESIDUAL = 0 - WS-RESIDUAL
