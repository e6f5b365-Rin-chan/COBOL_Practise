000170*                   on the system instead of in the drawer.
000171* 2026-09-02   drl  the ESTMAST record now comes from the
000172*                   shared ESTMAST copybook.
000173* 2026-10-15   gag  a quote already posted to the general
000174*                   ledger (status P) cannot be re-marked --
000175*                   its invoice is on the books.
000176* 2026-10-15   drl  invoice mode no longer marks a quote by
000177*                   hand -- estBill marks a job invoiced when its
000178*                   stage billing reaches the estimate.
000180*****************************************************************

000190 environment division.
000690             move "D" to WS-NEW-STATUS
000700             perform MARK-ONE-QUOTE
000710         when INVOICE-MODE
000720             display "Jobs are marked invoiced by the estBill "
000730                 "billing run when fully billed - nothing done"
000740         when LIST-MODE
000750             perform LIST-ESTIMATES
000760         when other
000900             display "Job " EM-JOB-ID " estimated "
000910                 EM-EST-DATE "  cost " EM-TOTAL-COST
000920                 "  status " EM-STATUS
000922             if EM-LEDGER-POSTED
000924                 display "Job " WS-JOB-ID " is posted to the "
000926                     "ledger - status not changed"
000928             else
000930                 move WS-NEW-STATUS to EM-STATUS
000940                 rewrite ESTIMATE-MASTER-RECORD
000950                 display "Job " WS-JOB-ID " marked "
000960                     WS-NEW-STATUS
000965             end-if
000970     end-read.

000980 LIST-ESTIMATES.
