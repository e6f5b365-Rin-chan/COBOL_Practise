      * active hold before anything posts.
      *
      * 2026-09-02  RSG  original.
      * 2026-09-18  RSG  reason code FIN1 is reserved for the
      *                  financial holds pastDue places at 60 days
      *                  past due and releases once the balance is
      *                  paid.
      ******************************************************************
       01  HOLD-RECORD.
           05 HD-STUDENT-ID         PIC 9(06).
