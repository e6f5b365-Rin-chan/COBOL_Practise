      * naming the program, the failing file and the status code.
      *
      * 2026-08-22  gag  original.
      * 2026-10-15  gag  status EX is not an I/O status -- ctlMonitor
      *                  posts it under a control record's DD name
      *                  when that key-generating counter is within
      *                  its critical margin of running out.
      * 2026-10-15  gag  status RP is not an I/O status either -- a
      *                  posting program posts it under a feed's DD
      *                  name when an authorized operator forces the
      *                  repost of a feed the FEEDREG registry shows
      *                  as already posted.
      ******************************************************************
       01  OPS-ERROR-RECORD.
           05 OE-PROGRAM            PIC X(10).
