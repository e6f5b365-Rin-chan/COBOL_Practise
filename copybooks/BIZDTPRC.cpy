      * run unchanged.
      *
      * 2026-09-02  gag  original.
      * 2026-10-15  gag  picks up the business-calendar markers
      *                  bizAdvance writes on the BIZDATE record; a
      *                  record without them leaves the calendar
      *                  unknown and every marker off.
      ******************************************************************
       ZB-GET-BUSINESS-DATE.
           ACCEPT BDT-CALENDAR-DATE FROM DATE YYYYMMDD
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE TO BDT-BUSINESS-DATE
                       PERFORM ZB-TAKE-CALENDAR-MARKERS
               END-READ
               CLOSE BUSINESS-DATE-FILE
               PERFORM ZB-COMPUTE-YESTERDAY
                   MOVE 31 TO BDT-YST-DD
               END-IF
           END-IF.

       ZB-TAKE-CALENDAR-MARKERS.
           IF BD-DAY-TYPE = "P" OR BD-DAY-TYPE = "N"
               MOVE BD-DAY-TYPE TO BDT-DAY-TYPE
               MOVE BD-MONTH-END-FLAG TO BDT-MONTH-END-FLAG
               MOVE BD-QUARTER-END-FLAG TO BDT-QUARTER-END-FLAG
               MOVE BD-YEAR-END-FLAG TO BDT-YEAR-END-FLAG
           ELSE
               MOVE SPACE TO BDT-DAY-TYPE
               MOVE "N" TO BDT-MONTH-END-FLAG
               MOVE "N" TO BDT-QUARTER-END-FLAG
               MOVE "N" TO BDT-YEAR-END-FLAG
           END-IF.
