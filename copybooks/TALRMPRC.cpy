      ******************************************************************
      * TALRMPRC.cpy
      * Shared PROCEDURE DIVISION paragraphs that go with TALRMWS --
      * the temperature-alarm posting the cTof limit and silent-
      * sensor checks and the ctofTrend drift check share.
      * ZT-OPEN-ALARMS opens CTOFALM I-O (creating it on first use),
      * notes the highest alarm ID and loads the newest alarm per
      * sensor and type.  ZT-RAISE-ALARM then posts one exception:
      * already recorded for that reading date (a rerun, or the
      * trend report's overlapping history generations) it is
      * skipped; against an alarm still open it counts another
      * occurrence on that alarm; otherwise it writes a new open
      * alarm under the next ID.  Writes go through ZZ-CHECK-WRITE.
      *
      * 2026-10-15  pig  original.
      ******************************************************************
       ZT-OPEN-ALARMS.
           ACCEPT TAL-TODAY FROM DATE YYYYMMDD
           MOVE ZEROES TO TAL-NEXT-ID
           MOVE ZEROES TO TAL-LATEST-COUNT
           MOVE ZEROES TO TAL-RAISED-COUNT
           MOVE ZEROES TO TAL-REPEAT-COUNT
           MOVE "N" TO TAL-EOF-SWITCH
           OPEN I-O TEMP-ALARM-FILE
           IF NOT ALARM-FILE-OK
               CLOSE TEMP-ALARM-FILE
               OPEN OUTPUT TEMP-ALARM-FILE
               CLOSE TEMP-ALARM-FILE
               OPEN I-O TEMP-ALARM-FILE
           END-IF
           MOVE ZEROES TO AL-ALARM-ID
           START TEMP-ALARM-FILE KEY IS NOT LESS THAN AL-ALARM-ID
               INVALID KEY
                   SET TAL-EOF TO TRUE
           END-START
           IF NOT TAL-EOF
               PERFORM ZT-READ-NEXT-ALARM
           END-IF
           PERFORM ZT-NOTE-LATEST-ALARM UNTIL TAL-EOF.

       ZT-READ-NEXT-ALARM.
           READ TEMP-ALARM-FILE NEXT RECORD
               AT END SET TAL-EOF TO TRUE
           END-READ.

      * the file reads in ID order, so the last record seen for a
      * sensor and type is its newest alarm and the last ID read is
      * the highest.
       ZT-NOTE-LATEST-ALARM.
           MOVE AL-ALARM-ID TO TAL-NEXT-ID
           MOVE AL-SENSOR-ID TO TAL-SENSOR-ID
           MOVE AL-ALARM-TYPE TO TAL-ALARM-TYPE
           PERFORM ZT-FIND-LATEST-ENTRY
           PERFORM ZT-NOTE-LATEST-ENTRY
           PERFORM ZT-READ-NEXT-ALARM.

       ZT-FIND-LATEST-ENTRY.
           MOVE "N" TO TAL-FOUND-SWITCH
           IF TAL-LATEST-COUNT > 0
               PERFORM ZT-TEST-LATEST-ENTRY
                   VARYING TAL-SUB FROM 1 BY 1
                   UNTIL TAL-SUB > TAL-LATEST-COUNT
                       OR TAL-ENTRY-FOUND
           END-IF.

       ZT-TEST-LATEST-ENTRY.
           IF TAL-LT-SENSOR (TAL-SUB) = TAL-SENSOR-ID
               AND TAL-LT-TYPE (TAL-SUB) = TAL-ALARM-TYPE
               SET TAL-ENTRY-FOUND TO TRUE
               MOVE TAL-SUB TO TAL-HIT-SUB
           END-IF.

      * a sensor and type past the table limit still gets its alarm
      * written -- it only loses the recurrence match.
       ZT-NOTE-LATEST-ENTRY.
           IF NOT TAL-ENTRY-FOUND
               AND TAL-LATEST-COUNT < TAL-LATEST-MAX
               ADD 1 TO TAL-LATEST-COUNT
               MOVE TAL-LATEST-COUNT TO TAL-HIT-SUB
               SET TAL-ENTRY-FOUND TO TRUE
           END-IF
           IF TAL-ENTRY-FOUND
               MOVE AL-SENSOR-ID TO TAL-LT-SENSOR (TAL-HIT-SUB)
               MOVE AL-ALARM-TYPE TO TAL-LT-TYPE (TAL-HIT-SUB)
               MOVE AL-ALARM-ID TO TAL-LT-ID (TAL-HIT-SUB)
               MOVE AL-STATUS TO TAL-LT-STATUS (TAL-HIT-SUB)
               MOVE AL-LAST-SEEN-DATE
                   TO TAL-LT-LAST-SEEN (TAL-HIT-SUB)
           END-IF.

       ZT-RAISE-ALARM.
           PERFORM ZT-FIND-LATEST-ENTRY
           EVALUATE TRUE
               WHEN TAL-ENTRY-FOUND
                   AND TAL-LT-LAST-SEEN (TAL-HIT-SUB)
                       NOT < TAL-READING-DATE
                   CONTINUE
               WHEN TAL-ENTRY-FOUND
                   AND TAL-LT-STATUS (TAL-HIT-SUB) = "O"
                   MOVE TAL-LT-ID (TAL-HIT-SUB) TO AL-ALARM-ID
                   READ TEMP-ALARM-FILE
                       INVALID KEY
                           PERFORM ZT-WRITE-NEW-ALARM
                       NOT INVALID KEY
                           PERFORM ZT-COUNT-REPEAT-ALARM
                   END-READ
               WHEN OTHER
                   PERFORM ZT-WRITE-NEW-ALARM
           END-EVALUATE.

       ZT-WRITE-NEW-ALARM.
           ADD 1 TO TAL-NEXT-ID
           MOVE SPACES TO TEMP-ALARM-RECORD
           MOVE TAL-NEXT-ID TO AL-ALARM-ID
           MOVE TAL-SENSOR-ID TO AL-SENSOR-ID
           MOVE TAL-LOCATION TO AL-LOCATION
           MOVE TAL-ALARM-TYPE TO AL-ALARM-TYPE
           MOVE TAL-READING-DATE TO AL-READING-DATE
           MOVE TAL-READING TO AL-READING
           MOVE TAL-LIMIT TO AL-LIMIT
           MOVE TAL-TODAY TO AL-RAISED-DATE
           ACCEPT AL-RAISED-TIME FROM TIME
           MOVE TAL-READING-DATE TO AL-LAST-SEEN-DATE
           MOVE 1 TO AL-OCCURRENCES
           MOVE "O" TO AL-STATUS
           MOVE ZEROES TO AL-ACK-DATE
           MOVE ZEROES TO AL-ACK-TIME
           WRITE TEMP-ALARM-RECORD
           MOVE WS-ALARM-STATUS TO IOC-STATUS
           MOVE "CTOFALM" TO IOC-FILE-NAME
           PERFORM ZZ-CHECK-WRITE
           ADD 1 TO TAL-RAISED-COUNT
           PERFORM ZT-NOTE-LATEST-ENTRY.

       ZT-COUNT-REPEAT-ALARM.
           ADD 1 TO AL-OCCURRENCES
           MOVE TAL-READING-DATE TO AL-LAST-SEEN-DATE
           MOVE TAL-READING TO AL-READING
           MOVE TAL-LIMIT TO AL-LIMIT
           REWRITE TEMP-ALARM-RECORD
           MOVE WS-ALARM-STATUS TO IOC-STATUS
           MOVE "CTOFALM" TO IOC-FILE-NAME
           PERFORM ZZ-CHECK-WRITE
           ADD 1 TO TAL-REPEAT-COUNT
           MOVE TAL-READING-DATE TO TAL-LT-LAST-SEEN (TAL-HIT-SUB).

       ZT-CLOSE-ALARMS.
           CLOSE TEMP-ALARM-FILE.
