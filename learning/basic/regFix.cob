000270*                 re-keyed straight onto the master, where the
000280*                 unfolded name would also have drawn its own
000290*                 new student ID.
000293* 2026-10-05  RSG A new identity is written with no academic
000296*                 program declared.
000297* 2026-10-14  RSG A new identity is written with directory
000298*                 information released (no privacy hold).
000300***************************************************************

000310 ENVIRONMENT DIVISION.
004040     MOVE WS-STUDENT-NAME TO SI-STUDENT-NAME
004050     MOVE WS-DATE TO SI-FIRST-REG-DATE
004055     MOVE SPACES TO SI-ALIAS-NAME
004057     MOVE SPACES TO SI-PROGRAM-ID
004058     MOVE "N" TO SI-PRIVACY-FLAG
004059     MOVE ZEROES TO SI-PRIVACY-DATE
004060     WRITE IDENTITY-RECORD
004070     MOVE WS-IDENT-STATUS TO IOC-STATUS
004080     MOVE "STUIDNT" TO IOC-FILE-NAME
