      ******************************************************************
      * CONTPRC.cpy
      * Shared PROCEDURE DIVISION paragraph that goes with CONTWS.cpy.
      * ZC-GET-ADDRESS reads the STUCONT record for CTA-STUDENT-ID and
      * builds CTA-STREET-LINE and CTA-CITY-LINE ("CITY, ST 12345" or
      * "CITY, ST 12345-6789") for an address block.  A student with
      * no contact record, or one with no street on it, comes back
      * CTA-NO-ADDRESS and the caller prints without the block.
      *
      * 2026-10-13  RSG  original.
      ******************************************************************
       ZC-GET-ADDRESS.
           SET CTA-NO-ADDRESS TO TRUE
           MOVE SPACES TO CTA-STREET-LINE
           MOVE SPACES TO CTA-CITY-LINE
           MOVE SPACES TO CTA-GUARDIAN-NAME
           IF CTA-CONTACT-OPEN
               MOVE CTA-STUDENT-ID TO CT-STUDENT-ID
               READ STUDENT-CONTACT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CT-STREET NOT = SPACES
                           SET CTA-ADDRESS-FOUND TO TRUE
                           PERFORM ZC-BUILD-ADDRESS-LINES
                       END-IF
               END-READ
           END-IF.

       ZC-BUILD-ADDRESS-LINES.
           MOVE CT-STREET TO CTA-STREET-LINE
           MOVE CT-GUARDIAN-NAME TO CTA-GUARDIAN-NAME
           MOVE 1 TO CTA-POINTER
           STRING CT-CITY DELIMITED BY "  "
               ", " DELIMITED BY SIZE
               CT-STATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CT-ZIP-5 DELIMITED BY SIZE
               INTO CTA-CITY-LINE
               WITH POINTER CTA-POINTER
           END-STRING
           IF CT-ZIP-4 NOT = SPACES
               STRING "-" DELIMITED BY SIZE
                   CT-ZIP-4 DELIMITED BY SIZE
                   INTO CTA-CITY-LINE
                   WITH POINTER CTA-POINTER
               END-STRING
           END-IF.
