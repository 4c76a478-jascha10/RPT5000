      *              credit can research a former customer before a
      *              reinstate is keyed.  Keys not in the archive are
      *              reported, not abended.
      *              Records archived by a CUST1000 merge are flagged
      *              with the surviving customer key the duplicate was
      *              folded into.
      ****************************************************************

       ENVIRONMENT DIVISION.
              10 AR-PHONE-NUMBER    PIC X(10).
              10 AR-CONTACT-NAME    PIC X(18).
              10 FILLER             PIC X(22).
           05 AR-ARCHIVE-REASON     PIC X.
           05 AR-MERGED-INTO-KEY    PIC 9(9) COMP-3.
           05 FILLER                PIC X(1).

       FD  I_INQCARD
           RECORDING MODE IS F
           05 FILLER           PIC X(9)  VALUE "CONTACT: ".
           05 AAL-CONTACT      PIC X(18).

       01  ARCHIVE-MERGED-LINE.
           05 FILLER           PIC X(3)  VALUE SPACE.
           05 FILLER           PIC X(25)
                    VALUE "MERGED INTO CUSTOMER KEY ".
           05 AML-MERGED-KEY   PIC 9(9).

       01  NOT-FOUND-LINE.
           05 FILLER           PIC X(3) VALUE SPACE.
           05 FILLER           PIC X(27)
               WRITE AINQ-PRINT-AREA
           END-IF

           IF AR-ARCHIVE-REASON = "M"
               MOVE AR-MERGED-INTO-KEY TO AML-MERGED-KEY
               MOVE ARCHIVE-MERGED-LINE TO AINQ-PRINT-AREA
               WRITE AINQ-PRINT-AREA
           END-IF

           ADD 1 TO WS-MATCH-COUNT
           ADD 1 TO WS-LISTED-COUNT.

