       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCH1000.
      ****************************************************************
      * PROGRAM NAME: SRCH1000
      * AUTHORS: Hayden Schmidt & Jacob Schamp
      * DATE: 10/15/2026
      * DESCRIPTION: Customer Search Inquiry - reads search cards
      *              for the credit desk when the exact branch/rep/
      *              customer key is not known.  Column 1 of the card
      *              gives the search type and columns 2-21 the value:
      *                N - any part of the customer name
      *                P - any part of the phone number (digits only;
      *                    punctuation keyed on the card is ignored)
      *                Z - leading digits of the zip code
      *                B - two-digit branch number (every customer in
      *                    the branch, no rep or customer needed)
      *              For each card the indexed CUSTMAST is read in key
      *              sequence with the address fetched directly from
      *              the indexed ADDRMAST, then the customer archive
      *              is read for deleted and merged customers, which
      *              are marked as archived.  Each match shows the
      *              full key, name, city, zip, phone, and THIS-YTD
      *              so the desk can key the exact CINQ1000, HINQ1000,
      *              or AINQ1000 inquiry.  Invalid cards are reported,
      *              not abended.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT I_CUSTMAST  ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-MASTER-KEY.
           SELECT I_CUSTADDR  ASSIGN TO ADDRMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-MASTER-KEY.
           SELECT I_ARCHIVE   ASSIGN TO ARCHIVE.
           SELECT I_SRCHCARD  ASSIGN TO SRCHCARD.
           SELECT O_SRCHRPT   ASSIGN TO SRCHRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  I_CUSTMAST
           RECORD CONTAINS 130 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-MASTER-KEY.
              10 CM-BRANCH-NUMBER   PIC 9(2).
              10 CM-SALESREP-NUMBER PIC 9(2).
              10 CM-CUSTOMER-NUMBER PIC 9(5).
           05 CM-CUSTOMER-NAME      PIC X(20).
           05 CM-SALES-THIS-YTD     PIC S9(5)V99.
           05 FILLER                PIC X(94).

       FD  I_CUSTADDR
           RECORD CONTAINS 100 CHARACTERS.
       01  CUSTOMER-ADDRESS-RECORD.
           05 AD-MASTER-KEY.
              10 AD-BRANCH-NUMBER   PIC 9(2).
              10 AD-SALESREP-NUMBER PIC 9(2).
              10 AD-CUSTOMER-NUMBER PIC 9(5).
           05 AD-STREET-ADDRESS     PIC X(20).
           05 AD-CITY               PIC X(14).
           05 AD-STATE              PIC X(2).
           05 AD-ZIP-CODE           PIC X(5).
           05 AD-PHONE-NUMBER       PIC X(10).
           05 AD-CONTACT-NAME       PIC X(18).
           05 FILLER                PIC X(22).

       FD  I_ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 250 CHARACTERS.
       01  CUSTOMER-ARCHIVE-RECORD.
           05 AR-MASTER-IMAGE.
              10 AR-BRANCH-NUMBER   PIC X(2).
              10 AR-SALESREP-NUMBER PIC X(2).
              10 AR-CUSTOMER-NUMBER PIC X(5).
              10 AR-CUSTOMER-NAME   PIC X(20).
              10 AR-SALES-THIS-YTD  PIC S9(5)V99.
              10 AR-SALES-LAST-YTD  PIC S9(5)V99.
              10 AR-SALES-BUDGET-YTD PIC S9(5)V99.
              10 AR-ROLLOVER-YEAR   PIC X(4).
              10 FILLER             PIC X(76).
           05 AR-DELETE-DATE        PIC 9(8).
           05 AR-DELETE-TIME        PIC 9(4).
           05 AR-ADDR-PRESENT       PIC X.
           05 AR-ADDRESS-IMAGE.
              10 FILLER             PIC X(9).
              10 AR-STREET-ADDRESS  PIC X(20).
              10 AR-CITY            PIC X(14).
              10 AR-STATE           PIC X(2).
              10 AR-ZIP-CODE        PIC X(5).
              10 AR-PHONE-NUMBER    PIC X(10).
              10 AR-CONTACT-NAME    PIC X(18).
              10 FILLER             PIC X(22).
           05 AR-ARCHIVE-REASON     PIC X.
           05 AR-MERGED-INTO-KEY    PIC 9(9) COMP-3.
           05 FILLER                PIC X(1).

       FD  I_SRCHCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  SEARCH-CARD-RECORD.
           05 SC-SEARCH-TYPE        PIC X.
           05 SC-SEARCH-VALUE       PIC X(20).
           05 FILLER                PIC X(59).

       FD  O_SRCHRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  SRCH-PRINT-AREA          PIC X(130).

       WORKING-STORAGE SECTION.

       01  SRCHCARD-EOF-SWITCH      PIC X VALUE "N".
       01  CUSTMAST-EOF-SWITCH      PIC X VALUE "N".
       01  ARCHIVE-EOF-SWITCH       PIC X VALUE "N".
       01  WS-CARD-VALID-SWITCH     PIC X VALUE "N".
       01  WS-ADDRESS-FOUND-SWITCH  PIC X VALUE "N".
       01  WS-MATCH-SWITCH          PIC X VALUE "N".

       01  COUNT-FIELDS.
           05 WS-CARD-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-INVALID-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-ACTIVE-MATCH-COUNT PIC 9(7) VALUE ZERO.
           05 WS-ARCHIVE-MATCH-COUNT
                                    PIC 9(7) VALUE ZERO.
           05 WS-CARD-MATCH-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-MATCH-TALLY        PIC 9(3) VALUE ZERO.

       01  SEARCH-FIELDS.
           05 WS-SEARCH-TEXT        PIC X(20) VALUE SPACE.
           05 WS-SEARCH-LENGTH      PIC 9(3) VALUE ZERO.
           05 WS-SEARCH-BRANCH      PIC X(2) VALUE SPACE.
           05 WS-VALUE-SUB          PIC 9(3) VALUE ZERO.
           05 WS-VALUE-CHAR         PIC X VALUE SPACE.
           05 WS-COMPARE-NAME       PIC X(20) VALUE SPACE.
           05 WS-SEARCH-DESCRIPTION PIC X(20) VALUE SPACE.

      *    FIELDS COMPARED FOR THE CURRENT ACTIVE OR ARCHIVED CUSTOMER
       01  CANDIDATE-FIELDS.
           05 WS-CAND-BRANCH        PIC X(2).
           05 WS-CAND-NAME          PIC X(20).
           05 WS-CAND-ZIP           PIC X(5).
           05 WS-CAND-PHONE         PIC X(10).

       01  PAGE-INFO.
           05 PAGE-COUNT            PIC 9(3) VALUE ZERO.
           05 LINE-COUNT            PIC 9(3) VALUE 99.
           05 LINES-ON-PAGE         PIC 9(3) VALUE 55.

       01  CURRENT-DATE-AND-TIME.
           05 CD-YEAR               PIC 9(4).
           05 CD-MONTH              PIC 9(2).
           05 CD-DAY                PIC 9(2).
           05 CD-HOURS              PIC 9(2).
           05 CD-MINUTES            PIC 9(2).
           05 FILLER                PIC X(9).

       01  SRCH-HEADING-LINE-1.
           05 FILLER                PIC X(7)  VALUE "DATE:  ".
           05 SH1-MONTH             PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 SH1-DAY               PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 SH1-YEAR              PIC 9(4).
           05 FILLER                PIC X(16) VALUE SPACE.
           05 FILLER                PIC X(33)
                    VALUE "CUSTOMER SEARCH INQUIRY".
           05 FILLER                PIC X(16) VALUE SPACE.
           05 FILLER                PIC X(7)  VALUE "PAGE:  ".
           05 SH1-PAGE              PIC ZZZ9.

       01  SRCH-HEADING-LINE-2.
           05 FILLER                PIC X(7)  VALUE "TIME:  ".
           05 SH2-HOURS             PIC 9(2).
           05 FILLER                PIC X     VALUE ":".
           05 SH2-MINUTES           PIC 9(2).
           05 FILLER                PIC X(81) VALUE SPACE.
           05 FILLER                PIC X(8)  VALUE "SRCH1000".

       01  SRCH-HEADING-LINE-3.
           05 FILLER PIC X(14) VALUE "BR RP CUST".
           05 FILLER PIC X(22) VALUE "CUSTOMER NAME".
           05 FILLER PIC X(15) VALUE "CITY".
           05 FILLER PIC X(3)  VALUE "ST".
           05 FILLER PIC X(7)  VALUE "ZIP".
           05 FILLER PIC X(12) VALUE "PHONE".
           05 FILLER PIC X(13) VALUE "     THIS YTD".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(6)  VALUE "STATUS".

       01  SEARCH-CAPTION-LINE      PIC X(60).

       01  SEARCH-MATCH-LINE.
           05 SML-BRANCH            PIC X(2).
           05 FILLER                PIC X VALUE SPACE.
           05 SML-REP               PIC X(2).
           05 FILLER                PIC X VALUE SPACE.
           05 SML-CUST              PIC X(5).
           05 FILLER                PIC X(3) VALUE SPACE.
           05 SML-NAME              PIC X(20).
           05 FILLER                PIC X(2) VALUE SPACE.
           05 SML-CITY              PIC X(14).
           05 FILLER                PIC X VALUE SPACE.
           05 SML-STATE             PIC X(2).
           05 FILLER                PIC X VALUE SPACE.
           05 SML-ZIP               PIC X(5).
           05 FILLER                PIC X(2) VALUE SPACE.
           05 SML-PHONE             PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACE.
           05 SML-THIS-YTD          PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(2) VALUE SPACE.
           05 SML-STATUS            PIC X(20).

       01  NO-MATCH-LINE.
           05 FILLER                PIC X(33)
                    VALUE "*** NO CUSTOMERS MATCH THE SEARCH".

       01  INVALID-CARD-LINE.
           05 FILLER                PIC X(26)
                    VALUE "*** INVALID SEARCH CARD: ".
           05 ICL-CARD              PIC X(21).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 ICL-REASON            PIC X(40).

       01  SRCH-COUNT-LINE.
           05 SCT-CAPTION           PIC X(26).
           05 SCT-COUNT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-SEARCH-CUSTOMERS.
           OPEN INPUT  I_CUSTADDR I_SRCHCARD
                OUTPUT O_SRCHRPT

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           PERFORM 230-PRINT-SRCH-HEADINGS

           PERFORM 210-READ-SEARCH-CARD
           PERFORM UNTIL SRCHCARD-EOF-SWITCH = "Y"
              PERFORM 300-PROCESS-SEARCH-CARD
              PERFORM 210-READ-SEARCH-CARD
           END-PERFORM

           PERFORM 700-PRINT-SEARCH-TOTALS

           CLOSE I_CUSTADDR I_SRCHCARD O_SRCHRPT
           STOP RUN.

       210-READ-SEARCH-CARD.
           READ I_SRCHCARD
               AT END MOVE "Y" TO SRCHCARD-EOF-SWITCH
           END-READ
           IF SRCHCARD-EOF-SWITCH = "N"
               ADD 1 TO WS-CARD-COUNT
           END-IF.

       220-READ-CUSTOMER-RECORD.
           READ I_CUSTMAST
               AT END MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-READ.

       225-READ-ARCHIVE-RECORD.
           READ I_ARCHIVE
               AT END MOVE "Y" TO ARCHIVE-EOF-SWITCH
           END-READ.

       230-PRINT-SRCH-HEADINGS.
           ADD 1 TO PAGE-COUNT
           MOVE ZERO TO LINE-COUNT

           MOVE CD-MONTH   TO SH1-MONTH
           MOVE CD-DAY     TO SH1-DAY
           MOVE CD-YEAR    TO SH1-YEAR
           MOVE PAGE-COUNT TO SH1-PAGE
           MOVE CD-HOURS   TO SH2-HOURS
           MOVE CD-MINUTES TO SH2-MINUTES

           MOVE SRCH-HEADING-LINE-1 TO SRCH-PRINT-AREA
           WRITE SRCH-PRINT-AREA

           MOVE SRCH-HEADING-LINE-2 TO SRCH-PRINT-AREA
           WRITE SRCH-PRINT-AREA

           MOVE SPACE TO SRCH-PRINT-AREA
           WRITE SRCH-PRINT-AREA

           MOVE SRCH-HEADING-LINE-3 TO SRCH-PRINT-AREA
           WRITE SRCH-PRINT-AREA

           MOVE ALL "-" TO SRCH-PRINT-AREA
           WRITE SRCH-PRINT-AREA.

       300-PROCESS-SEARCH-CARD.
           PERFORM 310-EDIT-SEARCH-CARD

           IF WS-CARD-VALID-SWITCH = "N"
               PERFORM 390-PRINT-INVALID-CARD
           ELSE
               MOVE ZERO TO WS-CARD-MATCH-COUNT
               PERFORM 320-PRINT-SEARCH-CAPTION

               MOVE "N" TO CUSTMAST-EOF-SWITCH
               OPEN INPUT I_CUSTMAST
               PERFORM 220-READ-CUSTOMER-RECORD
               PERFORM UNTIL CUSTMAST-EOF-SWITCH = "Y"
                  PERFORM 330-CHECK-ACTIVE-CUSTOMER
                  PERFORM 220-READ-CUSTOMER-RECORD
               END-PERFORM
               CLOSE I_CUSTMAST

               MOVE "N" TO ARCHIVE-EOF-SWITCH
               OPEN INPUT I_ARCHIVE
               PERFORM 225-READ-ARCHIVE-RECORD
               PERFORM UNTIL ARCHIVE-EOF-SWITCH = "Y"
                  PERFORM 340-CHECK-ARCHIVED-CUSTOMER
                  PERFORM 225-READ-ARCHIVE-RECORD
               END-PERFORM
               CLOSE I_ARCHIVE

               IF WS-CARD-MATCH-COUNT = ZERO
                   MOVE NO-MATCH-LINE TO SRCH-PRINT-AREA
                   WRITE SRCH-PRINT-AREA
                   ADD 1 TO LINE-COUNT
               END-IF
           END-IF.

       310-EDIT-SEARCH-CARD.
           MOVE "Y"   TO WS-CARD-VALID-SWITCH
           MOVE SPACE TO WS-SEARCH-TEXT
           MOVE ZERO  TO WS-SEARCH-LENGTH
           MOVE SPACE TO ICL-REASON

           EVALUATE SC-SEARCH-TYPE
               WHEN "N"
                   MOVE "NAME CONTAINS"   TO WS-SEARCH-DESCRIPTION
                   MOVE SC-SEARCH-VALUE TO WS-SEARCH-TEXT
                   INSPECT WS-SEARCH-TEXT
                       CONVERTING "abcdefghijklmnopqrstuvwxyz"
                               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   PERFORM 315-FIND-SEARCH-LENGTH
                   IF WS-SEARCH-LENGTH = ZERO
                      OR WS-SEARCH-TEXT(1:1) = SPACE
                       MOVE "N" TO WS-CARD-VALID-SWITCH
                       MOVE "NAME MUST START IN COLUMN 2"
                         TO ICL-REASON
                   END-IF
               WHEN "P"
                   MOVE "PHONE CONTAINS"  TO WS-SEARCH-DESCRIPTION
                   PERFORM 317-EXTRACT-SEARCH-DIGITS
                   IF WS-SEARCH-LENGTH = ZERO
                      OR WS-SEARCH-LENGTH > 10
                       MOVE "N" TO WS-CARD-VALID-SWITCH
                       MOVE "PHONE MUST BE 1 TO 10 DIGITS"
                         TO ICL-REASON
                   END-IF
               WHEN "Z"
                   MOVE "ZIP STARTS WITH" TO WS-SEARCH-DESCRIPTION
                   MOVE SC-SEARCH-VALUE TO WS-SEARCH-TEXT
                   PERFORM 315-FIND-SEARCH-LENGTH
                   IF WS-SEARCH-LENGTH = ZERO
                      OR WS-SEARCH-LENGTH > 5
                       MOVE "N" TO WS-CARD-VALID-SWITCH
                       MOVE "ZIP MUST BE 1 TO 5 DIGITS"
                         TO ICL-REASON
                   ELSE
                       IF WS-SEARCH-TEXT(1:WS-SEARCH-LENGTH)
                          NOT NUMERIC
                           MOVE "N" TO WS-CARD-VALID-SWITCH
                           MOVE "ZIP MUST BE 1 TO 5 DIGITS"
                             TO ICL-REASON
                       END-IF
                   END-IF
               WHEN "B"
                   MOVE "BRANCH NUMBER"   TO WS-SEARCH-DESCRIPTION
                   MOVE SC-SEARCH-VALUE TO WS-SEARCH-TEXT
                   PERFORM 315-FIND-SEARCH-LENGTH
                   IF WS-SEARCH-LENGTH NOT = 2
                      OR WS-SEARCH-TEXT(1:2) NOT NUMERIC
                       MOVE "N" TO WS-CARD-VALID-SWITCH
                       MOVE "BRANCH MUST BE 2 DIGITS"
                         TO ICL-REASON
                   ELSE
                       MOVE WS-SEARCH-TEXT(1:2) TO WS-SEARCH-BRANCH
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-CARD-VALID-SWITCH
                   MOVE "SEARCH TYPE MUST BE N, P, Z, OR B"
                     TO ICL-REASON
           END-EVALUATE.

       315-FIND-SEARCH-LENGTH.
           PERFORM VARYING WS-SEARCH-LENGTH FROM 20 BY -1
                   UNTIL WS-SEARCH-LENGTH = ZERO
                      OR WS-SEARCH-TEXT(WS-SEARCH-LENGTH:1)
                         NOT = SPACE
              CONTINUE
           END-PERFORM.

       317-EXTRACT-SEARCH-DIGITS.
           PERFORM VARYING WS-VALUE-SUB FROM 1 BY 1
                   UNTIL WS-VALUE-SUB > 20
              MOVE SC-SEARCH-VALUE(WS-VALUE-SUB:1) TO WS-VALUE-CHAR
              IF WS-VALUE-CHAR NUMERIC
                  ADD 1 TO WS-SEARCH-LENGTH
                  MOVE WS-VALUE-CHAR
                    TO WS-SEARCH-TEXT(WS-SEARCH-LENGTH:1)
              END-IF
           END-PERFORM.

       320-PRINT-SEARCH-CAPTION.
           IF LINE-COUNT + 3 >= LINES-ON-PAGE
               PERFORM 230-PRINT-SRCH-HEADINGS
           END-IF

           IF LINE-COUNT > ZERO
               MOVE SPACE TO SRCH-PRINT-AREA
               WRITE SRCH-PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF

           MOVE SPACE TO SEARCH-CAPTION-LINE
           STRING "SEARCH: " DELIMITED BY SIZE
                  WS-SEARCH-DESCRIPTION DELIMITED BY "  "
                  " " QUOTE DELIMITED BY SIZE
                  WS-SEARCH-TEXT(1:WS-SEARCH-LENGTH) DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
               INTO SEARCH-CAPTION-LINE
           END-STRING
           MOVE SEARCH-CAPTION-LINE TO SRCH-PRINT-AREA
           WRITE SRCH-PRINT-AREA
           ADD 1 TO LINE-COUNT.

       330-CHECK-ACTIVE-CUSTOMER.
           MOVE CM-MASTER-KEY TO AD-MASTER-KEY
           MOVE "Y" TO WS-ADDRESS-FOUND-SWITCH
           READ I_CUSTADDR
               INVALID KEY MOVE "N" TO WS-ADDRESS-FOUND-SWITCH
           END-READ

           MOVE CM-MASTER-KEY(1:2) TO WS-CAND-BRANCH
           MOVE CM-CUSTOMER-NAME   TO WS-CAND-NAME
           IF WS-ADDRESS-FOUND-SWITCH = "Y"
               MOVE AD-ZIP-CODE     TO WS-CAND-ZIP
               MOVE AD-PHONE-NUMBER TO WS-CAND-PHONE
           ELSE
               MOVE SPACE TO WS-CAND-ZIP
               MOVE SPACE TO WS-CAND-PHONE
           END-IF

           PERFORM 350-MATCH-CANDIDATE

           IF WS-MATCH-SWITCH = "Y"
               MOVE CM-MASTER-KEY(1:2) TO SML-BRANCH
               MOVE CM-MASTER-KEY(3:2) TO SML-REP
               MOVE CM-MASTER-KEY(5:5) TO SML-CUST
               MOVE CM-CUSTOMER-NAME   TO SML-NAME
               IF CM-SALES-THIS-YTD NUMERIC
                   MOVE CM-SALES-THIS-YTD TO SML-THIS-YTD
               ELSE
                   MOVE ZERO TO SML-THIS-YTD
               END-IF
               IF WS-ADDRESS-FOUND-SWITCH = "Y"
                   MOVE AD-CITY         TO SML-CITY
                   MOVE AD-STATE        TO SML-STATE
                   MOVE AD-ZIP-CODE     TO SML-ZIP
                   MOVE AD-PHONE-NUMBER TO SML-PHONE
                   MOVE "ACTIVE"        TO SML-STATUS
               ELSE
                   MOVE SPACE TO SML-CITY SML-STATE SML-ZIP SML-PHONE
                   MOVE "ACTIVE - NO ADDRESS" TO SML-STATUS
               END-IF
               PERFORM 360-PRINT-MATCH-LINE
               ADD 1 TO WS-ACTIVE-MATCH-COUNT
           END-IF.

       340-CHECK-ARCHIVED-CUSTOMER.
           MOVE AR-BRANCH-NUMBER TO WS-CAND-BRANCH
           MOVE AR-CUSTOMER-NAME TO WS-CAND-NAME
           IF AR-ADDR-PRESENT = "Y"
               MOVE AR-ZIP-CODE     TO WS-CAND-ZIP
               MOVE AR-PHONE-NUMBER TO WS-CAND-PHONE
           ELSE
               MOVE SPACE TO WS-CAND-ZIP
               MOVE SPACE TO WS-CAND-PHONE
           END-IF

           PERFORM 350-MATCH-CANDIDATE

           IF WS-MATCH-SWITCH = "Y"
               MOVE AR-BRANCH-NUMBER   TO SML-BRANCH
               MOVE AR-SALESREP-NUMBER TO SML-REP
               MOVE AR-CUSTOMER-NUMBER TO SML-CUST
               MOVE AR-CUSTOMER-NAME   TO SML-NAME
               IF AR-SALES-THIS-YTD NUMERIC
                   MOVE AR-SALES-THIS-YTD TO SML-THIS-YTD
               ELSE
                   MOVE ZERO TO SML-THIS-YTD
               END-IF
               IF AR-ADDR-PRESENT = "Y"
                   MOVE AR-CITY         TO SML-CITY
                   MOVE AR-STATE        TO SML-STATE
                   MOVE AR-ZIP-CODE     TO SML-ZIP
                   MOVE AR-PHONE-NUMBER TO SML-PHONE
               ELSE
                   MOVE SPACE TO SML-CITY SML-STATE SML-ZIP SML-PHONE
               END-IF
               IF AR-ARCHIVE-REASON = "M"
                   MOVE "ARCHIVED - MERGED" TO SML-STATUS
               ELSE
                   MOVE "ARCHIVED"          TO SML-STATUS
               END-IF
               PERFORM 360-PRINT-MATCH-LINE
               ADD 1 TO WS-ARCHIVE-MATCH-COUNT
           END-IF.

       350-MATCH-CANDIDATE.
           MOVE "N"  TO WS-MATCH-SWITCH
           MOVE ZERO TO WS-MATCH-TALLY

           EVALUATE SC-SEARCH-TYPE
               WHEN "N"
                   MOVE WS-CAND-NAME TO WS-COMPARE-NAME
                   INSPECT WS-COMPARE-NAME
                       CONVERTING "abcdefghijklmnopqrstuvwxyz"
                               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   INSPECT WS-COMPARE-NAME
                       TALLYING WS-MATCH-TALLY
                       FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LENGTH)
               WHEN "P"
                   IF WS-CAND-PHONE NOT = SPACE
                       INSPECT WS-CAND-PHONE
                           TALLYING WS-MATCH-TALLY
                           FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LENGTH)
                   END-IF
               WHEN "Z"
                   IF WS-CAND-ZIP(1:WS-SEARCH-LENGTH)
                      = WS-SEARCH-TEXT(1:WS-SEARCH-LENGTH)
                       MOVE 1 TO WS-MATCH-TALLY
                   END-IF
               WHEN "B"
                   IF WS-CAND-BRANCH = WS-SEARCH-BRANCH
                       MOVE 1 TO WS-MATCH-TALLY
                   END-IF
           END-EVALUATE

           IF WS-MATCH-TALLY > ZERO
               MOVE "Y" TO WS-MATCH-SWITCH
           END-IF.

       360-PRINT-MATCH-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-SRCH-HEADINGS
           END-IF

           MOVE SEARCH-MATCH-LINE TO SRCH-PRINT-AREA
           WRITE SRCH-PRINT-AREA
           ADD 1 TO LINE-COUNT
           ADD 1 TO WS-CARD-MATCH-COUNT.

       390-PRINT-INVALID-CARD.
           IF LINE-COUNT + 2 >= LINES-ON-PAGE
               PERFORM 230-PRINT-SRCH-HEADINGS
           END-IF

           IF LINE-COUNT > ZERO
               MOVE SPACE TO SRCH-PRINT-AREA
               WRITE SRCH-PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF

           MOVE SEARCH-CARD-RECORD(1:21) TO ICL-CARD
           MOVE INVALID-CARD-LINE TO SRCH-PRINT-AREA
           WRITE SRCH-PRINT-AREA
           ADD 1 TO LINE-COUNT
           ADD 1 TO WS-INVALID-COUNT.

       700-PRINT-SEARCH-TOTALS.
           MOVE SPACE TO SRCH-PRINT-AREA
           WRITE SRCH-PRINT-AREA

           MOVE "SEARCH CARDS READ:" TO SCT-CAPTION
           MOVE WS-CARD-COUNT TO SCT-COUNT
           MOVE SRCH-COUNT-LINE TO SRCH-PRINT-AREA
           WRITE SRCH-PRINT-AREA

           MOVE "INVALID SEARCH CARDS:" TO SCT-CAPTION
           MOVE WS-INVALID-COUNT TO SCT-COUNT
           MOVE SRCH-COUNT-LINE TO SRCH-PRINT-AREA
           WRITE SRCH-PRINT-AREA

           MOVE "ACTIVE CUSTOMERS LISTED:" TO SCT-CAPTION
           MOVE WS-ACTIVE-MATCH-COUNT TO SCT-COUNT
           MOVE SRCH-COUNT-LINE TO SRCH-PRINT-AREA
           WRITE SRCH-PRINT-AREA

           MOVE "ARCHIVED CUSTOMERS LISTED:" TO SCT-CAPTION
           MOVE WS-ARCHIVE-MATCH-COUNT TO SCT-COUNT
           MOVE SRCH-COUNT-LINE TO SRCH-PRINT-AREA
           WRITE SRCH-PRINT-AREA.
