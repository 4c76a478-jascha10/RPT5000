       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPL1000.
      ****************************************************************
      * PROGRAM NAME: DUPL1000
      * AUTHORS: Hayden Schmidt & Jacob Schamp
      * DATE: 10/10/2026
      * DESCRIPTION: Duplicate Customer Review - reads the indexed
      *              CUSTMAST in key sequence with each customer's
      *              ADDRMAST record and builds normalized match keys
      *              for name, street, zip and phone.  Names and
      *              streets are upper-cased with punctuation and
      *              spaces squeezed out; names drop noise words such
      *              as THE, INC, CO and CORP, streets shorten the
      *              common suffixes and directions (STREET to ST,
      *              NORTH to N), and phones keep only their digits.
      *              The match file is sorted three ways - by name,
      *              by street, and by zip and phone - and every pair
      *              of customers under two or more keys that agree on
      *              at least two of the four is listed once for
      *              review, showing what matched, so credit can
      *              decide which key survives and key a CUST1000
      *              merge.  Customers with no address can only match
      *              on name and are counted, not listed.
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
           SELECT MATCHWRK    ASSIGN TO MATCHWRK.
           SELECT MATCH-SORT-FILE ASSIGN TO SORTWK1.
           SELECT MATCHSRT    ASSIGN TO MATCHSRT.
           SELECT O_DUPLRPT   ASSIGN TO DUPLRPT.

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

       FD  MATCHWRK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.
       01  MATCH-WORK-RECORD.
           05 MW-RECORD-KEY         PIC X(9).
           05 MW-CUSTOMER-NAME      PIC X(20).
           05 MW-STREET-ADDRESS     PIC X(20).
           05 MW-CITY               PIC X(14).
           05 MW-STATE              PIC X(2).
           05 MW-ZIP-CODE           PIC X(5).
           05 MW-PHONE-NUMBER       PIC X(10).
           05 MW-SALES-THIS-YTD     PIC S9(5)V99.
           05 MW-NAME-KEY           PIC X(20).
           05 MW-STREET-KEY         PIC X(20).
           05 MW-ZIP-KEY            PIC X(5).
           05 MW-PHONE-KEY          PIC X(10).
           05 FILLER                PIC X(8).

       SD  MATCH-SORT-FILE.
       01  MATCH-SORT-RECORD.
           05 MS-RECORD-KEY         PIC X(9).
           05 FILLER                PIC X(78).
           05 MS-NAME-KEY           PIC X(20).
           05 MS-STREET-KEY         PIC X(20).
           05 MS-ZIP-KEY            PIC X(5).
           05 MS-PHONE-KEY          PIC X(10).
           05 FILLER                PIC X(8).

       FD  MATCHSRT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 150 CHARACTERS
           BLOCK CONTAINS 150 CHARACTERS.
       01  MATCH-SORTED-RECORD.
           05 MD-RECORD-KEY         PIC X(9).
           05 FILLER                PIC X(78).
           05 MD-NAME-KEY           PIC X(20).
           05 MD-STREET-KEY         PIC X(20).
           05 MD-ZIP-KEY            PIC X(5).
           05 MD-PHONE-KEY          PIC X(10).
           05 FILLER                PIC X(8).

       FD  O_DUPLRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  DUPL-PRINT-AREA          PIC X(130).

       WORKING-STORAGE SECTION.

       01  CUSTMAST-EOF-SWITCH      PIC X VALUE "N".
       01  MATCHSRT-EOF-SWITCH      PIC X VALUE "N".
       01  WS-ADDRESS-FOUND-SWITCH  PIC X VALUE "N".
       01  WS-NOISE-WORD-SWITCH     PIC X VALUE "N".

       01  COUNT-FIELDS.
           05 WS-MASTER-IN-COUNT    PIC 9(9) VALUE ZERO.
           05 WS-NO-ADDRESS-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-PAIR-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-NAME-PAIR-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-STREET-PAIR-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-PHONE-PAIR-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-NOT-COMPARED-COUNT PIC 9(7) VALUE ZERO.

       01  MATCH-PASS-FIELDS.
           05 WS-PASS-NUMBER        PIC 9 VALUE ZERO.
           05 WS-MATCH-KEY          PIC X(20) VALUE SPACE.
           05 WS-GROUP-KEY          PIC X(20) VALUE SPACE.
           05 WS-MATCH-SCORE        PIC 9 VALUE ZERO.
           05 WS-NAME-MATCH         PIC X VALUE "N".
           05 WS-STREET-MATCH       PIC X VALUE "N".
           05 WS-ZIP-MATCH          PIC X VALUE "N".
           05 WS-PHONE-MATCH        PIC X VALUE "N".
           05 WS-MATCHED-ON         PIC X(21) VALUE SPACE.
           05 WS-MATCHED-POINTER    PIC 9(3) VALUE ZERO.

       01  GROUP-TABLE-FIELDS.
           05 WS-GROUP-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-GROUP-TABLE-MAX    PIC 9(3) VALUE 100.
           05 WS-FIRST-SUB          PIC 9(3) VALUE ZERO.
           05 WS-SECOND-SUB         PIC 9(3) VALUE ZERO.

       01  MATCH-GROUP-TABLE.
           05 GT-ENTRY OCCURS 100 TIMES.
              10 GT-RECORD-KEY.
                 15 GT-BRANCH-NUMBER   PIC X(2).
                 15 GT-SALESREP-NUMBER PIC X(2).
                 15 GT-CUSTOMER-NUMBER PIC X(5).
              10 GT-CUSTOMER-NAME      PIC X(20).
              10 GT-STREET-ADDRESS     PIC X(20).
              10 GT-CITY               PIC X(14).
              10 GT-STATE              PIC X(2).
              10 GT-ZIP-CODE           PIC X(5).
              10 GT-PHONE-NUMBER       PIC X(10).
              10 GT-SALES-THIS-YTD     PIC S9(5)V99.
              10 GT-NAME-KEY           PIC X(20).
              10 GT-STREET-KEY         PIC X(20).
              10 GT-ZIP-KEY            PIC X(5).
              10 GT-PHONE-KEY          PIC X(10).
              10 FILLER                PIC X(8).

       01  NORMALIZE-FIELDS.
           05 WS-NORM-TEXT          PIC X(20).
           05 WS-NORM-KEY           PIC X(20).
           05 WS-NORM-POINTER       PIC 9(3) VALUE ZERO.
           05 WS-WORD-SUB           PIC 9(3) VALUE ZERO.
           05 WS-TABLE-SUB          PIC 9(3) VALUE ZERO.
           05 WS-DIGIT-SUB          PIC 9(3) VALUE ZERO.
           05 WS-DIGIT-COUNT        PIC 9(3) VALUE ZERO.

       01  NORMALIZE-WORD-TABLE.
           05 NW-WORD OCCURS 10 TIMES PIC X(20).

       01  NAME-NOISE-VALUES.
           05 FILLER                PIC X(8)  VALUE "THE".
           05 FILLER                PIC X(8)  VALUE "INC".
           05 FILLER                PIC X(8)  VALUE "CO".
           05 FILLER                PIC X(8)  VALUE "CORP".
           05 FILLER                PIC X(8)  VALUE "COMPANY".
           05 FILLER                PIC X(8)  VALUE "LLC".
           05 FILLER                PIC X(8)  VALUE "LTD".
           05 FILLER                PIC X(8)  VALUE "AND".
       01  NAME-NOISE-TABLE REDEFINES NAME-NOISE-VALUES.
           05 NN-NOISE-WORD OCCURS 8 TIMES
                                    PIC X(8).

       01  STREET-ABBREV-VALUES.
           05 FILLER                PIC X(14) VALUE "STREET    ST  ".
           05 FILLER                PIC X(14) VALUE "STR       ST  ".
           05 FILLER                PIC X(14) VALUE "AVENUE    AVE ".
           05 FILLER                PIC X(14) VALUE "AV        AVE ".
           05 FILLER                PIC X(14) VALUE "ROAD      RD  ".
           05 FILLER                PIC X(14) VALUE "DRIVE     DR  ".
           05 FILLER                PIC X(14) VALUE "BOULEVARD BLVD".
           05 FILLER                PIC X(14) VALUE "LANE      LN  ".
           05 FILLER                PIC X(14) VALUE "COURT     CT  ".
           05 FILLER                PIC X(14) VALUE "PLACE     PL  ".
           05 FILLER                PIC X(14) VALUE "HIGHWAY   HWY ".
           05 FILLER                PIC X(14) VALUE "PARKWAY   PKWY".
           05 FILLER                PIC X(14) VALUE "SUITE     STE ".
           05 FILLER                PIC X(14) VALUE "NORTH     N   ".
           05 FILLER                PIC X(14) VALUE "SOUTH     S   ".
           05 FILLER                PIC X(14) VALUE "EAST      E   ".
           05 FILLER                PIC X(14) VALUE "WEST      W   ".
       01  STREET-ABBREV-TABLE REDEFINES STREET-ABBREV-VALUES.
           05 SA-ENTRY OCCURS 17 TIMES.
              10 SA-FULL-WORD       PIC X(10).
              10 SA-ABBREVIATION    PIC X(4).

       01  DUPL-PAGE-INFO.
           05 DUPL-PAGE-COUNT       PIC 9(3) VALUE ZERO.
           05 DUPL-LINE-COUNT       PIC 9(3) VALUE 99.
           05 LINES-ON-PAGE         PIC 9(3) VALUE 55.

       01  CURRENT-DATE-AND-TIME.
           05 CD-YEAR               PIC 9(4).
           05 CD-MONTH              PIC 9(2).
           05 CD-DAY                PIC 9(2).
           05 CD-HOURS              PIC 9(2).
           05 CD-MINUTES            PIC 9(2).
           05 FILLER                PIC X(9).

       01  DUPL-HEADING-LINE-1.
           05 FILLER                PIC X(7)  VALUE "DATE:  ".
           05 DH1-MONTH             PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 DH1-DAY               PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 DH1-YEAR              PIC 9(4).
           05 FILLER                PIC X(14) VALUE SPACE.
           05 FILLER                PIC X(32)
                    VALUE "POSSIBLE DUPLICATE CUSTOMER LIST".
           05 FILLER                PIC X(16) VALUE SPACE.
           05 FILLER                PIC X(7)  VALUE "PAGE:  ".
           05 DH1-PAGE              PIC ZZZ9.

       01  DUPL-HEADING-LINE-2.
           05 FILLER                PIC X(7)  VALUE "TIME:  ".
           05 DH2-HOURS             PIC 9(2).
           05 FILLER                PIC X     VALUE ":".
           05 DH2-MINUTES           PIC 9(2).
           05 FILLER                PIC X(65) VALUE SPACE.
           05 FILLER                PIC X(8)  VALUE "DUPL1000".

       01  DUPL-HEADING-LINE-3.
           05 FILLER PIC X(6)  VALUE " PAIR".
           05 FILLER PIC X(12) VALUE "BR-RP-CUST".
           05 FILLER PIC X(21) VALUE "CUSTOMER NAME".
           05 FILLER PIC X(21) VALUE "STREET".
           05 FILLER PIC X(15) VALUE "CITY".
           05 FILLER PIC X(6)  VALUE "ZIP".
           05 FILLER PIC X(11) VALUE "PHONE".
           05 FILLER PIC X(12) VALUE "  THIS YTD".
           05 FILLER PIC X(10) VALUE "MATCHED ON".

       01  DUPL-DETAIL-LINE.
           05 DDL-PAIR              PIC ZZZZ9.
           05 DDL-PAIR-X REDEFINES DDL-PAIR
                                    PIC X(5).
           05 FILLER                PIC X     VALUE SPACE.
           05 DDL-BRANCH            PIC X(2).
           05 FILLER                PIC X     VALUE "-".
           05 DDL-REP               PIC X(2).
           05 FILLER                PIC X     VALUE "-".
           05 DDL-CUST              PIC X(5).
           05 FILLER                PIC X     VALUE SPACE.
           05 DDL-NAME              PIC X(20).
           05 FILLER                PIC X     VALUE SPACE.
           05 DDL-STREET            PIC X(20).
           05 FILLER                PIC X     VALUE SPACE.
           05 DDL-CITY              PIC X(14).
           05 FILLER                PIC X     VALUE SPACE.
           05 DDL-ZIP               PIC X(5).
           05 FILLER                PIC X     VALUE SPACE.
           05 DDL-PHONE             PIC X(10).
           05 FILLER                PIC X     VALUE SPACE.
           05 DDL-THIS              PIC ZZ,ZZ9.99-.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 DDL-MATCHED-ON        PIC X(21).

       01  DUPL-COUNT-LINE.
           05 DCL-CAPTION           PIC X(34).
           05 DCL-COUNT             PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-LIST-DUPLICATE-CUSTOMERS.
           OPEN INPUT  I_CUSTMAST I_CUSTADDR
                OUTPUT MATCHWRK O_DUPLRPT

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME

           PERFORM 210-READ-CUSTOMER-RECORD
           PERFORM UNTIL CUSTMAST-EOF-SWITCH = "Y"
              PERFORM 300-BUILD-MATCH-RECORD
              PERFORM 210-READ-CUSTOMER-RECORD
           END-PERFORM

           CLOSE I_CUSTMAST I_CUSTADDR MATCHWRK

           PERFORM 230-PRINT-DUPL-HEADINGS

           MOVE 1 TO WS-PASS-NUMBER
           SORT MATCH-SORT-FILE
               ON ASCENDING KEY MS-NAME-KEY MS-RECORD-KEY
               USING MATCHWRK
               GIVING MATCHSRT
           PERFORM 400-SCAN-MATCH-GROUPS

           MOVE 2 TO WS-PASS-NUMBER
           SORT MATCH-SORT-FILE
               ON ASCENDING KEY MS-STREET-KEY MS-RECORD-KEY
               USING MATCHWRK
               GIVING MATCHSRT
           PERFORM 400-SCAN-MATCH-GROUPS

           MOVE 3 TO WS-PASS-NUMBER
           SORT MATCH-SORT-FILE
               ON ASCENDING KEY MS-ZIP-KEY MS-PHONE-KEY MS-RECORD-KEY
               USING MATCHWRK
               GIVING MATCHSRT
           PERFORM 400-SCAN-MATCH-GROUPS

           PERFORM 700-PRINT-CONTROL-TOTALS

           CLOSE O_DUPLRPT
           STOP RUN.

       210-READ-CUSTOMER-RECORD.
           READ I_CUSTMAST
               AT END MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-READ
           IF CUSTMAST-EOF-SWITCH = "N"
               ADD 1 TO WS-MASTER-IN-COUNT
           END-IF.

       300-BUILD-MATCH-RECORD.
           MOVE SPACE TO MATCH-WORK-RECORD
           MOVE CM-MASTER-KEY     TO MW-RECORD-KEY
           MOVE CM-CUSTOMER-NAME  TO MW-CUSTOMER-NAME
           MOVE CM-SALES-THIS-YTD TO MW-SALES-THIS-YTD

           MOVE CM-CUSTOMER-NAME TO WS-NORM-TEXT
           PERFORM 310-SPLIT-NORMAL-WORDS
           PERFORM 320-BUILD-NAME-KEY
           MOVE WS-NORM-KEY TO MW-NAME-KEY

           MOVE CM-MASTER-KEY TO AD-MASTER-KEY
           MOVE "Y" TO WS-ADDRESS-FOUND-SWITCH
           READ I_CUSTADDR
               INVALID KEY MOVE "N" TO WS-ADDRESS-FOUND-SWITCH
           END-READ

           IF WS-ADDRESS-FOUND-SWITCH = "N"
               ADD 1 TO WS-NO-ADDRESS-COUNT
           ELSE
               MOVE AD-STREET-ADDRESS TO MW-STREET-ADDRESS
               MOVE AD-CITY           TO MW-CITY
               MOVE AD-STATE          TO MW-STATE
               MOVE AD-ZIP-CODE       TO MW-ZIP-CODE
               MOVE AD-PHONE-NUMBER   TO MW-PHONE-NUMBER

               MOVE AD-STREET-ADDRESS TO WS-NORM-TEXT
               PERFORM 310-SPLIT-NORMAL-WORDS
               PERFORM 330-BUILD-STREET-KEY
               MOVE WS-NORM-KEY TO MW-STREET-KEY

               IF AD-ZIP-CODE NUMERIC
                  AND AD-ZIP-CODE NOT = "00000"
                   MOVE AD-ZIP-CODE TO MW-ZIP-KEY
               END-IF

               PERFORM 340-BUILD-PHONE-KEY
           END-IF

           WRITE MATCH-WORK-RECORD.

       310-SPLIT-NORMAL-WORDS.
           INSPECT WS-NORM-TEXT
               CONVERTING "abcdefghijklmnopqrstuvwxyz.,-'&/#()"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ         "

           PERFORM VARYING WS-WORD-SUB FROM 1 BY 1
                   UNTIL WS-WORD-SUB > 10
              MOVE SPACE TO NW-WORD(WS-WORD-SUB)
           END-PERFORM

           UNSTRING WS-NORM-TEXT DELIMITED BY ALL SPACE
               INTO NW-WORD(1) NW-WORD(2) NW-WORD(3) NW-WORD(4)
                    NW-WORD(5) NW-WORD(6) NW-WORD(7) NW-WORD(8)
                    NW-WORD(9) NW-WORD(10)
           END-UNSTRING

           MOVE SPACE TO WS-NORM-KEY
           MOVE 1 TO WS-NORM-POINTER.

       320-BUILD-NAME-KEY.
           PERFORM VARYING WS-WORD-SUB FROM 1 BY 1
                   UNTIL WS-WORD-SUB > 10
              IF NW-WORD(WS-WORD-SUB) NOT = SPACE
                  MOVE "N" TO WS-NOISE-WORD-SWITCH
                  PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                          UNTIL WS-TABLE-SUB > 8
                     IF NW-WORD(WS-WORD-SUB) =
                        NN-NOISE-WORD(WS-TABLE-SUB)
                         MOVE "Y" TO WS-NOISE-WORD-SWITCH
                     END-IF
                  END-PERFORM
                  IF WS-NOISE-WORD-SWITCH = "N"
                      STRING NW-WORD(WS-WORD-SUB) DELIMITED BY SPACE
                          INTO WS-NORM-KEY
                          WITH POINTER WS-NORM-POINTER
                      END-STRING
                  END-IF
              END-IF
           END-PERFORM.

       330-BUILD-STREET-KEY.
           PERFORM VARYING WS-WORD-SUB FROM 1 BY 1
                   UNTIL WS-WORD-SUB > 10
              IF NW-WORD(WS-WORD-SUB) NOT = SPACE
                  PERFORM VARYING WS-TABLE-SUB FROM 1 BY 1
                          UNTIL WS-TABLE-SUB > 17
                     IF NW-WORD(WS-WORD-SUB) =
                        SA-FULL-WORD(WS-TABLE-SUB)
                         MOVE SA-ABBREVIATION(WS-TABLE-SUB)
                             TO NW-WORD(WS-WORD-SUB)
                     END-IF
                  END-PERFORM
                  STRING NW-WORD(WS-WORD-SUB) DELIMITED BY SPACE
                      INTO WS-NORM-KEY
                      WITH POINTER WS-NORM-POINTER
                  END-STRING
              END-IF
           END-PERFORM.

       340-BUILD-PHONE-KEY.
           MOVE ZERO TO WS-DIGIT-COUNT
           PERFORM VARYING WS-DIGIT-SUB FROM 1 BY 1
                   UNTIL WS-DIGIT-SUB > 10
              IF AD-PHONE-NUMBER(WS-DIGIT-SUB:1) NUMERIC
                  ADD 1 TO WS-DIGIT-COUNT
                  MOVE AD-PHONE-NUMBER(WS-DIGIT-SUB:1)
                      TO MW-PHONE-KEY(WS-DIGIT-COUNT:1)
              END-IF
           END-PERFORM

           IF WS-DIGIT-COUNT < 7
               MOVE SPACE TO MW-PHONE-KEY
           ELSE
               IF MW-PHONE-KEY(1:WS-DIGIT-COUNT) = ZERO
                   MOVE SPACE TO MW-PHONE-KEY
               END-IF
           END-IF.

       400-SCAN-MATCH-GROUPS.
           OPEN INPUT MATCHSRT
           MOVE "N" TO MATCHSRT-EOF-SWITCH
           MOVE SPACE TO WS-GROUP-KEY
           MOVE ZERO TO WS-GROUP-COUNT

           PERFORM 410-READ-MATCH-SORTED
           PERFORM UNTIL MATCHSRT-EOF-SWITCH = "Y"
              IF WS-MATCH-KEY NOT = WS-GROUP-KEY
                  PERFORM 420-COMPARE-GROUP
                  MOVE ZERO TO WS-GROUP-COUNT
                  MOVE WS-MATCH-KEY TO WS-GROUP-KEY
              END-IF
              IF WS-MATCH-KEY NOT = SPACE
                  IF WS-GROUP-COUNT < WS-GROUP-TABLE-MAX
                      ADD 1 TO WS-GROUP-COUNT
                      MOVE MATCH-SORTED-RECORD
                          TO GT-ENTRY(WS-GROUP-COUNT)
                  ELSE
                      ADD 1 TO WS-NOT-COMPARED-COUNT
                  END-IF
              END-IF
              PERFORM 410-READ-MATCH-SORTED
           END-PERFORM
           PERFORM 420-COMPARE-GROUP

           CLOSE MATCHSRT.

       410-READ-MATCH-SORTED.
           READ MATCHSRT
               AT END MOVE "Y" TO MATCHSRT-EOF-SWITCH
           END-READ
           IF MATCHSRT-EOF-SWITCH = "N"
               MOVE SPACE TO WS-MATCH-KEY
               EVALUATE WS-PASS-NUMBER
                   WHEN 1
                       MOVE MD-NAME-KEY TO WS-MATCH-KEY
                   WHEN 2
                       MOVE MD-STREET-KEY TO WS-MATCH-KEY
                   WHEN 3
                       IF MD-ZIP-KEY NOT = SPACE
                          AND MD-PHONE-KEY NOT = SPACE
                           MOVE MD-ZIP-KEY   TO WS-MATCH-KEY(1:5)
                           MOVE MD-PHONE-KEY TO WS-MATCH-KEY(6:10)
                       END-IF
               END-EVALUATE
           END-IF.

       420-COMPARE-GROUP.
           IF WS-GROUP-KEY NOT = SPACE
              AND WS-GROUP-COUNT > 1
               PERFORM VARYING WS-FIRST-SUB FROM 1 BY 1
                       UNTIL WS-FIRST-SUB >= WS-GROUP-COUNT
                  COMPUTE WS-SECOND-SUB = WS-FIRST-SUB + 1
                  PERFORM UNTIL WS-SECOND-SUB > WS-GROUP-COUNT
                     PERFORM 430-COMPARE-PAIR
                     ADD 1 TO WS-SECOND-SUB
                  END-PERFORM
               END-PERFORM
           END-IF.

       430-COMPARE-PAIR.
           MOVE ZERO TO WS-MATCH-SCORE
           MOVE "N" TO WS-NAME-MATCH WS-STREET-MATCH
                       WS-ZIP-MATCH WS-PHONE-MATCH

           IF GT-NAME-KEY(WS-FIRST-SUB) NOT = SPACE
              AND GT-NAME-KEY(WS-FIRST-SUB) =
                  GT-NAME-KEY(WS-SECOND-SUB)
               MOVE "Y" TO WS-NAME-MATCH
               ADD 1 TO WS-MATCH-SCORE
           END-IF
           IF GT-STREET-KEY(WS-FIRST-SUB) NOT = SPACE
              AND GT-STREET-KEY(WS-FIRST-SUB) =
                  GT-STREET-KEY(WS-SECOND-SUB)
               MOVE "Y" TO WS-STREET-MATCH
               ADD 1 TO WS-MATCH-SCORE
           END-IF
           IF GT-ZIP-KEY(WS-FIRST-SUB) NOT = SPACE
              AND GT-ZIP-KEY(WS-FIRST-SUB) =
                  GT-ZIP-KEY(WS-SECOND-SUB)
               MOVE "Y" TO WS-ZIP-MATCH
               ADD 1 TO WS-MATCH-SCORE
           END-IF
           IF GT-PHONE-KEY(WS-FIRST-SUB) NOT = SPACE
              AND GT-PHONE-KEY(WS-FIRST-SUB) =
                  GT-PHONE-KEY(WS-SECOND-SUB)
               MOVE "Y" TO WS-PHONE-MATCH
               ADD 1 TO WS-MATCH-SCORE
           END-IF

           IF WS-MATCH-SCORE >= 2
               EVALUATE WS-PASS-NUMBER
                   WHEN 1
                       ADD 1 TO WS-NAME-PAIR-COUNT
                       PERFORM 500-PRINT-DUPLICATE-PAIR
                   WHEN 2
                       IF WS-NAME-MATCH = "N"
                           ADD 1 TO WS-STREET-PAIR-COUNT
                           PERFORM 500-PRINT-DUPLICATE-PAIR
                       END-IF
                   WHEN 3
                       IF WS-NAME-MATCH = "N"
                          AND WS-STREET-MATCH = "N"
                           ADD 1 TO WS-PHONE-PAIR-COUNT
                           PERFORM 500-PRINT-DUPLICATE-PAIR
                       END-IF
               END-EVALUATE
           END-IF.

       230-PRINT-DUPL-HEADINGS.
           ADD 1 TO DUPL-PAGE-COUNT
           MOVE ZERO TO DUPL-LINE-COUNT

           MOVE CD-MONTH        TO DH1-MONTH
           MOVE CD-DAY          TO DH1-DAY
           MOVE CD-YEAR         TO DH1-YEAR
           MOVE DUPL-PAGE-COUNT TO DH1-PAGE
           MOVE CD-HOURS        TO DH2-HOURS
           MOVE CD-MINUTES      TO DH2-MINUTES

           MOVE DUPL-HEADING-LINE-1 TO DUPL-PRINT-AREA
           WRITE DUPL-PRINT-AREA

           MOVE DUPL-HEADING-LINE-2 TO DUPL-PRINT-AREA
           WRITE DUPL-PRINT-AREA

           MOVE SPACE TO DUPL-PRINT-AREA
           WRITE DUPL-PRINT-AREA

           MOVE DUPL-HEADING-LINE-3 TO DUPL-PRINT-AREA
           WRITE DUPL-PRINT-AREA

           MOVE ALL "-" TO DUPL-PRINT-AREA
           WRITE DUPL-PRINT-AREA.

       500-PRINT-DUPLICATE-PAIR.
           IF DUPL-LINE-COUNT + 3 > LINES-ON-PAGE
               PERFORM 230-PRINT-DUPL-HEADINGS
           END-IF

           ADD 1 TO WS-PAIR-COUNT

           MOVE SPACE TO WS-MATCHED-ON
           MOVE 1 TO WS-MATCHED-POINTER
           IF WS-NAME-MATCH = "Y"
               STRING "NAME " DELIMITED BY SIZE
                   INTO WS-MATCHED-ON WITH POINTER WS-MATCHED-POINTER
               END-STRING
           END-IF
           IF WS-STREET-MATCH = "Y"
               STRING "STREET " DELIMITED BY SIZE
                   INTO WS-MATCHED-ON WITH POINTER WS-MATCHED-POINTER
               END-STRING
           END-IF
           IF WS-ZIP-MATCH = "Y"
               STRING "ZIP " DELIMITED BY SIZE
                   INTO WS-MATCHED-ON WITH POINTER WS-MATCHED-POINTER
               END-STRING
           END-IF
           IF WS-PHONE-MATCH = "Y"
               STRING "PHONE" DELIMITED BY SIZE
                   INTO WS-MATCHED-ON WITH POINTER WS-MATCHED-POINTER
               END-STRING
           END-IF

           MOVE WS-PAIR-COUNT TO DDL-PAIR
           MOVE WS-MATCHED-ON TO DDL-MATCHED-ON
           MOVE WS-FIRST-SUB  TO WS-TABLE-SUB
           PERFORM 510-PRINT-PAIR-MEMBER

           MOVE SPACE         TO DDL-PAIR-X
           MOVE SPACE         TO DDL-MATCHED-ON
           MOVE WS-SECOND-SUB TO WS-TABLE-SUB
           PERFORM 510-PRINT-PAIR-MEMBER

           MOVE SPACE TO DUPL-PRINT-AREA
           WRITE DUPL-PRINT-AREA
           ADD 1 TO DUPL-LINE-COUNT.

       510-PRINT-PAIR-MEMBER.
           MOVE GT-BRANCH-NUMBER(WS-TABLE-SUB)   TO DDL-BRANCH
           MOVE GT-SALESREP-NUMBER(WS-TABLE-SUB) TO DDL-REP
           MOVE GT-CUSTOMER-NUMBER(WS-TABLE-SUB) TO DDL-CUST
           MOVE GT-CUSTOMER-NAME(WS-TABLE-SUB)   TO DDL-NAME
           MOVE GT-STREET-ADDRESS(WS-TABLE-SUB)  TO DDL-STREET
           MOVE GT-CITY(WS-TABLE-SUB)            TO DDL-CITY
           MOVE GT-ZIP-CODE(WS-TABLE-SUB)        TO DDL-ZIP
           MOVE GT-PHONE-NUMBER(WS-TABLE-SUB)    TO DDL-PHONE
           MOVE GT-SALES-THIS-YTD(WS-TABLE-SUB)  TO DDL-THIS

           MOVE DUPL-DETAIL-LINE TO DUPL-PRINT-AREA
           WRITE DUPL-PRINT-AREA
           ADD 1 TO DUPL-LINE-COUNT.

       700-PRINT-CONTROL-TOTALS.
           MOVE SPACE TO DUPL-PRINT-AREA
           WRITE DUPL-PRINT-AREA

           MOVE "CUSTOMER RECORDS READ:" TO DCL-CAPTION
           MOVE WS-MASTER-IN-COUNT TO DCL-COUNT
           MOVE DUPL-COUNT-LINE TO DUPL-PRINT-AREA
           WRITE DUPL-PRINT-AREA

           MOVE "CUSTOMERS WITH NO ADDRESS:" TO DCL-CAPTION
           MOVE WS-NO-ADDRESS-COUNT TO DCL-COUNT
           MOVE DUPL-COUNT-LINE TO DUPL-PRINT-AREA
           WRITE DUPL-PRINT-AREA

           MOVE "PAIRS FOUND BY NAME:" TO DCL-CAPTION
           MOVE WS-NAME-PAIR-COUNT TO DCL-COUNT
           MOVE DUPL-COUNT-LINE TO DUPL-PRINT-AREA
           WRITE DUPL-PRINT-AREA

           MOVE "PAIRS FOUND BY STREET:" TO DCL-CAPTION
           MOVE WS-STREET-PAIR-COUNT TO DCL-COUNT
           MOVE DUPL-COUNT-LINE TO DUPL-PRINT-AREA
           WRITE DUPL-PRINT-AREA

           MOVE "PAIRS FOUND BY ZIP AND PHONE:" TO DCL-CAPTION
           MOVE WS-PHONE-PAIR-COUNT TO DCL-COUNT
           MOVE DUPL-COUNT-LINE TO DUPL-PRINT-AREA
           WRITE DUPL-PRINT-AREA

           MOVE "POSSIBLE DUPLICATE PAIRS LISTED:" TO DCL-CAPTION
           MOVE WS-PAIR-COUNT TO DCL-COUNT
           MOVE DUPL-COUNT-LINE TO DUPL-PRINT-AREA
           WRITE DUPL-PRINT-AREA

           MOVE "GROUP ENTRIES NOT COMPARED:" TO DCL-CAPTION
           MOVE WS-NOT-COMPARED-COUNT TO DCL-COUNT
           MOVE DUPL-COUNT-LINE TO DUPL-PRINT-AREA
           WRITE DUPL-PRINT-AREA.
