       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCMP1000.
      ****************************************************************
      * PROGRAM NAME: PCMP1000
      * AUTHORS: Hayden Schmidt & Jacob Schamp
      * DATE: 10/12/2026
      * DESCRIPTION: Period Sales Comparison Report - reads PERHIST,
      *              the retained period-history file of customer
      *              snapshots written by CAL1000 when a period is
      *              closed (and by ROLL1000 for any prior-year
      *              periods it closes at rollover), sorts it by
      *              customer, and compares each customer's sales for
      *              the report month with the same month last year
      *              and with the prior month, with quarter-to-date
      *              and year-to-date rollups against the same span
      *              last year.  Current figures come from the
      *              snapshot taken when the report month was closed;
      *              last-year figures come from the latest snapshot
      *              taken for the prior year, so they survive the
      *              ROLL1000 year-end zeroing of CM-MONTH-SALES.
      *              When a period was closed more than once the
      *              latest snapshot is used.  Prints salesrep, branch
      *              and grand totals.  Customers with no snapshot for
      *              the report month are flagged with an asterisk.
      *              The month defaults to the prior calendar month
      *              and may be overridden on the PCMPPARM card
      *              (YYYYMM).  RETURN-CODE 4 means no snapshot was
      *              found for the report month.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT I_PERHIST   ASSIGN TO PERHIST.
           SELECT OPTIONAL I_PCMPPARM ASSIGN TO PCMPPARM
               ORGANIZATION IS SEQUENTIAL.
           SELECT PHST-SORT-FILE ASSIGN TO SORTWK1.
           SELECT PHSTSRTD    ASSIGN TO PHSTSRTD.
           SELECT O_PCMPRPT   ASSIGN TO PCMPRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  I_PERHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PERIOD-HISTORY-IN-RECORD PIC X(130).

       FD  I_PCMPPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  PCMP-PARM-RECORD.
           05 PP-REPORT-YEAR        PIC X(4).
           05 PP-REPORT-YEAR-9 REDEFINES PP-REPORT-YEAR
                                    PIC 9(4).
           05 PP-REPORT-MONTH       PIC X(2).
           05 PP-REPORT-MONTH-9 REDEFINES PP-REPORT-MONTH
                                    PIC 9(2).
           05 FILLER                PIC X(74).

       SD  PHST-SORT-FILE.
       01  PHST-SORT-RECORD.
           05 PS-MASTER-KEY         PIC X(9).
           05 PS-PERIOD             PIC X(6).
           05 PS-SNAPSHOT-TIMESTAMP PIC X(14).
           05 FILLER                PIC X(101).

       FD  PHSTSRTD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PERIOD-HISTORY-RECORD.
           05 PH-MASTER-KEY.
              10 PH-BRANCH-NUMBER   PIC 9(2).
              10 PH-SALESREP-NUMBER PIC 9(2).
              10 PH-CUSTOMER-NUMBER PIC 9(5).
           05 PH-PERIOD.
              10 PH-PERIOD-YEAR     PIC 9(4).
              10 PH-PERIOD-MONTH    PIC 9(2).
           05 PH-SNAPSHOT-TIMESTAMP.
              10 PH-SNAPSHOT-DATE   PIC 9(8).
              10 PH-SNAPSHOT-TIME   PIC 9(6).
           05 PH-CUSTOMER-NAME      PIC X(20).
           05 PH-SALES-THIS-YTD     PIC S9(5)V99.
           05 PH-SALES-LAST-YTD     PIC S9(5)V99.
           05 PH-SALES-BUDGET-YTD   PIC S9(5)V99.
           05 PH-MONTHLY-SALES.
              10 PH-MONTH-SALES OCCURS 12 TIMES
                                    PIC S9(5)V99 COMP-3.
           05 FILLER                PIC X(12).

       FD  O_PCMPRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA               PIC X(130).

       WORKING-STORAGE SECTION.

       01  PHSTSRTD-EOF-SWITCH      PIC X VALUE "N".
       01  PCMPPARM-EOF-SWITCH      PIC X VALUE "N".
       01  WS-FIRST-CUSTOMER-SWITCH PIC X VALUE "Y".
       01  WS-THIS-SNAPSHOT-SWITCH  PIC X VALUE "N".
       01  WS-LAST-SNAPSHOT-SWITCH  PIC X VALUE "N".

       01  REPORT-PERIOD-FIELDS.
           05 WS-REPORT-PERIOD      PIC 9(6) VALUE ZERO.
           05 WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
              10 WS-REPORT-YEAR     PIC 9(4).
              10 WS-REPORT-MONTH    PIC 9(2).
           05 WS-LAST-YEAR          PIC 9(4) VALUE ZERO.
           05 WS-PRIOR-PERIOD-YEAR  PIC 9(4) VALUE ZERO.
           05 WS-PRIOR-PERIOD-MONTH PIC 9(2) VALUE ZERO.
           05 WS-QUARTER-START      PIC 9(2) VALUE ZERO.

       01  CONTROL-FIELDS.
           05 WS-GROUP-KEY          PIC X(9) VALUE LOW-VALUES.
           05 WS-GROUP-BRANCH       PIC 99 VALUE ZERO.
           05 WS-GROUP-SALESREP     PIC 99 VALUE ZERO.
           05 WS-GROUP-CUSTOMER     PIC 9(5) VALUE ZERO.
           05 WS-GROUP-NAME         PIC X(20) VALUE SPACE.
           05 WS-PREVIOUS-BRANCH    PIC 99 VALUE ZERO.
           05 WS-PREVIOUS-SALESREP  PIC 99 VALUE ZERO.

       01  COUNT-FIELDS.
           05 WS-SNAPSHOT-IN-COUNT  PIC 9(9) VALUE ZERO.
           05 WS-THIS-PERIOD-COUNT  PIC 9(9) VALUE ZERO.
           05 WS-LAST-YEAR-COUNT    PIC 9(9) VALUE ZERO.
           05 WS-OUTSIDE-COUNT      PIC 9(9) VALUE ZERO.
           05 WS-CUSTOMER-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-NO-CURRENT-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-NO-LAST-YEAR-COUNT PIC 9(7) VALUE ZERO.

       01  WS-MONTH-SUBSCRIPT       PIC 9(3) VALUE ZERO.
       01  WS-AMOUNT-SUBSCRIPT      PIC 9(3) VALUE ZERO.

       01  SNAPSHOT-MONTH-TABLES.
           05 WS-THIS-MONTH OCCURS 12 TIMES
                                    PIC S9(5)V99 COMP-3.
           05 WS-LAST-MONTH OCCURS 12 TIMES
                                    PIC S9(5)V99 COMP-3.

      *    COMPARISON AMOUNTS 1-7: MONTH, SAME MONTH LAST YEAR,
      *    PRIOR MONTH, QTD, LAST YEAR QTD, YTD, LAST YEAR YTD
       01  CUSTOMER-COMPARE-AMOUNTS.
           05 CA-AMOUNT OCCURS 7 TIMES
                                    PIC S9(7)V99 COMP-3.

       01  REP-COMPARE-TOTALS.
           05 RT-AMOUNT OCCURS 7 TIMES
                                    PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  BRANCH-COMPARE-TOTALS.
           05 BT-AMOUNT OCCURS 7 TIMES
                                    PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  GRAND-COMPARE-TOTALS.
           05 GT-AMOUNT OCCURS 7 TIMES
                                    PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  PRINT-COMPARE-AMOUNTS.
           05 PA-AMOUNT OCCURS 7 TIMES
                                    PIC S9(9)V99 COMP-3.

       01  PERCENT-FIELDS.
           05 WS-PCT-CURRENT        PIC S9(9)V99 VALUE ZERO.
           05 WS-PCT-BASE           PIC S9(9)V99 VALUE ZERO.
           05 WS-PCT-VALUE          PIC S9(4) VALUE ZERO.
           05 WS-PCT-EDIT-AREA.
              10 WS-PCT-EDIT        PIC ZZZ9-.
           05 WS-PCT-TEXT REDEFINES WS-PCT-EDIT-AREA
                                    PIC X(5).

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

       01  HEADING-LINE-1.
           05 FILLER                PIC X(7)  VALUE "DATE:  ".
           05 HL1-MONTH             PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 HL1-DAY               PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 HL1-YEAR              PIC 9(4).
           05 FILLER                PIC X(16) VALUE SPACE.
           05 FILLER                PIC X(33)
                    VALUE "PERIOD SALES COMPARISON REPORT".
           05 FILLER                PIC X(16) VALUE SPACE.
           05 FILLER                PIC X(7)  VALUE "PAGE:  ".
           05 HL1-PAGE              PIC ZZZ9.

       01  HEADING-LINE-2.
           05 FILLER                PIC X(7)  VALUE "TIME:  ".
           05 HL2-HOURS             PIC 9(2).
           05 FILLER                PIC X     VALUE ":".
           05 HL2-MINUTES           PIC 9(2).
           05 FILLER                PIC X(5)  VALUE SPACE.
           05 FILLER                PIC X(8)  VALUE "PERIOD: ".
           05 HL2-REPORT-MONTH      PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 HL2-REPORT-YEAR       PIC 9(4).
           05 FILLER                PIC X(14)
                    VALUE "   LAST YEAR: ".
           05 HL2-LAST-MONTH        PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 HL2-LAST-YEAR         PIC 9(4).
           05 FILLER                PIC X(16)
                    VALUE "   PRIOR MONTH: ".
           05 HL2-PRIOR-MONTH       PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 HL2-PRIOR-YEAR        PIC 9(4).
           05 FILLER                PIC X(4)  VALUE SPACE.
           05 FILLER                PIC X(8)  VALUE "PCMP1000".

       01  HEADING-LINE-3.
           05 FILLER PIC X(33) VALUE "BR RP CUST  CUSTOMER NAME".
           05 FILLER PIC X(10) VALUE "    MONTH ".
           05 FILLER PIC X(10) VALUE "  LAST YR ".
           05 FILLER PIC X(6)  VALUE " CHG% ".
           05 FILLER PIC X(10) VALUE " PRIOR MO ".
           05 FILLER PIC X(6)  VALUE " CHG% ".
           05 FILLER PIC X(10) VALUE "      QTD ".
           05 FILLER PIC X(10) VALUE "   LY QTD ".
           05 FILLER PIC X(6)  VALUE " CHG% ".
           05 FILLER PIC X(10) VALUE "      YTD ".
           05 FILLER PIC X(10) VALUE "   LY YTD ".
           05 FILLER PIC X(6)  VALUE " CHG% ".

       01  DASH-LINE.
           05 FILLER PIC X(130) VALUE ALL "-".

       01  COMPARE-LINE.
           05 CL-IDENT-AREA.
              10 CL-BRANCH          PIC 99.
              10 FILLER             PIC X VALUE SPACE.
              10 CL-REP             PIC 99.
              10 FILLER             PIC X VALUE SPACE.
              10 CL-CUST            PIC 9(5).
              10 FILLER             PIC X VALUE SPACE.
              10 CL-NAME            PIC X(20).
           05 CL-CAPTION REDEFINES CL-IDENT-AREA
                                    PIC X(32).
           05 FILLER                PIC X VALUE SPACE.
           05 CL-MONTH              PIC ZZZZ,ZZ9-.
           05 FILLER                PIC X VALUE SPACE.
           05 CL-LY-MONTH           PIC ZZZZ,ZZ9-.
           05 FILLER                PIC X VALUE SPACE.
           05 CL-LY-MONTH-PCT       PIC X(5).
           05 FILLER                PIC X VALUE SPACE.
           05 CL-PRIOR-MONTH        PIC ZZZZ,ZZ9-.
           05 FILLER                PIC X VALUE SPACE.
           05 CL-PRIOR-MONTH-PCT    PIC X(5).
           05 FILLER                PIC X VALUE SPACE.
           05 CL-QTD                PIC ZZZZ,ZZ9-.
           05 FILLER                PIC X VALUE SPACE.
           05 CL-LY-QTD             PIC ZZZZ,ZZ9-.
           05 FILLER                PIC X VALUE SPACE.
           05 CL-QTD-PCT            PIC X(5).
           05 FILLER                PIC X VALUE SPACE.
           05 CL-YTD                PIC ZZZZ,ZZ9-.
           05 FILLER                PIC X VALUE SPACE.
           05 CL-LY-YTD             PIC ZZZZ,ZZ9-.
           05 FILLER                PIC X VALUE SPACE.
           05 CL-YTD-PCT            PIC X(5).
           05 FILLER                PIC X VALUE SPACE.
           05 CL-FLAG               PIC X.

       01  PCMP-COUNT-LINE.
           05 PCL-CAPTION           PIC X(40).
           05 PCL-COUNT             PIC ZZZ,ZZZ,ZZ9.

       01  NO-SNAPSHOT-LINE.
           05 FILLER                PIC X(40)
                    VALUE "** NO PERIOD SNAPSHOTS FOUND FOR PERIOD ".
           05 NSL-MONTH             PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 NSL-YEAR              PIC 9(4).
           05 FILLER                PIC X(3)  VALUE " **".

       PROCEDURE DIVISION.

       000-PREPARE-COMPARISON-REPORT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME

           PERFORM 100-READ-PCMP-PARM
           PERFORM 110-SET-COMPARISON-PERIODS

           SORT PHST-SORT-FILE
               ON ASCENDING KEY PS-MASTER-KEY PS-PERIOD
                                PS-SNAPSHOT-TIMESTAMP
               WITH DUPLICATES IN ORDER
               USING I_PERHIST
               GIVING PHSTSRTD

           OPEN INPUT  PHSTSRTD
                OUTPUT O_PCMPRPT

           PERFORM 230-PRINT-HEADINGS

           PERFORM 210-READ-SNAPSHOT
           PERFORM UNTIL PHSTSRTD-EOF-SWITCH = "Y"
              PERFORM 220-PROCESS-SNAPSHOT
              PERFORM 210-READ-SNAPSHOT
           END-PERFORM
           PERFORM 300-PRINT-CUSTOMER-COMPARISON

           IF WS-CUSTOMER-COUNT > ZERO
               PERFORM 420-PRINT-SALESREP-TOTAL
               PERFORM 400-PRINT-BRANCH-TOTAL
           END-IF

           PERFORM 440-PRINT-GRAND-TOTAL
           PERFORM 700-PRINT-CONTROL-TOTALS

           CLOSE PHSTSRTD O_PCMPRPT
           IF WS-THIS-PERIOD-COUNT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-READ-PCMP-PARM.
           IF CD-MONTH = 1
               COMPUTE WS-REPORT-YEAR = CD-YEAR - 1
               MOVE 12 TO WS-REPORT-MONTH
           ELSE
               MOVE CD-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-MONTH = CD-MONTH - 1
           END-IF

           OPEN INPUT I_PCMPPARM
           READ I_PCMPPARM
               AT END MOVE "Y" TO PCMPPARM-EOF-SWITCH
           END-READ
           CLOSE I_PCMPPARM

           IF PCMPPARM-EOF-SWITCH = "N"
              AND PP-REPORT-YEAR NUMERIC
              AND PP-REPORT-MONTH NUMERIC
              AND PP-REPORT-MONTH-9 >= 01
              AND PP-REPORT-MONTH-9 <= 12
               MOVE PP-REPORT-YEAR-9  TO WS-REPORT-YEAR
               MOVE PP-REPORT-MONTH-9 TO WS-REPORT-MONTH
           END-IF.

       110-SET-COMPARISON-PERIODS.
           COMPUTE WS-LAST-YEAR = WS-REPORT-YEAR - 1

           IF WS-REPORT-MONTH = 1
               MOVE WS-LAST-YEAR TO WS-PRIOR-PERIOD-YEAR
               MOVE 12 TO WS-PRIOR-PERIOD-MONTH
           ELSE
               MOVE WS-REPORT-YEAR TO WS-PRIOR-PERIOD-YEAR
               COMPUTE WS-PRIOR-PERIOD-MONTH = WS-REPORT-MONTH - 1
           END-IF

           COMPUTE WS-QUARTER-START = (WS-REPORT-MONTH - 1) / 3
           COMPUTE WS-QUARTER-START = WS-QUARTER-START * 3 + 1.

       210-READ-SNAPSHOT.
           READ PHSTSRTD
               AT END MOVE "Y" TO PHSTSRTD-EOF-SWITCH
           END-READ
           IF PHSTSRTD-EOF-SWITCH = "N"
               ADD 1 TO WS-SNAPSHOT-IN-COUNT
           END-IF.

       220-PROCESS-SNAPSHOT.
           IF PH-MASTER-KEY NOT = WS-GROUP-KEY
               PERFORM 300-PRINT-CUSTOMER-COMPARISON
               PERFORM 225-START-CUSTOMER
           END-IF

           IF PH-PERIOD-YEAR = WS-REPORT-YEAR
              AND PH-PERIOD-MONTH = WS-REPORT-MONTH
               ADD 1 TO WS-THIS-PERIOD-COUNT
               MOVE "Y" TO WS-THIS-SNAPSHOT-SWITCH
               MOVE PH-CUSTOMER-NAME TO WS-GROUP-NAME
               PERFORM VARYING WS-MONTH-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-MONTH-SUBSCRIPT > 12
                  PERFORM 227-HOLD-THIS-YEAR-MONTH
               END-PERFORM
           ELSE
               IF PH-PERIOD-YEAR = WS-LAST-YEAR
                   ADD 1 TO WS-LAST-YEAR-COUNT
                   MOVE "Y" TO WS-LAST-SNAPSHOT-SWITCH
                   IF WS-THIS-SNAPSHOT-SWITCH = "N"
                       MOVE PH-CUSTOMER-NAME TO WS-GROUP-NAME
                   END-IF
                   PERFORM VARYING WS-MONTH-SUBSCRIPT FROM 1 BY 1
                           UNTIL WS-MONTH-SUBSCRIPT > 12
                      PERFORM 228-HOLD-LAST-YEAR-MONTH
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-OUTSIDE-COUNT
               END-IF
           END-IF.

       225-START-CUSTOMER.
           MOVE PH-MASTER-KEY      TO WS-GROUP-KEY
           MOVE PH-BRANCH-NUMBER   TO WS-GROUP-BRANCH
           MOVE PH-SALESREP-NUMBER TO WS-GROUP-SALESREP
           MOVE PH-CUSTOMER-NUMBER TO WS-GROUP-CUSTOMER
           MOVE SPACE              TO WS-GROUP-NAME
           MOVE "N" TO WS-THIS-SNAPSHOT-SWITCH
           MOVE "N" TO WS-LAST-SNAPSHOT-SWITCH
           PERFORM VARYING WS-MONTH-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-MONTH-SUBSCRIPT > 12
              MOVE ZERO TO WS-THIS-MONTH(WS-MONTH-SUBSCRIPT)
              MOVE ZERO TO WS-LAST-MONTH(WS-MONTH-SUBSCRIPT)
           END-PERFORM.

       227-HOLD-THIS-YEAR-MONTH.
           IF PH-MONTH-SALES(WS-MONTH-SUBSCRIPT) NUMERIC
               MOVE PH-MONTH-SALES(WS-MONTH-SUBSCRIPT)
                 TO WS-THIS-MONTH(WS-MONTH-SUBSCRIPT)
           ELSE
               MOVE ZERO TO WS-THIS-MONTH(WS-MONTH-SUBSCRIPT)
           END-IF.

       228-HOLD-LAST-YEAR-MONTH.
           IF PH-MONTH-SALES(WS-MONTH-SUBSCRIPT) NUMERIC
               MOVE PH-MONTH-SALES(WS-MONTH-SUBSCRIPT)
                 TO WS-LAST-MONTH(WS-MONTH-SUBSCRIPT)
           ELSE
               MOVE ZERO TO WS-LAST-MONTH(WS-MONTH-SUBSCRIPT)
           END-IF.

       230-PRINT-HEADINGS.
           ADD 1 TO PAGE-COUNT
           MOVE ZERO TO LINE-COUNT

           MOVE CD-MONTH              TO HL1-MONTH
           MOVE CD-DAY                TO HL1-DAY
           MOVE CD-YEAR               TO HL1-YEAR
           MOVE PAGE-COUNT            TO HL1-PAGE
           MOVE CD-HOURS              TO HL2-HOURS
           MOVE CD-MINUTES            TO HL2-MINUTES
           MOVE WS-REPORT-MONTH       TO HL2-REPORT-MONTH
           MOVE WS-REPORT-YEAR        TO HL2-REPORT-YEAR
           MOVE WS-REPORT-MONTH       TO HL2-LAST-MONTH
           MOVE WS-LAST-YEAR          TO HL2-LAST-YEAR
           MOVE WS-PRIOR-PERIOD-MONTH TO HL2-PRIOR-MONTH
           MOVE WS-PRIOR-PERIOD-YEAR  TO HL2-PRIOR-YEAR

           MOVE HEADING-LINE-1 TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE HEADING-LINE-2 TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE HEADING-LINE-3 TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE DASH-LINE TO PRINT-AREA
           WRITE PRINT-AREA.

       300-PRINT-CUSTOMER-COMPARISON.
           IF WS-THIS-SNAPSHOT-SWITCH = "Y"
              OR WS-LAST-SNAPSHOT-SWITCH = "Y"
               PERFORM 310-CHECK-CONTROL-BREAKS
               PERFORM 320-COMPUTE-CUSTOMER-AMOUNTS

               IF LINE-COUNT >= LINES-ON-PAGE
                   PERFORM 230-PRINT-HEADINGS
               END-IF

               PERFORM VARYING WS-AMOUNT-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-AMOUNT-SUBSCRIPT > 7
                  MOVE CA-AMOUNT(WS-AMOUNT-SUBSCRIPT)
                    TO PA-AMOUNT(WS-AMOUNT-SUBSCRIPT)
                  ADD CA-AMOUNT(WS-AMOUNT-SUBSCRIPT)
                    TO RT-AMOUNT(WS-AMOUNT-SUBSCRIPT)
                  ADD CA-AMOUNT(WS-AMOUNT-SUBSCRIPT)
                    TO BT-AMOUNT(WS-AMOUNT-SUBSCRIPT)
                  ADD CA-AMOUNT(WS-AMOUNT-SUBSCRIPT)
                    TO GT-AMOUNT(WS-AMOUNT-SUBSCRIPT)
               END-PERFORM

               MOVE SPACE             TO CL-CAPTION
               MOVE WS-GROUP-BRANCH   TO CL-BRANCH
               MOVE WS-GROUP-SALESREP TO CL-REP
               MOVE WS-GROUP-CUSTOMER TO CL-CUST
               MOVE WS-GROUP-NAME     TO CL-NAME
               PERFORM 500-FORMAT-COMPARE-LINE

               ADD 1 TO WS-CUSTOMER-COUNT
               IF WS-THIS-SNAPSHOT-SWITCH = "N"
                   MOVE "*" TO CL-FLAG
                   ADD 1 TO WS-NO-CURRENT-COUNT
               ELSE
                   MOVE SPACE TO CL-FLAG
               END-IF
               IF WS-LAST-SNAPSHOT-SWITCH = "N"
                   ADD 1 TO WS-NO-LAST-YEAR-COUNT
               END-IF

               MOVE COMPARE-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           END-IF.

       310-CHECK-CONTROL-BREAKS.
           IF WS-FIRST-CUSTOMER-SWITCH = "Y"
               MOVE "N" TO WS-FIRST-CUSTOMER-SWITCH
               MOVE WS-GROUP-BRANCH   TO WS-PREVIOUS-BRANCH
               MOVE WS-GROUP-SALESREP TO WS-PREVIOUS-SALESREP
           ELSE
               IF WS-GROUP-BRANCH NOT = WS-PREVIOUS-BRANCH
                   PERFORM 420-PRINT-SALESREP-TOTAL
                   PERFORM 400-PRINT-BRANCH-TOTAL
                   MOVE WS-GROUP-SALESREP TO WS-PREVIOUS-SALESREP
                   MOVE WS-GROUP-BRANCH   TO WS-PREVIOUS-BRANCH
               ELSE
                   IF WS-GROUP-SALESREP NOT = WS-PREVIOUS-SALESREP
                       PERFORM 420-PRINT-SALESREP-TOTAL
                       MOVE WS-GROUP-SALESREP TO WS-PREVIOUS-SALESREP
                   END-IF
               END-IF
           END-IF.

       320-COMPUTE-CUSTOMER-AMOUNTS.
           MOVE WS-THIS-MONTH(WS-REPORT-MONTH) TO CA-AMOUNT(1)
           MOVE WS-LAST-MONTH(WS-REPORT-MONTH) TO CA-AMOUNT(2)
           IF WS-REPORT-MONTH = 1
               MOVE WS-LAST-MONTH(12) TO CA-AMOUNT(3)
           ELSE
               MOVE WS-THIS-MONTH(WS-PRIOR-PERIOD-MONTH)
                 TO CA-AMOUNT(3)
           END-IF

           MOVE ZERO TO CA-AMOUNT(4) CA-AMOUNT(5)
                        CA-AMOUNT(6) CA-AMOUNT(7)
           PERFORM VARYING WS-MONTH-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-MONTH-SUBSCRIPT > WS-REPORT-MONTH
              IF WS-MONTH-SUBSCRIPT >= WS-QUARTER-START
                  ADD WS-THIS-MONTH(WS-MONTH-SUBSCRIPT)
                    TO CA-AMOUNT(4)
                  ADD WS-LAST-MONTH(WS-MONTH-SUBSCRIPT)
                    TO CA-AMOUNT(5)
              END-IF
              ADD WS-THIS-MONTH(WS-MONTH-SUBSCRIPT) TO CA-AMOUNT(6)
              ADD WS-LAST-MONTH(WS-MONTH-SUBSCRIPT) TO CA-AMOUNT(7)
           END-PERFORM.

       400-PRINT-BRANCH-TOTAL.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF

           PERFORM VARYING WS-AMOUNT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-AMOUNT-SUBSCRIPT > 7
              MOVE BT-AMOUNT(WS-AMOUNT-SUBSCRIPT)
                TO PA-AMOUNT(WS-AMOUNT-SUBSCRIPT)
              MOVE ZERO TO BT-AMOUNT(WS-AMOUNT-SUBSCRIPT)
           END-PERFORM

           MOVE SPACE TO CL-CAPTION
           STRING "BRANCH " WS-PREVIOUS-BRANCH " TOTAL"
               DELIMITED BY SIZE INTO CL-CAPTION
           END-STRING
           PERFORM 500-FORMAT-COMPARE-LINE
           MOVE SPACE TO CL-FLAG

           MOVE COMPARE-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 2 TO LINE-COUNT.

       420-PRINT-SALESREP-TOTAL.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF

           PERFORM VARYING WS-AMOUNT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-AMOUNT-SUBSCRIPT > 7
              MOVE RT-AMOUNT(WS-AMOUNT-SUBSCRIPT)
                TO PA-AMOUNT(WS-AMOUNT-SUBSCRIPT)
              MOVE ZERO TO RT-AMOUNT(WS-AMOUNT-SUBSCRIPT)
           END-PERFORM

           MOVE SPACE TO CL-CAPTION
           STRING "   SALESREP " WS-PREVIOUS-SALESREP " TOTAL"
               DELIMITED BY SIZE INTO CL-CAPTION
           END-STRING
           PERFORM 500-FORMAT-COMPARE-LINE
           MOVE SPACE TO CL-FLAG

           MOVE COMPARE-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 1 TO LINE-COUNT.

       440-PRINT-GRAND-TOTAL.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF

           PERFORM VARYING WS-AMOUNT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-AMOUNT-SUBSCRIPT > 7
              MOVE GT-AMOUNT(WS-AMOUNT-SUBSCRIPT)
                TO PA-AMOUNT(WS-AMOUNT-SUBSCRIPT)
           END-PERFORM

           MOVE "GRAND TOTAL" TO CL-CAPTION
           PERFORM 500-FORMAT-COMPARE-LINE
           MOVE SPACE TO CL-FLAG

           MOVE COMPARE-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 1 TO LINE-COUNT.

       500-FORMAT-COMPARE-LINE.
           MOVE PA-AMOUNT(1) TO CL-MONTH
           MOVE PA-AMOUNT(2) TO CL-LY-MONTH
           MOVE PA-AMOUNT(3) TO CL-PRIOR-MONTH
           MOVE PA-AMOUNT(4) TO CL-QTD
           MOVE PA-AMOUNT(5) TO CL-LY-QTD
           MOVE PA-AMOUNT(6) TO CL-YTD
           MOVE PA-AMOUNT(7) TO CL-LY-YTD

           MOVE PA-AMOUNT(1) TO WS-PCT-CURRENT
           MOVE PA-AMOUNT(2) TO WS-PCT-BASE
           PERFORM 510-COMPUTE-PERCENT-CHANGE
           MOVE WS-PCT-TEXT TO CL-LY-MONTH-PCT

           MOVE PA-AMOUNT(3) TO WS-PCT-BASE
           PERFORM 510-COMPUTE-PERCENT-CHANGE
           MOVE WS-PCT-TEXT TO CL-PRIOR-MONTH-PCT

           MOVE PA-AMOUNT(4) TO WS-PCT-CURRENT
           MOVE PA-AMOUNT(5) TO WS-PCT-BASE
           PERFORM 510-COMPUTE-PERCENT-CHANGE
           MOVE WS-PCT-TEXT TO CL-QTD-PCT

           MOVE PA-AMOUNT(6) TO WS-PCT-CURRENT
           MOVE PA-AMOUNT(7) TO WS-PCT-BASE
           PERFORM 510-COMPUTE-PERCENT-CHANGE
           MOVE WS-PCT-TEXT TO CL-YTD-PCT.

       510-COMPUTE-PERCENT-CHANGE.
           IF WS-PCT-BASE = ZERO
               IF WS-PCT-CURRENT = ZERO
                   MOVE SPACE TO WS-PCT-TEXT
               ELSE
                   MOVE "  NEW" TO WS-PCT-TEXT
               END-IF
           ELSE
               IF WS-PCT-BASE < ZERO
                   COMPUTE WS-PCT-VALUE ROUNDED =
                       (WS-PCT-CURRENT - WS-PCT-BASE) * 100
                       / (WS-PCT-BASE * -1)
                       ON SIZE ERROR
                           MOVE 9999 TO WS-PCT-VALUE
                   END-COMPUTE
               ELSE
                   COMPUTE WS-PCT-VALUE ROUNDED =
                       (WS-PCT-CURRENT - WS-PCT-BASE) * 100
                       / WS-PCT-BASE
                       ON SIZE ERROR
                           MOVE 9999 TO WS-PCT-VALUE
                   END-COMPUTE
               END-IF
               MOVE WS-PCT-VALUE TO WS-PCT-EDIT
           END-IF.

       700-PRINT-CONTROL-TOTALS.
           MOVE SPACE TO PRINT-AREA
           WRITE PRINT-AREA

           IF WS-THIS-PERIOD-COUNT = ZERO
               MOVE WS-REPORT-MONTH TO NSL-MONTH
               MOVE WS-REPORT-YEAR  TO NSL-YEAR
               MOVE NO-SNAPSHOT-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE SPACE TO PRINT-AREA
               WRITE PRINT-AREA
           END-IF

           MOVE "SNAPSHOT RECORDS READ:" TO PCL-CAPTION
           MOVE WS-SNAPSHOT-IN-COUNT TO PCL-COUNT
           MOVE PCMP-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "SNAPSHOTS FOR REPORT PERIOD:" TO PCL-CAPTION
           MOVE WS-THIS-PERIOD-COUNT TO PCL-COUNT
           MOVE PCMP-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "SNAPSHOTS FOR PRIOR YEAR:" TO PCL-CAPTION
           MOVE WS-LAST-YEAR-COUNT TO PCL-COUNT
           MOVE PCMP-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "SNAPSHOTS NOT USED:" TO PCL-CAPTION
           MOVE WS-OUTSIDE-COUNT TO PCL-COUNT
           MOVE PCMP-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "CUSTOMERS LISTED:" TO PCL-CAPTION
           MOVE WS-CUSTOMER-COUNT TO PCL-COUNT
           MOVE PCMP-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "* NO SNAPSHOT FOR REPORT PERIOD:" TO PCL-CAPTION
           MOVE WS-NO-CURRENT-COUNT TO PCL-COUNT
           MOVE PCMP-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "NO SNAPSHOT FOR PRIOR YEAR:" TO PCL-CAPTION
           MOVE WS-NO-LAST-YEAR-COUNT TO PCL-COUNT
           MOVE PCMP-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA.
