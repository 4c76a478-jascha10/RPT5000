       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCST1000.
      ****************************************************************
      * PROGRAM NAME: FCST1000
      * AUTHORS: Hayden Schmidt & Jacob Schamp
      * DATE: 10/14/2026
      * DESCRIPTION: Year-End Sales Forecast - run after each
      *              month-end close.  Reads the indexed CUSTMAST in
      *              branch/rep/customer sequence and takes each
      *              customer's actual sales through the forecast
      *              month from the CM-MONTH-SALES buckets.  The
      *              remaining months of the year are projected from
      *              that run rate, weighted by the seasonal pattern
      *              of last year's monthly sales when the PERHIST
      *              period-history file holds December snapshots for
      *              last year (the latest December snapshot of each
      *              customer is used); otherwise the straight run
      *              rate is used.  Each customer, salesrep and branch
      *              line compares the projected year-end figure with
      *              CM-SALES-BUDGET-YTD (variance and percent
      *              attainment) and with CM-SALES-LAST-YTD.  A
      *              separate exception section lists the salesreps
      *              projected to miss budget by more than the miss
      *              percentage.  The forecast month defaults to the
      *              prior calendar month; the FCSTPARM card may give
      *              the month (YYYYMM, columns 1-6) and the miss
      *              percentage (999V9, columns 7-10, default 10.0).
      *              The buckets only hold the year the master was
      *              last rolled into, so a master stamped by ROLL1000
      *              with a CM-ROLLOVER-YEAR other than the forecast
      *              year (e.g. the January run for December after the
      *              rollover has run) stops the run with RETURN-CODE
      *              16 and the reason on the console.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT I_CUSTMAST  ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-MASTER-KEY.
           SELECT OPTIONAL I_PERHIST ASSIGN TO PERHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL I_REFMAST ASSIGN TO REFMAST
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL I_FCSTPARM ASSIGN TO FCSTPARM
               ORGANIZATION IS SEQUENTIAL.
           SELECT PHST-SORT-FILE ASSIGN TO SORTWK1.
           SELECT PHSTSRTD    ASSIGN TO PHSTSRTD.
           SELECT O_FCSTRPT   ASSIGN TO FCSTRPT.

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
           05 CM-SALES-LAST-YTD     PIC S9(5)V99.
           05 CM-SALES-BUDGET-YTD   PIC S9(5)V99.
           05 CM-ROLLOVER-YEAR      PIC X(4).
           05 CM-ROLLOVER-YEAR-9 REDEFINES CM-ROLLOVER-YEAR
                                    PIC 9(4).
           05 CM-MONTHLY-SALES.
              10 CM-MONTH-SALES OCCURS 12 TIMES
                                    PIC S9(5)V99 COMP-3.
           05 FILLER                PIC X(28).

       FD  I_PERHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PERIOD-HISTORY-IN-RECORD PIC X(130).

       FD  I_REFMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  REFERENCE-RECORD.
           05 RF-RECORD-TYPE        PIC X.
           05 RF-NUMBER             PIC X(2).
           05 RF-NUMBER-9 REDEFINES RF-NUMBER
                                    PIC 9(2).
           05 RF-NAME               PIC X(20).
           05 FILLER                PIC X(57).

       FD  I_FCSTPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  FCST-PARM-RECORD.
           05 FP-REPORT-YEAR        PIC X(4).
           05 FP-REPORT-YEAR-9 REDEFINES FP-REPORT-YEAR
                                    PIC 9(4).
           05 FP-REPORT-MONTH       PIC X(2).
           05 FP-REPORT-MONTH-9 REDEFINES FP-REPORT-MONTH
                                    PIC 9(2).
           05 FP-MISS-PERCENT       PIC X(4).
           05 FP-MISS-PERCENT-9 REDEFINES FP-MISS-PERCENT
                                    PIC 9(3)V9.
           05 FILLER                PIC X(70).

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

       FD  O_FCSTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA               PIC X(130).

       WORKING-STORAGE SECTION.

       01  CUSTMAST-EOF-SWITCH      PIC X VALUE "N".
       01  PERHIST-EOF-SWITCH       PIC X VALUE "N".
       01  PHSTSRTD-EOF-SWITCH      PIC X VALUE "N".
       01  REFMAST-EOF-SWITCH       PIC X VALUE "N".
       01  FCSTPARM-EOF-SWITCH      PIC X VALUE "N".
       01  WS-FIRST-CUSTOMER-SWITCH PIC X VALUE "Y".
       01  WS-SEASONAL-SWITCH       PIC X VALUE "N".
       01  WS-REPORT-SECTION        PIC X VALUE "F".

       01  REPORT-PERIOD-FIELDS.
           05 WS-REPORT-PERIOD      PIC 9(6) VALUE ZERO.
           05 WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
              10 WS-REPORT-YEAR     PIC 9(4).
              10 WS-REPORT-MONTH    PIC 9(2).
           05 WS-SEASON-YEAR        PIC 9(4) VALUE ZERO.
           05 WS-MISS-PERCENT       PIC 9(3)V9 VALUE 10.0.

       01  CONTROL-FIELDS.
           05 WS-PREVIOUS-BRANCH    PIC 99 VALUE ZERO.
           05 WS-PREVIOUS-SALESREP  PIC 99 VALUE ZERO.
           05 WS-SEASON-KEY         PIC X(9) VALUE LOW-VALUES.

       01  COUNT-FIELDS.
           05 WS-MASTER-IN-COUNT    PIC 9(9) VALUE ZERO.
           05 WS-SNAPSHOT-IN-COUNT  PIC 9(9) VALUE ZERO.
           05 WS-SEASON-SNAP-COUNT  PIC 9(9) VALUE ZERO.
           05 WS-SEASON-CUST-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-CUSTOMER-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-SALESREP-COUNT     PIC 9(7) VALUE ZERO.

       01  WS-MONTH-SUBSCRIPT       PIC 9(3) VALUE ZERO.
       01  WS-AMOUNT-SUBSCRIPT      PIC 9(3) VALUE ZERO.
       01  WS-NAME-SUBSCRIPT        PIC 9(3) VALUE ZERO.
       01  WS-EXCEPTION-SUBSCRIPT   PIC 9(5) VALUE ZERO.

       01  SEASONALITY-FIELDS.
           05 WS-SEASON-MONTH OCCURS 12 TIMES
                                    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-HELD-MONTH OCCURS 12 TIMES
                                    PIC S9(5)V99 COMP-3 VALUE ZERO.
           05 WS-SEASON-TO-DATE     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-SEASON-REMAINING   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05 WS-PROJECTION-FACTOR  PIC S9(5)V9(6) COMP-3 VALUE ZERO.

      *    FORECAST AMOUNTS 1-5: ACTUAL YTD, PROJECTED REMAINING,
      *    PROJECTED YEAR END, BUDGET, LAST YEAR
       01  CUSTOMER-FORECAST-AMOUNTS.
           05 CA-AMOUNT OCCURS 5 TIMES
                                    PIC S9(9)V99 COMP-3.

       01  REP-FORECAST-TOTALS.
           05 RT-AMOUNT OCCURS 5 TIMES
                                    PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  BRANCH-FORECAST-TOTALS.
           05 BT-AMOUNT OCCURS 5 TIMES
                                    PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  GRAND-FORECAST-TOTALS.
           05 GT-AMOUNT OCCURS 5 TIMES
                                    PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  PRINT-FORECAST-AMOUNTS.
           05 PA-AMOUNT OCCURS 5 TIMES
                                    PIC S9(9)V99 COMP-3.

       01  PERCENT-FIELDS.
           05 WS-PCT-CURRENT        PIC S9(9)V99 VALUE ZERO.
           05 WS-PCT-BASE           PIC S9(9)V99 VALUE ZERO.
           05 WS-PCT-VALUE          PIC S9(4) VALUE ZERO.
           05 WS-PCT-EDIT-AREA.
              10 WS-PCT-EDIT        PIC ZZZ9-.
           05 WS-PCT-TEXT REDEFINES WS-PCT-EDIT-AREA
                                    PIC X(5).
           05 WS-SHORTFALL          PIC S9(9)V99 VALUE ZERO.
           05 WS-SHORTFALL-PERCENT  PIC S9(5)V9 VALUE ZERO.

       01  SALESREP-NAME-TABLE.
           05 SALESREP-NAME-ENTRY OCCURS 100 TIMES PIC X(20).

       01  REP-EXCEPTION-FIELDS.
           05 WS-EXCEPTION-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-EXCEPTION-MAX      PIC 9(5) VALUE 1000.

       01  REP-EXCEPTION-TABLE.
           05 RX-ENTRY OCCURS 1000 TIMES.
              10 RX-BRANCH          PIC 99.
              10 RX-SALESREP        PIC 99.
              10 RX-ACTUAL          PIC S9(9)V99 COMP-3.
              10 RX-PROJECTED       PIC S9(9)V99 COMP-3.
              10 RX-BUDGET          PIC S9(9)V99 COMP-3.
              10 RX-SHORTFALL       PIC S9(9)V99 COMP-3.
              10 RX-SHORT-PERCENT   PIC S9(5)V9 COMP-3.

       01  PAGE-INFO.
           05 PAGE-COUNT            PIC 9(3) VALUE ZERO.
           05 LINE-COUNT            PIC 9(3) VALUE 99.
           05 LINES-ON-PAGE         PIC 9(3) VALUE 55.

       01  WS-ERROR-LINE            PIC X(130).

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
                    VALUE "YEAR-END SALES FORECAST REPORT".
           05 FILLER                PIC X(16) VALUE SPACE.
           05 FILLER                PIC X(7)  VALUE "PAGE:  ".
           05 HL1-PAGE              PIC ZZZ9.

       01  HEADING-LINE-2.
           05 FILLER                PIC X(7)  VALUE "TIME:  ".
           05 HL2-HOURS             PIC 9(2).
           05 FILLER                PIC X     VALUE ":".
           05 HL2-MINUTES           PIC 9(2).
           05 FILLER                PIC X(5)  VALUE SPACE.
           05 FILLER                PIC X(15) VALUE "ACTUAL THROUGH ".
           05 HL2-REPORT-MONTH      PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 HL2-REPORT-YEAR       PIC 9(4).
           05 FILLER                PIC X(10) VALUE "   BASIS: ".
           05 HL2-BASIS             PIC X(23).
           05 FILLER                PIC X(14) VALUE "  MISS LIMIT: ".
           05 HL2-MISS-PERCENT      PIC ZZ9.9.
           05 FILLER                PIC X     VALUE "%".
           05 FILLER                PIC X(3)  VALUE SPACE.
           05 FILLER                PIC X(8)  VALUE "FCST1000".

       01  HEADING-LINE-3.
           05 FILLER PIC X(32) VALUE "BR RP CUST  CUSTOMER NAME".
           05 FILLER PIC X(12) VALUE "  ACTUAL YTD".
           05 FILLER PIC X(12) VALUE "   PROJ REST".
           05 FILLER PIC X(12) VALUE "  PROJ TOTAL".
           05 FILLER PIC X(12) VALUE "      BUDGET".
           05 FILLER PIC X(12) VALUE "  VS BUDGET ".
           05 FILLER PIC X(6)  VALUE "  ATT%".
           05 FILLER PIC X(12) VALUE "   LAST YEAR".
           05 FILLER PIC X(12) VALUE "  VS LAST YR".
           05 FILLER PIC X(6)  VALUE "  CHG%".

       01  EXCEPTION-HEADING-LINE-3.
           05 FILLER PIC X(29) VALUE "BR RP  SALESREP NAME".
           05 FILLER PIC X(12) VALUE "  ACTUAL YTD".
           05 FILLER PIC X(12) VALUE "  PROJ TOTAL".
           05 FILLER PIC X(12) VALUE "      BUDGET".
           05 FILLER PIC X(12) VALUE "   SHORTFALL".
           05 FILLER PIC X(8)  VALUE "  SHORT%".

       01  DASH-LINE.
           05 FILLER PIC X(130) VALUE ALL "-".

       01  FORECAST-LINE.
           05 FL-IDENT-AREA.
              10 FL-BRANCH          PIC 99.
              10 FILLER             PIC X VALUE SPACE.
              10 FL-REP             PIC 99.
              10 FILLER             PIC X VALUE SPACE.
              10 FL-CUST            PIC 9(5).
              10 FILLER             PIC X VALUE SPACE.
              10 FL-NAME            PIC X(20).
           05 FL-CAPTION REDEFINES FL-IDENT-AREA
                                    PIC X(32).
           05 FILLER                PIC X VALUE SPACE.
           05 FL-ACTUAL             PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                PIC X VALUE SPACE.
           05 FL-PROJ-REST          PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                PIC X VALUE SPACE.
           05 FL-PROJ-TOTAL         PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                PIC X VALUE SPACE.
           05 FL-BUDGET             PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                PIC X VALUE SPACE.
           05 FL-BUDGET-VARIANCE    PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                PIC X VALUE SPACE.
           05 FL-ATTAIN-PCT         PIC X(5).
           05 FILLER                PIC X VALUE SPACE.
           05 FL-LAST-YEAR          PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                PIC X VALUE SPACE.
           05 FL-LAST-YR-VARIANCE   PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                PIC X VALUE SPACE.
           05 FL-LAST-YR-PCT        PIC X(5).

       01  REP-EXCEPTION-LINE.
           05 XL-BRANCH             PIC 99.
           05 FILLER                PIC X VALUE SPACE.
           05 XL-REP                PIC 99.
           05 FILLER                PIC X(2) VALUE SPACE.
           05 XL-NAME               PIC X(20).
           05 FILLER                PIC X(3) VALUE SPACE.
           05 XL-ACTUAL             PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                PIC X VALUE SPACE.
           05 XL-PROJECTED          PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                PIC X VALUE SPACE.
           05 XL-BUDGET             PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                PIC X VALUE SPACE.
           05 XL-SHORTFALL          PIC ZZ,ZZZ,ZZ9-.
           05 FILLER                PIC X(2) VALUE SPACE.
           05 XL-SHORT-PERCENT      PIC ZZZ9.9.

       01  FCST-COUNT-LINE.
           05 FCL-CAPTION           PIC X(40).
           05 FCL-COUNT             PIC ZZZ,ZZZ,ZZ9.

       01  NO-EXCEPTION-LINE.
           05 FILLER                PIC X(40)
                    VALUE "** NO SALESREPS PROJECTED TO MISS BUDGET".
           05 FILLER                PIC X(31)
                    VALUE " BY MORE THAN THE MISS LIMIT **".

       PROCEDURE DIVISION.

       000-PREPARE-SALES-FORECAST.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME

           PERFORM 100-READ-FCST-PARM
           PERFORM 110-LOAD-SEASONALITY
           PERFORM 120-SET-PROJECTION-FACTOR
           PERFORM 130-LOAD-SALESREP-NAMES

           OPEN INPUT  I_CUSTMAST
                OUTPUT O_FCSTRPT

           PERFORM 230-PRINT-HEADINGS

           PERFORM 210-READ-CUSTOMER-RECORD
           PERFORM UNTIL CUSTMAST-EOF-SWITCH = "Y"
              PERFORM 300-PROCESS-CUSTOMER
              PERFORM 210-READ-CUSTOMER-RECORD
           END-PERFORM

           IF WS-CUSTOMER-COUNT > ZERO
               PERFORM 420-PRINT-SALESREP-TOTAL
               PERFORM 400-PRINT-BRANCH-TOTAL
           END-IF

           PERFORM 440-PRINT-GRAND-TOTAL
           PERFORM 600-PRINT-REP-EXCEPTIONS
           PERFORM 700-PRINT-CONTROL-TOTALS

           CLOSE I_CUSTMAST O_FCSTRPT
           STOP RUN.

       100-READ-FCST-PARM.
           IF CD-MONTH = 1
               COMPUTE WS-REPORT-YEAR = CD-YEAR - 1
               MOVE 12 TO WS-REPORT-MONTH
           ELSE
               MOVE CD-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-MONTH = CD-MONTH - 1
           END-IF

           OPEN INPUT I_FCSTPARM
           READ I_FCSTPARM
               AT END MOVE "Y" TO FCSTPARM-EOF-SWITCH
           END-READ
           CLOSE I_FCSTPARM

           IF FCSTPARM-EOF-SWITCH = "N"
               IF FP-REPORT-YEAR NUMERIC
                  AND FP-REPORT-MONTH NUMERIC
                  AND FP-REPORT-MONTH-9 >= 01
                  AND FP-REPORT-MONTH-9 <= 12
                   MOVE FP-REPORT-YEAR-9  TO WS-REPORT-YEAR
                   MOVE FP-REPORT-MONTH-9 TO WS-REPORT-MONTH
               END-IF
               IF FP-MISS-PERCENT NUMERIC
                  AND FP-MISS-PERCENT-9 NOT = ZERO
                   MOVE FP-MISS-PERCENT-9 TO WS-MISS-PERCENT
               END-IF
           END-IF

           COMPUTE WS-SEASON-YEAR = WS-REPORT-YEAR - 1.

       110-LOAD-SEASONALITY.
           OPEN INPUT I_PERHIST
           READ I_PERHIST
               AT END MOVE "Y" TO PERHIST-EOF-SWITCH
           END-READ
           CLOSE I_PERHIST

           IF PERHIST-EOF-SWITCH = "N"
               SORT PHST-SORT-FILE
                   ON ASCENDING KEY PS-MASTER-KEY PS-PERIOD
                                    PS-SNAPSHOT-TIMESTAMP
                   WITH DUPLICATES IN ORDER
                   USING I_PERHIST
                   GIVING PHSTSRTD

               OPEN INPUT PHSTSRTD
               PERFORM 215-READ-SNAPSHOT
               PERFORM UNTIL PHSTSRTD-EOF-SWITCH = "Y"
                  PERFORM 115-HOLD-SEASON-SNAPSHOT
                  PERFORM 215-READ-SNAPSHOT
               END-PERFORM
               CLOSE PHSTSRTD

               IF WS-SEASON-KEY NOT = LOW-VALUES
                   PERFORM 117-ADD-SEASON-SNAPSHOT
               END-IF
           END-IF.

       115-HOLD-SEASON-SNAPSHOT.
           IF PH-PERIOD-YEAR = WS-SEASON-YEAR
              AND PH-PERIOD-MONTH = 12
               ADD 1 TO WS-SEASON-SNAP-COUNT
               IF PH-MASTER-KEY NOT = WS-SEASON-KEY
                  AND WS-SEASON-KEY NOT = LOW-VALUES
                   PERFORM 117-ADD-SEASON-SNAPSHOT
               END-IF
               MOVE PH-MASTER-KEY TO WS-SEASON-KEY
               PERFORM VARYING WS-MONTH-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-MONTH-SUBSCRIPT > 12
                  IF PH-MONTH-SALES(WS-MONTH-SUBSCRIPT) NUMERIC
                      MOVE PH-MONTH-SALES(WS-MONTH-SUBSCRIPT)
                        TO WS-HELD-MONTH(WS-MONTH-SUBSCRIPT)
                  ELSE
                      MOVE ZERO TO WS-HELD-MONTH(WS-MONTH-SUBSCRIPT)
                  END-IF
               END-PERFORM
           END-IF.

       117-ADD-SEASON-SNAPSHOT.
           ADD 1 TO WS-SEASON-CUST-COUNT
           PERFORM VARYING WS-MONTH-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-MONTH-SUBSCRIPT > 12
              ADD WS-HELD-MONTH(WS-MONTH-SUBSCRIPT)
                TO WS-SEASON-MONTH(WS-MONTH-SUBSCRIPT)
           END-PERFORM.

       120-SET-PROJECTION-FACTOR.
           MOVE ZERO TO WS-SEASON-TO-DATE
           MOVE ZERO TO WS-SEASON-REMAINING
           PERFORM VARYING WS-MONTH-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-MONTH-SUBSCRIPT > 12
              IF WS-MONTH-SUBSCRIPT > WS-REPORT-MONTH
                  ADD WS-SEASON-MONTH(WS-MONTH-SUBSCRIPT)
                    TO WS-SEASON-REMAINING
              ELSE
                  ADD WS-SEASON-MONTH(WS-MONTH-SUBSCRIPT)
                    TO WS-SEASON-TO-DATE
              END-IF
           END-PERFORM

           IF WS-SEASON-TO-DATE > ZERO
              AND WS-SEASON-REMAINING NOT < ZERO
               MOVE "Y" TO WS-SEASONAL-SWITCH
               COMPUTE WS-PROJECTION-FACTOR ROUNDED =
                   WS-SEASON-REMAINING / WS-SEASON-TO-DATE
                   ON SIZE ERROR
                       MOVE "N" TO WS-SEASONAL-SWITCH
               END-COMPUTE
           END-IF

           IF WS-SEASONAL-SWITCH = "Y"
               MOVE SPACE TO HL2-BASIS
               STRING "SEASONAL (" WS-SEASON-YEAR " PATTERN)"
                   DELIMITED BY SIZE INTO HL2-BASIS
               END-STRING
           ELSE
               MOVE "RUN RATE" TO HL2-BASIS
               MOVE 12 TO WS-PROJECTION-FACTOR
               SUBTRACT WS-REPORT-MONTH FROM WS-PROJECTION-FACTOR
               DIVIDE WS-REPORT-MONTH INTO WS-PROJECTION-FACTOR
                   ROUNDED
           END-IF.

       130-LOAD-SALESREP-NAMES.
           MOVE SPACE TO SALESREP-NAME-TABLE

           OPEN INPUT I_REFMAST
           PERFORM UNTIL REFMAST-EOF-SWITCH = "Y"
              READ I_REFMAST
                  AT END MOVE "Y" TO REFMAST-EOF-SWITCH
              END-READ
              IF REFMAST-EOF-SWITCH = "N"
                 IF RF-NUMBER NUMERIC
                    AND RF-RECORD-TYPE = "R"
                    COMPUTE WS-NAME-SUBSCRIPT = RF-NUMBER-9 + 1
                    MOVE RF-NAME
                      TO SALESREP-NAME-ENTRY(WS-NAME-SUBSCRIPT)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE I_REFMAST.

       210-READ-CUSTOMER-RECORD.
           READ I_CUSTMAST
               AT END MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-READ
           IF CUSTMAST-EOF-SWITCH = "N"
               ADD 1 TO WS-MASTER-IN-COUNT
               IF CM-ROLLOVER-YEAR NUMERIC
                  AND CM-ROLLOVER-YEAR-9 NOT = ZERO
                  AND CM-ROLLOVER-YEAR-9 NOT = WS-REPORT-YEAR
                   PERFORM 930-FORECAST-YEAR-ABORT
               END-IF
           END-IF.

       215-READ-SNAPSHOT.
           READ PHSTSRTD
               AT END MOVE "Y" TO PHSTSRTD-EOF-SWITCH
           END-READ
           IF PHSTSRTD-EOF-SWITCH = "N"
               ADD 1 TO WS-SNAPSHOT-IN-COUNT
           END-IF.

       230-PRINT-HEADINGS.
           ADD 1 TO PAGE-COUNT
           MOVE ZERO TO LINE-COUNT

           MOVE CD-MONTH        TO HL1-MONTH
           MOVE CD-DAY          TO HL1-DAY
           MOVE CD-YEAR         TO HL1-YEAR
           MOVE PAGE-COUNT      TO HL1-PAGE
           MOVE CD-HOURS        TO HL2-HOURS
           MOVE CD-MINUTES      TO HL2-MINUTES
           MOVE WS-REPORT-MONTH TO HL2-REPORT-MONTH
           MOVE WS-REPORT-YEAR  TO HL2-REPORT-YEAR
           MOVE WS-MISS-PERCENT TO HL2-MISS-PERCENT

           MOVE HEADING-LINE-1 TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE HEADING-LINE-2 TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACE TO PRINT-AREA
           WRITE PRINT-AREA

           IF WS-REPORT-SECTION = "E"
               MOVE EXCEPTION-HEADING-LINE-3 TO PRINT-AREA
           ELSE
               MOVE HEADING-LINE-3 TO PRINT-AREA
           END-IF
           WRITE PRINT-AREA

           MOVE DASH-LINE TO PRINT-AREA
           WRITE PRINT-AREA.

       300-PROCESS-CUSTOMER.
           PERFORM 310-CHECK-CONTROL-BREAKS
           PERFORM 320-PROJECT-CUSTOMER

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF

           PERFORM VARYING WS-AMOUNT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-AMOUNT-SUBSCRIPT > 5
              MOVE CA-AMOUNT(WS-AMOUNT-SUBSCRIPT)
                TO PA-AMOUNT(WS-AMOUNT-SUBSCRIPT)
              ADD CA-AMOUNT(WS-AMOUNT-SUBSCRIPT)
                TO RT-AMOUNT(WS-AMOUNT-SUBSCRIPT)
              ADD CA-AMOUNT(WS-AMOUNT-SUBSCRIPT)
                TO BT-AMOUNT(WS-AMOUNT-SUBSCRIPT)
              ADD CA-AMOUNT(WS-AMOUNT-SUBSCRIPT)
                TO GT-AMOUNT(WS-AMOUNT-SUBSCRIPT)
           END-PERFORM

           MOVE SPACE              TO FL-CAPTION
           MOVE CM-BRANCH-NUMBER   TO FL-BRANCH
           MOVE CM-SALESREP-NUMBER TO FL-REP
           MOVE CM-CUSTOMER-NUMBER TO FL-CUST
           MOVE CM-CUSTOMER-NAME   TO FL-NAME
           PERFORM 500-FORMAT-FORECAST-LINE

           MOVE FORECAST-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 1 TO LINE-COUNT
           ADD 1 TO WS-CUSTOMER-COUNT.

       310-CHECK-CONTROL-BREAKS.
           IF WS-FIRST-CUSTOMER-SWITCH = "Y"
               MOVE "N" TO WS-FIRST-CUSTOMER-SWITCH
               MOVE CM-BRANCH-NUMBER   TO WS-PREVIOUS-BRANCH
               MOVE CM-SALESREP-NUMBER TO WS-PREVIOUS-SALESREP
           ELSE
               IF CM-BRANCH-NUMBER NOT = WS-PREVIOUS-BRANCH
                   PERFORM 420-PRINT-SALESREP-TOTAL
                   PERFORM 400-PRINT-BRANCH-TOTAL
                   MOVE CM-SALESREP-NUMBER TO WS-PREVIOUS-SALESREP
                   MOVE CM-BRANCH-NUMBER   TO WS-PREVIOUS-BRANCH
               ELSE
                   IF CM-SALESREP-NUMBER NOT = WS-PREVIOUS-SALESREP
                       PERFORM 420-PRINT-SALESREP-TOTAL
                       MOVE CM-SALESREP-NUMBER TO WS-PREVIOUS-SALESREP
                   END-IF
               END-IF
           END-IF.

       320-PROJECT-CUSTOMER.
           MOVE ZERO TO CA-AMOUNT(1)
           PERFORM VARYING WS-MONTH-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-MONTH-SUBSCRIPT > WS-REPORT-MONTH
              IF CM-MONTH-SALES(WS-MONTH-SUBSCRIPT) NUMERIC
                  ADD CM-MONTH-SALES(WS-MONTH-SUBSCRIPT)
                    TO CA-AMOUNT(1)
              END-IF
           END-PERFORM

           COMPUTE CA-AMOUNT(2) ROUNDED =
               CA-AMOUNT(1) * WS-PROJECTION-FACTOR
               ON SIZE ERROR
                   MOVE ZERO TO CA-AMOUNT(2)
           END-COMPUTE
           COMPUTE CA-AMOUNT(3) = CA-AMOUNT(1) + CA-AMOUNT(2)

           IF CM-SALES-BUDGET-YTD NUMERIC
               MOVE CM-SALES-BUDGET-YTD TO CA-AMOUNT(4)
           ELSE
               MOVE ZERO TO CA-AMOUNT(4)
           END-IF
           IF CM-SALES-LAST-YTD NUMERIC
               MOVE CM-SALES-LAST-YTD TO CA-AMOUNT(5)
           ELSE
               MOVE ZERO TO CA-AMOUNT(5)
           END-IF.

       400-PRINT-BRANCH-TOTAL.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF

           PERFORM VARYING WS-AMOUNT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-AMOUNT-SUBSCRIPT > 5
              MOVE BT-AMOUNT(WS-AMOUNT-SUBSCRIPT)
                TO PA-AMOUNT(WS-AMOUNT-SUBSCRIPT)
              MOVE ZERO TO BT-AMOUNT(WS-AMOUNT-SUBSCRIPT)
           END-PERFORM

           MOVE SPACE TO FL-CAPTION
           STRING "BRANCH " WS-PREVIOUS-BRANCH " TOTAL"
               DELIMITED BY SIZE INTO FL-CAPTION
           END-STRING
           PERFORM 500-FORMAT-FORECAST-LINE

           MOVE FORECAST-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 2 TO LINE-COUNT.

       420-PRINT-SALESREP-TOTAL.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF

           PERFORM VARYING WS-AMOUNT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-AMOUNT-SUBSCRIPT > 5
              MOVE RT-AMOUNT(WS-AMOUNT-SUBSCRIPT)
                TO PA-AMOUNT(WS-AMOUNT-SUBSCRIPT)
              MOVE ZERO TO RT-AMOUNT(WS-AMOUNT-SUBSCRIPT)
           END-PERFORM

           MOVE SPACE TO FL-CAPTION
           STRING "   SALESREP " WS-PREVIOUS-SALESREP " TOTAL"
               DELIMITED BY SIZE INTO FL-CAPTION
           END-STRING
           PERFORM 500-FORMAT-FORECAST-LINE

           MOVE FORECAST-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 1 TO LINE-COUNT
           ADD 1 TO WS-SALESREP-COUNT

           PERFORM 430-CHECK-REP-EXCEPTION.

       430-CHECK-REP-EXCEPTION.
           IF PA-AMOUNT(4) > ZERO
              AND PA-AMOUNT(3) < PA-AMOUNT(4)
               COMPUTE WS-SHORTFALL = PA-AMOUNT(4) - PA-AMOUNT(3)
               COMPUTE WS-SHORTFALL-PERCENT ROUNDED =
                   WS-SHORTFALL * 100 / PA-AMOUNT(4)
               IF WS-SHORTFALL-PERCENT > WS-MISS-PERCENT
                   IF WS-EXCEPTION-COUNT >= WS-EXCEPTION-MAX
                       PERFORM 920-EXCEPTION-TABLE-FULL-ABORT
                   END-IF
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE WS-PREVIOUS-BRANCH
                     TO RX-BRANCH(WS-EXCEPTION-COUNT)
                   MOVE WS-PREVIOUS-SALESREP
                     TO RX-SALESREP(WS-EXCEPTION-COUNT)
                   MOVE PA-AMOUNT(1)
                     TO RX-ACTUAL(WS-EXCEPTION-COUNT)
                   MOVE PA-AMOUNT(3)
                     TO RX-PROJECTED(WS-EXCEPTION-COUNT)
                   MOVE PA-AMOUNT(4)
                     TO RX-BUDGET(WS-EXCEPTION-COUNT)
                   MOVE WS-SHORTFALL
                     TO RX-SHORTFALL(WS-EXCEPTION-COUNT)
                   MOVE WS-SHORTFALL-PERCENT
                     TO RX-SHORT-PERCENT(WS-EXCEPTION-COUNT)
               END-IF
           END-IF.

       440-PRINT-GRAND-TOTAL.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF

           PERFORM VARYING WS-AMOUNT-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-AMOUNT-SUBSCRIPT > 5
              MOVE GT-AMOUNT(WS-AMOUNT-SUBSCRIPT)
                TO PA-AMOUNT(WS-AMOUNT-SUBSCRIPT)
           END-PERFORM

           MOVE "GRAND TOTAL" TO FL-CAPTION
           PERFORM 500-FORMAT-FORECAST-LINE

           MOVE FORECAST-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 1 TO LINE-COUNT.

       500-FORMAT-FORECAST-LINE.
           MOVE PA-AMOUNT(1) TO FL-ACTUAL
           MOVE PA-AMOUNT(2) TO FL-PROJ-REST
           MOVE PA-AMOUNT(3) TO FL-PROJ-TOTAL
           MOVE PA-AMOUNT(4) TO FL-BUDGET
           MOVE PA-AMOUNT(5) TO FL-LAST-YEAR

           COMPUTE FL-BUDGET-VARIANCE = PA-AMOUNT(3) - PA-AMOUNT(4)
           COMPUTE FL-LAST-YR-VARIANCE = PA-AMOUNT(3) - PA-AMOUNT(5)

           IF PA-AMOUNT(4) NOT > ZERO
               MOVE SPACE TO FL-ATTAIN-PCT
           ELSE
               COMPUTE WS-PCT-VALUE ROUNDED =
                   PA-AMOUNT(3) * 100 / PA-AMOUNT(4)
                   ON SIZE ERROR
                       MOVE 9999 TO WS-PCT-VALUE
               END-COMPUTE
               MOVE WS-PCT-VALUE TO WS-PCT-EDIT
               MOVE WS-PCT-TEXT TO FL-ATTAIN-PCT
           END-IF

           MOVE PA-AMOUNT(3) TO WS-PCT-CURRENT
           MOVE PA-AMOUNT(5) TO WS-PCT-BASE
           PERFORM 510-COMPUTE-PERCENT-CHANGE
           MOVE WS-PCT-TEXT TO FL-LAST-YR-PCT.

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

       600-PRINT-REP-EXCEPTIONS.
           MOVE "E" TO WS-REPORT-SECTION
           PERFORM 230-PRINT-HEADINGS

           IF WS-EXCEPTION-COUNT = ZERO
               MOVE NO-EXCEPTION-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               ADD 1 TO LINE-COUNT
           ELSE
               PERFORM VARYING WS-EXCEPTION-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-EXCEPTION-SUBSCRIPT
                             > WS-EXCEPTION-COUNT
                  PERFORM 610-PRINT-REP-EXCEPTION
               END-PERFORM
           END-IF.

       610-PRINT-REP-EXCEPTION.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF

           MOVE RX-BRANCH(WS-EXCEPTION-SUBSCRIPT)   TO XL-BRANCH
           MOVE RX-SALESREP(WS-EXCEPTION-SUBSCRIPT) TO XL-REP
           COMPUTE WS-NAME-SUBSCRIPT =
               RX-SALESREP(WS-EXCEPTION-SUBSCRIPT) + 1
           MOVE SALESREP-NAME-ENTRY(WS-NAME-SUBSCRIPT) TO XL-NAME
           MOVE RX-ACTUAL(WS-EXCEPTION-SUBSCRIPT)    TO XL-ACTUAL
           MOVE RX-PROJECTED(WS-EXCEPTION-SUBSCRIPT) TO XL-PROJECTED
           MOVE RX-BUDGET(WS-EXCEPTION-SUBSCRIPT)    TO XL-BUDGET
           MOVE RX-SHORTFALL(WS-EXCEPTION-SUBSCRIPT) TO XL-SHORTFALL
           MOVE RX-SHORT-PERCENT(WS-EXCEPTION-SUBSCRIPT)
             TO XL-SHORT-PERCENT

           MOVE REP-EXCEPTION-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 1 TO LINE-COUNT.

       700-PRINT-CONTROL-TOTALS.
           MOVE SPACE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "CUSTOMER RECORDS READ:" TO FCL-CAPTION
           MOVE WS-MASTER-IN-COUNT TO FCL-COUNT
           MOVE FCST-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "CUSTOMERS PROJECTED:" TO FCL-CAPTION
           MOVE WS-CUSTOMER-COUNT TO FCL-COUNT
           MOVE FCST-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "SALESREP TOTALS PRINTED:" TO FCL-CAPTION
           MOVE WS-SALESREP-COUNT TO FCL-COUNT
           MOVE FCST-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "SALESREPS PROJECTED TO MISS BUDGET:" TO FCL-CAPTION
           MOVE WS-EXCEPTION-COUNT TO FCL-COUNT
           MOVE FCST-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "SNAPSHOT RECORDS READ:" TO FCL-CAPTION
           MOVE WS-SNAPSHOT-IN-COUNT TO FCL-COUNT
           MOVE FCST-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "SEASONAL DECEMBER SNAPSHOTS READ:" TO FCL-CAPTION
           MOVE WS-SEASON-SNAP-COUNT TO FCL-COUNT
           MOVE FCST-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "CUSTOMERS IN SEASONAL PATTERN:" TO FCL-CAPTION
           MOVE WS-SEASON-CUST-COUNT TO FCL-COUNT
           MOVE FCST-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA.

       920-EXCEPTION-TABLE-FULL-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** SALESREP EXCEPTION TABLE FULL"
               " - BRANCH " WS-PREVIOUS-BRANCH
               " REP "      WS-PREVIOUS-SALESREP
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "FCST1000 ABENDING - TOO MANY SALESREP EXCEPTIONS"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           CLOSE I_CUSTMAST O_FCSTRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       930-FORECAST-YEAR-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** FORECAST YEAR " WS-REPORT-YEAR
               " BUT CUSTMAST HOLDS " CM-ROLLOVER-YEAR " SALES"
               " - BRANCH " CM-BRANCH-NUMBER
               " REP "      CM-SALESREP-NUMBER
               " CUSTOMER " CM-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "FCST1000 ABENDING - CUSTMAST IS NOT FOR THE "
               "FORECAST YEAR" UPON CONSOLE

           MOVE WS-ERROR-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           CLOSE I_CUSTMAST O_FCSTRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
