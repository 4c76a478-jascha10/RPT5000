      *              periods on the ACCTCAL accounting calendar and
      *              opens the rollover year so the CM-ROLLOVER-YEAR
      *              guard and the calendar cannot disagree.  Rolls
      *              settled prior-year items off the retained invoice
      *              history file and the CASH1000 cash applied file
      *              to annual archives so the history POST1000
      *              carries per customer stays bounded and invoice
      *              numbers reused in a later year are not suspended
      *              as duplicates.  The two files are matched by
      *              customer and netted the way AGE1000 nets them: a
      *              prior-year invoice is archived, with the payments
      *              applied to it, only when it is paid in full and
      *              every one of those payments was received before
      *              the rollover year; a reversed invoice with nothing
      *              applied is archived with its reversal entry when
      *              both posted before the rollover year.  Open
      *              invoices, credit memos and on-account cash stay
      *              on the live files, so AGE1000, CASH1000 and the
      *              STMT1000 opening balances are unchanged by the
      *              roll.  Proves
      *              the roll with before/after control totals and
      *              abends if the old THIS-YTD grand total does not
      *              equal the new LAST-YTD grand total.
      *              Runs as an optional step of the nightly stream
      *              under the RUNCTL job ledger, between CUNLD100 (or
      *              CUST1000 when maintenance ran) and POST1000: it
      *              refuses to run, giving the reason on the console,
      *              unless the most recent of CUNLD100 and CUST1000
      *              completed today with a return code of 4 or less,
      *              this step has not already run since, and POST1000
      *              has not run since. The master input is counted
      *              before any output is opened and must equal that
      *              step's output count. Every run appends a
      *              completion or refusal entry to the ledger for
      *              JOBS1000.
      *              Before the roll, every customer is also
      *              snapshotted to the PERHIST period-history file
      *              for each prior-year period that was still open
      *              and is closed here, so the last months of the
      *              year are kept for PCMP1000 even when they were
      *              not closed through CAL1000.
      ****************************************************************

       ENVIRONMENT DIVISION.
           SELECT O_NEWCAL    ASSIGN TO NEWCAL.
           SELECT O_NEWHIST   ASSIGN TO NEWHIST.
           SELECT O_HISTARCH  ASSIGN TO HISTARCH.
           SELECT I_OLDCASH   ASSIGN TO OLDCASH.
           SELECT O_NEWCASH   ASSIGN TO NEWCASH.
           SELECT O_CASHARCH  ASSIGN TO CASHARCH.
           SELECT O_ROLLRPT   ASSIGN TO ROLLRPT.
           SELECT O_CTLTOTAL  ASSIGN TO CTLTOTAL.
           SELECT OPTIONAL O_PERHIST ASSIGN TO PERHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL I_RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL O_RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 40 CHARACTERS.
       01  HISTORY-ARCHIVE-RECORD   PIC X(40).

       FD  I_OLDCASH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
       01  CASH-APPLIED-RECORD.
           05 CH-BRANCH-NUMBER      PIC 9(2).
           05 CH-SALESREP-NUMBER    PIC 9(2).
           05 CH-CUSTOMER-NUMBER    PIC 9(5).
           05 CH-INVOICE-NUMBER     PIC X(6).
           05 CH-RECEIPT-DATE       PIC 9(8).
           05 CH-CHECK-NUMBER       PIC X(8).
           05 CH-APPLIED-AMOUNT     PIC S9(5)V99.
           05 CH-POSTING-DATE       PIC 9(8).
           05 CH-ENTRY-TYPE         PIC X.
           05 FILLER                PIC X(13).

       FD  O_NEWCASH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
       01  NEW-CASH-RECORD          PIC X(60).

       FD  O_CASHARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
       01  CASH-ARCHIVE-RECORD      PIC X(60).

       FD  O_ROLLRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05 CTL-GRAND-THIS-YTD   PIC S9(9)V99.
           05 CTL-GRAND-LAST-YTD   PIC S9(9)V99.

       FD  O_PERHIST
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

       FD  I_RUNCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  JOB-LEDGER-RECORD.
           05 JL-PROGRAM-ID        PIC X(8).
           05 JL-RUN-TIMESTAMP.
              10 JL-RUN-DATE       PIC 9(8).
              10 JL-RUN-TIME       PIC 9(6).
           05 JL-RUN-TIMESTAMP-N REDEFINES JL-RUN-TIMESTAMP
                                   PIC 9(14).
           05 JL-ENTRY-STATUS      PIC X.
           05 JL-RETURN-CODE       PIC 9(2).
           05 JL-RECORDS-IN        PIC 9(9).
           05 JL-RECORDS-OUT       PIC 9(9).
           05 JL-REASON            PIC X(30).
           05 FILLER               PIC X(7).

       FD  O_RUNCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  NEW-LEDGER-RECORD PIC X(80).

       WORKING-STORAGE SECTION.

       01  CUSTMAST-EOF-SWITCH     PIC X VALUE "N".
       01  BUDGET-EOF-SWITCH       PIC X VALUE "N".
       01  OLDCAL-EOF-SWITCH       PIC X VALUE "N".
       01  HISTORY-EOF-SWITCH      PIC X VALUE "N".
       01  OLDCASH-EOF-SWITCH      PIC X VALUE "N".

       01  WS-WORK-CALENDAR.
           05 WC-PERIOD-YEAR       PIC 9(4).
           05 WS-MONTH-STATUS OCCURS 12 TIMES
                                   PIC X VALUE SPACE.

       01  SNAPSHOT-FIELDS.
           05 WS-SNAPSHOT-YEAR     PIC 9(4) VALUE ZERO.
           05 WS-SNAPSHOT-PERIODS  PIC 9(3) VALUE ZERO.
           05 WS-SNAPSHOT-NOW.
              10 WS-SNAPSHOT-DATE  PIC 9(8).
              10 WS-SNAPSHOT-TIME  PIC 9(6).
              10 FILLER            PIC X(7).
           05 WS-SNAPSHOT-MONTH OCCURS 12 TIMES
                                   PIC X VALUE "N".

       01  HELD-CALENDAR-FIELDS.
           05 WS-HELD-COUNT        PIC 9(3) VALUE ZERO.
           05 WS-HELD-TABLE-MAX    PIC 9(3) VALUE 60.
           05 WS-LAST-MASTER-KEY   PIC 9(10) VALUE ZERO.
           05 WS-BUDGET-KEY        PIC 9(10) VALUE ZERO.
           05 WS-LAST-BUDGET-KEY   PIC 9(10) VALUE ZERO.
           05 WS-HISTORY-KEY       PIC 9(10) VALUE ZERO.
           05 WS-LAST-HISTORY-KEY  PIC 9(10) VALUE ZERO.
           05 WS-CASH-KEY          PIC 9(10) VALUE ZERO.
           05 WS-LAST-CASH-KEY     PIC 9(10) VALUE ZERO.
           05 WS-ROLL-KEY          PIC 9(10) VALUE ZERO.
           05 WS-HIGH-KEY          PIC 9(10) VALUE 9999999999.

       01  COUNT-FIELDS.
           05 WS-HIST-IN-COUNT     PIC 9(9) VALUE ZERO.
           05 WS-HIST-KEPT-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-HIST-ARCH-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-CASH-IN-COUNT     PIC 9(9) VALUE ZERO.
           05 WS-CASH-KEPT-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-CASH-ARCH-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-SNAPSHOT-COUNT    PIC 9(9) VALUE ZERO.

       01  TOTAL-FIELDS.
           05 WS-OLD-THIS-TOTAL    PIC S9(9)V99 VALUE ZERO.
           05 WS-NEW-THIS-TOTAL    PIC S9(9)V99 VALUE ZERO.

       01  WS-ROLL-YEAR            PIC 9(4) VALUE ZERO.
       01  WS-ENTRY-YEAR           PIC 9(4) VALUE ZERO.
       01  WS-MONTH-SUBSCRIPT      PIC 9(3) VALUE ZERO.

       01  ROLL-ITEM-TABLE-FIELDS.
           05 WS-ITEM-ENTRY-COUNT  PIC 9(3) VALUE ZERO.
           05 WS-ITEM-TABLE-MAX    PIC 9(3) VALUE 500.
           05 WS-ITEM-SUBSCRIPT    PIC 9(3) VALUE ZERO.
           05 WS-FOUND-SUBSCRIPT   PIC 9(3) VALUE ZERO.
           05 WS-PAIR-SUBSCRIPT    PIC 9(3) VALUE ZERO.
           05 WS-CASH-ENTRY-COUNT  PIC 9(3) VALUE ZERO.
           05 WS-CASH-TABLE-MAX    PIC 9(3) VALUE 500.
           05 WS-CASH-SUBSCRIPT    PIC 9(3) VALUE ZERO.

      *    ONE CUSTOMER'S HISTORY ITEMS AND CASH ENTRIES, HELD UNTIL
      *    EACH ITEM IS KNOWN TO BE SETTLED OR STILL OPEN
       01  ROLL-ITEM-TABLE.
           05 RT-ITEM OCCURS 500 TIMES.
              10 RT-HISTORY-RECORD  PIC X(40).
              10 RT-INVOICE-NUMBER  PIC X(6).
              10 RT-RECORD-TYPE     PIC X.
              10 RT-INVOICE-AMOUNT  PIC S9(5)V99.
              10 RT-APPLIED-AMOUNT  PIC S9(7)V99.
              10 RT-PAIR-SUBSCRIPT  PIC 9(3).
              10 RT-PRIOR-SWITCH    PIC X.
              10 RT-ARCHIVE-SWITCH  PIC X.

       01  ROLL-CASH-TABLE.
           05 RC-ENTRY OCCURS 500 TIMES.
              10 RC-CASH-RECORD     PIC X(60).
              10 RC-ITEM-SUBSCRIPT  PIC 9(3).

       01  WS-ERROR-LINE           PIC X(130).

       01  CURRENT-DATE-AND-TIME.
           05 FILLER               PIC X(3) VALUE SPACE.
           05 OBL-AMOUNT           PIC ZZ,ZZ9.99.

       01  JOB-LEDGER-FIELDS.
           05 WS-LEDGER-PROGRAM    PIC X(8)  VALUE "ROLL1000".
           05 WS-LEDGER-PREDECESSOR PIC X(8) VALUE "CUNLD100".
           05 WS-UNLOAD-STEP       PIC X(8)  VALUE "CUNLD100".
           05 WS-MAINT-STEP        PIC X(8)  VALUE "CUST1000".
           05 WS-POST-STEP         PIC X(8)  VALUE "POST1000".
           05 WS-LEDGER-EOF-SWITCH PIC X     VALUE "N".
           05 WS-LEDGER-NOW.
              10 WS-LEDGER-TODAY   PIC 9(8).
              10 WS-LEDGER-TIME    PIC 9(6).
           05 WS-TODAY-START       PIC 9(14) VALUE ZERO.
           05 WS-OWN-TIMESTAMP     PIC 9(14) VALUE ZERO.
           05 WS-PRED-TIMESTAMP    PIC 9(14) VALUE ZERO.
           05 WS-PRED-RETURN-CODE  PIC 9(2)  VALUE ZERO.
           05 WS-PRED-RECORDS-IN   PIC 9(9)  VALUE ZERO.
           05 WS-PRED-RECORDS-OUT  PIC 9(9)  VALUE ZERO.
           05 WS-PRED-RC-EDIT      PIC Z9.
           05 WS-HANDOFF-COUNT     PIC 9(9)  VALUE ZERO.
           05 WS-LATER-STEP        PIC X(8)  VALUE SPACE.
           05 WS-LATER-TIMESTAMP   PIC 9(14) VALUE ZERO.
           05 WS-LEDGER-RECORDS-IN  PIC 9(9) VALUE ZERO.
           05 WS-LEDGER-RECORDS-OUT PIC 9(9) VALUE ZERO.
           05 WS-LEDGER-REASON     PIC X(30) VALUE SPACE.

       01  LEDGER-ENTRY-RECORD.
           05 LE-PROGRAM-ID        PIC X(8).
           05 LE-RUN-TIMESTAMP     PIC X(14).
           05 LE-ENTRY-STATUS      PIC X.
           05 LE-RETURN-CODE       PIC 9(2).
           05 LE-RECORDS-IN        PIC 9(9).
           05 LE-RECORDS-OUT       PIC 9(9).
           05 LE-REASON            PIC X(30).
           05 FILLER               PIC X(7)  VALUE SPACE.

       PROCEDURE DIVISION.

       000-ROLL-SALES-YEAR.
           PERFORM 150-CHECK-JOB-LEDGER

           OPEN INPUT  I_CUSTMAST I_BUDGET
                OUTPUT O_NEWMAST O_ROLLRPT
                EXTEND O_PERHIST

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           MOVE CD-YEAR TO WS-ROLL-YEAR
           PERFORM 120-SCAN-PERIODS-TO-CLOSE

           PERFORM 230-PRINT-ROLL-HEADINGS

           PERFORM 550-ROLL-HISTORY
           PERFORM 700-PRINT-CONTROL-TOTALS

           CLOSE I_CUSTMAST I_BUDGET O_NEWMAST O_ROLLRPT O_PERHIST

           MOVE WS-MASTER-IN-COUNT  TO WS-LEDGER-RECORDS-IN
           MOVE WS-MASTER-OUT-COUNT TO WS-LEDGER-RECORDS-OUT
           PERFORM 790-WRITE-JOB-LEDGER
           STOP RUN.

       120-SCAN-PERIODS-TO-CLOSE.
           COMPUTE WS-SNAPSHOT-YEAR = WS-ROLL-YEAR - 1
           MOVE FUNCTION CURRENT-DATE TO WS-SNAPSHOT-NOW

           OPEN INPUT I_OLDCAL
           PERFORM UNTIL OLDCAL-EOF-SWITCH = "Y"
              READ I_OLDCAL
                  AT END MOVE "Y" TO OLDCAL-EOF-SWITCH
              END-READ
              IF OLDCAL-EOF-SWITCH = "N"
                 AND AC-PERIOD-YEAR NUMERIC
                 AND AC-PERIOD-MONTH NUMERIC
                  IF AC-PERIOD-YEAR-9 = WS-SNAPSHOT-YEAR
                     AND AC-PERIOD-MONTH-9 >= 01
                     AND AC-PERIOD-MONTH-9 <= 12
                     AND AC-PERIOD-STATUS NOT = "C"
                      MOVE "Y"
                          TO WS-SNAPSHOT-MONTH(AC-PERIOD-MONTH-9)
                      ADD 1 TO WS-SNAPSHOT-PERIODS
                  END-IF
              END-IF
           END-PERFORM
           CLOSE I_OLDCAL
           MOVE "N" TO OLDCAL-EOF-SWITCH.

       150-CHECK-JOB-LEDGER.
           MOVE FUNCTION CURRENT-DATE TO WS-LEDGER-NOW
           COMPUTE WS-TODAY-START = WS-LEDGER-TODAY * 1000000

           OPEN INPUT I_RUNCTL
           PERFORM 155-READ-JOB-LEDGER
           PERFORM UNTIL WS-LEDGER-EOF-SWITCH = "Y"
              IF JL-ENTRY-STATUS = "C"
                 IF JL-PROGRAM-ID = WS-UNLOAD-STEP
                                 OR WS-MAINT-STEP
                    MOVE JL-PROGRAM-ID      TO WS-LEDGER-PREDECESSOR
                    MOVE JL-RUN-TIMESTAMP-N TO WS-PRED-TIMESTAMP
                    MOVE JL-RETURN-CODE     TO WS-PRED-RETURN-CODE
                    MOVE JL-RECORDS-IN      TO WS-PRED-RECORDS-IN
                    MOVE JL-RECORDS-OUT     TO WS-PRED-RECORDS-OUT
                 END-IF
                 IF JL-PROGRAM-ID = WS-LEDGER-PROGRAM
                    MOVE JL-RUN-TIMESTAMP-N TO WS-OWN-TIMESTAMP
                 END-IF
                 IF JL-PROGRAM-ID = WS-POST-STEP
                    MOVE JL-PROGRAM-ID      TO WS-LATER-STEP
                    MOVE JL-RUN-TIMESTAMP-N TO WS-LATER-TIMESTAMP
                 END-IF
              END-IF
              PERFORM 155-READ-JOB-LEDGER
           END-PERFORM
           CLOSE I_RUNCTL

           MOVE SPACE TO WS-LEDGER-REASON
           EVALUATE TRUE
              WHEN WS-PRED-TIMESTAMP < WS-TODAY-START
                 STRING WS-LEDGER-PREDECESSOR DELIMITED BY SPACE
                        " NOT COMPLETED TODAY" DELIMITED BY SIZE
                        INTO WS-LEDGER-REASON
                 END-STRING
                 PERFORM 960-STEP-REFUSED-ABORT
              WHEN WS-PRED-RETURN-CODE > 4
                 MOVE WS-PRED-RETURN-CODE TO WS-PRED-RC-EDIT
                 STRING WS-LEDGER-PREDECESSOR DELIMITED BY SPACE
                        " ENDED WITH RC " DELIMITED BY SIZE
                        WS-PRED-RC-EDIT DELIMITED BY SIZE
                        INTO WS-LEDGER-REASON
                 END-STRING
                 PERFORM 960-STEP-REFUSED-ABORT
              WHEN WS-OWN-TIMESTAMP > WS-PRED-TIMESTAMP
                 STRING "ALREADY RAN SINCE " DELIMITED BY SIZE
                        WS-LEDGER-PREDECESSOR DELIMITED BY SPACE
                        INTO WS-LEDGER-REASON
                 END-STRING
                 PERFORM 960-STEP-REFUSED-ABORT
              WHEN WS-LATER-TIMESTAMP > WS-PRED-TIMESTAMP
                 STRING "STREAM ALREADY PAST " DELIMITED BY SIZE
                        WS-LATER-STEP DELIMITED BY SPACE
                        INTO WS-LEDGER-REASON
                 END-STRING
                 PERFORM 960-STEP-REFUSED-ABORT
           END-EVALUATE

           PERFORM 160-CHECK-HANDOFF-COUNT.

       155-READ-JOB-LEDGER.
           READ I_RUNCTL
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF-SWITCH
           END-READ.

       160-CHECK-HANDOFF-COUNT.
           OPEN INPUT I_CUSTMAST
           PERFORM 165-COUNT-HANDOFF-RECORD
           PERFORM UNTIL CUSTMAST-EOF-SWITCH = "Y"
              ADD 1 TO WS-HANDOFF-COUNT
              PERFORM 165-COUNT-HANDOFF-RECORD
           END-PERFORM
           CLOSE I_CUSTMAST
           MOVE "N" TO CUSTMAST-EOF-SWITCH

           IF WS-HANDOFF-COUNT NOT = WS-PRED-RECORDS-OUT
              MOVE WS-HANDOFF-COUNT TO WS-LEDGER-RECORDS-IN
              MOVE SPACE TO WS-LEDGER-REASON
              STRING "COUNT NOT = " DELIMITED BY SIZE
                     WS-LEDGER-PREDECESSOR DELIMITED BY SPACE
                     " OUTPUT" DELIMITED BY SIZE
                     INTO WS-LEDGER-REASON
              END-STRING
              PERFORM 960-STEP-REFUSED-ABORT
           END-IF.

       165-COUNT-HANDOFF-RECORD.
           READ I_CUSTMAST
               AT END MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-READ.

       210-READ-CUSTOMER-RECORD.
           READ I_CUSTMAST
               AT END MOVE "Y" TO CUSTMAST-EOF-SWITCH

           ADD CM-SALES-THIS-YTD TO WS-OLD-THIS-TOTAL

           IF WS-SNAPSHOT-PERIODS > ZERO
               PERFORM 310-WRITE-PERIOD-SNAPSHOTS
           END-IF

           MOVE CUSTOMER-MASTER-RECORD TO NEW-MASTER-RECORD
           MOVE CM-SALES-THIS-YTD TO NM-SALES-LAST-YTD
           MOVE ZERO              TO NM-SALES-THIS-YTD
           WRITE NEW-MASTER-RECORD
           ADD 1 TO WS-MASTER-OUT-COUNT.

       310-WRITE-PERIOD-SNAPSHOTS.
           PERFORM VARYING WS-MONTH-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-MONTH-SUBSCRIPT > 12
              IF WS-SNAPSHOT-MONTH(WS-MONTH-SUBSCRIPT) = "Y"
                  MOVE SPACE               TO PERIOD-HISTORY-RECORD
                  MOVE CM-BRANCH-NUMBER    TO PH-BRANCH-NUMBER
                  MOVE CM-SALESREP-NUMBER  TO PH-SALESREP-NUMBER
                  MOVE CM-CUSTOMER-NUMBER  TO PH-CUSTOMER-NUMBER
                  MOVE WS-SNAPSHOT-YEAR    TO PH-PERIOD-YEAR
                  MOVE WS-MONTH-SUBSCRIPT  TO PH-PERIOD-MONTH
                  MOVE WS-SNAPSHOT-DATE    TO PH-SNAPSHOT-DATE
                  MOVE WS-SNAPSHOT-TIME    TO PH-SNAPSHOT-TIME
                  MOVE CM-CUSTOMER-NAME    TO PH-CUSTOMER-NAME
                  MOVE CM-SALES-THIS-YTD   TO PH-SALES-THIS-YTD
                  MOVE CM-SALES-LAST-YTD   TO PH-SALES-LAST-YTD
                  MOVE CM-SALES-BUDGET-YTD TO PH-SALES-BUDGET-YTD
                  MOVE CM-MONTHLY-SALES    TO PH-MONTHLY-SALES
                  WRITE PERIOD-HISTORY-RECORD
                  ADD 1 TO WS-SNAPSHOT-COUNT
              END-IF
           END-PERFORM.

       320-REPORT-ORPHAN-BUDGET.
           MOVE BU-BRANCH-NUMBER    TO OBL-BRANCH
           MOVE BU-SALESREP-NUMBER  TO OBL-REP
           END-IF.

       550-ROLL-HISTORY.
           OPEN INPUT  I_HISTORY I_OLDCASH
                OUTPUT O_NEWHIST O_HISTARCH O_NEWCASH O_CASHARCH

           PERFORM 552-READ-HISTORY-RECORD
           PERFORM 554-READ-CASH-RECORD

           PERFORM UNTIL WS-HISTORY-KEY = WS-HIGH-KEY
                     AND WS-CASH-KEY = WS-HIGH-KEY
              PERFORM 560-ROLL-CUSTOMER-ITEMS
           END-PERFORM

           CLOSE I_HISTORY I_OLDCASH O_NEWHIST O_HISTARCH
                 O_NEWCASH O_CASHARCH.

       552-READ-HISTORY-RECORD.
           READ I_HISTORY
               AT END MOVE "Y" TO HISTORY-EOF-SWITCH
           END-READ
           IF HISTORY-EOF-SWITCH = "Y"
               MOVE WS-HIGH-KEY TO WS-HISTORY-KEY
           ELSE
               ADD 1 TO WS-HIST-IN-COUNT
               COMPUTE WS-HISTORY-KEY =
                   (HI-BRANCH-NUMBER    * 10000000)
                 + (HI-SALESREP-NUMBER  * 100000)
                 + HI-CUSTOMER-NUMBER
               IF WS-HISTORY-KEY < WS-LAST-HISTORY-KEY
                   PERFORM 910-HISTORY-SEQUENCE-ABORT
               END-IF
               MOVE WS-HISTORY-KEY TO WS-LAST-HISTORY-KEY
           END-IF.

       554-READ-CASH-RECORD.
           READ I_OLDCASH
               AT END MOVE "Y" TO OLDCASH-EOF-SWITCH
           END-READ
           IF OLDCASH-EOF-SWITCH = "Y"
               MOVE WS-HIGH-KEY TO WS-CASH-KEY
           ELSE
               ADD 1 TO WS-CASH-IN-COUNT
               COMPUTE WS-CASH-KEY =
                   (CH-BRANCH-NUMBER    * 10000000)
                 + (CH-SALESREP-NUMBER  * 100000)
                 + CH-CUSTOMER-NUMBER
               IF WS-CASH-KEY < WS-LAST-CASH-KEY
                   PERFORM 915-CASH-SEQUENCE-ABORT
               END-IF
               MOVE WS-CASH-KEY TO WS-LAST-CASH-KEY
           END-IF.

       560-ROLL-CUSTOMER-ITEMS.
           MOVE ZERO TO WS-ITEM-ENTRY-COUNT
           MOVE ZERO TO WS-CASH-ENTRY-COUNT
           IF WS-HISTORY-KEY < WS-CASH-KEY
               MOVE WS-HISTORY-KEY TO WS-ROLL-KEY
           ELSE
               MOVE WS-CASH-KEY TO WS-ROLL-KEY
           END-IF

           PERFORM UNTIL WS-HISTORY-KEY NOT = WS-ROLL-KEY
              PERFORM 562-LOAD-HISTORY-ITEM
              PERFORM 552-READ-HISTORY-RECORD
           END-PERFORM
           PERFORM UNTIL WS-CASH-KEY NOT = WS-ROLL-KEY
              PERFORM 564-LOAD-CASH-ENTRY
              PERFORM 554-READ-CASH-RECORD
           END-PERFORM

           PERFORM VARYING WS-ITEM-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-ITEM-SUBSCRIPT > WS-ITEM-ENTRY-COUNT
              PERFORM 570-MARK-SETTLED-ITEM
           END-PERFORM

           PERFORM VARYING WS-ITEM-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-ITEM-SUBSCRIPT > WS-ITEM-ENTRY-COUNT
              PERFORM 580-WRITE-HISTORY-ITEM
           END-PERFORM
           PERFORM VARYING WS-CASH-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CASH-SUBSCRIPT > WS-CASH-ENTRY-COUNT
              PERFORM 585-WRITE-CASH-ENTRY
           END-PERFORM.

       562-LOAD-HISTORY-ITEM.
           IF WS-ITEM-ENTRY-COUNT >= WS-ITEM-TABLE-MAX
               PERFORM 925-TABLE-FULL-ABORT
           END-IF
           ADD 1 TO WS-ITEM-ENTRY-COUNT
           MOVE INVOICE-HISTORY-RECORD
               TO RT-HISTORY-RECORD(WS-ITEM-ENTRY-COUNT)
           MOVE HI-INVOICE-NUMBER
               TO RT-INVOICE-NUMBER(WS-ITEM-ENTRY-COUNT)
           MOVE HI-RECORD-TYPE
               TO RT-RECORD-TYPE(WS-ITEM-ENTRY-COUNT)
           MOVE HI-INVOICE-AMOUNT
               TO RT-INVOICE-AMOUNT(WS-ITEM-ENTRY-COUNT)
           MOVE ZERO TO RT-APPLIED-AMOUNT(WS-ITEM-ENTRY-COUNT)
           MOVE ZERO TO RT-PAIR-SUBSCRIPT(WS-ITEM-ENTRY-COUNT)
           MOVE "N"  TO RT-ARCHIVE-SWITCH(WS-ITEM-ENTRY-COUNT)

      *    A REVERSAL ENTRY BELONGS TO THE YEAR IT POSTED AND IS PAIRED
      *    WITH THE REVERSED ORIGINAL IT BACKS OUT
           IF HI-RECORD-TYPE = "R"
               COMPUTE WS-ENTRY-YEAR = HI-POSTING-DATE / 10000
               IF WS-ENTRY-YEAR < WS-ROLL-YEAR
                   MOVE "Y" TO RT-PRIOR-SWITCH(WS-ITEM-ENTRY-COUNT)
               ELSE
                   MOVE "N" TO RT-PRIOR-SWITCH(WS-ITEM-ENTRY-COUNT)
               END-IF
               MOVE ZERO TO WS-PAIR-SUBSCRIPT
               PERFORM VARYING WS-ITEM-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-ITEM-SUBSCRIPT >= WS-ITEM-ENTRY-COUNT
                  IF RT-INVOICE-NUMBER(WS-ITEM-SUBSCRIPT)
                     = HI-INVOICE-NUMBER
                     AND RT-RECORD-TYPE(WS-ITEM-SUBSCRIPT) = "V"
                     AND RT-PAIR-SUBSCRIPT(WS-ITEM-SUBSCRIPT) = ZERO
                     MOVE WS-ITEM-SUBSCRIPT TO WS-PAIR-SUBSCRIPT
                  END-IF
               END-PERFORM
               IF WS-PAIR-SUBSCRIPT NOT = ZERO
                   MOVE WS-PAIR-SUBSCRIPT
                       TO RT-PAIR-SUBSCRIPT(WS-ITEM-ENTRY-COUNT)
                   MOVE WS-ITEM-ENTRY-COUNT
                       TO RT-PAIR-SUBSCRIPT(WS-PAIR-SUBSCRIPT)
               END-IF
           ELSE
               IF HI-INVOICE-YEAR NUMERIC
                  AND HI-INVOICE-YEAR >= WS-ROLL-YEAR
                   MOVE "N" TO RT-PRIOR-SWITCH(WS-ITEM-ENTRY-COUNT)
               ELSE
                   MOVE "Y" TO RT-PRIOR-SWITCH(WS-ITEM-ENTRY-COUNT)
               END-IF
           END-IF.

      *    CASH IS MATCHED TO THE LAST INVOICE OF THE SAME NUMBER, AS
      *    AGE1000 AND CASH1000 MATCH IT.  A PAYMENT RECEIVED IN THE
      *    ROLLOVER YEAR KEEPS ITS INVOICE ON THE LIVE FILES.
       564-LOAD-CASH-ENTRY.
           IF WS-CASH-ENTRY-COUNT >= WS-CASH-TABLE-MAX
               PERFORM 925-TABLE-FULL-ABORT
           END-IF
           ADD 1 TO WS-CASH-ENTRY-COUNT
           MOVE CASH-APPLIED-RECORD
               TO RC-CASH-RECORD(WS-CASH-ENTRY-COUNT)
           MOVE ZERO TO RC-ITEM-SUBSCRIPT(WS-CASH-ENTRY-COUNT)

           IF CH-ENTRY-TYPE NOT = "A"
               MOVE ZERO TO WS-FOUND-SUBSCRIPT
               PERFORM VARYING WS-ITEM-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-ITEM-SUBSCRIPT > WS-ITEM-ENTRY-COUNT
                  IF RT-INVOICE-NUMBER(WS-ITEM-SUBSCRIPT)
                     = CH-INVOICE-NUMBER
                     AND RT-RECORD-TYPE(WS-ITEM-SUBSCRIPT) NOT = "R"
                     MOVE WS-ITEM-SUBSCRIPT TO WS-FOUND-SUBSCRIPT
                  END-IF
               END-PERFORM
               IF WS-FOUND-SUBSCRIPT NOT = ZERO
                   MOVE WS-FOUND-SUBSCRIPT
                       TO RC-ITEM-SUBSCRIPT(WS-CASH-ENTRY-COUNT)
                   ADD CH-APPLIED-AMOUNT
                       TO RT-APPLIED-AMOUNT(WS-FOUND-SUBSCRIPT)
                   COMPUTE WS-ENTRY-YEAR = CH-RECEIPT-DATE / 10000
                   IF WS-ENTRY-YEAR >= WS-ROLL-YEAR
                       MOVE "N" TO RT-PRIOR-SWITCH(WS-FOUND-SUBSCRIPT)
                   END-IF
               END-IF
           END-IF.

       570-MARK-SETTLED-ITEM.
           IF RT-PRIOR-SWITCH(WS-ITEM-SUBSCRIPT) = "Y"
               MOVE RT-PAIR-SUBSCRIPT(WS-ITEM-SUBSCRIPT)
                   TO WS-PAIR-SUBSCRIPT
               EVALUATE RT-RECORD-TYPE(WS-ITEM-SUBSCRIPT)
                   WHEN "C"
                       CONTINUE
                   WHEN "R"
                       IF WS-PAIR-SUBSCRIPT = ZERO
                           MOVE "Y"
                               TO RT-ARCHIVE-SWITCH(WS-ITEM-SUBSCRIPT)
                       END-IF
                   WHEN "V"
                       IF RT-APPLIED-AMOUNT(WS-ITEM-SUBSCRIPT) = ZERO
                           IF WS-PAIR-SUBSCRIPT = ZERO
                               MOVE "Y"
                                 TO RT-ARCHIVE-SWITCH(WS-ITEM-SUBSCRIPT)
                           ELSE
                               IF RT-PRIOR-SWITCH(WS-PAIR-SUBSCRIPT)
                                  = "Y"
                                   MOVE "Y" TO RT-ARCHIVE-SWITCH
                                               (WS-ITEM-SUBSCRIPT)
                                   MOVE "Y" TO RT-ARCHIVE-SWITCH
                                               (WS-PAIR-SUBSCRIPT)
                               END-IF
                           END-IF
                       END-IF
                   WHEN OTHER
                       IF RT-APPLIED-AMOUNT(WS-ITEM-SUBSCRIPT)
                          = RT-INVOICE-AMOUNT(WS-ITEM-SUBSCRIPT)
                           MOVE "Y"
                               TO RT-ARCHIVE-SWITCH(WS-ITEM-SUBSCRIPT)
                       END-IF
               END-EVALUATE
           END-IF.

       580-WRITE-HISTORY-ITEM.
           IF RT-ARCHIVE-SWITCH(WS-ITEM-SUBSCRIPT) = "Y"
               MOVE RT-HISTORY-RECORD(WS-ITEM-SUBSCRIPT)
                   TO HISTORY-ARCHIVE-RECORD
               WRITE HISTORY-ARCHIVE-RECORD
               ADD 1 TO WS-HIST-ARCH-COUNT
           ELSE
               MOVE RT-HISTORY-RECORD(WS-ITEM-SUBSCRIPT)
                   TO NEW-HISTORY-RECORD
               WRITE NEW-HISTORY-RECORD
               ADD 1 TO WS-HIST-KEPT-COUNT
           END-IF.

       585-WRITE-CASH-ENTRY.
           MOVE RC-ITEM-SUBSCRIPT(WS-CASH-SUBSCRIPT)
               TO WS-FOUND-SUBSCRIPT
           IF WS-FOUND-SUBSCRIPT NOT = ZERO
              AND RT-ARCHIVE-SWITCH(WS-FOUND-SUBSCRIPT) = "Y"
               MOVE RC-CASH-RECORD(WS-CASH-SUBSCRIPT)
                   TO CASH-ARCHIVE-RECORD
               WRITE CASH-ARCHIVE-RECORD
               ADD 1 TO WS-CASH-ARCH-COUNT
           ELSE
               MOVE RC-CASH-RECORD(WS-CASH-SUBSCRIPT)
                   TO NEW-CASH-RECORD
               WRITE NEW-CASH-RECORD
               ADD 1 TO WS-CASH-KEPT-COUNT
           END-IF.

       530-WRITE-ROLL-YEAR-PERIOD.
           MOVE ROLL-COUNT-LINE TO ROLL-PRINT-AREA
           WRITE ROLL-PRINT-AREA

           MOVE "PERIOD SNAPSHOTS WRITTEN:" TO RCL-CAPTION
           MOVE WS-SNAPSHOT-COUNT TO RCL-COUNT
           MOVE ROLL-COUNT-LINE TO ROLL-PRINT-AREA
           WRITE ROLL-PRINT-AREA

           MOVE "HISTORY RECORDS READ:" TO RCL-CAPTION
           MOVE WS-HIST-IN-COUNT TO RCL-COUNT
           MOVE ROLL-COUNT-LINE TO ROLL-PRINT-AREA
           MOVE ROLL-COUNT-LINE TO ROLL-PRINT-AREA
           WRITE ROLL-PRINT-AREA

           MOVE "CASH RECORDS READ:" TO RCL-CAPTION
           MOVE WS-CASH-IN-COUNT TO RCL-COUNT
           MOVE ROLL-COUNT-LINE TO ROLL-PRINT-AREA
           WRITE ROLL-PRINT-AREA

           MOVE "CASH RECORDS KEPT:" TO RCL-CAPTION
           MOVE WS-CASH-KEPT-COUNT TO RCL-COUNT
           MOVE ROLL-COUNT-LINE TO ROLL-PRINT-AREA
           WRITE ROLL-PRINT-AREA

           MOVE "CASH RECORDS ARCHIVED:" TO RCL-CAPTION
           MOVE WS-CASH-ARCH-COUNT TO RCL-COUNT
           MOVE ROLL-COUNT-LINE TO ROLL-PRINT-AREA
           WRITE ROLL-PRINT-AREA

           MOVE "OLD THIS-YTD GRAND TOTAL:" TO RTL-CAPTION
           MOVE WS-OLD-THIS-TOTAL TO RTL-AMOUNT
           MOVE ROLL-TOTAL-LINE TO ROLL-PRINT-AREA
           WRITE CONTROL-TOTAL-RECORD
           CLOSE O_CTLTOTAL.

       790-WRITE-JOB-LEDGER.
           MOVE SPACE TO WS-LEDGER-REASON
           MOVE "C" TO LE-ENTRY-STATUS
           MOVE RETURN-CODE TO LE-RETURN-CODE
           PERFORM 795-APPEND-LEDGER-ENTRY.

       795-APPEND-LEDGER-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-LEDGER-NOW

           MOVE WS-LEDGER-PROGRAM     TO LE-PROGRAM-ID
           MOVE WS-LEDGER-NOW         TO LE-RUN-TIMESTAMP
           MOVE WS-LEDGER-RECORDS-IN  TO LE-RECORDS-IN
           MOVE WS-LEDGER-RECORDS-OUT TO LE-RECORDS-OUT
           MOVE WS-LEDGER-REASON      TO LE-REASON

           OPEN EXTEND O_RUNCTL
           WRITE NEW-LEDGER-RECORD FROM LEDGER-ENTRY-RECORD
           CLOSE O_RUNCTL.

       900-SEQUENCE-ERROR-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** I_CUSTMAST OUT OF SEQUENCE"
           MOVE WS-ERROR-LINE TO ROLL-PRINT-AREA
           WRITE ROLL-PRINT-AREA

           CLOSE I_CUSTMAST I_BUDGET O_NEWMAST O_ROLLRPT O_PERHIST
           MOVE 16 TO RETURN-CODE
           STOP RUN.

           MOVE WS-ERROR-LINE TO ROLL-PRINT-AREA
           WRITE ROLL-PRINT-AREA

           CLOSE I_CUSTMAST I_BUDGET O_NEWMAST O_ROLLRPT O_PERHIST
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       910-HISTORY-SEQUENCE-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** I_HISTORY OUT OF SEQUENCE"
               " - BRANCH " HI-BRANCH-NUMBER
               " REP "      HI-SALESREP-NUMBER
               " CUSTOMER " HI-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "ROLL1000 ABENDING - HISTORY FILE IS NOT IN SEQUENCE"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO ROLL-PRINT-AREA
           WRITE ROLL-PRINT-AREA

           CLOSE I_CUSTMAST I_BUDGET O_NEWMAST O_ROLLRPT O_PERHIST
                 I_HISTORY I_OLDCASH O_NEWHIST O_HISTARCH
                 O_NEWCASH O_CASHARCH
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       915-CASH-SEQUENCE-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** I_OLDCASH OUT OF SEQUENCE"
               " - BRANCH " CH-BRANCH-NUMBER
               " REP "      CH-SALESREP-NUMBER
               " CUSTOMER " CH-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "ROLL1000 ABENDING - CASH APPLIED FILE IS NOT IN "
               "SEQUENCE" UPON CONSOLE

           MOVE WS-ERROR-LINE TO ROLL-PRINT-AREA
           WRITE ROLL-PRINT-AREA

           CLOSE I_CUSTMAST I_BUDGET O_NEWMAST O_ROLLRPT O_PERHIST
                 I_HISTORY I_OLDCASH O_NEWHIST O_HISTARCH
                 O_NEWCASH O_CASHARCH
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       925-TABLE-FULL-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** ROLL ITEM TABLE FULL"
               " - CUSTOMER KEY " WS-ROLL-KEY
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "ROLL1000 ABENDING - TOO MANY ITEMS FOR ONE CUSTOMER"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO ROLL-PRINT-AREA
           WRITE ROLL-PRINT-AREA

           CLOSE I_CUSTMAST I_BUDGET O_NEWMAST O_ROLLRPT O_PERHIST
                 I_HISTORY I_OLDCASH O_NEWHIST O_HISTARCH
                 O_NEWCASH O_CASHARCH
           MOVE 16 TO RETURN-CODE
           STOP RUN.

           MOVE WS-ERROR-LINE TO ROLL-PRINT-AREA
           WRITE ROLL-PRINT-AREA

           CLOSE I_CUSTMAST I_BUDGET O_NEWMAST O_ROLLRPT O_PERHIST
           MOVE 16 TO RETURN-CODE
           STOP RUN.

           MOVE WS-ERROR-LINE TO ROLL-PRINT-AREA
           WRITE ROLL-PRINT-AREA

           CLOSE I_CUSTMAST I_BUDGET O_NEWMAST O_ROLLRPT O_PERHIST
           MOVE 16 TO RETURN-CODE
           STOP RUN.

           WRITE ROLL-PRINT-AREA

           CLOSE I_CUSTMAST I_BUDGET I_OLDCAL O_NEWMAST O_NEWCAL
                 O_ROLLRPT O_PERHIST
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       960-STEP-REFUSED-ABORT.
           DISPLAY "**ERROR** ROLL1000 STEP REFUSED - " WS-LEDGER-REASON
               UPON CONSOLE
           DISPLAY "ROLL1000 ABENDING - JOB LEDGER CHECK FAILED"
               UPON CONSOLE

           MOVE "R" TO LE-ENTRY-STATUS
           MOVE 16 TO LE-RETURN-CODE
           PERFORM 795-APPEND-LEDGER-ENTRY

           MOVE 16 TO RETURN-CODE
           STOP RUN.
