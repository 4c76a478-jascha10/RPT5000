       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGE1000.
      ****************************************************************
      * PROGRAM NAME: AGE1000
      * AUTHORS: Hayden Schmidt & Jacob Schamp
      * DATE: 10/06/2026
      * DESCRIPTION: Aged Receivables Report - reads the indexed
      *              CUSTMAST in key sequence and matches it to the
      *              retained invoice HISTORY file and the cash
      *              applied file written by CASH1000.  Each sale's
      *              open balance is its amount less the payments
      *              applied to it; open sales and credit memos are
      *              aged by invoice date against the as-of date into
      *              current, 31-60, 61-90 and over 90 day buckets.
      *              A reversed invoice is not open, but any payment
      *              applied to it before the reversal ages as a
      *              credit in the invoice's bucket; the reversal
      *              entries POST1000 adds to history are not items.
      *              On-account cash is shown in its own column and
      *              reduces the customer's balance.  Customers with
      *              an open balance are listed with salesrep, branch
      *              and grand totals.  The as-of date defaults to today
      *              and may be overridden on the AGEPARM card.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT I_CUSTMAST  ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-MASTER-KEY.
           SELECT I_HISTORY   ASSIGN TO HISTORY.
           SELECT I_CASHAPPL  ASSIGN TO CASHAPPL.
           SELECT OPTIONAL I_AGEPARM ASSIGN TO AGEPARM
               ORGANIZATION IS SEQUENTIAL.
           SELECT O_AGERPT    ASSIGN TO AGERPT.

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
           05 FILLER                PIC X(101).

       FD  I_HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.
       01  INVOICE-HISTORY-RECORD.
           05 HI-BRANCH-NUMBER      PIC 9(2).
           05 HI-SALESREP-NUMBER    PIC 9(2).
           05 HI-CUSTOMER-NUMBER    PIC 9(5).
           05 HI-INVOICE-NUMBER     PIC X(6).
           05 HI-INVOICE-DATE       PIC X(8).
           05 HI-INVOICE-AMOUNT     PIC S9(5)V99.
           05 HI-POSTING-DATE       PIC 9(8).
           05 HI-RECORD-TYPE        PIC X.
           05 FILLER                PIC X(1).

       FD  I_CASHAPPL
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

       FD  I_AGEPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  AGE-PARM-RECORD.
           05 AP-AS-OF-DATE         PIC X(8).
           05 AP-AS-OF-DATE-9 REDEFINES AP-AS-OF-DATE
                                    PIC 9(8).
           05 AP-AS-OF-DATE-R REDEFINES AP-AS-OF-DATE.
              10 AP-AS-OF-YEAR      PIC 9(4).
              10 AP-AS-OF-MONTH     PIC 9(2).
              10 AP-AS-OF-DAY       PIC 9(2).
           05 FILLER                PIC X(72).

       FD  O_AGERPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA               PIC X(130).

       WORKING-STORAGE SECTION.

       01  CUSTMAST-EOF-SWITCH      PIC X VALUE "N".
       01  HISTORY-EOF-SWITCH       PIC X VALUE "N".
       01  CASHAPPL-EOF-SWITCH      PIC X VALUE "N".
       01  AGEPARM-EOF-SWITCH       PIC X VALUE "N".
       01  WS-DATE-VALID-SWITCH     PIC X VALUE "N".

       01  CONTROL-FIELDS.
           05 WS-CURRENT-BRANCH     PIC 99 VALUE ZERO.
           05 WS-PREVIOUS-BRANCH    PIC 99 VALUE ZERO.
           05 WS-CURRENT-SALESREP   PIC 99 VALUE ZERO.
           05 WS-PREVIOUS-SALESREP  PIC 99 VALUE ZERO.

       01  SEQUENCE-CHECK-FIELDS.
           05 WS-MASTER-KEY         PIC 9(10) VALUE ZERO.
           05 WS-LAST-MASTER-KEY    PIC 9(10) VALUE ZERO.
           05 WS-HISTORY-KEY        PIC 9(10) VALUE ZERO.
           05 WS-LAST-HISTORY-KEY   PIC 9(10) VALUE ZERO.
           05 WS-CASH-KEY           PIC 9(10) VALUE ZERO.
           05 WS-LAST-CASH-KEY      PIC 9(10) VALUE ZERO.
           05 WS-HIGH-KEY           PIC 9(10) VALUE 9999999999.

       01  COUNT-FIELDS.
           05 WS-MASTER-IN-COUNT    PIC 9(9) VALUE ZERO.
           05 WS-LISTED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-HISTORY-IN-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-CASH-IN-COUNT      PIC 9(9) VALUE ZERO.
           05 WS-OPEN-ITEM-COUNT    PIC 9(9) VALUE ZERO.
           05 WS-NO-CUSTOMER-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-NO-INVOICE-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-BAD-DATE-COUNT     PIC 9(7) VALUE ZERO.

       01  AGE-CALC-FIELDS.
           05 WS-AS-OF-YYYYMMDD     PIC 9(8) VALUE ZERO.
           05 WS-AS-OF-DATE-R REDEFINES WS-AS-OF-YYYYMMDD.
              10 WS-AS-OF-YEAR      PIC 9(4).
              10 WS-AS-OF-MONTH     PIC 9(2).
              10 WS-AS-OF-DAY       PIC 9(2).
           05 WS-AS-OF-INTEGER      PIC 9(7) VALUE ZERO.
           05 WS-ITEM-AGE-DAYS      PIC S9(5) VALUE ZERO.
           05 WS-OPEN-AMOUNT        PIC S9(7)V99 VALUE ZERO.
           05 WS-BUCKET-SUBSCRIPT   PIC 9(3) VALUE ZERO.

       01  WS-CHECK-DATE.
           05 WS-CHECK-DATE-X       PIC X(8).
           05 WS-CHECK-DATE-9 REDEFINES WS-CHECK-DATE-X
                                    PIC 9(8).
           05 WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE-X.
              10 WS-CHECK-YEAR      PIC 9(4).
              10 WS-CHECK-MONTH     PIC 9(2).
              10 WS-CHECK-DAY       PIC 9(2).

       01  OPEN-ITEM-TABLE-FIELDS.
           05 WS-ITEM-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05 WS-ITEM-TABLE-MAX     PIC 9(3) VALUE 500.
           05 WS-ITEM-SUBSCRIPT     PIC 9(3) VALUE ZERO.
           05 WS-FOUND-SUBSCRIPT    PIC 9(3) VALUE ZERO.

       01  OPEN-ITEM-TABLE.
           05 OT-OPEN-ITEM OCCURS 500 TIMES.
              10 OT-INVOICE-NUMBER  PIC X(6).
              10 OT-INVOICE-DATE    PIC X(8).
              10 OT-RECORD-TYPE     PIC X.
              10 OT-INVOICE-AMOUNT  PIC S9(5)V99.
              10 OT-APPLIED-AMOUNT  PIC S9(7)V99.

      *    AGING COLUMNS: 1 CURRENT, 2 31-60, 3 61-90, 4 OVER 90,
      *    5 ON ACCOUNT, 6 BALANCE
       01  CUSTOMER-AGING-TOTALS.
           05 CA-AMOUNT OCCURS 6 TIMES
                                    PIC S9(7)V99 COMP-3 VALUE ZERO.

       01  REP-AGING-TOTALS.
           05 RA-AMOUNT OCCURS 6 TIMES
                                    PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  BRANCH-AGING-TOTALS.
           05 BA-AMOUNT OCCURS 6 TIMES
                                    PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  GRAND-AGING-TOTALS.
           05 GA-AMOUNT OCCURS 6 TIMES
                                    PIC S9(9)V99 COMP-3 VALUE ZERO.

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
                    VALUE "AGED ACCOUNTS RECEIVABLE REPORT".
           05 FILLER                PIC X(16) VALUE SPACE.
           05 FILLER                PIC X(7)  VALUE "PAGE:  ".
           05 HL1-PAGE              PIC ZZZ9.

       01  HEADING-LINE-2.
           05 FILLER                PIC X(7)  VALUE "TIME:  ".
           05 HL2-HOURS             PIC 9(2).
           05 FILLER                PIC X     VALUE ":".
           05 HL2-MINUTES           PIC 9(2).
           05 FILLER                PIC X(14) VALUE SPACE.
           05 FILLER                PIC X(7)  VALUE "AS OF: ".
           05 HL2-AS-OF-MONTH       PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 HL2-AS-OF-DAY         PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 HL2-AS-OF-YEAR        PIC 9(4).
           05 FILLER                PIC X(41) VALUE SPACE.
           05 FILLER                PIC X(7)  VALUE "AGE1000".

       01  HEADING-LINE-3.
           05 FILLER PIC X(2)  VALUE "BR".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(2)  VALUE "RP".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(5)  VALUE "CUST".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(20) VALUE "CUSTOMER NAME".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(13) VALUE "      CURRENT".
           05 FILLER PIC X(13) VALUE "   31-60 DAYS".
           05 FILLER PIC X(13) VALUE "   61-90 DAYS".
           05 FILLER PIC X(13) VALUE "  OVER 90 DAY".
           05 FILLER PIC X(13) VALUE "   ON ACCOUNT".
           05 FILLER PIC X(13) VALUE "      BALANCE".

       01  DASH-LINE.
           05 FILLER PIC X(130) VALUE ALL "-".

       01  AGING-DETAIL-LINE.
           05 ADL-BRANCH            PIC 99.
           05 FILLER                PIC X VALUE SPACE.
           05 ADL-REP               PIC 99.
           05 FILLER                PIC X VALUE SPACE.
           05 ADL-CUST              PIC 9(5).
           05 FILLER                PIC X VALUE SPACE.
           05 ADL-NAME              PIC X(20).
           05 FILLER                PIC X(2) VALUE SPACE.
           05 ADL-AMOUNT OCCURS 6 TIMES
                                    PIC Z,ZZZ,ZZ9.99-.

       01  AGING-TOTAL-LINE.
           05 ATL-CAPTION           PIC X(34).
           05 ATL-AMOUNT OCCURS 6 TIMES
                                    PIC Z,ZZZ,ZZ9.99-.

       01  AGING-COUNT-LINE.
           05 ACL-CAPTION           PIC X(30).
           05 ACL-COUNT             PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-PREPARE-AGING-REPORT.
           OPEN INPUT  I_CUSTMAST I_HISTORY I_CASHAPPL
                OUTPUT O_AGERPT

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           PERFORM 100-READ-AGE-PARM

           PERFORM 216-READ-HISTORY-RECORD
           PERFORM 218-READ-CASH-RECORD
           PERFORM 210-READ-CUSTOMER-RECORD
           IF CUSTMAST-EOF-SWITCH = "N"
               MOVE CM-BRANCH-NUMBER   TO WS-PREVIOUS-BRANCH
               MOVE CM-SALESREP-NUMBER TO WS-PREVIOUS-SALESREP
           END-IF

           PERFORM UNTIL CUSTMAST-EOF-SWITCH = "Y"
              PERFORM 300-AGE-CUSTOMER
              PERFORM 210-READ-CUSTOMER-RECORD
           END-PERFORM

           IF WS-MASTER-IN-COUNT > ZERO
               PERFORM 420-PRINT-SALESREP-TOTAL
               PERFORM 400-PRINT-BRANCH-TOTAL
           END-IF

           PERFORM UNTIL HISTORY-EOF-SWITCH = "Y"
              ADD 1 TO WS-NO-CUSTOMER-COUNT
              PERFORM 216-READ-HISTORY-RECORD
           END-PERFORM
           PERFORM UNTIL CASHAPPL-EOF-SWITCH = "Y"
              ADD 1 TO WS-NO-CUSTOMER-COUNT
              PERFORM 218-READ-CASH-RECORD
           END-PERFORM

           PERFORM 700-PRINT-GRAND-TOTALS

           CLOSE I_CUSTMAST I_HISTORY I_CASHAPPL O_AGERPT
           STOP RUN.

       100-READ-AGE-PARM.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO WS-AS-OF-YYYYMMDD

           OPEN INPUT I_AGEPARM
           READ I_AGEPARM
               AT END MOVE "Y" TO AGEPARM-EOF-SWITCH
           END-READ
           CLOSE I_AGEPARM

           IF AGEPARM-EOF-SWITCH = "N"
               MOVE AP-AS-OF-DATE TO WS-CHECK-DATE-X
               PERFORM 260-VALIDATE-DATE
               IF WS-DATE-VALID-SWITCH = "Y"
                   MOVE AP-AS-OF-DATE-9 TO WS-AS-OF-YYYYMMDD
               END-IF
           END-IF

           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-YYYYMMDD).

       210-READ-CUSTOMER-RECORD.
           READ I_CUSTMAST
               AT END MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-READ
           IF CUSTMAST-EOF-SWITCH = "Y"
               MOVE WS-HIGH-KEY TO WS-MASTER-KEY
           ELSE
               ADD 1 TO WS-MASTER-IN-COUNT
               COMPUTE WS-MASTER-KEY =
                   (CM-BRANCH-NUMBER    * 10000000)
                 + (CM-SALESREP-NUMBER  * 100000)
                 + CM-CUSTOMER-NUMBER
               IF WS-MASTER-KEY < WS-LAST-MASTER-KEY
                   PERFORM 900-SEQUENCE-ERROR-ABORT
               END-IF
               MOVE WS-MASTER-KEY TO WS-LAST-MASTER-KEY
           END-IF.

       216-READ-HISTORY-RECORD.
           READ I_HISTORY
               AT END MOVE "Y" TO HISTORY-EOF-SWITCH
           END-READ
           IF HISTORY-EOF-SWITCH = "Y"
               MOVE WS-HIGH-KEY TO WS-HISTORY-KEY
           ELSE
               ADD 1 TO WS-HISTORY-IN-COUNT
               COMPUTE WS-HISTORY-KEY =
                   (HI-BRANCH-NUMBER    * 10000000)
                 + (HI-SALESREP-NUMBER  * 100000)
                 + HI-CUSTOMER-NUMBER
               IF WS-HISTORY-KEY < WS-LAST-HISTORY-KEY
                   PERFORM 908-HISTORY-SEQUENCE-ABORT
               END-IF
               MOVE WS-HISTORY-KEY TO WS-LAST-HISTORY-KEY
           END-IF.

       218-READ-CASH-RECORD.
           READ I_CASHAPPL
               AT END MOVE "Y" TO CASHAPPL-EOF-SWITCH
           END-READ
           IF CASHAPPL-EOF-SWITCH = "Y"
               MOVE WS-HIGH-KEY TO WS-CASH-KEY
           ELSE
               ADD 1 TO WS-CASH-IN-COUNT
               COMPUTE WS-CASH-KEY =
                   (CH-BRANCH-NUMBER    * 10000000)
                 + (CH-SALESREP-NUMBER  * 100000)
                 + CH-CUSTOMER-NUMBER
               IF WS-CASH-KEY < WS-LAST-CASH-KEY
                   PERFORM 910-CASH-SEQUENCE-ABORT
               END-IF
               MOVE WS-CASH-KEY TO WS-LAST-CASH-KEY
           END-IF.

       260-VALIDATE-DATE.
           MOVE "N" TO WS-DATE-VALID-SWITCH
           IF WS-CHECK-DATE-X NUMERIC
              AND WS-CHECK-YEAR >= 1900
              AND WS-CHECK-YEAR <= 2099
              AND WS-CHECK-MONTH >= 01
              AND WS-CHECK-MONTH <= 12
              AND WS-CHECK-DAY >= 01
              AND WS-CHECK-DAY <= 31
               MOVE "Y" TO WS-DATE-VALID-SWITCH
           END-IF.

       300-AGE-CUSTOMER.
           MOVE CM-BRANCH-NUMBER   TO WS-CURRENT-BRANCH
           MOVE CM-SALESREP-NUMBER TO WS-CURRENT-SALESREP

           IF WS-CURRENT-BRANCH NOT = WS-PREVIOUS-BRANCH
               PERFORM 420-PRINT-SALESREP-TOTAL
               PERFORM 400-PRINT-BRANCH-TOTAL
               MOVE WS-CURRENT-SALESREP TO WS-PREVIOUS-SALESREP
               MOVE WS-CURRENT-BRANCH   TO WS-PREVIOUS-BRANCH
           ELSE
               IF WS-CURRENT-SALESREP NOT = WS-PREVIOUS-SALESREP
                   PERFORM 420-PRINT-SALESREP-TOTAL
                   MOVE WS-CURRENT-SALESREP TO WS-PREVIOUS-SALESREP
               END-IF
           END-IF

           PERFORM VARYING WS-BUCKET-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-BUCKET-SUBSCRIPT > 6
              MOVE ZERO TO CA-AMOUNT(WS-BUCKET-SUBSCRIPT)
           END-PERFORM

           PERFORM 310-LOAD-CUSTOMER-ITEMS
           PERFORM 320-AGE-OPEN-ITEMS

           COMPUTE CA-AMOUNT(6) = CA-AMOUNT(1) + CA-AMOUNT(2)
                                + CA-AMOUNT(3) + CA-AMOUNT(4)
                                - CA-AMOUNT(5)

           IF CA-AMOUNT(1) NOT = ZERO OR CA-AMOUNT(2) NOT = ZERO
              OR CA-AMOUNT(3) NOT = ZERO OR CA-AMOUNT(4) NOT = ZERO
              OR CA-AMOUNT(5) NOT = ZERO
               PERFORM 500-PRINT-CUSTOMER-LINE
           END-IF.

       310-LOAD-CUSTOMER-ITEMS.
           MOVE ZERO TO WS-ITEM-ENTRY-COUNT

           PERFORM UNTIL WS-HISTORY-KEY >= WS-MASTER-KEY
              ADD 1 TO WS-NO-CUSTOMER-COUNT
              PERFORM 216-READ-HISTORY-RECORD
           END-PERFORM
           PERFORM UNTIL WS-HISTORY-KEY NOT = WS-MASTER-KEY
              IF HI-RECORD-TYPE NOT = "R"
                 PERFORM 440-LOAD-OPEN-ITEM
              END-IF
              PERFORM 216-READ-HISTORY-RECORD
           END-PERFORM

           PERFORM UNTIL WS-CASH-KEY >= WS-MASTER-KEY
              ADD 1 TO WS-NO-CUSTOMER-COUNT
              PERFORM 218-READ-CASH-RECORD
           END-PERFORM
           PERFORM UNTIL WS-CASH-KEY NOT = WS-MASTER-KEY
              PERFORM 450-APPLY-CASH-ENTRY
              PERFORM 218-READ-CASH-RECORD
           END-PERFORM.

       320-AGE-OPEN-ITEMS.
           PERFORM VARYING WS-ITEM-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-ITEM-SUBSCRIPT > WS-ITEM-ENTRY-COUNT
              EVALUATE OT-RECORD-TYPE(WS-ITEM-SUBSCRIPT)
                  WHEN "V"
                      COMPUTE WS-OPEN-AMOUNT =
                          ZERO - OT-APPLIED-AMOUNT(WS-ITEM-SUBSCRIPT)
                  WHEN "C"
                      COMPUTE WS-OPEN-AMOUNT =
                          ZERO - OT-INVOICE-AMOUNT(WS-ITEM-SUBSCRIPT)
                  WHEN OTHER
                      COMPUTE WS-OPEN-AMOUNT =
                          OT-INVOICE-AMOUNT(WS-ITEM-SUBSCRIPT)
                        - OT-APPLIED-AMOUNT(WS-ITEM-SUBSCRIPT)
              END-EVALUATE
              IF WS-OPEN-AMOUNT NOT = ZERO
                 PERFORM 330-ASSIGN-AGING-BUCKET
                 ADD WS-OPEN-AMOUNT TO CA-AMOUNT(WS-BUCKET-SUBSCRIPT)
                 ADD 1 TO WS-OPEN-ITEM-COUNT
              END-IF
           END-PERFORM.

       330-ASSIGN-AGING-BUCKET.
           MOVE OT-INVOICE-DATE(WS-ITEM-SUBSCRIPT) TO WS-CHECK-DATE-X
           PERFORM 260-VALIDATE-DATE

           IF WS-DATE-VALID-SWITCH = "N"
               MOVE 4 TO WS-BUCKET-SUBSCRIPT
               ADD 1 TO WS-BAD-DATE-COUNT
           ELSE
               COMPUTE WS-ITEM-AGE-DAYS = WS-AS-OF-INTEGER
                 - FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-9)
               EVALUATE TRUE
                   WHEN WS-ITEM-AGE-DAYS <= 30
                       MOVE 1 TO WS-BUCKET-SUBSCRIPT
                   WHEN WS-ITEM-AGE-DAYS <= 60
                       MOVE 2 TO WS-BUCKET-SUBSCRIPT
                   WHEN WS-ITEM-AGE-DAYS <= 90
                       MOVE 3 TO WS-BUCKET-SUBSCRIPT
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-SUBSCRIPT
               END-EVALUATE
           END-IF.

       440-LOAD-OPEN-ITEM.
           IF WS-ITEM-ENTRY-COUNT >= WS-ITEM-TABLE-MAX
               PERFORM 925-TABLE-FULL-ABORT
           END-IF
           ADD 1 TO WS-ITEM-ENTRY-COUNT
           MOVE HI-INVOICE-NUMBER
               TO OT-INVOICE-NUMBER(WS-ITEM-ENTRY-COUNT)
           MOVE HI-INVOICE-DATE
               TO OT-INVOICE-DATE(WS-ITEM-ENTRY-COUNT)
           MOVE HI-RECORD-TYPE
               TO OT-RECORD-TYPE(WS-ITEM-ENTRY-COUNT)
           MOVE HI-INVOICE-AMOUNT
               TO OT-INVOICE-AMOUNT(WS-ITEM-ENTRY-COUNT)
           MOVE ZERO TO OT-APPLIED-AMOUNT(WS-ITEM-ENTRY-COUNT).

       450-APPLY-CASH-ENTRY.
           IF CH-ENTRY-TYPE = "A"
               ADD CH-APPLIED-AMOUNT TO CA-AMOUNT(5)
           ELSE
               MOVE ZERO TO WS-FOUND-SUBSCRIPT
               PERFORM VARYING WS-ITEM-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-ITEM-SUBSCRIPT > WS-ITEM-ENTRY-COUNT
                  IF OT-INVOICE-NUMBER(WS-ITEM-SUBSCRIPT)
                     = CH-INVOICE-NUMBER
                     MOVE WS-ITEM-SUBSCRIPT TO WS-FOUND-SUBSCRIPT
                  END-IF
               END-PERFORM
               IF WS-FOUND-SUBSCRIPT = ZERO
                   ADD 1 TO WS-NO-INVOICE-COUNT
               ELSE
                   ADD CH-APPLIED-AMOUNT
                       TO OT-APPLIED-AMOUNT(WS-FOUND-SUBSCRIPT)
               END-IF
           END-IF.

       230-PRINT-HEADINGS.
           ADD 1 TO PAGE-COUNT
           MOVE ZERO TO LINE-COUNT

           MOVE CD-MONTH       TO HL1-MONTH
           MOVE CD-DAY         TO HL1-DAY
           MOVE CD-YEAR        TO HL1-YEAR
           MOVE PAGE-COUNT     TO HL1-PAGE
           MOVE CD-HOURS       TO HL2-HOURS
           MOVE CD-MINUTES     TO HL2-MINUTES
           MOVE WS-AS-OF-MONTH TO HL2-AS-OF-MONTH
           MOVE WS-AS-OF-DAY   TO HL2-AS-OF-DAY
           MOVE WS-AS-OF-YEAR  TO HL2-AS-OF-YEAR

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

       500-PRINT-CUSTOMER-LINE.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF

           MOVE CM-BRANCH-NUMBER   TO ADL-BRANCH
           MOVE CM-SALESREP-NUMBER TO ADL-REP
           MOVE CM-CUSTOMER-NUMBER TO ADL-CUST
           MOVE CM-CUSTOMER-NAME   TO ADL-NAME

           PERFORM VARYING WS-BUCKET-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-BUCKET-SUBSCRIPT > 6
              MOVE CA-AMOUNT(WS-BUCKET-SUBSCRIPT)
                TO ADL-AMOUNT(WS-BUCKET-SUBSCRIPT)
              ADD CA-AMOUNT(WS-BUCKET-SUBSCRIPT)
                TO RA-AMOUNT(WS-BUCKET-SUBSCRIPT)
              ADD CA-AMOUNT(WS-BUCKET-SUBSCRIPT)
                TO BA-AMOUNT(WS-BUCKET-SUBSCRIPT)
              ADD CA-AMOUNT(WS-BUCKET-SUBSCRIPT)
                TO GA-AMOUNT(WS-BUCKET-SUBSCRIPT)
           END-PERFORM

           MOVE AGING-DETAIL-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 1 TO LINE-COUNT
           ADD 1 TO WS-LISTED-COUNT.

       400-PRINT-BRANCH-TOTAL.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF

           MOVE SPACE TO ATL-CAPTION
           STRING "BRANCH " WS-PREVIOUS-BRANCH " TOTAL"
               DELIMITED BY SIZE INTO ATL-CAPTION
           END-STRING
           PERFORM VARYING WS-BUCKET-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-BUCKET-SUBSCRIPT > 6
              MOVE BA-AMOUNT(WS-BUCKET-SUBSCRIPT)
                TO ATL-AMOUNT(WS-BUCKET-SUBSCRIPT)
              MOVE ZERO TO BA-AMOUNT(WS-BUCKET-SUBSCRIPT)
           END-PERFORM

           MOVE AGING-TOTAL-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 2 TO LINE-COUNT.

       420-PRINT-SALESREP-TOTAL.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF

           MOVE SPACE TO ATL-CAPTION
           STRING "   SALESREP " WS-PREVIOUS-SALESREP " TOTAL"
               DELIMITED BY SIZE INTO ATL-CAPTION
           END-STRING
           PERFORM VARYING WS-BUCKET-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-BUCKET-SUBSCRIPT > 6
              MOVE RA-AMOUNT(WS-BUCKET-SUBSCRIPT)
                TO ATL-AMOUNT(WS-BUCKET-SUBSCRIPT)
              MOVE ZERO TO RA-AMOUNT(WS-BUCKET-SUBSCRIPT)
           END-PERFORM

           MOVE AGING-TOTAL-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 1 TO LINE-COUNT.

       700-PRINT-GRAND-TOTALS.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF

           MOVE "GRAND TOTAL" TO ATL-CAPTION
           PERFORM VARYING WS-BUCKET-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-BUCKET-SUBSCRIPT > 6
              MOVE GA-AMOUNT(WS-BUCKET-SUBSCRIPT)
                TO ATL-AMOUNT(WS-BUCKET-SUBSCRIPT)
           END-PERFORM

           MOVE DASH-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE AGING-TOTAL-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "CUSTOMER RECORDS READ:" TO ACL-CAPTION
           MOVE WS-MASTER-IN-COUNT TO ACL-COUNT
           MOVE AGING-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "CUSTOMERS WITH A BALANCE:" TO ACL-CAPTION
           MOVE WS-LISTED-COUNT TO ACL-COUNT
           MOVE AGING-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "HISTORY RECORDS READ:" TO ACL-CAPTION
           MOVE WS-HISTORY-IN-COUNT TO ACL-COUNT
           MOVE AGING-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "CASH APPLIED RECORDS READ:" TO ACL-CAPTION
           MOVE WS-CASH-IN-COUNT TO ACL-COUNT
           MOVE AGING-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "OPEN ITEMS AGED:" TO ACL-CAPTION
           MOVE WS-OPEN-ITEM-COUNT TO ACL-COUNT
           MOVE AGING-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "ITEMS WITH NO CUSTOMER:" TO ACL-CAPTION
           MOVE WS-NO-CUSTOMER-COUNT TO ACL-COUNT
           MOVE AGING-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "PAYMENTS WITH NO INVOICE:" TO ACL-CAPTION
           MOVE WS-NO-INVOICE-COUNT TO ACL-COUNT
           MOVE AGING-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "INVALID DATES AGED OVER 90:" TO ACL-CAPTION
           MOVE WS-BAD-DATE-COUNT TO ACL-COUNT
           MOVE AGING-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA.

       900-SEQUENCE-ERROR-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** I_CUSTMAST OUT OF SEQUENCE"
               " - BRANCH " CM-BRANCH-NUMBER
               " REP "      CM-SALESREP-NUMBER
               " CUSTOMER " CM-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "AGE1000 ABENDING - CUSTMAST IS NOT IN SEQUENCE"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           CLOSE I_CUSTMAST I_HISTORY I_CASHAPPL O_AGERPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       908-HISTORY-SEQUENCE-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** I_HISTORY OUT OF SEQUENCE"
               " - BRANCH " HI-BRANCH-NUMBER
               " REP "      HI-SALESREP-NUMBER
               " CUSTOMER " HI-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "AGE1000 ABENDING - HISTORY FILE IS NOT IN SEQUENCE"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           CLOSE I_CUSTMAST I_HISTORY I_CASHAPPL O_AGERPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       910-CASH-SEQUENCE-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** I_CASHAPPL OUT OF SEQUENCE"
               " - BRANCH " CH-BRANCH-NUMBER
               " REP "      CH-SALESREP-NUMBER
               " CUSTOMER " CH-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "AGE1000 ABENDING - CASH APPLIED FILE IS NOT IN "
               "SEQUENCE" UPON CONSOLE

           MOVE WS-ERROR-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           CLOSE I_CUSTMAST I_HISTORY I_CASHAPPL O_AGERPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       925-TABLE-FULL-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** OPEN ITEM TABLE FULL"
               " - BRANCH " CM-BRANCH-NUMBER
               " REP "      CM-SALESREP-NUMBER
               " CUSTOMER " CM-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "AGE1000 ABENDING - TOO MANY ITEMS FOR CUSTOMER"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           CLOSE I_CUSTMAST I_HISTORY I_CASHAPPL O_AGERPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
