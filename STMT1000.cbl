       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMT1000.
      ****************************************************************
      * PROGRAM NAME: STMT1000
      * AUTHORS: Hayden Schmidt & Jacob Schamp
      * DATE: 10/07/2026
      * DESCRIPTION: Monthly Customer Statements - reads the indexed
      *              CUSTMAST in key sequence, looks up each
      *              customer's name and mailing address on ADDRMAST,
      *              and matches the retained invoice HISTORY file and
      *              the CASH1000 cash applied file by key.  Items
      *              dated before the statement month make up the
      *              opening balance; the month's invoices, credit
      *              memos, reversals and payments are listed line by
      *              line, and the closing balance is printed
      *              at the foot.  Customers with no address on file,
      *              and customers with no activity in the month and
      *              a zero balance, get no statement; they are listed
      *              with the reason on the statement control report.
      *              A reversed invoice stays a charge in the month it
      *              was invoiced; the reversal entry POST1000 adds to
      *              history is an "INVOICE REVERSED" credit in the
      *              month the reversal posted, so each statement's
      *              opening balance is the prior closing balance.
      *              The statement month defaults to the prior month
      *              and may be overridden on the STMTPARM card.
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
           SELECT I_HISTORY   ASSIGN TO HISTORY.
           SELECT I_CASHAPPL  ASSIGN TO CASHAPPL.
           SELECT OPTIONAL I_STMTPARM ASSIGN TO STMTPARM
               ORGANIZATION IS SEQUENTIAL.
           SELECT O_STMTRPT   ASSIGN TO STMTRPT.
           SELECT O_STMTCTL   ASSIGN TO STMTCTL.

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
           05 HI-INVOICE-PERIOD REDEFINES HI-INVOICE-DATE.
              10 HI-INVOICE-YYYYMM  PIC X(6).
              10 HI-INVOICE-YYYYMM-9 REDEFINES HI-INVOICE-YYYYMM
                                    PIC 9(6).
              10 FILLER             PIC X(2).
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

       FD  I_STMTPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  STMT-PARM-RECORD.
           05 SP-STATEMENT-YEAR     PIC X(4).
           05 SP-STATEMENT-YEAR-9 REDEFINES SP-STATEMENT-YEAR
                                    PIC 9(4).
           05 SP-STATEMENT-MONTH    PIC X(2).
           05 SP-STATEMENT-MONTH-9 REDEFINES SP-STATEMENT-MONTH
                                    PIC 9(2).
           05 FILLER                PIC X(74).

       FD  O_STMTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  STMT-PRINT-AREA          PIC X(130).

       FD  O_STMTCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  CTL-PRINT-AREA           PIC X(130).

       WORKING-STORAGE SECTION.

       01  CUSTMAST-EOF-SWITCH      PIC X VALUE "N".
       01  HISTORY-EOF-SWITCH       PIC X VALUE "N".
       01  CASHAPPL-EOF-SWITCH      PIC X VALUE "N".
       01  STMTPARM-EOF-SWITCH      PIC X VALUE "N".
       01  WS-ADDRESS-FOUND-SWITCH  PIC X VALUE "N".

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
           05 WS-STATEMENT-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-NO-ADDRESS-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-NO-ACTIVITY-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-HISTORY-IN-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-CASH-IN-COUNT      PIC 9(9) VALUE ZERO.
           05 WS-ITEMS-LISTED-COUNT PIC 9(9) VALUE ZERO.

       01  TOTAL-FIELDS.
           05 WS-TOTAL-OPENING      PIC S9(9)V99 VALUE ZERO.
           05 WS-TOTAL-CHARGES      PIC S9(9)V99 VALUE ZERO.
           05 WS-TOTAL-CREDITS      PIC S9(9)V99 VALUE ZERO.
           05 WS-TOTAL-CLOSING      PIC S9(9)V99 VALUE ZERO.

       01  STATEMENT-FIELDS.
           05 WS-STATEMENT-PERIOD   PIC 9(6) VALUE ZERO.
           05 WS-STATEMENT-PERIOD-R REDEFINES WS-STATEMENT-PERIOD.
              10 WS-STATEMENT-YEAR  PIC 9(4).
              10 WS-STATEMENT-MONTH PIC 9(2).
           05 WS-ITEM-PERIOD        PIC 9(6) VALUE ZERO.
           05 WS-OPENING-BALANCE    PIC S9(7)V99 VALUE ZERO.
           05 WS-RUNNING-BALANCE    PIC S9(7)V99 VALUE ZERO.
           05 WS-PERIOD-CHARGES     PIC S9(7)V99 VALUE ZERO.
           05 WS-PERIOD-CREDITS     PIC S9(7)V99 VALUE ZERO.
           05 WS-CLOSING-BALANCE    PIC S9(7)V99 VALUE ZERO.
           05 WS-SKIP-REASON        PIC X(40).

       01  STATEMENT-LINE-FIELDS.
           05 WS-LINE-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05 WS-LINE-TABLE-MAX     PIC 9(3) VALUE 500.
           05 WS-LINE-SUBSCRIPT     PIC 9(3) VALUE ZERO.

       01  STATEMENT-LINE-TABLE.
           05 SL-STATEMENT-LINE OCCURS 500 TIMES.
              10 SL-ITEM-DATE       PIC X(8).
              10 SL-REFERENCE       PIC X(8).
              10 SL-DESCRIPTION     PIC X(24).
              10 SL-CHARGE-AMOUNT   PIC S9(7)V99.
              10 SL-CREDIT-AMOUNT   PIC S9(7)V99.

       01  WS-EDIT-DATE.
           05 WS-EDIT-DATE-X        PIC X(8).
           05 WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE-X.
              10 WS-EDIT-YEAR       PIC X(4).
              10 WS-EDIT-MONTH      PIC X(2).
              10 WS-EDIT-DAY        PIC X(2).

       01  STMT-PAGE-INFO.
           05 STMT-LINE-COUNT       PIC 9(3) VALUE ZERO.
           05 LINES-ON-PAGE         PIC 9(3) VALUE 55.

       01  CTL-PAGE-INFO.
           05 CTL-PAGE-COUNT        PIC 9(3) VALUE ZERO.
           05 CTL-LINE-COUNT        PIC 9(3) VALUE 99.

       01  WS-ERROR-LINE            PIC X(130).

       01  CURRENT-DATE-AND-TIME.
           05 CD-YEAR               PIC 9(4).
           05 CD-MONTH              PIC 9(2).
           05 CD-DAY                PIC 9(2).
           05 CD-HOURS              PIC 9(2).
           05 CD-MINUTES            PIC 9(2).
           05 FILLER                PIC X(9).

       01  STMT-HEADING-LINE-1.
           05 FILLER                PIC X(18)
                    VALUE "CUSTOMER STATEMENT".
           05 FILLER                PIC X(44) VALUE SPACE.
           05 FILLER                PIC X(16)
                    VALUE "STATEMENT DATE: ".
           05 SH1-MONTH             PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 SH1-DAY               PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 SH1-YEAR              PIC 9(4).

       01  STMT-HEADING-LINE-2.
           05 FILLER                PIC X(20)
                    VALUE "FOR THE MONTH OF:   ".
           05 SH2-MONTH             PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 SH2-YEAR              PIC 9(4).
           05 FILLER                PIC X(35) VALUE SPACE.
           05 FILLER                PIC X(16)
                    VALUE "ACCOUNT:        ".
           05 SH2-BRANCH            PIC 99.
           05 FILLER                PIC X     VALUE "-".
           05 SH2-REP               PIC 99.
           05 FILLER                PIC X     VALUE "-".
           05 SH2-CUST              PIC 9(5).

       01  STMT-NAME-LINE.
           05 FILLER                PIC X(5)  VALUE SPACE.
           05 SNL-NAME              PIC X(20).

       01  STMT-ATTN-LINE.
           05 FILLER                PIC X(5)  VALUE SPACE.
           05 FILLER                PIC X(6)  VALUE "ATTN: ".
           05 SAL-CONTACT           PIC X(18).

       01  STMT-STREET-LINE.
           05 FILLER                PIC X(5)  VALUE SPACE.
           05 SSL-STREET            PIC X(20).

       01  STMT-CITY-LINE.
           05 FILLER                PIC X(5)  VALUE SPACE.
           05 SCL-CITY              PIC X(14).
           05 FILLER                PIC X(2)  VALUE ", ".
           05 SCL-STATE             PIC X(2).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 SCL-ZIP               PIC X(5).

       01  STMT-COLUMN-LINE.
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(8)  VALUE "REF".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(24) VALUE "DESCRIPTION".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(13) VALUE "      CHARGES".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(13) VALUE "      CREDITS".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(14) VALUE "       BALANCE".

       01  STMT-DETAIL-LINE.
           05 SDL-DATE              PIC X(10).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 SDL-REFERENCE         PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 SDL-DESCRIPTION       PIC X(24).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 SDL-CHARGES           PIC Z,ZZZ,ZZ9.99-.
           05 SDL-CHARGES-X REDEFINES SDL-CHARGES
                                    PIC X(13).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 SDL-CREDITS           PIC Z,ZZZ,ZZ9.99-.
           05 SDL-CREDITS-X REDEFINES SDL-CREDITS
                                    PIC X(13).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 SDL-BALANCE           PIC ZZ,ZZZ,ZZ9.99-.

       01  CTL-HEADING-LINE-1.
           05 FILLER                PIC X(7)  VALUE "DATE:  ".
           05 CH1-MONTH             PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 CH1-DAY               PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 CH1-YEAR              PIC 9(4).
           05 FILLER                PIC X(12) VALUE SPACE.
           05 FILLER                PIC X(34)
                    VALUE "CUSTOMER STATEMENT CONTROL REPORT".
           05 FILLER                PIC X(16) VALUE SPACE.
           05 FILLER                PIC X(7)  VALUE "PAGE:  ".
           05 CH1-PAGE              PIC ZZZ9.

       01  CTL-HEADING-LINE-2.
           05 FILLER                PIC X(7)  VALUE "TIME:  ".
           05 CH2-HOURS             PIC 9(2).
           05 FILLER                PIC X     VALUE ":".
           05 CH2-MINUTES           PIC 9(2).
           05 FILLER                PIC X(10) VALUE SPACE.
           05 FILLER                PIC X(7)  VALUE "MONTH: ".
           05 CH2-STMT-MONTH        PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 CH2-STMT-YEAR         PIC 9(4).
           05 FILLER                PIC X(41) VALUE SPACE.
           05 FILLER                PIC X(8)  VALUE "STMT1000".

       01  CTL-HEADING-LINE-3.
           05 FILLER PIC X(2)  VALUE "BR".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(2)  VALUE "RP".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(5)  VALUE "CUST".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(20) VALUE "CUSTOMER NAME".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(14) VALUE "       BALANCE".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(22) VALUE "STATEMENT SKIPPED - ".

       01  SKIPPED-DETAIL-LINE.
           05 KDL-BRANCH            PIC 99.
           05 FILLER                PIC X     VALUE SPACE.
           05 KDL-REP               PIC 99.
           05 FILLER                PIC X     VALUE SPACE.
           05 KDL-CUST              PIC 9(5).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 KDL-NAME              PIC X(20).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 KDL-BALANCE           PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 KDL-REASON            PIC X(40).

       01  CTL-COUNT-LINE.
           05 CCL-CAPTION           PIC X(30).
           05 CCL-COUNT             PIC ZZZ,ZZZ,ZZ9.

       01  CTL-TOTAL-LINE.
           05 CTT-CAPTION           PIC X(30).
           05 CTT-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       000-PRINT-CUSTOMER-STATEMENTS.
           OPEN INPUT  I_CUSTMAST I_CUSTADDR I_HISTORY I_CASHAPPL
                OUTPUT O_STMTRPT O_STMTCTL

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           PERFORM 100-READ-STMT-PARM

           PERFORM 230-PRINT-CTL-HEADINGS

           PERFORM 216-READ-HISTORY-RECORD
           PERFORM 218-READ-CASH-RECORD
           PERFORM 210-READ-CUSTOMER-RECORD

           PERFORM UNTIL CUSTMAST-EOF-SWITCH = "Y"
              PERFORM 300-PROCESS-CUSTOMER
              PERFORM 210-READ-CUSTOMER-RECORD
           END-PERFORM

           PERFORM 700-PRINT-CONTROL-TOTALS

           CLOSE I_CUSTMAST I_CUSTADDR I_HISTORY I_CASHAPPL
                 O_STMTRPT O_STMTCTL
           STOP RUN.

       100-READ-STMT-PARM.
           IF CD-MONTH = 1
               COMPUTE WS-STATEMENT-YEAR = CD-YEAR - 1
               MOVE 12 TO WS-STATEMENT-MONTH
           ELSE
               MOVE CD-YEAR TO WS-STATEMENT-YEAR
               COMPUTE WS-STATEMENT-MONTH = CD-MONTH - 1
           END-IF

           OPEN INPUT I_STMTPARM
           READ I_STMTPARM
               AT END MOVE "Y" TO STMTPARM-EOF-SWITCH
           END-READ
           CLOSE I_STMTPARM

           IF STMTPARM-EOF-SWITCH = "N"
              AND SP-STATEMENT-YEAR NUMERIC
              AND SP-STATEMENT-MONTH NUMERIC
              AND SP-STATEMENT-MONTH-9 >= 01
              AND SP-STATEMENT-MONTH-9 <= 12
               MOVE SP-STATEMENT-YEAR-9  TO WS-STATEMENT-YEAR
               MOVE SP-STATEMENT-MONTH-9 TO WS-STATEMENT-MONTH
           END-IF.

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

       300-PROCESS-CUSTOMER.
           MOVE ZERO TO WS-OPENING-BALANCE
           MOVE ZERO TO WS-PERIOD-CHARGES
           MOVE ZERO TO WS-PERIOD-CREDITS
           MOVE ZERO TO WS-LINE-ENTRY-COUNT

           PERFORM UNTIL WS-HISTORY-KEY >= WS-MASTER-KEY
              PERFORM 216-READ-HISTORY-RECORD
           END-PERFORM
           PERFORM UNTIL WS-HISTORY-KEY NOT = WS-MASTER-KEY
              PERFORM 310-ADD-HISTORY-ITEM
              PERFORM 216-READ-HISTORY-RECORD
           END-PERFORM

           PERFORM UNTIL WS-CASH-KEY >= WS-MASTER-KEY
              PERFORM 218-READ-CASH-RECORD
           END-PERFORM
           PERFORM UNTIL WS-CASH-KEY NOT = WS-MASTER-KEY
              PERFORM 320-ADD-CASH-ITEM
              PERFORM 218-READ-CASH-RECORD
           END-PERFORM

           COMPUTE WS-CLOSING-BALANCE = WS-OPENING-BALANCE
                                      + WS-PERIOD-CHARGES
                                      - WS-PERIOD-CREDITS

           MOVE CM-BRANCH-NUMBER   TO AD-BRANCH-NUMBER
           MOVE CM-SALESREP-NUMBER TO AD-SALESREP-NUMBER
           MOVE CM-CUSTOMER-NUMBER TO AD-CUSTOMER-NUMBER

           MOVE "Y" TO WS-ADDRESS-FOUND-SWITCH
           READ I_CUSTADDR
               INVALID KEY MOVE "N" TO WS-ADDRESS-FOUND-SWITCH
           END-READ

           IF WS-ADDRESS-FOUND-SWITCH = "N"
               MOVE "NO ADDRESS ON FILE" TO WS-SKIP-REASON
               ADD 1 TO WS-NO-ADDRESS-COUNT
               PERFORM 600-PRINT-SKIPPED-CUSTOMER
           ELSE
               IF WS-LINE-ENTRY-COUNT = ZERO
                  AND WS-CLOSING-BALANCE = ZERO
                   MOVE "NO ACTIVITY AND ZERO BALANCE"
                       TO WS-SKIP-REASON
                   ADD 1 TO WS-NO-ACTIVITY-COUNT
                   PERFORM 600-PRINT-SKIPPED-CUSTOMER
               ELSE
                   PERFORM 400-PRINT-STATEMENT
               END-IF
           END-IF.

       310-ADD-HISTORY-ITEM.
           IF HI-RECORD-TYPE = "R"
               COMPUTE WS-ITEM-PERIOD = HI-POSTING-DATE / 100
           ELSE
               IF HI-INVOICE-YYYYMM NUMERIC
                   MOVE HI-INVOICE-YYYYMM-9 TO WS-ITEM-PERIOD
               ELSE
                   MOVE ZERO TO WS-ITEM-PERIOD
               END-IF
           END-IF

           IF WS-ITEM-PERIOD < WS-STATEMENT-PERIOD
               EVALUATE HI-RECORD-TYPE
                   WHEN "C"
                   WHEN "R"
                       SUBTRACT HI-INVOICE-AMOUNT
                           FROM WS-OPENING-BALANCE
                   WHEN OTHER
                       ADD HI-INVOICE-AMOUNT TO WS-OPENING-BALANCE
               END-EVALUATE
           ELSE
               IF WS-ITEM-PERIOD = WS-STATEMENT-PERIOD
                   PERFORM 330-ADD-STATEMENT-LINE
                   MOVE HI-INVOICE-DATE   TO
                       SL-ITEM-DATE(WS-LINE-ENTRY-COUNT)
                   MOVE HI-INVOICE-NUMBER TO
                       SL-REFERENCE(WS-LINE-ENTRY-COUNT)
                   EVALUATE HI-RECORD-TYPE
                       WHEN "C"
                           MOVE "CREDIT MEMO" TO
                               SL-DESCRIPTION(WS-LINE-ENTRY-COUNT)
                           MOVE HI-INVOICE-AMOUNT TO
                               SL-CREDIT-AMOUNT(WS-LINE-ENTRY-COUNT)
                       WHEN "V"
                           MOVE "INVOICE - REVERSED" TO
                               SL-DESCRIPTION(WS-LINE-ENTRY-COUNT)
                           MOVE HI-INVOICE-AMOUNT TO
                               SL-CHARGE-AMOUNT(WS-LINE-ENTRY-COUNT)
                       WHEN "R"
                           MOVE HI-POSTING-DATE TO
                               SL-ITEM-DATE(WS-LINE-ENTRY-COUNT)
                           MOVE "INVOICE REVERSED" TO
                               SL-DESCRIPTION(WS-LINE-ENTRY-COUNT)
                           MOVE HI-INVOICE-AMOUNT TO
                               SL-CREDIT-AMOUNT(WS-LINE-ENTRY-COUNT)
                       WHEN OTHER
                           MOVE "INVOICE" TO
                               SL-DESCRIPTION(WS-LINE-ENTRY-COUNT)
                           MOVE HI-INVOICE-AMOUNT TO
                               SL-CHARGE-AMOUNT(WS-LINE-ENTRY-COUNT)
                   END-EVALUATE
                   ADD SL-CHARGE-AMOUNT(WS-LINE-ENTRY-COUNT)
                       TO WS-PERIOD-CHARGES
                   ADD SL-CREDIT-AMOUNT(WS-LINE-ENTRY-COUNT)
                       TO WS-PERIOD-CREDITS
               END-IF
           END-IF.

       320-ADD-CASH-ITEM.
           COMPUTE WS-ITEM-PERIOD = CH-RECEIPT-DATE / 100

           IF WS-ITEM-PERIOD < WS-STATEMENT-PERIOD
               SUBTRACT CH-APPLIED-AMOUNT FROM WS-OPENING-BALANCE
           ELSE
               IF WS-ITEM-PERIOD = WS-STATEMENT-PERIOD
                   PERFORM 330-ADD-STATEMENT-LINE
                   MOVE CH-RECEIPT-DATE TO
                       SL-ITEM-DATE(WS-LINE-ENTRY-COUNT)
                   MOVE CH-CHECK-NUMBER TO
                       SL-REFERENCE(WS-LINE-ENTRY-COUNT)
                   IF CH-ENTRY-TYPE = "A"
                       MOVE "PAYMENT - ON ACCOUNT" TO
                           SL-DESCRIPTION(WS-LINE-ENTRY-COUNT)
                   ELSE
                       STRING "PAYMENT - INV " CH-INVOICE-NUMBER
                           DELIMITED BY SIZE
                           INTO SL-DESCRIPTION(WS-LINE-ENTRY-COUNT)
                       END-STRING
                   END-IF
                   MOVE CH-APPLIED-AMOUNT TO
                       SL-CREDIT-AMOUNT(WS-LINE-ENTRY-COUNT)
                   ADD CH-APPLIED-AMOUNT TO WS-PERIOD-CREDITS
               END-IF
           END-IF.

       330-ADD-STATEMENT-LINE.
           IF WS-LINE-ENTRY-COUNT >= WS-LINE-TABLE-MAX
               PERFORM 925-TABLE-FULL-ABORT
           END-IF
           ADD 1 TO WS-LINE-ENTRY-COUNT
           MOVE SPACE TO SL-STATEMENT-LINE(WS-LINE-ENTRY-COUNT)
           MOVE ZERO TO SL-CHARGE-AMOUNT(WS-LINE-ENTRY-COUNT)
           MOVE ZERO TO SL-CREDIT-AMOUNT(WS-LINE-ENTRY-COUNT).

       400-PRINT-STATEMENT.
           PERFORM 240-PRINT-STMT-HEADINGS

           MOVE SPACE TO STMT-DETAIL-LINE
           MOVE "BALANCE FORWARD" TO SDL-DESCRIPTION
           MOVE SPACE TO SDL-CHARGES-X
           MOVE SPACE TO SDL-CREDITS-X
           MOVE WS-OPENING-BALANCE TO SDL-BALANCE
           MOVE STMT-DETAIL-LINE TO STMT-PRINT-AREA
           WRITE STMT-PRINT-AREA
           ADD 1 TO STMT-LINE-COUNT

           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           PERFORM VARYING WS-LINE-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-LINE-SUBSCRIPT > WS-LINE-ENTRY-COUNT
              PERFORM 410-PRINT-STATEMENT-LINE
           END-PERFORM

           MOVE ALL "-" TO STMT-PRINT-AREA
           WRITE STMT-PRINT-AREA

           MOVE SPACE TO STMT-DETAIL-LINE
           MOVE "PERIOD TOTALS" TO SDL-DESCRIPTION
           MOVE WS-PERIOD-CHARGES TO SDL-CHARGES
           MOVE WS-PERIOD-CREDITS TO SDL-CREDITS
           MOVE ZERO TO SDL-BALANCE
           MOVE STMT-DETAIL-LINE TO STMT-PRINT-AREA
           WRITE STMT-PRINT-AREA

           MOVE SPACE TO STMT-DETAIL-LINE
           MOVE "CLOSING BALANCE" TO SDL-DESCRIPTION
           MOVE SPACE TO SDL-CHARGES-X
           MOVE SPACE TO SDL-CREDITS-X
           MOVE WS-CLOSING-BALANCE TO SDL-BALANCE
           MOVE STMT-DETAIL-LINE TO STMT-PRINT-AREA
           WRITE STMT-PRINT-AREA

           MOVE SPACE TO STMT-PRINT-AREA
           WRITE STMT-PRINT-AREA

           ADD 1 TO WS-STATEMENT-COUNT
           ADD WS-OPENING-BALANCE TO WS-TOTAL-OPENING
           ADD WS-PERIOD-CHARGES  TO WS-TOTAL-CHARGES
           ADD WS-PERIOD-CREDITS  TO WS-TOTAL-CREDITS
           ADD WS-CLOSING-BALANCE TO WS-TOTAL-CLOSING.

       410-PRINT-STATEMENT-LINE.
           IF STMT-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 240-PRINT-STMT-HEADINGS
           END-IF

           ADD SL-CHARGE-AMOUNT(WS-LINE-SUBSCRIPT)
               TO WS-RUNNING-BALANCE
           SUBTRACT SL-CREDIT-AMOUNT(WS-LINE-SUBSCRIPT)
               FROM WS-RUNNING-BALANCE

           MOVE SL-ITEM-DATE(WS-LINE-SUBSCRIPT) TO WS-EDIT-DATE-X
           MOVE SPACE TO SDL-DATE
           STRING WS-EDIT-MONTH "/" WS-EDIT-DAY "/" WS-EDIT-YEAR
               DELIMITED BY SIZE INTO SDL-DATE
           END-STRING
           MOVE SL-REFERENCE(WS-LINE-SUBSCRIPT)   TO SDL-REFERENCE
           MOVE SL-DESCRIPTION(WS-LINE-SUBSCRIPT) TO SDL-DESCRIPTION

           IF SL-CHARGE-AMOUNT(WS-LINE-SUBSCRIPT) = ZERO
               MOVE SPACE TO SDL-CHARGES-X
           ELSE
               MOVE SL-CHARGE-AMOUNT(WS-LINE-SUBSCRIPT) TO SDL-CHARGES
           END-IF
           IF SL-CREDIT-AMOUNT(WS-LINE-SUBSCRIPT) = ZERO
               MOVE SPACE TO SDL-CREDITS-X
           ELSE
               MOVE SL-CREDIT-AMOUNT(WS-LINE-SUBSCRIPT) TO SDL-CREDITS
           END-IF
           MOVE WS-RUNNING-BALANCE TO SDL-BALANCE

           MOVE STMT-DETAIL-LINE TO STMT-PRINT-AREA
           WRITE STMT-PRINT-AREA
           ADD 1 TO STMT-LINE-COUNT
           ADD 1 TO WS-ITEMS-LISTED-COUNT.

       240-PRINT-STMT-HEADINGS.
           MOVE ZERO TO STMT-LINE-COUNT

           MOVE CD-MONTH           TO SH1-MONTH
           MOVE CD-DAY             TO SH1-DAY
           MOVE CD-YEAR            TO SH1-YEAR
           MOVE WS-STATEMENT-MONTH TO SH2-MONTH
           MOVE WS-STATEMENT-YEAR  TO SH2-YEAR
           MOVE CM-BRANCH-NUMBER   TO SH2-BRANCH
           MOVE CM-SALESREP-NUMBER TO SH2-REP
           MOVE CM-CUSTOMER-NUMBER TO SH2-CUST

           MOVE STMT-HEADING-LINE-1 TO STMT-PRINT-AREA
           WRITE STMT-PRINT-AREA

           MOVE STMT-HEADING-LINE-2 TO STMT-PRINT-AREA
           WRITE STMT-PRINT-AREA

           MOVE SPACE TO STMT-PRINT-AREA
           WRITE STMT-PRINT-AREA

           MOVE CM-CUSTOMER-NAME TO SNL-NAME
           MOVE STMT-NAME-LINE TO STMT-PRINT-AREA
           WRITE STMT-PRINT-AREA

           IF AD-CONTACT-NAME NOT = SPACE
               MOVE AD-CONTACT-NAME TO SAL-CONTACT
               MOVE STMT-ATTN-LINE TO STMT-PRINT-AREA
               WRITE STMT-PRINT-AREA
           END-IF

           MOVE AD-STREET-ADDRESS TO SSL-STREET
           MOVE STMT-STREET-LINE TO STMT-PRINT-AREA
           WRITE STMT-PRINT-AREA

           MOVE AD-CITY     TO SCL-CITY
           MOVE AD-STATE    TO SCL-STATE
           MOVE AD-ZIP-CODE TO SCL-ZIP
           MOVE STMT-CITY-LINE TO STMT-PRINT-AREA
           WRITE STMT-PRINT-AREA

           MOVE SPACE TO STMT-PRINT-AREA
           WRITE STMT-PRINT-AREA

           MOVE STMT-COLUMN-LINE TO STMT-PRINT-AREA
           WRITE STMT-PRINT-AREA

           MOVE ALL "-" TO STMT-PRINT-AREA
           WRITE STMT-PRINT-AREA.

       230-PRINT-CTL-HEADINGS.
           ADD 1 TO CTL-PAGE-COUNT
           MOVE ZERO TO CTL-LINE-COUNT

           MOVE CD-MONTH           TO CH1-MONTH
           MOVE CD-DAY             TO CH1-DAY
           MOVE CD-YEAR            TO CH1-YEAR
           MOVE CTL-PAGE-COUNT     TO CH1-PAGE
           MOVE CD-HOURS           TO CH2-HOURS
           MOVE CD-MINUTES         TO CH2-MINUTES
           MOVE WS-STATEMENT-MONTH TO CH2-STMT-MONTH
           MOVE WS-STATEMENT-YEAR  TO CH2-STMT-YEAR

           MOVE CTL-HEADING-LINE-1 TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           MOVE CTL-HEADING-LINE-2 TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           MOVE SPACE TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           MOVE CTL-HEADING-LINE-3 TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           MOVE ALL "-" TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA.

       600-PRINT-SKIPPED-CUSTOMER.
           IF CTL-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-CTL-HEADINGS
           END-IF

           MOVE CM-BRANCH-NUMBER   TO KDL-BRANCH
           MOVE CM-SALESREP-NUMBER TO KDL-REP
           MOVE CM-CUSTOMER-NUMBER TO KDL-CUST
           MOVE CM-CUSTOMER-NAME   TO KDL-NAME
           MOVE WS-CLOSING-BALANCE TO KDL-BALANCE
           MOVE WS-SKIP-REASON     TO KDL-REASON

           MOVE SKIPPED-DETAIL-LINE TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA
           ADD 1 TO CTL-LINE-COUNT.

       700-PRINT-CONTROL-TOTALS.
           MOVE SPACE TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           MOVE "CUSTOMER RECORDS READ:" TO CCL-CAPTION
           MOVE WS-MASTER-IN-COUNT TO CCL-COUNT
           MOVE CTL-COUNT-LINE TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           MOVE "STATEMENTS PRINTED:" TO CCL-CAPTION
           MOVE WS-STATEMENT-COUNT TO CCL-COUNT
           MOVE CTL-COUNT-LINE TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           MOVE "SKIPPED - NO ADDRESS:" TO CCL-CAPTION
           MOVE WS-NO-ADDRESS-COUNT TO CCL-COUNT
           MOVE CTL-COUNT-LINE TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           MOVE "SKIPPED - NO ACTIVITY:" TO CCL-CAPTION
           MOVE WS-NO-ACTIVITY-COUNT TO CCL-COUNT
           MOVE CTL-COUNT-LINE TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           MOVE "STATEMENT LINES PRINTED:" TO CCL-CAPTION
           MOVE WS-ITEMS-LISTED-COUNT TO CCL-COUNT
           MOVE CTL-COUNT-LINE TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           MOVE "HISTORY RECORDS READ:" TO CCL-CAPTION
           MOVE WS-HISTORY-IN-COUNT TO CCL-COUNT
           MOVE CTL-COUNT-LINE TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           MOVE "CASH APPLIED RECORDS READ:" TO CCL-CAPTION
           MOVE WS-CASH-IN-COUNT TO CCL-COUNT
           MOVE CTL-COUNT-LINE TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           MOVE "OPENING BALANCES:" TO CTT-CAPTION
           MOVE WS-TOTAL-OPENING TO CTT-AMOUNT
           MOVE CTL-TOTAL-LINE TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           MOVE "CHARGES THIS MONTH:" TO CTT-CAPTION
           MOVE WS-TOTAL-CHARGES TO CTT-AMOUNT
           MOVE CTL-TOTAL-LINE TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           MOVE "CREDITS THIS MONTH:" TO CTT-CAPTION
           MOVE WS-TOTAL-CREDITS TO CTT-AMOUNT
           MOVE CTL-TOTAL-LINE TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           MOVE "CLOSING BALANCES:" TO CTT-CAPTION
           MOVE WS-TOTAL-CLOSING TO CTT-AMOUNT
           MOVE CTL-TOTAL-LINE TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA.

       900-SEQUENCE-ERROR-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** I_CUSTMAST OUT OF SEQUENCE"
               " - BRANCH " CM-BRANCH-NUMBER
               " REP "      CM-SALESREP-NUMBER
               " CUSTOMER " CM-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "STMT1000 ABENDING - CUSTMAST IS NOT IN SEQUENCE"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           CLOSE I_CUSTMAST I_CUSTADDR I_HISTORY I_CASHAPPL
                 O_STMTRPT O_STMTCTL
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
           DISPLAY "STMT1000 ABENDING - HISTORY FILE IS NOT IN SEQUENCE"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           CLOSE I_CUSTMAST I_CUSTADDR I_HISTORY I_CASHAPPL
                 O_STMTRPT O_STMTCTL
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
           DISPLAY "STMT1000 ABENDING - CASH APPLIED FILE IS NOT IN "
               "SEQUENCE" UPON CONSOLE

           MOVE WS-ERROR-LINE TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           CLOSE I_CUSTMAST I_CUSTADDR I_HISTORY I_CASHAPPL
                 O_STMTRPT O_STMTCTL
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       925-TABLE-FULL-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** STATEMENT LINE TABLE FULL"
               " - BRANCH " CM-BRANCH-NUMBER
               " REP "      CM-SALESREP-NUMBER
               " CUSTOMER " CM-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "STMT1000 ABENDING - TOO MANY ITEMS FOR CUSTOMER"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO CTL-PRINT-AREA
           WRITE CTL-PRINT-AREA

           CLOSE I_CUSTMAST I_CUSTADDR I_HISTORY I_CASHAPPL
                 O_STMTRPT O_STMTCTL
           MOVE 16 TO RETURN-CODE
           STOP RUN.
