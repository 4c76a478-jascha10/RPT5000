       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH1000.
      ****************************************************************
      * PROGRAM NAME: CASH1000
      * AUTHORS: Hayden Schmidt & Jacob Schamp
      * DATE: 10/05/2026
      * DESCRIPTION: Daily Cash Receipts Posting - reads the lockbox
      *              receipts file together with the prior night's
      *              unapplied cash, sorts them into branch/rep/
      *              customer order, and applies each receipt to the
      *              specific open invoice it names on the retained
      *              invoice HISTORY file.  A receipt smaller than the
      *              invoice's open balance is posted as a partial
      *              payment; a receipt larger than the open balance
      *              pays the invoice and the excess goes on account;
      *              a receipt with no invoice number is posted on
      *              account for the customer.  Receipts that cannot
      *              be applied (no customer, invoice not in history,
      *              invoice reversed, credited or already paid) are
      *              written to the unapplied cash file stamped with
      *              the unapplied date and attempt count and recycle
      *              the next night.  Every application is added to
      *              the retained cash applied file that AGE1000 uses
      *              to age the open items.  A cash receipts register
      *              proves the run: cash in must equal cash applied
      *              plus cash on account plus cash unapplied.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT I_CUSTMAST  ASSIGN TO CUSTMAST.
           SELECT I_RECEIPT   ASSIGN TO RECEIPT.
           SELECT I_PRIORUNA  ASSIGN TO PRIORUNA.
           SELECT RCPT-SORT-FILE ASSIGN TO SORTWK1.
           SELECT RCPTSRTD    ASSIGN TO RCPTSRTD.
           SELECT I_HISTORY   ASSIGN TO HISTORY.
           SELECT I_OLDCASH   ASSIGN TO OLDCASH.
           SELECT O_NEWCASH   ASSIGN TO NEWCASH.
           SELECT O_UNAPPLD   ASSIGN TO UNAPPLD.
           SELECT O_CASHRPT   ASSIGN TO CASHRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  I_CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  CUSTOMER-MASTER-RECORD.
           05 CM-BRANCH-NUMBER      PIC 9(2).
           05 CM-SALESREP-NUMBER    PIC 9(2).
           05 CM-CUSTOMER-NUMBER    PIC 9(5).
           05 CM-CUSTOMER-NAME      PIC X(20).
           05 FILLER                PIC X(101).

       FD  I_RECEIPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  RECEIPT-INPUT-RECORD     PIC X(80).

       FD  I_PRIORUNA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  PRIOR-UNAPPLIED-RECORD   PIC X(80).

       SD  RCPT-SORT-FILE.
       01  RECEIPT-SORT-RECORD.
           05 RS-RECORD-KEY         PIC X(9).
           05 RS-INVOICE-NUMBER     PIC X(6).
           05 FILLER                PIC X(65).

       FD  RCPTSRTD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  SORTED-RECEIPT-RECORD    PIC X(80).

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

       FD  O_UNAPPLD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  UNAPPLIED-RECORD         PIC X(80).

       FD  O_CASHRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  CASH-PRINT-AREA          PIC X(130).

       WORKING-STORAGE SECTION.

       01  CUSTMAST-EOF-SWITCH      PIC X VALUE "N".
       01  RECEIPT-EOF-SWITCH       PIC X VALUE "N".
       01  HISTORY-EOF-SWITCH       PIC X VALUE "N".
       01  OLDCASH-EOF-SWITCH       PIC X VALUE "N".
       01  WS-RECEIPT-ERROR-SWITCH  PIC X VALUE "N".
       01  WS-ITEMS-LOADED-SWITCH   PIC X VALUE "N".
       01  WS-UNAP-DATE-VALID-SWITCH PIC X VALUE "N".

       01  RECEIPT-RECORD.
           05 RC-RECORD-KEY.
              10 RC-BRANCH-NUMBER   PIC X(2).
              10 RC-BRANCH-NUMBER-9 REDEFINES RC-BRANCH-NUMBER
                                    PIC 9(2).
              10 RC-SALESREP-NUMBER PIC X(2).
              10 RC-SALESREP-NUMBER-9 REDEFINES RC-SALESREP-NUMBER
                                    PIC 9(2).
              10 RC-CUSTOMER-NUMBER PIC X(5).
              10 RC-CUSTOMER-NUMBER-9 REDEFINES RC-CUSTOMER-NUMBER
                                    PIC 9(5).
           05 RC-INVOICE-NUMBER     PIC X(6).
           05 RC-RECEIPT-DATE       PIC X(8).
           05 RC-RECEIPT-DATE-9 REDEFINES RC-RECEIPT-DATE
                                    PIC 9(8).
           05 RC-RECEIPT-DATE-R REDEFINES RC-RECEIPT-DATE.
              10 RC-RECEIPT-YEAR    PIC 9(4).
              10 RC-RECEIPT-MONTH   PIC 9(2).
              10 RC-RECEIPT-DAY     PIC 9(2).
           05 RC-RECEIPT-AMOUNT     PIC X(7).
           05 RC-RECEIPT-AMOUNT-9 REDEFINES RC-RECEIPT-AMOUNT
                                    PIC S9(5)V99.
           05 RC-CHECK-NUMBER       PIC X(8).
           05 RC-BATCH-NUMBER       PIC X(5).
           05 RC-UNAPPLIED-DATE     PIC X(8).
           05 RC-UNAPPLIED-DATE-9 REDEFINES RC-UNAPPLIED-DATE
                                    PIC 9(8).
           05 RC-UNAPPLIED-DATE-R REDEFINES RC-UNAPPLIED-DATE.
              10 RC-UNAPPLIED-YEAR  PIC 9(4).
              10 RC-UNAPPLIED-MONTH PIC 9(2).
              10 RC-UNAPPLIED-DAY   PIC 9(2).
           05 RC-ATTEMPT-COUNT      PIC X(3).
           05 RC-ATTEMPT-COUNT-9 REDEFINES RC-ATTEMPT-COUNT
                                    PIC 9(3).
           05 FILLER                PIC X(26).

       01  SEQUENCE-CHECK-FIELDS.
           05 WS-MASTER-KEY         PIC 9(10) VALUE ZERO.
           05 WS-LAST-MASTER-KEY    PIC 9(10) VALUE ZERO.
           05 WS-RECEIPT-KEY        PIC 9(10) VALUE ZERO.
           05 WS-HISTORY-KEY        PIC 9(10) VALUE ZERO.
           05 WS-LAST-HISTORY-KEY   PIC 9(10) VALUE ZERO.
           05 WS-CASH-KEY           PIC 9(10) VALUE ZERO.
           05 WS-LAST-CASH-KEY      PIC 9(10) VALUE ZERO.
           05 WS-TABLE-KEY          PIC 9(10) VALUE ZERO.
           05 WS-HIGH-KEY           PIC 9(10) VALUE 9999999999.

       01  COUNT-FIELDS.
           05 WS-MASTER-IN-COUNT    PIC 9(9) VALUE ZERO.
           05 WS-RECEIPT-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-RECYCLE-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-INVALID-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-PAID-FULL-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-PARTIAL-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-OVERPAID-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-ON-ACCOUNT-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-UNAPPLIED-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-HISTORY-IN-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-CASH-IN-COUNT      PIC 9(9) VALUE ZERO.
           05 WS-CASH-OUT-COUNT     PIC 9(9) VALUE ZERO.
           05 WS-CASH-ADDED-COUNT   PIC 9(9) VALUE ZERO.

       01  TOTAL-FIELDS.
           05 WS-CASH-IN-TOTAL      PIC S9(9)V99 VALUE ZERO.
           05 WS-APPLIED-TOTAL      PIC S9(9)V99 VALUE ZERO.
           05 WS-ON-ACCOUNT-TOTAL   PIC S9(9)V99 VALUE ZERO.
           05 WS-UNAPPLIED-TOTAL    PIC S9(9)V99 VALUE ZERO.

       01  APPLY-WORK-FIELDS.
           05 WS-OPEN-AMOUNT        PIC S9(7)V99 VALUE ZERO.
           05 WS-APPLY-AMOUNT       PIC S9(7)V99 VALUE ZERO.
           05 WS-EXCESS-AMOUNT      PIC S9(7)V99 VALUE ZERO.
           05 WS-ENTRY-TYPE         PIC X.
           05 WS-SEARCH-INVOICE     PIC X(6).

       01  WS-UNAPPLIED-REASON      PIC X(40).
       01  WS-DISPOSITION           PIC X(40).

       01  OPEN-ITEM-TABLE-FIELDS.
           05 WS-ITEM-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05 WS-ITEM-TABLE-MAX     PIC 9(3) VALUE 500.
           05 WS-ITEM-SUBSCRIPT     PIC 9(3) VALUE ZERO.
           05 WS-FOUND-SUBSCRIPT    PIC 9(3) VALUE ZERO.

       01  OPEN-ITEM-TABLE.
           05 OT-OPEN-ITEM OCCURS 500 TIMES.
              10 OT-INVOICE-NUMBER  PIC X(6).
              10 OT-RECORD-TYPE     PIC X.
              10 OT-INVOICE-AMOUNT  PIC S9(5)V99.
              10 OT-APPLIED-AMOUNT  PIC S9(7)V99.

       01  CASH-TABLE-FIELDS.
           05 WS-CASH-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05 WS-CASH-TABLE-MAX     PIC 9(3) VALUE 500.
           05 WS-CASH-SUBSCRIPT     PIC 9(3) VALUE ZERO.

       01  CASH-TABLE.
           05 CT-CASH-RECORD OCCURS 500 TIMES
                                    PIC X(60).

       01  WS-CASH-ENTRY.
           05 CE-BRANCH-NUMBER      PIC 9(2).
           05 CE-SALESREP-NUMBER    PIC 9(2).
           05 CE-CUSTOMER-NUMBER    PIC 9(5).
           05 CE-INVOICE-NUMBER     PIC X(6).
           05 CE-RECEIPT-DATE       PIC 9(8).
           05 CE-CHECK-NUMBER       PIC X(8).
           05 CE-APPLIED-AMOUNT     PIC S9(5)V99.
           05 CE-POSTING-DATE       PIC 9(8).
           05 CE-ENTRY-TYPE         PIC X.
           05 FILLER                PIC X(13).

       01  AGE-CALC-FIELDS.
           05 WS-TODAY-INTEGER      PIC 9(7) VALUE ZERO.
           05 WS-TODAY-YYYYMMDD     PIC 9(8) VALUE ZERO.
           05 WS-ITEM-AGE-DAYS      PIC S9(5) VALUE ZERO.

       01  CASH-PAGE-INFO.
           05 CASH-PAGE-COUNT       PIC 9(3) VALUE ZERO.
           05 CASH-LINE-COUNT       PIC 9(3) VALUE 99.
           05 LINES-ON-PAGE         PIC 9(3) VALUE 55.

       01  WS-ERROR-LINE            PIC X(130).

       01  CURRENT-DATE-AND-TIME.
           05 CD-YEAR               PIC 9(4).
           05 CD-MONTH              PIC 9(2).
           05 CD-DAY                PIC 9(2).
           05 CD-HOURS              PIC 9(2).
           05 CD-MINUTES            PIC 9(2).
           05 FILLER                PIC X(9).

       01  CASH-HEADING-LINE-1.
           05 FILLER                PIC X(7)  VALUE "DATE:  ".
           05 CH1-MONTH             PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 CH1-DAY               PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 CH1-YEAR              PIC 9(4).
           05 FILLER                PIC X(12) VALUE SPACE.
           05 FILLER                PIC X(34)
                    VALUE "DAILY CASH RECEIPTS REGISTER".
           05 FILLER                PIC X(16) VALUE SPACE.
           05 FILLER                PIC X(7)  VALUE "PAGE:  ".
           05 CH1-PAGE              PIC ZZZ9.

       01  CASH-HEADING-LINE-2.
           05 FILLER                PIC X(7)  VALUE "TIME:  ".
           05 CH2-HOURS             PIC 9(2).
           05 FILLER                PIC X     VALUE ":".
           05 CH2-MINUTES           PIC 9(2).
           05 FILLER                PIC X(65) VALUE SPACE.
           05 FILLER                PIC X(8)  VALUE "CASH1000".

       01  CASH-HEADING-LINE-3.
           05 FILLER PIC X(2)  VALUE "BR".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(2)  VALUE "RP".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(5)  VALUE "CUST".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(7)  VALUE "INVOICE".
           05 FILLER PIC X(1)  VALUE SPACE.
           05 FILLER PIC X(8)  VALUE "CHECK".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(10) VALUE "   RECEIPT".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(10) VALUE "   APPLIED".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(10) VALUE "ON ACCOUNT".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(10) VALUE " UNAPPLIED".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(3)  VALUE "AGE".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(11) VALUE "DISPOSITION".

       01  RECEIPT-DETAIL-LINE.
           05 RDL-BRANCH            PIC X(2).
           05 FILLER                PIC X     VALUE SPACE.
           05 RDL-REP               PIC X(2).
           05 FILLER                PIC X     VALUE SPACE.
           05 RDL-CUST              PIC X(5).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 RDL-INVOICE           PIC X(6).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 RDL-CHECK             PIC X(8).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 RDL-RECEIPT           PIC ZZ,ZZ9.99-.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 RDL-APPLIED           PIC ZZ,ZZ9.99-.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 RDL-ON-ACCOUNT        PIC ZZ,ZZ9.99-.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 RDL-UNAPPLIED         PIC ZZ,ZZ9.99-.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 RDL-AGE               PIC ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 RDL-DISPOSITION       PIC X(40).

       01  CASH-COUNT-LINE.
           05 CCL-CAPTION           PIC X(30).
           05 CCL-COUNT             PIC ZZZ,ZZZ,ZZ9.

       01  CASH-TOTAL-LINE.
           05 CTL-CAPTION           PIC X(30).
           05 CTL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       000-POST-CASH-RECEIPTS.
           SORT RCPT-SORT-FILE
               ON ASCENDING KEY RS-RECORD-KEY RS-INVOICE-NUMBER
               USING I_RECEIPT I_PRIORUNA
               GIVING RCPTSRTD

           OPEN INPUT  I_CUSTMAST RCPTSRTD I_HISTORY I_OLDCASH
                OUTPUT O_NEWCASH O_UNAPPLD O_CASHRPT

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           MOVE CURRENT-DATE-AND-TIME (1:8) TO WS-TODAY-YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)

           PERFORM 230-PRINT-CASH-HEADINGS

           PERFORM 210-READ-CUSTOMER-RECORD
           PERFORM 216-READ-HISTORY-RECORD
           PERFORM 218-READ-OLD-CASH-RECORD
           PERFORM 220-READ-RECEIPT-RECORD

           PERFORM UNTIL RECEIPT-EOF-SWITCH = "Y"
              PERFORM 300-APPLY-RECEIPT
              PERFORM 220-READ-RECEIPT-RECORD
           END-PERFORM

           PERFORM 420-FLUSH-CASH-TABLE
           PERFORM UNTIL OLDCASH-EOF-SWITCH = "Y"
              PERFORM 410-WRITE-CASH-FORWARD
              PERFORM 218-READ-OLD-CASH-RECORD
           END-PERFORM

           IF WS-CASH-IN-TOTAL NOT =
              WS-APPLIED-TOTAL + WS-ON-ACCOUNT-TOTAL
                               + WS-UNAPPLIED-TOTAL
            OR WS-CASH-OUT-COUNT NOT =
              WS-CASH-IN-COUNT + WS-CASH-ADDED-COUNT
               PERFORM 920-BALANCE-ERROR-ABORT
           END-IF

           PERFORM 700-PRINT-CASH-TOTALS

           CLOSE I_CUSTMAST RCPTSRTD I_HISTORY I_OLDCASH
                 O_NEWCASH O_UNAPPLD O_CASHRPT
           STOP RUN.

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

       218-READ-OLD-CASH-RECORD.
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
                   PERFORM 910-CASH-SEQUENCE-ABORT
               END-IF
               MOVE WS-CASH-KEY TO WS-LAST-CASH-KEY
           END-IF.

       220-READ-RECEIPT-RECORD.
           READ RCPTSRTD INTO RECEIPT-RECORD
               AT END MOVE "Y" TO RECEIPT-EOF-SWITCH
           END-READ
           IF RECEIPT-EOF-SWITCH = "N"
               IF RC-UNAPPLIED-DATE = SPACE
                   ADD 1 TO WS-RECEIPT-COUNT
               ELSE
                   ADD 1 TO WS-RECYCLE-COUNT
               END-IF
           END-IF.

       225-EDIT-RECEIPT.
           MOVE "N" TO WS-RECEIPT-ERROR-SWITCH
           MOVE SPACE TO WS-UNAPPLIED-REASON

           IF RC-BRANCH-NUMBER NOT NUMERIC
              OR RC-SALESREP-NUMBER NOT NUMERIC
              OR RC-CUSTOMER-NUMBER NOT NUMERIC
               MOVE "KEY NOT NUMERIC" TO WS-UNAPPLIED-REASON
               MOVE "Y" TO WS-RECEIPT-ERROR-SWITCH
           ELSE
               IF RC-RECEIPT-AMOUNT NOT NUMERIC
                   MOVE "RECEIPT AMOUNT NOT NUMERIC"
                       TO WS-UNAPPLIED-REASON
                   MOVE "Y" TO WS-RECEIPT-ERROR-SWITCH
               ELSE
                   IF RC-RECEIPT-AMOUNT-9 NOT > ZERO
                       MOVE "RECEIPT AMOUNT NOT POSITIVE"
                           TO WS-UNAPPLIED-REASON
                       MOVE "Y" TO WS-RECEIPT-ERROR-SWITCH
                   ELSE
                       IF RC-RECEIPT-DATE NOT NUMERIC
                          OR RC-RECEIPT-MONTH < 01
                          OR RC-RECEIPT-MONTH > 12
                          OR RC-RECEIPT-DAY < 01
                          OR RC-RECEIPT-DAY > 31
                           MOVE "RECEIPT DATE INVALID"
                               TO WS-UNAPPLIED-REASON
                           MOVE "Y" TO WS-RECEIPT-ERROR-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       228-VALIDATE-UNAPPLIED-DATE.
           MOVE "N" TO WS-UNAP-DATE-VALID-SWITCH
           IF RC-UNAPPLIED-DATE NUMERIC
              AND RC-UNAPPLIED-YEAR >= 2000
              AND RC-UNAPPLIED-YEAR <= 2099
              AND RC-UNAPPLIED-MONTH >= 01
              AND RC-UNAPPLIED-MONTH <= 12
              AND RC-UNAPPLIED-DAY >= 01
              AND RC-UNAPPLIED-DAY <= 31
               MOVE "Y" TO WS-UNAP-DATE-VALID-SWITCH
           END-IF.

       300-APPLY-RECEIPT.
           PERFORM 225-EDIT-RECEIPT

           IF WS-RECEIPT-ERROR-SWITCH = "Y"
               ADD 1 TO WS-INVALID-COUNT
               IF RC-RECEIPT-AMOUNT NUMERIC
                   ADD RC-RECEIPT-AMOUNT-9 TO WS-CASH-IN-TOTAL
                   ADD RC-RECEIPT-AMOUNT-9 TO WS-UNAPPLIED-TOTAL
               END-IF
               PERFORM 600-WRITE-UNAPPLIED
           ELSE
               COMPUTE WS-RECEIPT-KEY =
                   (RC-BRANCH-NUMBER-9    * 10000000)
                 + (RC-SALESREP-NUMBER-9  * 100000)
                 + RC-CUSTOMER-NUMBER-9
               ADD RC-RECEIPT-AMOUNT-9 TO WS-CASH-IN-TOTAL

               PERFORM UNTIL WS-MASTER-KEY >= WS-RECEIPT-KEY
                  PERFORM 210-READ-CUSTOMER-RECORD
               END-PERFORM

               IF WS-MASTER-KEY = WS-RECEIPT-KEY
                   PERFORM 250-SYNC-CUSTOMER-ITEMS
                   IF RC-INVOICE-NUMBER = SPACE
                       MOVE RC-RECEIPT-AMOUNT-9 TO WS-EXCESS-AMOUNT
                       MOVE ZERO TO WS-APPLY-AMOUNT
                       MOVE "ON ACCOUNT - NO INVOICE NUMBER"
                           TO WS-DISPOSITION
                       PERFORM 330-POST-ON-ACCOUNT
                       ADD 1 TO WS-ON-ACCOUNT-COUNT
                       PERFORM 500-PRINT-RECEIPT-LINE
                   ELSE
                       PERFORM 320-APPLY-TO-INVOICE
                   END-IF
               ELSE
                   MOVE "NO MATCHING CUSTOMER" TO WS-UNAPPLIED-REASON
                   PERFORM 340-UNAPPLY-RECEIPT
               END-IF
           END-IF.

       320-APPLY-TO-INVOICE.
           MOVE RC-INVOICE-NUMBER TO WS-SEARCH-INVOICE
           PERFORM 270-FIND-OPEN-ITEM

           IF WS-FOUND-SUBSCRIPT = ZERO
               MOVE "INVOICE NOT IN HISTORY" TO WS-UNAPPLIED-REASON
               PERFORM 340-UNAPPLY-RECEIPT
           ELSE
               IF OT-RECORD-TYPE(WS-FOUND-SUBSCRIPT) = "V"
                   MOVE "INVOICE HAS BEEN REVERSED"
                       TO WS-UNAPPLIED-REASON
                   PERFORM 340-UNAPPLY-RECEIPT
               ELSE
                   IF OT-RECORD-TYPE(WS-FOUND-SUBSCRIPT) = "C"
                       MOVE "CANNOT APPLY CASH TO A CREDIT MEMO"
                           TO WS-UNAPPLIED-REASON
                       PERFORM 340-UNAPPLY-RECEIPT
                   ELSE
                       COMPUTE WS-OPEN-AMOUNT =
                           OT-INVOICE-AMOUNT(WS-FOUND-SUBSCRIPT)
                         - OT-APPLIED-AMOUNT(WS-FOUND-SUBSCRIPT)
                       IF WS-OPEN-AMOUNT NOT > ZERO
                           MOVE "INVOICE ALREADY PAID IN FULL"
                               TO WS-UNAPPLIED-REASON
                           PERFORM 340-UNAPPLY-RECEIPT
                       ELSE
                           PERFORM 325-POST-PAYMENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       325-POST-PAYMENT.
           IF RC-RECEIPT-AMOUNT-9 < WS-OPEN-AMOUNT
               MOVE RC-RECEIPT-AMOUNT-9 TO WS-APPLY-AMOUNT
               MOVE ZERO TO WS-EXCESS-AMOUNT
               MOVE "PARTIAL PAYMENT" TO WS-DISPOSITION
               ADD 1 TO WS-PARTIAL-COUNT
           ELSE
               MOVE WS-OPEN-AMOUNT TO WS-APPLY-AMOUNT
               COMPUTE WS-EXCESS-AMOUNT =
                   RC-RECEIPT-AMOUNT-9 - WS-OPEN-AMOUNT
               IF WS-EXCESS-AMOUNT > ZERO
                   MOVE "PAID IN FULL - EXCESS ON ACCOUNT"
                       TO WS-DISPOSITION
                   ADD 1 TO WS-OVERPAID-COUNT
               ELSE
                   MOVE "PAID IN FULL" TO WS-DISPOSITION
               END-IF
               ADD 1 TO WS-PAID-FULL-COUNT
           END-IF

           ADD WS-APPLY-AMOUNT
               TO OT-APPLIED-AMOUNT(WS-FOUND-SUBSCRIPT)
           ADD WS-APPLY-AMOUNT TO WS-APPLIED-TOTAL
           MOVE "P" TO WS-ENTRY-TYPE
           MOVE RC-INVOICE-NUMBER TO CE-INVOICE-NUMBER
           MOVE WS-APPLY-AMOUNT TO CE-APPLIED-AMOUNT
           PERFORM 430-ADD-CASH-ENTRY

           IF WS-EXCESS-AMOUNT > ZERO
               PERFORM 330-POST-ON-ACCOUNT
           END-IF

           PERFORM 500-PRINT-RECEIPT-LINE.

       330-POST-ON-ACCOUNT.
           ADD WS-EXCESS-AMOUNT TO WS-ON-ACCOUNT-TOTAL
           MOVE "A" TO WS-ENTRY-TYPE
           MOVE RC-INVOICE-NUMBER TO CE-INVOICE-NUMBER
           MOVE WS-EXCESS-AMOUNT TO CE-APPLIED-AMOUNT
           PERFORM 430-ADD-CASH-ENTRY.

       340-UNAPPLY-RECEIPT.
           ADD RC-RECEIPT-AMOUNT-9 TO WS-UNAPPLIED-TOTAL
           PERFORM 600-WRITE-UNAPPLIED.

       250-SYNC-CUSTOMER-ITEMS.
           IF WS-ITEMS-LOADED-SWITCH = "Y"
              AND WS-TABLE-KEY NOT = WS-RECEIPT-KEY
               PERFORM 420-FLUSH-CASH-TABLE
           END-IF

           IF WS-ITEMS-LOADED-SWITCH = "N"
               PERFORM UNTIL WS-HISTORY-KEY >= WS-RECEIPT-KEY
                  PERFORM 216-READ-HISTORY-RECORD
               END-PERFORM
               PERFORM UNTIL WS-CASH-KEY >= WS-RECEIPT-KEY
                  PERFORM 410-WRITE-CASH-FORWARD
                  PERFORM 218-READ-OLD-CASH-RECORD
               END-PERFORM

               MOVE WS-RECEIPT-KEY TO WS-TABLE-KEY
               MOVE "Y" TO WS-ITEMS-LOADED-SWITCH
               MOVE ZERO TO WS-ITEM-ENTRY-COUNT
               MOVE ZERO TO WS-CASH-ENTRY-COUNT
               PERFORM UNTIL WS-HISTORY-KEY NOT = WS-RECEIPT-KEY
                  IF HI-RECORD-TYPE NOT = "R"
                     PERFORM 440-LOAD-OPEN-ITEM
                  END-IF
                  PERFORM 216-READ-HISTORY-RECORD
               END-PERFORM
               PERFORM UNTIL WS-CASH-KEY NOT = WS-RECEIPT-KEY
                  PERFORM 450-LOAD-CASH-ENTRY
                  PERFORM 218-READ-OLD-CASH-RECORD
               END-PERFORM
           END-IF.

       270-FIND-OPEN-ITEM.
           MOVE ZERO TO WS-FOUND-SUBSCRIPT
           PERFORM VARYING WS-ITEM-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-ITEM-SUBSCRIPT > WS-ITEM-ENTRY-COUNT
              IF OT-INVOICE-NUMBER(WS-ITEM-SUBSCRIPT)
                 = WS-SEARCH-INVOICE
                 MOVE WS-ITEM-SUBSCRIPT TO WS-FOUND-SUBSCRIPT
              END-IF
           END-PERFORM.

       410-WRITE-CASH-FORWARD.
           MOVE CASH-APPLIED-RECORD TO NEW-CASH-RECORD
           WRITE NEW-CASH-RECORD
           ADD 1 TO WS-CASH-OUT-COUNT.

       420-FLUSH-CASH-TABLE.
           PERFORM VARYING WS-CASH-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CASH-SUBSCRIPT > WS-CASH-ENTRY-COUNT
              MOVE CT-CASH-RECORD(WS-CASH-SUBSCRIPT)
                  TO NEW-CASH-RECORD
              WRITE NEW-CASH-RECORD
              ADD 1 TO WS-CASH-OUT-COUNT
           END-PERFORM
           MOVE ZERO TO WS-CASH-ENTRY-COUNT
           MOVE ZERO TO WS-ITEM-ENTRY-COUNT
           MOVE "N" TO WS-ITEMS-LOADED-SWITCH.

       430-ADD-CASH-ENTRY.
           IF WS-CASH-ENTRY-COUNT >= WS-CASH-TABLE-MAX
               PERFORM 925-TABLE-FULL-ABORT
           END-IF
           MOVE RC-BRANCH-NUMBER-9   TO CE-BRANCH-NUMBER
           MOVE RC-SALESREP-NUMBER-9 TO CE-SALESREP-NUMBER
           MOVE RC-CUSTOMER-NUMBER-9 TO CE-CUSTOMER-NUMBER
           MOVE RC-RECEIPT-DATE-9    TO CE-RECEIPT-DATE
           MOVE RC-CHECK-NUMBER      TO CE-CHECK-NUMBER
           MOVE WS-TODAY-YYYYMMDD    TO CE-POSTING-DATE
           MOVE WS-ENTRY-TYPE        TO CE-ENTRY-TYPE
           ADD 1 TO WS-CASH-ENTRY-COUNT
           MOVE WS-CASH-ENTRY TO CT-CASH-RECORD(WS-CASH-ENTRY-COUNT)
           ADD 1 TO WS-CASH-ADDED-COUNT.

       440-LOAD-OPEN-ITEM.
           IF WS-ITEM-ENTRY-COUNT >= WS-ITEM-TABLE-MAX
               PERFORM 925-TABLE-FULL-ABORT
           END-IF
           ADD 1 TO WS-ITEM-ENTRY-COUNT
           MOVE HI-INVOICE-NUMBER
               TO OT-INVOICE-NUMBER(WS-ITEM-ENTRY-COUNT)
           MOVE HI-RECORD-TYPE
               TO OT-RECORD-TYPE(WS-ITEM-ENTRY-COUNT)
           MOVE HI-INVOICE-AMOUNT
               TO OT-INVOICE-AMOUNT(WS-ITEM-ENTRY-COUNT)
           MOVE ZERO TO OT-APPLIED-AMOUNT(WS-ITEM-ENTRY-COUNT).

       450-LOAD-CASH-ENTRY.
           IF WS-CASH-ENTRY-COUNT >= WS-CASH-TABLE-MAX
               PERFORM 925-TABLE-FULL-ABORT
           END-IF
           ADD 1 TO WS-CASH-ENTRY-COUNT
           MOVE CASH-APPLIED-RECORD
               TO CT-CASH-RECORD(WS-CASH-ENTRY-COUNT)

           IF CH-ENTRY-TYPE = "P"
               MOVE CH-INVOICE-NUMBER TO WS-SEARCH-INVOICE
               PERFORM 270-FIND-OPEN-ITEM
               IF WS-FOUND-SUBSCRIPT NOT = ZERO
                   ADD CH-APPLIED-AMOUNT
                       TO OT-APPLIED-AMOUNT(WS-FOUND-SUBSCRIPT)
               END-IF
           END-IF.

       230-PRINT-CASH-HEADINGS.
           ADD 1 TO CASH-PAGE-COUNT
           MOVE ZERO TO CASH-LINE-COUNT

           MOVE CD-MONTH        TO CH1-MONTH
           MOVE CD-DAY          TO CH1-DAY
           MOVE CD-YEAR         TO CH1-YEAR
           MOVE CASH-PAGE-COUNT TO CH1-PAGE
           MOVE CD-HOURS        TO CH2-HOURS
           MOVE CD-MINUTES      TO CH2-MINUTES

           MOVE CASH-HEADING-LINE-1 TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE CASH-HEADING-LINE-2 TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE SPACE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE CASH-HEADING-LINE-3 TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE ALL "-" TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA.

       500-PRINT-RECEIPT-LINE.
           IF CASH-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-CASH-HEADINGS
           END-IF

           MOVE RC-BRANCH-NUMBER    TO RDL-BRANCH
           MOVE RC-SALESREP-NUMBER  TO RDL-REP
           MOVE RC-CUSTOMER-NUMBER  TO RDL-CUST
           MOVE RC-INVOICE-NUMBER   TO RDL-INVOICE
           MOVE RC-CHECK-NUMBER     TO RDL-CHECK
           MOVE RC-RECEIPT-AMOUNT-9 TO RDL-RECEIPT
           MOVE WS-APPLY-AMOUNT     TO RDL-APPLIED
           MOVE WS-EXCESS-AMOUNT    TO RDL-ON-ACCOUNT
           MOVE ZERO                TO RDL-UNAPPLIED
           MOVE ZERO                TO RDL-AGE
           MOVE WS-DISPOSITION      TO RDL-DISPOSITION

           MOVE RECEIPT-DETAIL-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA
           ADD 1 TO CASH-LINE-COUNT.

       600-WRITE-UNAPPLIED.
           PERFORM 228-VALIDATE-UNAPPLIED-DATE
           IF RC-ATTEMPT-COUNT NUMERIC
              AND WS-UNAP-DATE-VALID-SWITCH = "Y"
               ADD 1 TO RC-ATTEMPT-COUNT-9
               COMPUTE WS-ITEM-AGE-DAYS = WS-TODAY-INTEGER
                 - FUNCTION INTEGER-OF-DATE(RC-UNAPPLIED-DATE-9)
           ELSE
               MOVE WS-TODAY-YYYYMMDD TO RC-UNAPPLIED-DATE-9
               MOVE 1 TO RC-ATTEMPT-COUNT-9
               MOVE ZERO TO WS-ITEM-AGE-DAYS
           END-IF

           MOVE RECEIPT-RECORD TO UNAPPLIED-RECORD
           WRITE UNAPPLIED-RECORD

           IF CASH-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-CASH-HEADINGS
           END-IF

           MOVE RC-BRANCH-NUMBER    TO RDL-BRANCH
           MOVE RC-SALESREP-NUMBER  TO RDL-REP
           MOVE RC-CUSTOMER-NUMBER  TO RDL-CUST
           MOVE RC-INVOICE-NUMBER   TO RDL-INVOICE
           MOVE RC-CHECK-NUMBER     TO RDL-CHECK
           IF RC-RECEIPT-AMOUNT NUMERIC
               MOVE RC-RECEIPT-AMOUNT-9 TO RDL-RECEIPT
               MOVE RC-RECEIPT-AMOUNT-9 TO RDL-UNAPPLIED
           ELSE
               MOVE ZERO TO RDL-RECEIPT
               MOVE ZERO TO RDL-UNAPPLIED
           END-IF
           MOVE ZERO                TO RDL-APPLIED
           MOVE ZERO                TO RDL-ON-ACCOUNT
           MOVE WS-ITEM-AGE-DAYS    TO RDL-AGE
           MOVE WS-UNAPPLIED-REASON TO RDL-DISPOSITION

           MOVE RECEIPT-DETAIL-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA
           ADD 1 TO CASH-LINE-COUNT
           ADD 1 TO WS-UNAPPLIED-COUNT.

       700-PRINT-CASH-TOTALS.
           MOVE SPACE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE "CUSTOMER RECORDS READ:" TO CCL-CAPTION
           MOVE WS-MASTER-IN-COUNT TO CCL-COUNT
           MOVE CASH-COUNT-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE "RECEIPTS READ:" TO CCL-CAPTION
           MOVE WS-RECEIPT-COUNT TO CCL-COUNT
           MOVE CASH-COUNT-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE "UNAPPLIED ITEMS RECYCLED:" TO CCL-CAPTION
           MOVE WS-RECYCLE-COUNT TO CCL-COUNT
           MOVE CASH-COUNT-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE "INVOICES PAID IN FULL:" TO CCL-CAPTION
           MOVE WS-PAID-FULL-COUNT TO CCL-COUNT
           MOVE CASH-COUNT-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE "PARTIAL PAYMENTS:" TO CCL-CAPTION
           MOVE WS-PARTIAL-COUNT TO CCL-COUNT
           MOVE CASH-COUNT-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE "OVERPAYMENTS TO ON ACCOUNT:" TO CCL-CAPTION
           MOVE WS-OVERPAID-COUNT TO CCL-COUNT
           MOVE CASH-COUNT-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE "RECEIPTS ON ACCOUNT:" TO CCL-CAPTION
           MOVE WS-ON-ACCOUNT-COUNT TO CCL-COUNT
           MOVE CASH-COUNT-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE "RECEIPTS UNAPPLIED:" TO CCL-CAPTION
           MOVE WS-UNAPPLIED-COUNT TO CCL-COUNT
           MOVE CASH-COUNT-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE "RECEIPTS FAILING EDITS:" TO CCL-CAPTION
           MOVE WS-INVALID-COUNT TO CCL-COUNT
           MOVE CASH-COUNT-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE "HISTORY RECORDS READ:" TO CCL-CAPTION
           MOVE WS-HISTORY-IN-COUNT TO CCL-COUNT
           MOVE CASH-COUNT-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE "CASH APPLIED RECORDS IN:" TO CCL-CAPTION
           MOVE WS-CASH-IN-COUNT TO CCL-COUNT
           MOVE CASH-COUNT-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE "CASH APPLIED RECORDS ADDED:" TO CCL-CAPTION
           MOVE WS-CASH-ADDED-COUNT TO CCL-COUNT
           MOVE CASH-COUNT-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE "CASH APPLIED RECORDS OUT:" TO CCL-CAPTION
           MOVE WS-CASH-OUT-COUNT TO CCL-COUNT
           MOVE CASH-COUNT-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE "CASH AMOUNT IN:" TO CTL-CAPTION
           MOVE WS-CASH-IN-TOTAL TO CTL-AMOUNT
           MOVE CASH-TOTAL-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE "CASH APPLIED TO INVOICES:" TO CTL-CAPTION
           MOVE WS-APPLIED-TOTAL TO CTL-AMOUNT
           MOVE CASH-TOTAL-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE "CASH ON ACCOUNT:" TO CTL-CAPTION
           MOVE WS-ON-ACCOUNT-TOTAL TO CTL-AMOUNT
           MOVE CASH-TOTAL-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE "CASH UNAPPLIED:" TO CTL-CAPTION
           MOVE WS-UNAPPLIED-TOTAL TO CTL-AMOUNT
           MOVE CASH-TOTAL-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           MOVE "HASH TOTALS ARE IN BALANCE" TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA.

       900-SEQUENCE-ERROR-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** I_CUSTMAST OUT OF SEQUENCE"
               " - BRANCH " CM-BRANCH-NUMBER
               " REP "      CM-SALESREP-NUMBER
               " CUSTOMER " CM-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "CASH1000 ABENDING - CUSTMAST IS NOT IN SEQUENCE"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           CLOSE I_CUSTMAST RCPTSRTD I_HISTORY I_OLDCASH
                 O_NEWCASH O_UNAPPLD O_CASHRPT
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
           DISPLAY "CASH1000 ABENDING - HISTORY FILE IS NOT IN SEQUENCE"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           CLOSE I_CUSTMAST RCPTSRTD I_HISTORY I_OLDCASH
                 O_NEWCASH O_UNAPPLD O_CASHRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       910-CASH-SEQUENCE-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** I_OLDCASH OUT OF SEQUENCE"
               " - BRANCH " CH-BRANCH-NUMBER
               " REP "      CH-SALESREP-NUMBER
               " CUSTOMER " CH-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "CASH1000 ABENDING - CASH APPLIED FILE IS NOT IN "
               "SEQUENCE" UPON CONSOLE

           MOVE WS-ERROR-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           CLOSE I_CUSTMAST RCPTSRTD I_HISTORY I_OLDCASH
                 O_NEWCASH O_UNAPPLD O_CASHRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       920-BALANCE-ERROR-ABORT.
           MOVE
             "**ERROR** CASH IN NOT EQUAL APPLIED + ON ACCT + UNAPPLIED"
             TO WS-ERROR-LINE

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "CASH1000 ABENDING - HASH TOTALS OUT OF BALANCE"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           CLOSE I_CUSTMAST RCPTSRTD I_HISTORY I_OLDCASH
                 O_NEWCASH O_UNAPPLD O_CASHRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       925-TABLE-FULL-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** OPEN ITEM TABLE FULL"
               " - BRANCH " RC-BRANCH-NUMBER
               " REP "      RC-SALESREP-NUMBER
               " CUSTOMER " RC-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "CASH1000 ABENDING - TOO MANY ITEMS FOR CUSTOMER"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO CASH-PRINT-AREA
           WRITE CASH-PRINT-AREA

           CLOSE I_CUSTMAST RCPTSRTD I_HISTORY I_OLDCASH
                 O_NEWCASH O_UNAPPLD O_CASHRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
