      *              re-matched.  Every posted invoice is written to a
      *              retained invoice history file, and an invoice
      *              whose number is already in history for the same
      *              customer is suspended as a duplicate.  A posted
      *              reversal flags the original invoice "V" and also
      *              adds a reversal entry (type "R") to history with
      *              the reversal's own date and posting date, so
      *              statements can show the credit in the month the
      *              reversal posted.  A posting
      *              register proves the run with hash totals: amount
      *              in must equal amount posted plus amount suspended.
      *              Posted sales, credit memos and reversals are also
      *              summarized by branch and by the ACCTCAL period of
      *              the invoice (the original invoice's period for a
      *              reversal) and written to a general ledger journal
      *              file as balanced debit/credit lines between a
      *              header and a trailer carrying the line count and
      *              hash totals.  Suspended items never reach the
      *              journal, and the register reconciles the journal
      *              debits and credits to the amount posted.
      *              Runs as a step of the nightly stream under the
      *              RUNCTL job ledger: it refuses to run, giving the
      *              reason on the console, unless the most recent of
      *              CUNLD100 and the optional CUST1000 and ROLL1000
      *              steps completed today with a return code of 4 or
      *              less and this step has not already run since.
      *              The master input is counted before any output is
      *              opened and must equal that step's output count.
      *              Every run appends a completion or refusal entry
      *              to the ledger for JOBS1000.
      ****************************************************************

       ENVIRONMENT DIVISION.
           SELECT O_SUSPENSE  ASSIGN TO SUSPENSE.
           SELECT O_SUSPRPT   ASSIGN TO SUSPRPT.
           SELECT O_POSTREG   ASSIGN TO POSTREG.
           SELECT O_GLJRNL    ASSIGN TO GLJRNL.
           SELECT OPTIONAL I_RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL O_RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 130 CHARACTERS.
       01  REGISTER-PRINT-AREA      PIC X(130).

       FD  O_GLJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  GL-JOURNAL-RECORD        PIC X(80).

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

       01  CUSTMAST-EOF-SWITCH      PIC X VALUE "N".
              10 HT-RECORD-TYPE     PIC X.
              10 FILLER             PIC X(1).

       01  GL-ACCOUNT-FIELDS.
           05 WS-GL-RECEIVABLE-ACCT PIC 9(6) VALUE 112000.
           05 WS-GL-SALES-ACCT      PIC 9(6) VALUE 401000.
           05 WS-GL-RETURNS-ACCT    PIC 9(6) VALUE 405000.

       01  GL-SUMMARY-FIELDS.
           05 WS-GL-BRANCH-SUB      PIC 9(3) VALUE ZERO.
           05 WS-GL-MONTH           PIC 9(2) VALUE ZERO.
           05 WS-GL-DEBIT-ACCT      PIC 9(6) VALUE ZERO.
           05 WS-GL-CREDIT-ACCT     PIC 9(6) VALUE ZERO.
           05 WS-GL-LINE-AMOUNT     PIC S9(9)V99 VALUE ZERO.
           05 WS-GL-SOURCE-TYPE     PIC X VALUE SPACE.
           05 WS-GL-DESCRIPTION     PIC X(20) VALUE SPACE.
           05 WS-GL-LINE-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-GL-DEBIT-TOTAL     PIC S9(11)V99 VALUE ZERO.
           05 WS-GL-CREDIT-TOTAL    PIC S9(11)V99 VALUE ZERO.
           05 WS-GL-ACCOUNT-HASH    PIC 9(11) VALUE ZERO.

       01  GL-SUMMARY-TABLE.
           05 GS-BRANCH-ENTRY OCCURS 100 TIMES.
              10 GS-PERIOD-ENTRY OCCURS 12 TIMES.
                 15 GS-SALE-AMOUNT   PIC S9(9)V99 COMP-3.
                 15 GS-CREDIT-AMOUNT PIC S9(9)V99 COMP-3.
                 15 GS-REVRSL-AMOUNT PIC S9(9)V99 COMP-3.

       01  GL-HEADER-RECORD.
           05 GH-RECORD-TYPE        PIC X VALUE "H".
           05 GH-SOURCE-PROGRAM     PIC X(8) VALUE "POST1000".
           05 GH-RUN-DATE           PIC 9(8).
           05 GH-RUN-TIME           PIC 9(4).
           05 GH-FISCAL-YEAR        PIC 9(4).
           05 FILLER                PIC X(55) VALUE SPACE.

       01  GL-DETAIL-RECORD.
           05 GD-RECORD-TYPE        PIC X VALUE "D".
           05 GD-BRANCH-NUMBER      PIC 9(2).
           05 GD-PERIOD-YEAR        PIC 9(4).
           05 GD-PERIOD-MONTH       PIC 9(2).
           05 GD-ACCOUNT-NUMBER     PIC 9(6).
           05 GD-DEBIT-CREDIT       PIC X.
           05 GD-AMOUNT             PIC S9(9)V99.
           05 GD-SOURCE-TYPE        PIC X.
           05 GD-DESCRIPTION        PIC X(20).
           05 GD-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X(24) VALUE SPACE.

       01  GL-TRAILER-RECORD.
           05 GT-RECORD-TYPE        PIC X VALUE "T".
           05 GT-LINE-COUNT         PIC 9(7).
           05 GT-DEBIT-TOTAL        PIC S9(11)V99.
           05 GT-CREDIT-TOTAL       PIC S9(11)V99.
           05 GT-ACCOUNT-HASH       PIC 9(11).
           05 GT-POSTED-TOTAL       PIC S9(11)V99.
           05 FILLER                PIC X(22) VALUE SPACE.

       01  AGE-CALC-FIELDS.
           05 WS-TODAY-INTEGER      PIC 9(7) VALUE ZERO.
           05 WS-TODAY-YYYYMMDD     PIC 9(8) VALUE ZERO.
           05 RGT-CAPTION           PIC X(30).
           05 RGT-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  JOB-LEDGER-FIELDS.
           05 WS-LEDGER-PROGRAM    PIC X(8)  VALUE "POST1000".
           05 WS-LEDGER-PREDECESSOR PIC X(8) VALUE "CUNLD100".
           05 WS-UNLOAD-STEP       PIC X(8)  VALUE "CUNLD100".
           05 WS-MAINT-STEP        PIC X(8)  VALUE "CUST1000".
           05 WS-ROLL-STEP         PIC X(8)  VALUE "ROLL1000".
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

       000-POST-DAILY-SALES.
           PERFORM 150-CHECK-JOB-LEDGER

           OPEN INPUT  I_CUSTMAST I_INVOICE I_PRIORSUS I_HISTORY
                       I_ACCTCAL
                OUTPUT O_NEWMAST O_NEWHIST O_SUSPENSE O_SUSPRPT
                       O_POSTREG O_GLJRNL

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           MOVE CURRENT-DATE-AND-TIME (1:8) TO WS-TODAY-YYYYMMDD

           PERFORM 100-READ-POST-PARM
           PERFORM 110-LOAD-CALENDAR-TABLE
           PERFORM 120-CLEAR-GL-SUMMARY

           PERFORM 230-PRINT-SUSPENSE-HEADINGS
           PERFORM 240-PRINT-REGISTER-HEADINGS
           PERFORM 245-WRITE-GL-HEADER

           PERFORM 210-READ-CUSTOMER-RECORD
           PERFORM 212-FILL-PENDING-INVOICE
               PERFORM 920-BALANCE-ERROR-ABORT
           END-IF

           PERFORM 450-WRITE-GL-JOURNAL

           IF WS-GL-DEBIT-TOTAL NOT = WS-GL-CREDIT-TOTAL
            OR WS-GL-DEBIT-TOTAL NOT = WS-POSTED-TOTAL
               PERFORM 930-GL-BALANCE-ERROR-ABORT
           END-IF

           PERFORM 700-PRINT-POSTING-REGISTER

           CLOSE I_CUSTMAST I_INVOICE I_PRIORSUS I_HISTORY I_ACCTCAL
                 O_NEWMAST O_NEWHIST O_SUSPENSE O_SUSPRPT O_POSTREG
                 O_GLJRNL

           MOVE WS-MASTER-IN-COUNT  TO WS-LEDGER-RECORDS-IN
           MOVE WS-MASTER-OUT-COUNT TO WS-LEDGER-RECORDS-OUT
           PERFORM 790-WRITE-JOB-LEDGER
           STOP RUN.

       100-READ-POST-PARM.
               PERFORM 915-CALENDAR-MISSING-ABORT
           END-IF.

       120-CLEAR-GL-SUMMARY.
           PERFORM VARYING WS-GL-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-GL-BRANCH-SUB > 100
              PERFORM VARYING WS-GL-MONTH FROM 1 BY 1
                      UNTIL WS-GL-MONTH > 12
                 MOVE ZERO TO
                     GS-SALE-AMOUNT(WS-GL-BRANCH-SUB, WS-GL-MONTH)
                 MOVE ZERO TO
                     GS-CREDIT-AMOUNT(WS-GL-BRANCH-SUB, WS-GL-MONTH)
                 MOVE ZERO TO
                     GS-REVRSL-AMOUNT(WS-GL-BRANCH-SUB, WS-GL-MONTH)
              END-PERFORM
           END-PERFORM.

       150-CHECK-JOB-LEDGER.
           MOVE FUNCTION CURRENT-DATE TO WS-LEDGER-NOW
           COMPUTE WS-TODAY-START = WS-LEDGER-TODAY * 1000000

           OPEN INPUT I_RUNCTL
           PERFORM 155-READ-JOB-LEDGER
           PERFORM UNTIL WS-LEDGER-EOF-SWITCH = "Y"
              IF JL-ENTRY-STATUS = "C"
                 IF JL-PROGRAM-ID = WS-UNLOAD-STEP
                                 OR WS-MAINT-STEP
                                 OR WS-ROLL-STEP
                    MOVE JL-PROGRAM-ID      TO WS-LEDGER-PREDECESSOR
                    MOVE JL-RUN-TIMESTAMP-N TO WS-PRED-TIMESTAMP
                    MOVE JL-RETURN-CODE     TO WS-PRED-RETURN-CODE
                    MOVE JL-RECORDS-IN      TO WS-PRED-RECORDS-IN
                    MOVE JL-RECORDS-OUT     TO WS-PRED-RECORDS-OUT
                 END-IF
                 IF JL-PROGRAM-ID = WS-LEDGER-PROGRAM
                    MOVE JL-RUN-TIMESTAMP-N TO WS-OWN-TIMESTAMP
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
           ADD IV-INVOICE-AMOUNT-9 TO WS-SALE-POSTED-TOTAL
           ADD 1 TO WS-POSTED-COUNT
           ADD 1 TO WS-SALE-POST-COUNT
           MOVE IV-INVOICE-MONTH TO WS-GL-MONTH
           PERFORM 360-ADD-GL-SUMMARY
           PERFORM 430-ADD-HISTORY-ENTRY.

       330-APPLY-CREDIT-MEMO.
           ADD IV-INVOICE-AMOUNT-9 TO WS-CREDIT-POSTED-TOTAL
           ADD 1 TO WS-POSTED-COUNT
           ADD 1 TO WS-CREDIT-POST-COUNT
           MOVE IV-INVOICE-MONTH TO WS-GL-MONTH
           PERFORM 360-ADD-GL-SUMMARY
           PERFORM 430-ADD-HISTORY-ENTRY.

       335-APPLY-REVERSAL.
                   ADD 1 TO WS-POSTED-COUNT
                   ADD 1 TO WS-REVRSL-POST-COUNT
                   MOVE "V" TO HT-RECORD-TYPE(WS-ORIGINAL-SUBSCRIPT)
                   MOVE WS-ORIGINAL-MONTH TO WS-GL-MONTH
                   PERFORM 360-ADD-GL-SUMMARY
                   PERFORM 430-ADD-HISTORY-ENTRY
               END-IF
           END-IF.

                   UNTIL WS-HIST-SUBSCRIPT > WS-HISTORY-ENTRY-COUNT
              IF HT-INVOICE-NUMBER(WS-HIST-SUBSCRIPT)
                 = IV-INVOICE-NUMBER
                 AND HT-RECORD-TYPE(WS-HIST-SUBSCRIPT) NOT = "R"
                 MOVE WS-HIST-SUBSCRIPT TO WS-ORIGINAL-SUBSCRIPT
              END-IF
           END-PERFORM.
           END-PERFORM
           ADD 1 TO WS-BUCKETS-FIXED-COUNT.

       360-ADD-GL-SUMMARY.
           COMPUTE WS-GL-BRANCH-SUB = IV-BRANCH-NUMBER-9 + 1
           EVALUATE IV-RECORD-TYPE
               WHEN "C"
                   ADD IV-INVOICE-AMOUNT-9 TO
                       GS-CREDIT-AMOUNT(WS-GL-BRANCH-SUB, WS-GL-MONTH)
               WHEN "R"
                   ADD IV-INVOICE-AMOUNT-9 TO
                       GS-REVRSL-AMOUNT(WS-GL-BRANCH-SUB, WS-GL-MONTH)
               WHEN OTHER
                   ADD IV-INVOICE-AMOUNT-9 TO
                       GS-SALE-AMOUNT(WS-GL-BRANCH-SUB, WS-GL-MONTH)
           END-EVALUATE.

       400-WRITE-NEW-MASTER.
           MOVE CUSTOMER-MASTER-RECORD TO NEW-MASTER-RECORD
           WRITE NEW-MASTER-RECORD
               TO HT-INVOICE-AMOUNT(WS-HISTORY-ENTRY-COUNT)
           MOVE WS-TODAY-YYYYMMDD
               TO HT-POSTING-DATE(WS-HISTORY-ENTRY-COUNT)
           EVALUATE IV-RECORD-TYPE
               WHEN "C"
                   MOVE "C" TO HT-RECORD-TYPE(WS-HISTORY-ENTRY-COUNT)
               WHEN "R"
                   MOVE "R" TO HT-RECORD-TYPE(WS-HISTORY-ENTRY-COUNT)
               WHEN OTHER
                   MOVE "S" TO HT-RECORD-TYPE(WS-HISTORY-ENTRY-COUNT)
           END-EVALUATE.

       440-LOAD-HISTORY-ENTRY.
           IF WS-HISTORY-ENTRY-COUNT >= WS-HISTORY-TABLE-MAX
           MOVE INVOICE-HISTORY-RECORD
               TO HT-HISTORY-RECORD(WS-HISTORY-ENTRY-COUNT).

       450-WRITE-GL-JOURNAL.
           PERFORM VARYING WS-GL-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-GL-BRANCH-SUB > 100
              PERFORM VARYING WS-GL-MONTH FROM 1 BY 1
                      UNTIL WS-GL-MONTH > 12
                 PERFORM 455-WRITE-GL-PERIOD
              END-PERFORM
           END-PERFORM

           MOVE WS-GL-LINE-COUNT   TO GT-LINE-COUNT
           MOVE WS-GL-DEBIT-TOTAL  TO GT-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GT-CREDIT-TOTAL
           MOVE WS-GL-ACCOUNT-HASH TO GT-ACCOUNT-HASH
           MOVE WS-POSTED-TOTAL    TO GT-POSTED-TOTAL
           MOVE GL-TRAILER-RECORD TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD.

       455-WRITE-GL-PERIOD.
           IF GS-SALE-AMOUNT(WS-GL-BRANCH-SUB, WS-GL-MONTH) NOT = ZERO
               MOVE GS-SALE-AMOUNT(WS-GL-BRANCH-SUB, WS-GL-MONTH)
                   TO WS-GL-LINE-AMOUNT
               MOVE WS-GL-RECEIVABLE-ACCT TO WS-GL-DEBIT-ACCT
               MOVE WS-GL-SALES-ACCT      TO WS-GL-CREDIT-ACCT
               MOVE "S"                   TO WS-GL-SOURCE-TYPE
               MOVE "DAILY SALES POSTED"  TO WS-GL-DESCRIPTION
               PERFORM 460-WRITE-GL-ENTRY
           END-IF

           IF GS-CREDIT-AMOUNT(WS-GL-BRANCH-SUB, WS-GL-MONTH)
              NOT = ZERO
               MOVE GS-CREDIT-AMOUNT(WS-GL-BRANCH-SUB, WS-GL-MONTH)
                   TO WS-GL-LINE-AMOUNT
               MOVE WS-GL-RETURNS-ACCT    TO WS-GL-DEBIT-ACCT
               MOVE WS-GL-RECEIVABLE-ACCT TO WS-GL-CREDIT-ACCT
               MOVE "C"                   TO WS-GL-SOURCE-TYPE
               MOVE "CREDIT MEMOS POSTED" TO WS-GL-DESCRIPTION
               PERFORM 460-WRITE-GL-ENTRY
           END-IF

           IF GS-REVRSL-AMOUNT(WS-GL-BRANCH-SUB, WS-GL-MONTH)
              NOT = ZERO
               MOVE GS-REVRSL-AMOUNT(WS-GL-BRANCH-SUB, WS-GL-MONTH)
                   TO WS-GL-LINE-AMOUNT
               MOVE WS-GL-SALES-ACCT      TO WS-GL-DEBIT-ACCT
               MOVE WS-GL-RECEIVABLE-ACCT TO WS-GL-CREDIT-ACCT
               MOVE "R"                   TO WS-GL-SOURCE-TYPE
               MOVE "INVOICES REVERSED"   TO WS-GL-DESCRIPTION
               PERFORM 460-WRITE-GL-ENTRY
           END-IF.

       460-WRITE-GL-ENTRY.
           COMPUTE GD-BRANCH-NUMBER = WS-GL-BRANCH-SUB - 1
           MOVE CD-YEAR             TO GD-PERIOD-YEAR
           MOVE WS-GL-MONTH         TO GD-PERIOD-MONTH
           MOVE WS-GL-LINE-AMOUNT   TO GD-AMOUNT
           MOVE WS-GL-SOURCE-TYPE   TO GD-SOURCE-TYPE
           MOVE WS-GL-DESCRIPTION   TO GD-DESCRIPTION
           MOVE WS-TODAY-YYYYMMDD   TO GD-RUN-DATE

           MOVE WS-GL-DEBIT-ACCT    TO GD-ACCOUNT-NUMBER
           MOVE "D"                 TO GD-DEBIT-CREDIT
           MOVE GL-DETAIL-RECORD TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-LINE-COUNT
           ADD WS-GL-LINE-AMOUNT TO WS-GL-DEBIT-TOTAL
           ADD WS-GL-DEBIT-ACCT  TO WS-GL-ACCOUNT-HASH

           MOVE WS-GL-CREDIT-ACCT   TO GD-ACCOUNT-NUMBER
           MOVE "C"                 TO GD-DEBIT-CREDIT
           MOVE GL-DETAIL-RECORD TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-GL-LINE-COUNT
           ADD WS-GL-LINE-AMOUNT TO WS-GL-CREDIT-TOTAL
           ADD WS-GL-CREDIT-ACCT TO WS-GL-ACCOUNT-HASH.

       230-PRINT-SUSPENSE-HEADINGS.
           ADD 1 TO SUSP-PAGE-COUNT
           MOVE ZERO TO SUSP-LINE-COUNT
           MOVE SPACE TO REGISTER-PRINT-AREA
           WRITE REGISTER-PRINT-AREA.

       245-WRITE-GL-HEADER.
           MOVE WS-TODAY-YYYYMMDD TO GH-RUN-DATE
           COMPUTE GH-RUN-TIME = (CD-HOURS * 100) + CD-MINUTES
           MOVE CD-YEAR           TO GH-FISCAL-YEAR
           MOVE GL-HEADER-RECORD TO GL-JOURNAL-RECORD
           WRITE GL-JOURNAL-RECORD.

       600-WRITE-SUSPENSE.
           PERFORM 228-VALIDATE-SUSPENSE-DATE
           IF IV-ATTEMPT-COUNT NUMERIC
           MOVE REGISTER-TOTAL-LINE TO REGISTER-PRINT-AREA
           WRITE REGISTER-PRINT-AREA

           MOVE SPACE TO REGISTER-PRINT-AREA
           WRITE REGISTER-PRINT-AREA

           MOVE "GL JOURNAL LINES WRITTEN:" TO RGC-CAPTION
           MOVE WS-GL-LINE-COUNT TO RGC-COUNT
           MOVE REGISTER-COUNT-LINE TO REGISTER-PRINT-AREA
           WRITE REGISTER-PRINT-AREA

           MOVE "GL JOURNAL DEBITS:" TO RGT-CAPTION
           MOVE WS-GL-DEBIT-TOTAL TO RGT-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-PRINT-AREA
           WRITE REGISTER-PRINT-AREA

           MOVE "GL JOURNAL CREDITS:" TO RGT-CAPTION
           MOVE WS-GL-CREDIT-TOTAL TO RGT-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-PRINT-AREA
           WRITE REGISTER-PRINT-AREA

           MOVE "AMOUNT POSTED:" TO RGT-CAPTION
           MOVE WS-POSTED-TOTAL TO RGT-AMOUNT
           MOVE REGISTER-TOTAL-LINE TO REGISTER-PRINT-AREA
           WRITE REGISTER-PRINT-AREA

           MOVE "GL JOURNAL AGREES TO AMOUNT POSTED"
               TO REGISTER-PRINT-AREA
           WRITE REGISTER-PRINT-AREA

           MOVE "HASH TOTALS ARE IN BALANCE" TO REGISTER-PRINT-AREA
           WRITE REGISTER-PRINT-AREA.

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

           CLOSE I_CUSTMAST I_INVOICE I_PRIORSUS I_HISTORY I_ACCTCAL
                 O_NEWMAST O_NEWHIST O_SUSPENSE O_SUSPRPT O_POSTREG
                 O_GLJRNL
           MOVE 16 TO RETURN-CODE
           STOP RUN.


           CLOSE I_CUSTMAST I_INVOICE I_PRIORSUS I_HISTORY I_ACCTCAL
                 O_NEWMAST O_NEWHIST O_SUSPENSE O_SUSPRPT O_POSTREG
                 O_GLJRNL
           MOVE 16 TO RETURN-CODE
           STOP RUN.


           CLOSE I_CUSTMAST I_INVOICE I_PRIORSUS I_HISTORY I_ACCTCAL
                 O_NEWMAST O_NEWHIST O_SUSPENSE O_SUSPRPT O_POSTREG
                 O_GLJRNL
           MOVE 16 TO RETURN-CODE
           STOP RUN.


           CLOSE I_CUSTMAST I_INVOICE I_PRIORSUS I_HISTORY I_ACCTCAL
                 O_NEWMAST O_NEWHIST O_SUSPENSE O_SUSPRPT O_POSTREG
                 O_GLJRNL
           MOVE 16 TO RETURN-CODE
           STOP RUN.


           CLOSE I_CUSTMAST I_INVOICE I_PRIORSUS I_HISTORY I_ACCTCAL
                 O_NEWMAST O_NEWHIST O_SUSPENSE O_SUSPRPT O_POSTREG
                 O_GLJRNL
           MOVE 16 TO RETURN-CODE
           STOP RUN.


           CLOSE I_CUSTMAST I_INVOICE I_PRIORSUS I_HISTORY I_ACCTCAL
                 O_NEWMAST O_NEWHIST O_SUSPENSE O_SUSPRPT O_POSTREG
                 O_GLJRNL
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       930-GL-BALANCE-ERROR-ABORT.
           MOVE
             "**ERROR** GL JOURNAL DOES NOT BALANCE TO AMOUNT POSTED"
             TO WS-ERROR-LINE

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "POST1000 ABENDING - GL JOURNAL OUT OF BALANCE"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO REGISTER-PRINT-AREA
           WRITE REGISTER-PRINT-AREA

           CLOSE I_CUSTMAST I_INVOICE I_PRIORSUS I_HISTORY I_ACCTCAL
                 O_NEWMAST O_NEWHIST O_SUSPENSE O_SUSPRPT O_POSTREG
                 O_GLJRNL
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       960-STEP-REFUSED-ABORT.
           DISPLAY "**ERROR** POST1000 STEP REFUSED - " WS-LEDGER-REASON
               UPON CONSOLE
           DISPLAY "POST1000 ABENDING - JOB LEDGER CHECK FAILED"
               UPON CONSOLE

           MOVE "R" TO LE-ENTRY-STATUS
           MOVE 16 TO LE-RETURN-CODE
           PERFORM 795-APPEND-LEDGER-ENTRY

           MOVE 16 TO RETURN-CODE
           STOP RUN.
