      *              phone, and contact; deletes archive the address
      *              with the master, reinstates restore it, and
      *              transfers re-key it.
      *              Runs as an optional step of the nightly stream
      *              under the RUNCTL job ledger, between CUNLD100 and
      *              POST1000: it refuses to run, giving the reason on
      *              the console, unless CUNLD100 completed today with
      *              a return code of 4 or less, this step has not
      *              already run since, and neither ROLL1000 nor
      *              POST1000 has run since. The old master is counted
      *              before any output is opened and must equal the
      *              CUNLD100 output count. Every run appends a
      *              completion or refusal entry to the ledger for
      *              JOBS1000.
      *              A merge transaction (M) folds a duplicate
      *              customer into a surviving key given in the
      *              new-key field: the duplicate's THIS/LAST/budget
      *              YTD and twelve month-sales buckets are added into
      *              the survivor, its HISTORY invoices are re-keyed
      *              to the survivor and the history file is re-sorted
      *              to NEWHIST, its cash applied records are re-keyed
      *              the same way from OLDCASH to NEWCASH so payments
      *              stay with their invoices, and the duplicate
      *              master and address are archived flagged as
      *              merged (with the survivor key) rather than
      *              deleted.  A merge is rejected
      *              when the survivor is not on the old master or is
      *              itself being deleted, transferred, or merged in
      *              the same run, and a merged archive record cannot
      *              be reinstated.
      *              Each transaction carries the entering operator ID
      *              in columns 81-88, and the operator must be
      *              authorized for the function code on OPERAUTH (an
      *              * function code authorizes every function); a
      *              missing or unauthorized operator is rejected with
      *              its own reason.  The operator ID prints on every
      *              before/after audit line, and each change or
      *              unauthorized attempt is appended to the OPERLOG
      *              operator activity log at the end of a successful
      *              run for OPER1000.
      ****************************************************************

       ENVIRONMENT DIVISION.
           SELECT XREJWORK    ASSIGN TO XREJWORK.
           SELECT XREJSRTD    ASSIGN TO XREJSRTD.
           SELECT O_XFERREJ   ASSIGN TO XFERREJ.
           SELECT DUPWORK     ASSIGN TO DUPWORK.
           SELECT DUP-SORT-FILE ASSIGN TO SORTWK1.
           SELECT DUPSRTD     ASSIGN TO DUPSRTD.
           SELECT I_HISTORY   ASSIGN TO HISTORY.
           SELECT HISTWORK    ASSIGN TO HISTWORK.
           SELECT HIST-SORT-FILE ASSIGN TO SORTWK1.
           SELECT O_NEWHIST   ASSIGN TO NEWHIST.
           SELECT I_OLDCASH   ASSIGN TO OLDCASH.
           SELECT CASHWORK    ASSIGN TO CASHWORK.
           SELECT CASH-SORT-FILE ASSIGN TO SORTWK1.
           SELECT O_NEWCASH   ASSIGN TO NEWCASH.
           SELECT I_OPERAUTH  ASSIGN TO OPERAUTH.
           SELECT OPERWORK    ASSIGN TO OPERWORK.
           SELECT OPTIONAL O_OPERLOG ASSIGN TO OPERLOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL I_RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL O_RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  I_CUSTTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 88 CHARACTERS
           BLOCK CONTAINS 88 CHARACTERS.
       01  CUSTOMER-TRAN-RECORD.
           05 TR-FUNCTION-CODE      PIC X.
           05 TR-BRANCH-NUMBER      PIC X(2).
              10 TR-NEW-CUSTOMER-9 REDEFINES TR-NEW-CUSTOMER
                                    PIC 9(5).
           05 FILLER                PIC X(20).
           05 TR-OPERATOR-ID        PIC X(8).
       01  CUSTOMER-ADDR-TRAN-RECORD.
           05 XA-FUNCTION-CODE      PIC X.
           05 XA-BRANCH-NUMBER      PIC X(2).
           05 XA-PHONE-NUMBER       PIC X(10).
           05 XA-CONTACT-NAME       PIC X(18).
           05 FILLER                PIC X(1).
           05 XA-OPERATOR-ID        PIC X(8).

       FD  I_OLDADDR
           RECORDING MODE IS F
           05 AR-DELETE-TIME        PIC 9(4).
           05 AR-ADDR-PRESENT       PIC X.
           05 AR-ADDRESS-IMAGE      PIC X(100).
           05 AR-ARCHIVE-REASON     PIC X.
           05 AR-MERGED-INTO-KEY    PIC 9(9) COMP-3.
           05 FILLER                PIC X(1).

       FD  O_NEWARCH
           RECORDING MODE IS F
       FD  XFERWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 248 CHARACTERS
           BLOCK CONTAINS 248 CHARACTERS.
       01  XFER-WORK-RECORD.
           05 XW-MASTER-IMAGE       PIC X(130).
           05 XW-OLD-KEY            PIC X(9).
           05 XW-ADDR-PRESENT       PIC X.
           05 XW-ADDRESS-IMAGE      PIC X(100).
           05 XW-OPERATOR-ID        PIC X(8).

       SD  XFER-SORT-FILE.
       01  XFER-SORT-RECORD.
           05 XS-NEW-KEY            PIC X(9).
           05 FILLER                PIC X(121).
           05 XS-OLD-KEY            PIC X(9).
           05 FILLER                PIC X(109).

       FD  XFERSRTD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 248 CHARACTERS
           BLOCK CONTAINS 248 CHARACTERS.
       01  XFER-SORTED-RECORD.
           05 XD-MASTER-IMAGE.
              10 XD-NEW-KEY         PIC X(9).
           05 XD-OLD-KEY            PIC X(9).
           05 XD-ADDR-PRESENT       PIC X.
           05 XD-ADDRESS-IMAGE      PIC X(100).
           05 XD-OPERATOR-ID        PIC X(8).

       FD  MRGWORK
           RECORDING MODE IS F
       FD  XREJWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 248 CHARACTERS
           BLOCK CONTAINS 248 CHARACTERS.
       01  XFER-REJWORK-RECORD.
           05 XQ-MASTER-IMAGE       PIC X(130).
           05 XQ-OLD-KEY            PIC X(9).
           05 XQ-ADDR-PRESENT       PIC X.
           05 XQ-ADDRESS-IMAGE      PIC X(100).
           05 XQ-OPERATOR-ID        PIC X(8).

       FD  XREJSRTD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 248 CHARACTERS
           BLOCK CONTAINS 248 CHARACTERS.
       01  XFER-REJ-SORTED-RECORD.
           05 XJ-MASTER-IMAGE       PIC X(130).
           05 XJ-OLD-KEY            PIC X(9).
           05 XJ-ADDR-PRESENT       PIC X.
           05 XJ-ADDRESS-IMAGE      PIC X(100).
           05 XJ-OPERATOR-ID        PIC X(8).

       FD  O_XFERREJ
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 248 CHARACTERS
           BLOCK CONTAINS 248 CHARACTERS.
       01  XFER-REJECT-RECORD.
           05 XR-MASTER-IMAGE       PIC X(130).
           05 XR-OLD-KEY            PIC X(9).
           05 XR-ADDR-PRESENT       PIC X.
           05 XR-ADDRESS-IMAGE      PIC X(100).
           05 XR-OPERATOR-ID        PIC X(8).

       FD  DUPWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 148 CHARACTERS
           BLOCK CONTAINS 148 CHARACTERS.
       01  DUP-WORK-RECORD.
           05 DW-MASTER-IMAGE       PIC X(130).
           05 DW-SURVIVOR-KEY       PIC X(9).
           05 DW-OPERATOR-ID        PIC X(8).
           05 FILLER                PIC X(1).

       SD  DUP-SORT-FILE.
       01  DUP-SORT-RECORD.
           05 FILLER                PIC X(130).
           05 DS-SURVIVOR-KEY       PIC X(9).
           05 FILLER                PIC X(9).

       FD  DUPSRTD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 148 CHARACTERS
           BLOCK CONTAINS 148 CHARACTERS.
       01  DUP-SORTED-RECORD.
           05 DD-MASTER-IMAGE       PIC X(130).
           05 DD-SURVIVOR-KEY       PIC X(9).
           05 DD-OPERATOR-ID        PIC X(8).
           05 FILLER                PIC X(1).

       FD  I_HISTORY
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.
       01  INVOICE-HISTORY-RECORD.
           05 HI-RECORD-KEY         PIC X(9).
           05 FILLER                PIC X(31).

       FD  HISTWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.
       01  HIST-WORK-RECORD         PIC X(40).

       SD  HIST-SORT-FILE.
       01  HIST-SORT-RECORD.
           05 HS-RECORD-KEY         PIC X(9).
           05 FILLER                PIC X(21).
           05 HS-POSTING-DATE       PIC 9(8).
           05 FILLER                PIC X(2).

       FD  O_NEWHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 40 CHARACTERS.
       01  NEW-HISTORY-RECORD       PIC X(40).

       FD  I_OLDCASH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
       01  CASH-APPLIED-RECORD.
           05 CH-RECORD-KEY         PIC X(9).
           05 FILLER                PIC X(51).

       FD  CASHWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
       01  CASH-WORK-RECORD         PIC X(60).

       SD  CASH-SORT-FILE.
       01  CASH-SORT-RECORD.
           05 CS-RECORD-KEY         PIC X(9).
           05 FILLER                PIC X(29).
           05 CS-POSTING-DATE       PIC 9(8).
           05 FILLER                PIC X(14).

       FD  O_NEWCASH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 60 CHARACTERS.
       01  NEW-CASH-RECORD          PIC X(60).

       FD  I_OPERAUTH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  OPERATOR-AUTH-RECORD.
           05 OA-OPERATOR-ID        PIC X(8).
           05 OA-PROGRAM-ID         PIC X(8).
           05 OA-FUNCTION-CODE      PIC X.
           05 OA-OPERATOR-NAME      PIC X(20).
           05 FILLER                PIC X(43).

       FD  OPERWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  OPERATOR-WORK-RECORD     PIC X(80).

       FD  O_OPERLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  OPERATOR-LOG-RECORD      PIC X(80).

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

       01  WS-ADDR-ALLOCATED-SWITCH PIC X VALUE "N".
       01  WS-TRAN-ERROR-SWITCH     PIC X VALUE "N".
       01  WS-TRAN-READY-SWITCH     PIC X VALUE "N".
       01  DUPSRTD-EOF-SWITCH       PIC X VALUE "N".
       01  HISTORY-EOF-SWITCH       PIC X VALUE "N".
       01  OLDCASH-EOF-SWITCH       PIC X VALUE "N".
       01  WS-MERGE-SIZE-SWITCH     PIC X VALUE "N".
       01  OPERAUTH-EOF-SWITCH      PIC X VALUE "N".
       01  OPERWORK-EOF-SWITCH      PIC X VALUE "N".

       01  WS-WORK-MASTER.
           05 WK-BRANCH-NUMBER      PIC 9(2).
           05 WA-DELETE-TIME        PIC 9(4).
           05 WA-ADDR-PRESENT       PIC X.
           05 WA-ADDRESS-IMAGE      PIC X(100).
           05 WA-ARCHIVE-REASON     PIC X.
           05 WA-MERGED-INTO-KEY    PIC 9(9) COMP-3.
           05 FILLER                PIC X(1).

       01  WS-DUP-MASTER.
           05 DM-RECORD-KEY         PIC X(9).
           05 DM-CUSTOMER-NAME      PIC X(20).
           05 DM-SALES-THIS-YTD     PIC S9(5)V99.
           05 DM-SALES-LAST-YTD     PIC S9(5)V99.
           05 DM-SALES-BUDGET-YTD   PIC S9(5)V99.
           05 DM-ROLLOVER-YEAR      PIC X(4).
           05 DM-MONTHLY-SALES.
              10 DM-MONTH-SALES OCCURS 12 TIMES
                                    PIC S9(5)V99 COMP-3.
           05 FILLER                PIC X(28).

       01  WS-WORK-ADDRESS.
           05 WD-BRANCH-NUMBER      PIC 9(2).
           05 WS-MERGED-KEY         PIC X(9) VALUE LOW-VALUES.
           05 WS-REJECT-KEY         PIC X(9) VALUE LOW-VALUES.
           05 WS-AMRG-KEY           PIC X(9) VALUE LOW-VALUES.
           05 WS-DUP-KEY            PIC X(9) VALUE LOW-VALUES.

       01  COUNT-FIELDS.
           05 WS-MASTER-IN-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-ADDR-ORPHAN-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-WORK-OUT-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-MERGE-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-MERGE-FOLDED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-HIST-IN-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-HIST-REKEYED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-CASH-IN-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-CASH-REKEYED-COUNT PIC 9(7) VALUE ZERO.
           05 WS-UNAUTH-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-OPERLOG-COUNT      PIC 9(7) VALUE ZERO.

       01  MERGE-TABLE-FIELDS.
           05 WS-MERGE-ENTRY-COUNT  PIC 9(3) VALUE ZERO.
           05 WS-MERGE-TABLE-MAX    PIC 9(3) VALUE 500.
           05 WS-MERGE-SUB          PIC 9(3) VALUE ZERO.
           05 WS-MERGE-FOUND-SUB    PIC 9(3) VALUE ZERO.

       01  MERGE-TABLE.
           05 MT-ENTRY OCCURS 500 TIMES.
              10 MT-DUP-KEY            PIC X(9).
              10 MT-SURVIVOR-KEY       PIC X(9).
              10 MT-SURVIVOR-FOUND     PIC X.
              10 MT-SURVIVOR-RETIRING  PIC X.
              10 MT-APPLIED            PIC X.

       01  AUTH-TABLE-FIELDS.
           05 WS-AUTH-PROGRAM       PIC X(8) VALUE "CUST1000".
           05 WS-AUTH-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05 WS-AUTH-TABLE-MAX     PIC 9(3) VALUE 200.
           05 WS-AUTH-SUB           PIC 9(3) VALUE ZERO.
           05 WS-AUTH-FOUND-SWITCH  PIC X    VALUE "N".

       01  AUTH-TABLE.
           05 AT-ENTRY OCCURS 200 TIMES.
              10 AT-OPERATOR-ID     PIC X(8).
              10 AT-FUNCTION-CODE   PIC X.

       01  OPERATOR-LOG-ENTRY.
           05 OE-OPERATOR-ID        PIC X(8).
           05 OE-PROGRAM-ID         PIC X(8).
           05 OE-CHANGE-TIMESTAMP.
              10 OE-CHANGE-DATE     PIC 9(8).
              10 OE-CHANGE-TIME     PIC 9(6).
           05 OE-FUNCTION-CODE      PIC X.
           05 OE-ENTRY-STATUS       PIC X.
           05 OE-RECORD-KEY         PIC X(9).
           05 OE-NEW-KEY            PIC X(9).
           05 OE-DESCRIPTION        PIC X(20).
           05 FILLER                PIC X(10) VALUE SPACE.

       01  WS-REJECT-REASON         PIC X(40).
       01  WS-MONTH-SUBSCRIPT       PIC 9(3) VALUE ZERO.
           05 FILLER PIC X(8)  VALUE "LAST YTD".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(10) VALUE "BUDGET YTD".
           05 FILLER PIC X(21) VALUE SPACE.
           05 FILLER PIC X(8)  VALUE "OPERATOR".

       01  AUDIT-DETAIL-LINE.
           05 ADL-FUNCTION          PIC X.
           05 ADL-LAST              PIC ZZ,ZZ9.99-.
           05 FILLER                PIC X(2) VALUE SPACE.
           05 ADL-BUDGET            PIC ZZ,ZZ9.99-.
           05 FILLER                PIC X(24) VALUE SPACE.
           05 ADL-OPERATOR          PIC X(8).

       01  ADDRESS-AUDIT-LINE.
           05 AAL-FUNCTION          PIC X.
           05 AAL-PHONE             PIC X(10).
           05 FILLER                PIC X(2) VALUE SPACE.
           05 AAL-CONTACT           PIC X(18).
           05 FILLER                PIC X(2) VALUE SPACE.
           05 AAL-OPERATOR          PIC X(8).

       01  REJECT-HEADING-LINE-1.
           05 FILLER                PIC X(7)  VALUE "DATE:  ".

       01  REJECT-HEADING-LINE-3.
           05 FILLER PIC X(11) VALUE "TRANSACTION".
           05 FILLER PIC X(79) VALUE SPACE.
           05 FILLER PIC X(13) VALUE "REJECT REASON".

       01  REJECT-DETAIL-LINE.
           05 RJL-TRAN-IMAGE        PIC X(88).
           05 FILLER                PIC X(2) VALUE SPACE.
           05 RJL-REASON            PIC X(40).

           05 FILLER                PIC X(24).
           05 ATL-COUNT             PIC ZZZ,ZZ9.

       01  JOB-LEDGER-FIELDS.
           05 WS-LEDGER-PROGRAM    PIC X(8)  VALUE "CUST1000".
           05 WS-LEDGER-PREDECESSOR PIC X(8) VALUE "CUNLD100".
           05 WS-ROLL-STEP         PIC X(8)  VALUE "ROLL1000".
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

       000-APPLY-CUSTMAST-MAINT.
           PERFORM 150-CHECK-JOB-LEDGER
           PERFORM 130-LOAD-OPERATOR-AUTH
           PERFORM 110-LOAD-MERGE-TABLE
           IF WS-MERGE-ENTRY-COUNT > ZERO
               PERFORM 120-CHECK-MERGE-SURVIVORS
           END-IF

           OPEN INPUT  I_OLDMAST I_CUSTTRAN I_OLDARCH I_OLDADDR
                OUTPUT CUSTWORK XFERWORK ADDRWORK O_NEWARCH
                       DUPWORK OPERWORK O_AUDITRPT O_REJTRPT

           PERFORM 230-PRINT-AUDIT-HEADINGS
           PERFORM 240-PRINT-REJECT-HEADINGS
           END-PERFORM

           CLOSE I_OLDMAST I_CUSTTRAN I_OLDARCH I_OLDADDR CUSTWORK
                 XFERWORK ADDRWORK O_NEWARCH DUPWORK

           SORT XFER-SORT-FILE
               ON ASCENDING KEY XS-NEW-KEY
               USING XFERWORK
               GIVING XFERSRTD

           SORT DUP-SORT-FILE
               ON ASCENDING KEY DS-SURVIVOR-KEY
               USING DUPWORK
               GIVING DUPSRTD

           PERFORM 800-MERGE-TRANSFERS
           CLOSE OPERWORK

           SORT XFER-SORT-FILE
               ON ASCENDING KEY XS-OLD-KEY

           PERFORM 860-RESTORE-REJECTED-TRANSFERS

           PERFORM 440-REKEY-MERGED-HISTORY

           SORT HIST-SORT-FILE
               ON ASCENDING KEY HS-RECORD-KEY HS-POSTING-DATE
               WITH DUPLICATES IN ORDER
               USING HISTWORK
               GIVING O_NEWHIST

           PERFORM 450-REKEY-MERGED-CASH

           SORT CASH-SORT-FILE
               ON ASCENDING KEY CS-RECORD-KEY CS-POSTING-DATE
               WITH DUPLICATES IN ORDER
               USING CASHWORK
               GIVING O_NEWCASH

           PERFORM 700-PRINT-CONTROL-TOTALS

           CLOSE O_AUDITRPT O_REJTRPT

           PERFORM 780-POST-OPERATOR-LOG

           MOVE WS-MASTER-IN-COUNT  TO WS-LEDGER-RECORDS-IN
           MOVE WS-MASTER-OUT-COUNT TO WS-LEDGER-RECORDS-OUT
           PERFORM 790-WRITE-JOB-LEDGER
           STOP RUN.

       110-LOAD-MERGE-TABLE.
           OPEN INPUT I_CUSTTRAN
           PERFORM 115-READ-MERGE-TRANSACTION
           PERFORM UNTIL CUSTTRAN-EOF-SWITCH = "Y"
              MOVE "N" TO WS-TRAN-ERROR-SWITCH
              IF TR-FUNCTION-CODE = "M"
                  PERFORM 227-CHECK-OPERATOR-AUTH
              END-IF
              IF TR-FUNCTION-CODE = "M"
                 AND WS-TRAN-ERROR-SWITCH = "N"
                 AND TR-BRANCH-NUMBER NUMERIC
                 AND TR-SALESREP-NUMBER NUMERIC
                 AND TR-CUSTOMER-NUMBER NUMERIC
                 AND TR-NEW-BRANCH NUMERIC
                 AND TR-NEW-SALESREP NUMERIC
                 AND TR-NEW-CUSTOMER NUMERIC
                 AND TR-NEW-KEY NOT = CUSTOMER-TRAN-RECORD (2:9)
                  IF WS-MERGE-ENTRY-COUNT = WS-MERGE-TABLE-MAX
                      PERFORM 925-MERGE-TABLE-FULL-ABORT
                  END-IF
                  ADD 1 TO WS-MERGE-ENTRY-COUNT
                  MOVE CUSTOMER-TRAN-RECORD (2:9)
                      TO MT-DUP-KEY (WS-MERGE-ENTRY-COUNT)
                  MOVE TR-NEW-KEY
                      TO MT-SURVIVOR-KEY (WS-MERGE-ENTRY-COUNT)
                  MOVE "N"
                      TO MT-SURVIVOR-FOUND (WS-MERGE-ENTRY-COUNT)
                  MOVE "N"
                      TO MT-SURVIVOR-RETIRING (WS-MERGE-ENTRY-COUNT)
                  MOVE "N" TO MT-APPLIED (WS-MERGE-ENTRY-COUNT)
              END-IF
              PERFORM 115-READ-MERGE-TRANSACTION
           END-PERFORM
           CLOSE I_CUSTTRAN
           MOVE "N" TO CUSTTRAN-EOF-SWITCH

           IF WS-MERGE-ENTRY-COUNT > ZERO
               PERFORM 112-MARK-RETIRING-SURVIVORS
           END-IF.

       112-MARK-RETIRING-SURVIVORS.
           OPEN INPUT I_CUSTTRAN
           PERFORM 115-READ-MERGE-TRANSACTION
           PERFORM UNTIL CUSTTRAN-EOF-SWITCH = "Y"
              MOVE "N" TO WS-TRAN-ERROR-SWITCH
              IF TR-FUNCTION-CODE = "D" OR "T" OR "M"
                  PERFORM 227-CHECK-OPERATOR-AUTH
              END-IF
              IF (TR-FUNCTION-CODE = "D" OR "T" OR "M")
                 AND WS-TRAN-ERROR-SWITCH = "N"
                 AND TR-BRANCH-NUMBER NUMERIC
                 AND TR-SALESREP-NUMBER NUMERIC
                 AND TR-CUSTOMER-NUMBER NUMERIC
                  PERFORM VARYING WS-MERGE-SUB FROM 1 BY 1
                          UNTIL WS-MERGE-SUB > WS-MERGE-ENTRY-COUNT
                     IF MT-SURVIVOR-KEY (WS-MERGE-SUB) =
                        CUSTOMER-TRAN-RECORD (2:9)
                         MOVE "Y"
                           TO MT-SURVIVOR-RETIRING (WS-MERGE-SUB)
                     END-IF
                  END-PERFORM
              END-IF
              PERFORM 115-READ-MERGE-TRANSACTION
           END-PERFORM
           CLOSE I_CUSTTRAN
           MOVE "N" TO CUSTTRAN-EOF-SWITCH.

       115-READ-MERGE-TRANSACTION.
           READ I_CUSTTRAN
               AT END MOVE "Y" TO CUSTTRAN-EOF-SWITCH
           END-READ.

       120-CHECK-MERGE-SURVIVORS.
           OPEN INPUT I_OLDMAST
           PERFORM 125-READ-SURVIVOR-MASTER
           PERFORM UNTIL OLDMAST-EOF-SWITCH = "Y"
              PERFORM VARYING WS-MERGE-SUB FROM 1 BY 1
                      UNTIL WS-MERGE-SUB > WS-MERGE-ENTRY-COUNT
                 IF MT-SURVIVOR-KEY (WS-MERGE-SUB) =
                    CUSTOMER-MASTER-RECORD (1:9)
                     MOVE "Y" TO MT-SURVIVOR-FOUND (WS-MERGE-SUB)
                 END-IF
              END-PERFORM
              PERFORM 125-READ-SURVIVOR-MASTER
           END-PERFORM
           CLOSE I_OLDMAST
           MOVE "N" TO OLDMAST-EOF-SWITCH.

       125-READ-SURVIVOR-MASTER.
           READ I_OLDMAST
               AT END MOVE "Y" TO OLDMAST-EOF-SWITCH
           END-READ.

       130-LOAD-OPERATOR-AUTH.
           OPEN INPUT I_OPERAUTH
           PERFORM 135-READ-OPERATOR-AUTH
           PERFORM UNTIL OPERAUTH-EOF-SWITCH = "Y"
              IF OA-PROGRAM-ID = WS-AUTH-PROGRAM
                 AND OA-OPERATOR-ID NOT = SPACE
                  IF WS-AUTH-ENTRY-COUNT = WS-AUTH-TABLE-MAX
                      PERFORM 940-AUTH-TABLE-FULL-ABORT
                  END-IF
                  ADD 1 TO WS-AUTH-ENTRY-COUNT
                  MOVE OA-OPERATOR-ID
                      TO AT-OPERATOR-ID (WS-AUTH-ENTRY-COUNT)
                  MOVE OA-FUNCTION-CODE
                      TO AT-FUNCTION-CODE (WS-AUTH-ENTRY-COUNT)
              END-IF
              PERFORM 135-READ-OPERATOR-AUTH
           END-PERFORM
           CLOSE I_OPERAUTH

           IF WS-AUTH-ENTRY-COUNT = ZERO
               PERFORM 945-NO-OPERATORS-ABORT
           END-IF.

       135-READ-OPERATOR-AUTH.
           READ I_OPERAUTH
               AT END MOVE "Y" TO OPERAUTH-EOF-SWITCH
           END-READ.

       150-CHECK-JOB-LEDGER.
           MOVE FUNCTION CURRENT-DATE TO WS-LEDGER-NOW
           COMPUTE WS-TODAY-START = WS-LEDGER-TODAY * 1000000

           OPEN INPUT I_RUNCTL
           PERFORM 155-READ-JOB-LEDGER
           PERFORM UNTIL WS-LEDGER-EOF-SWITCH = "Y"
              IF JL-ENTRY-STATUS = "C"
                 IF JL-PROGRAM-ID = WS-LEDGER-PREDECESSOR
                    MOVE JL-RUN-TIMESTAMP-N TO WS-PRED-TIMESTAMP
                    MOVE JL-RETURN-CODE     TO WS-PRED-RETURN-CODE
                    MOVE JL-RECORDS-IN      TO WS-PRED-RECORDS-IN
                    MOVE JL-RECORDS-OUT     TO WS-PRED-RECORDS-OUT
                 END-IF
                 IF JL-PROGRAM-ID = WS-LEDGER-PROGRAM
                    MOVE JL-RUN-TIMESTAMP-N TO WS-OWN-TIMESTAMP
                 END-IF
                 IF JL-PROGRAM-ID = WS-ROLL-STEP
                                 OR WS-POST-STEP
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
           OPEN INPUT I_OLDMAST
           PERFORM 165-COUNT-HANDOFF-RECORD
           PERFORM UNTIL OLDMAST-EOF-SWITCH = "Y"
              ADD 1 TO WS-HANDOFF-COUNT
              PERFORM 165-COUNT-HANDOFF-RECORD
           END-PERFORM
           CLOSE I_OLDMAST
           MOVE "N" TO OLDMAST-EOF-SWITCH

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
           READ I_OLDMAST
               AT END MOVE "Y" TO OLDMAST-EOF-SWITCH
           END-READ.

       210-READ-OLD-MASTER.
           READ I_OLDMAST
               AT END MOVE "Y" TO OLDMAST-EOF-SWITCH
           MOVE "N" TO WS-TRAN-ERROR-SWITCH
           MOVE SPACE TO WS-REJECT-REASON

           PERFORM 227-CHECK-OPERATOR-AUTH
           IF WS-TRAN-ERROR-SWITCH = "Y"
               ADD 1 TO WS-UNAUTH-COUNT
               PERFORM 545-LOG-UNAUTHORIZED
           ELSE
               PERFORM 226-EDIT-TRANSACTION-FIELDS
           END-IF.

       226-EDIT-TRANSACTION-FIELDS.
           IF TR-FUNCTION-CODE NOT = "A" AND NOT = "C" AND NOT = "D"
              AND NOT = "T" AND NOT = "R" AND NOT = "X" AND NOT = "Z"
              AND NOT = "M"
               MOVE "INVALID FUNCTION CODE" TO WS-REJECT-REASON
               MOVE "Y" TO WS-TRAN-ERROR-SWITCH
           ELSE
                           END-IF
                       END-IF
                   END-IF
                   IF WS-TRAN-ERROR-SWITCH = "N"
                      AND TR-FUNCTION-CODE = "M"
                       IF TR-NEW-BRANCH NOT NUMERIC
                          OR TR-NEW-SALESREP NOT NUMERIC
                          OR TR-NEW-CUSTOMER NOT NUMERIC
                           MOVE "MERGE SURVIVOR KEY NOT NUMERIC"
                               TO WS-REJECT-REASON
                           MOVE "Y" TO WS-TRAN-ERROR-SWITCH
                       ELSE
                           IF TR-NEW-KEY =
                              CUSTOMER-TRAN-RECORD (2:9)
                               MOVE "MERGE SURVIVOR KEY EQUALS OLD KEY"
                                   TO WS-REJECT-REASON
                               MOVE "Y" TO WS-TRAN-ERROR-SWITCH
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       227-CHECK-OPERATOR-AUTH.
           MOVE "N" TO WS-AUTH-FOUND-SWITCH
           IF TR-OPERATOR-ID = SPACE
               MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
               MOVE "Y" TO WS-TRAN-ERROR-SWITCH
           ELSE
               PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                       UNTIL WS-AUTH-SUB > WS-AUTH-ENTRY-COUNT
                          OR WS-AUTH-FOUND-SWITCH = "Y"
                  IF AT-OPERATOR-ID (WS-AUTH-SUB) = TR-OPERATOR-ID
                     AND (AT-FUNCTION-CODE (WS-AUTH-SUB) =
                          TR-FUNCTION-CODE
                       OR AT-FUNCTION-CODE (WS-AUTH-SUB) = "*")
                      MOVE "Y" TO WS-AUTH-FOUND-SWITCH
                  END-IF
               END-PERFORM
               IF WS-AUTH-FOUND-SWITCH = "N"
                   MOVE "OPERATOR NOT AUTHORIZED FOR FUNCTION"
                       TO WS-REJECT-REASON
                   MOVE "Y" TO WS-TRAN-ERROR-SWITCH
               END-IF
           END-IF.

           END-IF.

       320-APPLY-TRANSACTION.
           MOVE TR-OPERATOR-ID TO ADL-OPERATOR
           MOVE TR-OPERATOR-ID TO AAL-OPERATOR
           EVALUATE TR-FUNCTION-CODE
               WHEN "A"
                   PERFORM 330-APPLY-ADD
                   PERFORM 370-APPLY-ADDRESS-CHANGE
               WHEN "Z"
                   PERFORM 380-APPLY-ADDRESS-DELETE
               WHEN "M"
                   PERFORM 365-APPLY-MERGE
           END-EVALUATE.

       330-APPLY-ADD.
               ADD 1 TO WS-ADD-COUNT
               MOVE "A" TO ADL-FUNCTION
               PERFORM 510-WRITE-AUDIT-AFTER
               PERFORM 540-LOG-OPERATOR-CHANGE
           END-IF.

       340-APPLY-CHANGE.
               END-IF
               ADD 1 TO WS-CHANGE-COUNT
               PERFORM 510-WRITE-AUDIT-AFTER
               PERFORM 540-LOG-OPERATOR-CHANGE
           END-IF.

       350-APPLY-DELETE.
               MOVE "Y" TO WS-ARCH-ALLOCATED-SWITCH
               MOVE "N" TO WS-WORK-ALLOCATED-SWITCH
               ADD 1 TO WS-DELETE-COUNT
               PERFORM 540-LOG-OPERATOR-CHANGE
           END-IF.

       355-APPLY-REINSTATE.
                       TO WS-REJECT-REASON
                   PERFORM 600-WRITE-REJECT
               ELSE
                 IF WA-ARCHIVE-REASON = "M"
                   MOVE "REINSTATE - KEY WAS MERGED"
                       TO WS-REJECT-REASON
                   PERFORM 600-WRITE-REJECT
                 ELSE
                   MOVE WA-MASTER-IMAGE TO WS-WORK-MASTER
                   MOVE "Y" TO WS-WORK-ALLOCATED-SWITCH
                   IF WA-ADDR-PRESENT = "Y"
                   ADD 1 TO WS-REINSTATE-COUNT
                   MOVE "R" TO ADL-FUNCTION
                   PERFORM 510-WRITE-AUDIT-AFTER
                   PERFORM 540-LOG-OPERATOR-CHANGE
                 END-IF
               END-IF
           END-IF.

                   MOVE "N" TO XW-ADDR-PRESENT
                   MOVE SPACE TO XW-ADDRESS-IMAGE
               END-IF
               MOVE TR-OPERATOR-ID TO XW-OPERATOR-ID
               WRITE XFER-WORK-RECORD

               MOVE "N" TO WS-WORK-ALLOCATED-SWITCH
               PERFORM 520-WRITE-AUDIT-LINE
           END-IF.

       365-APPLY-MERGE.
           IF WS-WORK-ALLOCATED-SWITCH = "N"
               MOVE "MERGE - NO MATCHING MASTER"
                   TO WS-REJECT-REASON
               PERFORM 600-WRITE-REJECT
           ELSE
               PERFORM 367-FIND-MERGE-ENTRY
               IF WS-MERGE-FOUND-SUB = ZERO
                   MOVE "MERGE - SURVIVOR NOT ON MASTER"
                       TO WS-REJECT-REASON
                   PERFORM 600-WRITE-REJECT
               ELSE
                 IF MT-SURVIVOR-FOUND (WS-MERGE-FOUND-SUB) = "N"
                   MOVE "MERGE - SURVIVOR NOT ON MASTER"
                       TO WS-REJECT-REASON
                   PERFORM 600-WRITE-REJECT
                 ELSE
                   IF MT-SURVIVOR-RETIRING (WS-MERGE-FOUND-SUB) = "Y"
                     MOVE "MERGE - SURVIVOR ALSO CHANGING KEY"
                         TO WS-REJECT-REASON
                     PERFORM 600-WRITE-REJECT
                   ELSE
                     PERFORM 368-RETIRE-MERGED-DUPLICATE
                   END-IF
                 END-IF
               END-IF
           END-IF.

       367-FIND-MERGE-ENTRY.
           MOVE ZERO TO WS-MERGE-FOUND-SUB
           PERFORM VARYING WS-MERGE-SUB FROM 1 BY 1
                   UNTIL WS-MERGE-SUB > WS-MERGE-ENTRY-COUNT
                      OR WS-MERGE-FOUND-SUB > ZERO
              IF MT-DUP-KEY (WS-MERGE-SUB) =
                 CUSTOMER-TRAN-RECORD (2:9)
                 AND MT-SURVIVOR-KEY (WS-MERGE-SUB) = TR-NEW-KEY
                 AND MT-APPLIED (WS-MERGE-SUB) = "N"
                  MOVE WS-MERGE-SUB TO WS-MERGE-FOUND-SUB
              END-IF
           END-PERFORM.

       368-RETIRE-MERGED-DUPLICATE.
           MOVE "M" TO ADL-FUNCTION
           PERFORM 500-WRITE-AUDIT-BEFORE

           MOVE WS-WORK-MASTER TO DW-MASTER-IMAGE
           MOVE TR-NEW-KEY     TO DW-SURVIVOR-KEY
           MOVE TR-OPERATOR-ID TO DW-OPERATOR-ID
           WRITE DUP-WORK-RECORD

           IF WS-ARCH-ALLOCATED-SWITCH = "Y"
               ADD 1 TO WS-ARCH-REPLACED-COUNT
           END-IF
           MOVE SPACE TO WS-WORK-ARCHIVE
           MOVE WS-WORK-MASTER TO WA-MASTER-IMAGE
           MOVE CURRENT-DATE-AND-TIME (1:8) TO WA-DELETE-DATE
           MOVE CURRENT-DATE-AND-TIME (9:4) TO WA-DELETE-TIME
           IF WS-ADDR-ALLOCATED-SWITCH = "Y"
               MOVE "Y" TO WA-ADDR-PRESENT
               MOVE WS-WORK-ADDRESS TO WA-ADDRESS-IMAGE
               MOVE "N" TO WS-ADDR-ALLOCATED-SWITCH
           ELSE
               MOVE "N" TO WA-ADDR-PRESENT
           END-IF
           MOVE "M" TO WA-ARCHIVE-REASON
           COMPUTE WA-MERGED-INTO-KEY =
               (TR-NEW-BRANCH-9   * 10000000)
             + (TR-NEW-SALESREP-9 * 100000)
             + TR-NEW-CUSTOMER-9
           MOVE "Y" TO WS-ARCH-ALLOCATED-SWITCH
           MOVE "N" TO WS-WORK-ALLOCATED-SWITCH
           MOVE "Y" TO MT-APPLIED (WS-MERGE-FOUND-SUB)
           ADD 1 TO WS-MERGE-COUNT

           MOVE TR-NEW-BRANCH-9     TO ADL-BRANCH
           MOVE TR-NEW-SALESREP-9   TO ADL-REP
           MOVE TR-NEW-CUSTOMER-9   TO ADL-CUST
           MOVE "MERGED"            TO ADL-IMAGE
           MOVE WK-CUSTOMER-NAME    TO ADL-NAME
           MOVE WK-SALES-THIS-YTD   TO ADL-THIS
           MOVE WK-SALES-LAST-YTD   TO ADL-LAST
           MOVE WK-SALES-BUDGET-YTD TO ADL-BUDGET
           PERFORM 520-WRITE-AUDIT-LINE
           PERFORM 540-LOG-OPERATOR-CHANGE.

       370-APPLY-ADDRESS-CHANGE.
           IF WS-WORK-ALLOCATED-SWITCH = "N"
               MOVE "ADDRESS - NO MATCHING MASTER"
                   ADD 1 TO WS-ADDR-CHANGE-COUNT
                   PERFORM 515-WRITE-ADDR-AUDIT-AFTER
               END-IF
               PERFORM 540-LOG-OPERATOR-CHANGE
           END-IF.

       380-APPLY-ADDRESS-DELETE.
               PERFORM 505-WRITE-ADDR-AUDIT-BEFORE
               MOVE "N" TO WS-ADDR-ALLOCATED-SWITCH
               ADD 1 TO WS-ADDR-DELETE-COUNT
               PERFORM 540-LOG-OPERATOR-CHANGE
           END-IF.

       400-WRITE-NEW-MASTER.
           WRITE WORK-ADDRESS-RECORD
           ADD 1 TO WS-ADDR-ORPHAN-COUNT.

       440-REKEY-MERGED-HISTORY.
           OPEN INPUT  I_HISTORY
                OUTPUT HISTWORK

           PERFORM 445-READ-HISTORY
           PERFORM UNTIL HISTORY-EOF-SWITCH = "Y"
              MOVE ZERO TO WS-MERGE-FOUND-SUB
              PERFORM VARYING WS-MERGE-SUB FROM 1 BY 1
                      UNTIL WS-MERGE-SUB > WS-MERGE-ENTRY-COUNT
                         OR WS-MERGE-FOUND-SUB > ZERO
                 IF MT-APPLIED (WS-MERGE-SUB) = "Y"
                    AND MT-DUP-KEY (WS-MERGE-SUB) = HI-RECORD-KEY
                     MOVE WS-MERGE-SUB TO WS-MERGE-FOUND-SUB
                 END-IF
              END-PERFORM
              IF WS-MERGE-FOUND-SUB > ZERO
                  MOVE MT-SURVIVOR-KEY (WS-MERGE-FOUND-SUB)
                      TO HI-RECORD-KEY
                  ADD 1 TO WS-HIST-REKEYED-COUNT
              END-IF
              MOVE INVOICE-HISTORY-RECORD TO HIST-WORK-RECORD
              WRITE HIST-WORK-RECORD
              PERFORM 445-READ-HISTORY
           END-PERFORM

           CLOSE I_HISTORY HISTWORK.

       445-READ-HISTORY.
           READ I_HISTORY
               AT END MOVE "Y" TO HISTORY-EOF-SWITCH
           END-READ
           IF HISTORY-EOF-SWITCH = "N"
               ADD 1 TO WS-HIST-IN-COUNT
           END-IF.

       450-REKEY-MERGED-CASH.
           OPEN INPUT  I_OLDCASH
                OUTPUT CASHWORK

           PERFORM 455-READ-OLD-CASH
           PERFORM UNTIL OLDCASH-EOF-SWITCH = "Y"
              MOVE ZERO TO WS-MERGE-FOUND-SUB
              PERFORM VARYING WS-MERGE-SUB FROM 1 BY 1
                      UNTIL WS-MERGE-SUB > WS-MERGE-ENTRY-COUNT
                         OR WS-MERGE-FOUND-SUB > ZERO
                 IF MT-APPLIED (WS-MERGE-SUB) = "Y"
                    AND MT-DUP-KEY (WS-MERGE-SUB) = CH-RECORD-KEY
                     MOVE WS-MERGE-SUB TO WS-MERGE-FOUND-SUB
                 END-IF
              END-PERFORM
              IF WS-MERGE-FOUND-SUB > ZERO
                  MOVE MT-SURVIVOR-KEY (WS-MERGE-FOUND-SUB)
                      TO CH-RECORD-KEY
                  ADD 1 TO WS-CASH-REKEYED-COUNT
              END-IF
              MOVE CASH-APPLIED-RECORD TO CASH-WORK-RECORD
              WRITE CASH-WORK-RECORD
              PERFORM 455-READ-OLD-CASH
           END-PERFORM

           CLOSE I_OLDCASH CASHWORK.

       455-READ-OLD-CASH.
           READ I_OLDCASH
               AT END MOVE "Y" TO OLDCASH-EOF-SWITCH
           END-READ
           IF OLDCASH-EOF-SWITCH = "N"
               ADD 1 TO WS-CASH-IN-COUNT
           END-IF.

       800-MERGE-TRANSFERS.
           OPEN INPUT  CUSTWORK XFERSRTD ADDRWORK DUPSRTD
                OUTPUT MRGWORK AMRGWORK XREJWORK

           PERFORM 810-READ-WORK-MASTER
           PERFORM 820-READ-SORTED-XFER
           PERFORM 825-READ-WORK-ADDRESS
           PERFORM 845-READ-SORTED-DUPLICATE

           PERFORM UNTIL WS-WORK-KEY = HIGH-VALUES
                     AND WS-XFER-NEW-KEY = HIGH-VALUES
                      PERFORM 850-FLUSH-ADDRESSES-BELOW
                      MOVE XD-MASTER-IMAGE TO MERGED-MASTER-RECORD
                      WRITE MERGED-MASTER-RECORD
                      PERFORM 547-LOG-APPLIED-TRANSFER
                      IF XD-ADDR-PRESENT = "Y"
                          MOVE XD-ADDRESS-IMAGE
                              TO MERGED-ADDRESS-RECORD
                      MOVE WS-WORK-KEY TO WS-MERGE-KEY
                      PERFORM 850-FLUSH-ADDRESSES-BELOW
                      MOVE WORK-MASTER-RECORD TO MERGED-MASTER-RECORD
                      IF WS-DUP-KEY = WS-WORK-KEY
                          PERFORM 840-FOLD-MERGED-DUPLICATES
                      END-IF
                      WRITE MERGED-MASTER-RECORD
                      PERFORM 855-FLUSH-ADDRESSES-EQUAL
                      MOVE WS-WORK-KEY TO WS-LAST-FINAL-KEY
           END-PERFORM

           CLOSE CUSTWORK XFERSRTD ADDRWORK MRGWORK AMRGWORK
                 XREJWORK DUPSRTD

           IF WS-MERGE-FOLDED-COUNT NOT = WS-MERGE-COUNT
               PERFORM 930-MERGE-SURVIVOR-ABORT
           END-IF.

       810-READ-WORK-MASTER.
           READ CUSTWORK
               MOVE WORK-ADDRESS-RECORD (1:9) TO WS-ADDRWORK-KEY
           END-IF.

       840-FOLD-MERGED-DUPLICATES.
           MOVE MERGED-MASTER-RECORD TO WS-WORK-MASTER
           MOVE "M" TO ADL-FUNCTION

           PERFORM UNTIL WS-DUP-KEY NOT = WS-WORK-KEY
              MOVE DD-OPERATOR-ID TO ADL-OPERATOR
              PERFORM 500-WRITE-AUDIT-BEFORE
              MOVE DD-MASTER-IMAGE TO WS-DUP-MASTER
              ADD DM-SALES-THIS-YTD   TO WK-SALES-THIS-YTD
                  ON SIZE ERROR MOVE "Y" TO WS-MERGE-SIZE-SWITCH
              END-ADD
              ADD DM-SALES-LAST-YTD   TO WK-SALES-LAST-YTD
                  ON SIZE ERROR MOVE "Y" TO WS-MERGE-SIZE-SWITCH
              END-ADD
              ADD DM-SALES-BUDGET-YTD TO WK-SALES-BUDGET-YTD
                  ON SIZE ERROR MOVE "Y" TO WS-MERGE-SIZE-SWITCH
              END-ADD
              PERFORM VARYING WS-MONTH-SUBSCRIPT FROM 1 BY 1
                      UNTIL WS-MONTH-SUBSCRIPT > 12
                 ADD DM-MONTH-SALES (WS-MONTH-SUBSCRIPT)
                     TO WK-MONTH-SALES (WS-MONTH-SUBSCRIPT)
                     ON SIZE ERROR MOVE "Y" TO WS-MERGE-SIZE-SWITCH
                 END-ADD
              END-PERFORM
              IF WS-MERGE-SIZE-SWITCH = "Y"
                  PERFORM 935-MERGE-SIZE-ABORT
              END-IF
              ADD 1 TO WS-MERGE-FOLDED-COUNT
              PERFORM 510-WRITE-AUDIT-AFTER
              PERFORM 845-READ-SORTED-DUPLICATE
           END-PERFORM

           MOVE WS-WORK-MASTER TO MERGED-MASTER-RECORD.

       845-READ-SORTED-DUPLICATE.
           READ DUPSRTD
               AT END MOVE "Y" TO DUPSRTD-EOF-SWITCH
           END-READ
           IF DUPSRTD-EOF-SWITCH = "Y"
               MOVE HIGH-VALUES TO WS-DUP-KEY
           ELSE
               MOVE DD-SURVIVOR-KEY TO WS-DUP-KEY
           END-IF.

       850-FLUSH-ADDRESSES-BELOW.
           PERFORM UNTIL WS-ADDRWORK-KEY >= WS-MERGE-KEY
              MOVE WORK-ADDRESS-RECORD TO MERGED-ADDRESS-RECORD
           MOVE XD-OLD-KEY TO XQ-OLD-KEY
           MOVE XD-ADDR-PRESENT TO XQ-ADDR-PRESENT
           MOVE XD-ADDRESS-IMAGE TO XQ-ADDRESS-IMAGE
           MOVE XD-OPERATOR-ID TO XQ-OPERATOR-ID
           IF XD-ADDR-PRESENT = "Y"
               MOVE XD-OLD-KEY TO XQ-ADDRESS-IMAGE (1:9)
           END-IF
           END-IF

           MOVE XFER-REJWORK-RECORD (1:80) TO RJL-TRAN-IMAGE
           MOVE XQ-OPERATOR-ID TO RJL-TRAN-IMAGE (81:8)
           MOVE "TRANSFER TARGET KEY ALREADY ON FILE"
               TO RJL-REASON
           MOVE REJECT-DETAIL-LINE TO REJECT-PRINT-AREA
           MOVE XJ-OLD-KEY       TO XR-OLD-KEY
           MOVE XJ-ADDR-PRESENT  TO XR-ADDR-PRESENT
           MOVE XJ-ADDRESS-IMAGE TO XR-ADDRESS-IMAGE
           MOVE XJ-OPERATOR-ID   TO XR-OPERATOR-ID
           WRITE XFER-REJECT-RECORD
           ADD 1 TO WS-XFER-KEPT-COUNT.

           WRITE AUDIT-PRINT-AREA
           ADD 1 TO AUDIT-LINE-COUNT.

       540-LOG-OPERATOR-CHANGE.
           MOVE "A" TO OE-ENTRY-STATUS
           IF TR-FUNCTION-CODE = "Z"
               MOVE WD-STREET-ADDRESS TO OE-DESCRIPTION
           ELSE
               MOVE WK-CUSTOMER-NAME  TO OE-DESCRIPTION
           END-IF
           PERFORM 550-WRITE-OPERATOR-LOG.

       545-LOG-UNAUTHORIZED.
           MOVE "U"              TO OE-ENTRY-STATUS
           MOVE TR-CUSTOMER-NAME TO OE-DESCRIPTION
           PERFORM 550-WRITE-OPERATOR-LOG.

       547-LOG-APPLIED-TRANSFER.
           MOVE FUNCTION CURRENT-DATE TO OE-CHANGE-TIMESTAMP
           MOVE XD-OPERATOR-ID   TO OE-OPERATOR-ID
           MOVE WS-AUTH-PROGRAM  TO OE-PROGRAM-ID
           MOVE "T"              TO OE-FUNCTION-CODE
           MOVE "A"              TO OE-ENTRY-STATUS
           MOVE XD-OLD-KEY       TO OE-RECORD-KEY
           MOVE XD-NEW-KEY       TO OE-NEW-KEY
           MOVE XD-MASTER-IMAGE (10:20) TO OE-DESCRIPTION
           WRITE OPERATOR-WORK-RECORD FROM OPERATOR-LOG-ENTRY
           ADD 1 TO WS-OPERLOG-COUNT.

       550-WRITE-OPERATOR-LOG.
           MOVE FUNCTION CURRENT-DATE TO OE-CHANGE-TIMESTAMP
           MOVE TR-OPERATOR-ID   TO OE-OPERATOR-ID
           MOVE WS-AUTH-PROGRAM  TO OE-PROGRAM-ID
           MOVE TR-FUNCTION-CODE TO OE-FUNCTION-CODE
           MOVE CUSTOMER-TRAN-RECORD (2:9) TO OE-RECORD-KEY
           IF TR-FUNCTION-CODE = "T" OR "M"
               MOVE TR-NEW-KEY   TO OE-NEW-KEY
           ELSE
               MOVE SPACE        TO OE-NEW-KEY
           END-IF
           WRITE OPERATOR-WORK-RECORD FROM OPERATOR-LOG-ENTRY
           ADD 1 TO WS-OPERLOG-COUNT.

       600-WRITE-REJECT.
           IF REJECT-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 240-PRINT-REJECT-HEADINGS
           MOVE AUDIT-TOTAL-LINE TO AUDIT-PRINT-AREA
           WRITE AUDIT-PRINT-AREA

           MOVE "MERGES APPLIED:         " TO AUDIT-TOTAL-LINE
           MOVE WS-MERGE-COUNT TO ATL-COUNT
           MOVE AUDIT-TOTAL-LINE TO AUDIT-PRINT-AREA
           WRITE AUDIT-PRINT-AREA

           MOVE "HISTORY RECORDS IN:     " TO AUDIT-TOTAL-LINE
           MOVE WS-HIST-IN-COUNT TO ATL-COUNT
           MOVE AUDIT-TOTAL-LINE TO AUDIT-PRINT-AREA
           WRITE AUDIT-PRINT-AREA

           MOVE "HISTORY RECORDS MOVED:  " TO AUDIT-TOTAL-LINE
           MOVE WS-HIST-REKEYED-COUNT TO ATL-COUNT
           MOVE AUDIT-TOTAL-LINE TO AUDIT-PRINT-AREA
           WRITE AUDIT-PRINT-AREA

           MOVE "CASH APPLIED IN:        " TO AUDIT-TOTAL-LINE
           MOVE WS-CASH-IN-COUNT TO ATL-COUNT
           MOVE AUDIT-TOTAL-LINE TO AUDIT-PRINT-AREA
           WRITE AUDIT-PRINT-AREA

           MOVE "CASH APPLIED MOVED:     " TO AUDIT-TOTAL-LINE
           MOVE WS-CASH-REKEYED-COUNT TO ATL-COUNT
           MOVE AUDIT-TOTAL-LINE TO AUDIT-PRINT-AREA
           WRITE AUDIT-PRINT-AREA

           MOVE "TRANSACTIONS REJECTED:  " TO AUDIT-TOTAL-LINE
           MOVE WS-REJECT-COUNT TO ATL-COUNT
           MOVE AUDIT-TOTAL-LINE TO AUDIT-PRINT-AREA
           WRITE AUDIT-PRINT-AREA

           MOVE "UNAUTHORIZED REJECTED:  " TO AUDIT-TOTAL-LINE
           MOVE WS-UNAUTH-COUNT TO ATL-COUNT
           MOVE AUDIT-TOTAL-LINE TO AUDIT-PRINT-AREA
           WRITE AUDIT-PRINT-AREA

           MOVE "OPERATOR LOG ENTRIES:   " TO AUDIT-TOTAL-LINE
           MOVE WS-OPERLOG-COUNT TO ATL-COUNT
           MOVE AUDIT-TOTAL-LINE TO AUDIT-PRINT-AREA
           WRITE AUDIT-PRINT-AREA

           MOVE "MASTER RECORDS OUT:     " TO AUDIT-TOTAL-LINE
           MOVE WS-MASTER-OUT-COUNT TO ATL-COUNT
           MOVE AUDIT-TOTAL-LINE TO AUDIT-PRINT-AREA

           IF WS-MASTER-OUT-COUNT NOT =
              WS-MASTER-IN-COUNT + WS-ADD-COUNT + WS-REINSTATE-COUNT
              - WS-DELETE-COUNT - WS-XFER-KEPT-COUNT - WS-MERGE-COUNT
            OR WS-ARCH-OUT-COUNT NOT =
              WS-ARCH-IN-COUNT + WS-DELETE-COUNT + WS-MERGE-COUNT
              - WS-REINSTATE-COUNT - WS-ARCH-REPLACED-COUNT
               PERFORM 920-BALANCE-ERROR-ABORT
           END-IF.

       780-POST-OPERATOR-LOG.
           OPEN INPUT  OPERWORK
                EXTEND O_OPERLOG
           PERFORM 785-READ-OPERATOR-WORK
           PERFORM UNTIL OPERWORK-EOF-SWITCH = "Y"
              MOVE OPERATOR-WORK-RECORD TO OPERATOR-LOG-RECORD
              WRITE OPERATOR-LOG-RECORD
              PERFORM 785-READ-OPERATOR-WORK
           END-PERFORM
           CLOSE OPERWORK O_OPERLOG.

       785-READ-OPERATOR-WORK.
           READ OPERWORK
               AT END MOVE "Y" TO OPERWORK-EOF-SWITCH
           END-READ.

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

       900-MASTER-SEQUENCE-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** I_OLDMAST OUT OF SEQUENCE"
           WRITE AUDIT-PRINT-AREA

           CLOSE I_OLDMAST I_CUSTTRAN I_OLDARCH I_OLDADDR CUSTWORK
                 XFERWORK ADDRWORK O_NEWARCH DUPWORK OPERWORK
                 O_AUDITRPT O_REJTRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

           WRITE AUDIT-PRINT-AREA

           CLOSE I_OLDMAST I_CUSTTRAN I_OLDARCH I_OLDADDR CUSTWORK
                 XFERWORK ADDRWORK O_NEWARCH DUPWORK OPERWORK
                 O_AUDITRPT O_REJTRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

           WRITE AUDIT-PRINT-AREA

           CLOSE I_OLDMAST I_CUSTTRAN I_OLDARCH I_OLDADDR CUSTWORK
                 XFERWORK ADDRWORK O_NEWARCH DUPWORK OPERWORK
                 O_AUDITRPT O_REJTRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

           WRITE AUDIT-PRINT-AREA

           CLOSE I_OLDMAST I_CUSTTRAN I_OLDARCH I_OLDADDR CUSTWORK
                 XFERWORK ADDRWORK O_NEWARCH DUPWORK OPERWORK
                 O_AUDITRPT O_REJTRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

           CLOSE O_AUDITRPT O_REJTRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       925-MERGE-TABLE-FULL-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** MORE THAN " WS-MERGE-TABLE-MAX
               " MERGE TRANSACTIONS"
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "CUST1000 ABENDING - MERGE TABLE FULL"
               UPON CONSOLE

           CLOSE I_CUSTTRAN
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       930-MERGE-SURVIVOR-ABORT.
           MOVE
             "**ERROR** MERGED DUPLICATE DID NOT FIND ITS SURVIVOR"
             TO WS-ERROR-LINE

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "CUST1000 ABENDING - MERGE COUNTS OUT OF BALANCE"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO AUDIT-PRINT-AREA
           WRITE AUDIT-PRINT-AREA

           CLOSE O_AUDITRPT O_REJTRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       935-MERGE-SIZE-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** MERGED SALES TOO LARGE FOR SURVIVOR"
               " - KEY " WS-WORK-KEY
               " DUPLICATE " DM-RECORD-KEY
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "CUST1000 ABENDING - MERGED AMOUNT OVERFLOW"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO AUDIT-PRINT-AREA
           WRITE AUDIT-PRINT-AREA

           CLOSE CUSTWORK XFERSRTD ADDRWORK DUPSRTD MRGWORK AMRGWORK
                 XREJWORK OPERWORK O_AUDITRPT O_REJTRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       940-AUTH-TABLE-FULL-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** MORE THAN " WS-AUTH-TABLE-MAX
               " OPERAUTH ENTRIES FOR " WS-AUTH-PROGRAM
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "CUST1000 ABENDING - AUTHORIZATION TABLE FULL"
               UPON CONSOLE

           CLOSE I_OPERAUTH
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       945-NO-OPERATORS-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** NO OPERATORS AUTHORIZED FOR "
               WS-AUTH-PROGRAM " ON OPERAUTH"
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "CUST1000 ABENDING - NO OPERATOR AUTHORIZATIONS"
               UPON CONSOLE

           MOVE 16 TO RETURN-CODE
           STOP RUN.

       960-STEP-REFUSED-ABORT.
           DISPLAY "**ERROR** CUST1000 STEP REFUSED - " WS-LEDGER-REASON
               UPON CONSOLE
           DISPLAY "CUST1000 ABENDING - JOB LEDGER CHECK FAILED"
               UPON CONSOLE

           MOVE "R" TO LE-ENTRY-STATUS
           MOVE 16 TO LE-RETURN-CODE
           PERFORM 795-APPEND-LEDGER-ENTRY

           MOVE 16 TO RETURN-CODE
           STOP RUN.
