      *              key sequence; duplicates or sequence breaks
      *              abend the load.  Prints a control log with the
      *              record count and YTD grand totals.
      *              Runs as a step of the nightly stream under the
      *              RUNCTL job ledger: it refuses to run, giving the
      *              reason on the console, unless POST1000 completed
      *              today with a return code of 4 or less and this
      *              step has not already run since. Its input is
      *              counted before the indexed master is opened for
      *              output and must equal the POST1000 master output
      *              count.
      *              Every run appends a completion or refusal entry
      *              to the ledger for JOBS1000.
      ****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CV-MASTER-KEY.
           SELECT O_LOADRPT   ASSIGN TO LOADRPT.
           SELECT OPTIONAL I_RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL O_RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 130 CHARACTERS.
       01  LOAD-PRINT-AREA          PIC X(130).

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

       01  SEQMAST-EOF-SWITCH       PIC X VALUE "N".
           05 LTL-CAPTION           PIC X(23).
           05 LTL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  JOB-LEDGER-FIELDS.
           05 WS-LEDGER-PROGRAM    PIC X(8)  VALUE "CLOAD100".
           05 WS-LEDGER-PREDECESSOR PIC X(8) VALUE "POST1000".
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

       000-LOAD-CUSTOMER-MASTER.
           PERFORM 150-CHECK-JOB-LEDGER

           OPEN INPUT  I_SEQMAST
                OUTPUT O_CUSTMAST O_LOADRPT

           PERFORM 700-PRINT-CONTROL-TOTALS

           CLOSE I_SEQMAST O_CUSTMAST O_LOADRPT

           MOVE WS-RECORD-COUNT TO WS-LEDGER-RECORDS-IN
                                   WS-LEDGER-RECORDS-OUT
           PERFORM 790-WRITE-JOB-LEDGER
           STOP RUN.

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
           OPEN INPUT I_SEQMAST
           PERFORM 165-COUNT-HANDOFF-RECORD
           PERFORM UNTIL SEQMAST-EOF-SWITCH = "Y"
              ADD 1 TO WS-HANDOFF-COUNT
              PERFORM 165-COUNT-HANDOFF-RECORD
           END-PERFORM
           CLOSE I_SEQMAST
           MOVE "N" TO SEQMAST-EOF-SWITCH

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
           READ I_SEQMAST
               AT END MOVE "Y" TO SEQMAST-EOF-SWITCH
           END-READ.

       210-READ-SEQ-MASTER.
           READ I_SEQMAST
               AT END MOVE "Y" TO SEQMAST-EOF-SWITCH
           MOVE LOAD-TOTAL-LINE TO LOAD-PRINT-AREA
           WRITE LOAD-PRINT-AREA.

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
           STRING "**ERROR** I_SEQMAST OUT OF SEQUENCE"
           CLOSE I_SEQMAST O_CUSTMAST O_LOADRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       960-STEP-REFUSED-ABORT.
           DISPLAY "**ERROR** CLOAD100 STEP REFUSED - " WS-LEDGER-REASON
               UPON CONSOLE
           DISPLAY "CLOAD100 ABENDING - JOB LEDGER CHECK FAILED"
               UPON CONSOLE

           MOVE "R" TO LE-ENTRY-STATUS
           MOVE 16 TO LE-RETURN-CODE
           PERFORM 795-APPEND-LEDGER-ENTRY

           MOVE 16 TO RETURN-CODE
           STOP RUN.
