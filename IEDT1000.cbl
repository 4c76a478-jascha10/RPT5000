      *              reject report instead of an overnight posting
      *              abend.  Writes a rejects file and an edit report
      *              with error counts by type.
      *              Opens the nightly stream on the RUNCTL job
      *              ledger: the edit refuses to run again once
      *              POST1000 has completed after it today and
      *              RECON100 has not yet closed the stream, and every
      *              run appends a completion or refusal entry to the
      *              ledger for JOBS1000.
      ****************************************************************

       ENVIRONMENT DIVISION.
           SELECT O_CLEANINV  ASSIGN TO CLEANINV.
           SELECT O_INVREJ    ASSIGN TO INVREJ.
           SELECT O_IEDTRPT   ASSIGN TO IEDTRPT.
           SELECT OPTIONAL I_RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL O_RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 130 CHARACTERS.
       01  EDIT-PRINT-AREA          PIC X(130).

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

       01  INVOICE-EOF-SWITCH       PIC X VALUE "N".
           05 ETL-CAPTION           PIC X(36).
           05 ETL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  JOB-LEDGER-FIELDS.
           05 WS-LEDGER-PROGRAM    PIC X(8)  VALUE "IEDT1000".
           05 WS-STREAM-FIRST-STEP PIC X(8)  VALUE "IEDT1000".
           05 WS-STREAM-LAST-STEP  PIC X(8)  VALUE "RECON100".
           05 WS-STREAM-POST-STEP  PIC X(8)  VALUE "POST1000".
           05 WS-LEDGER-EOF-SWITCH PIC X     VALUE "N".
           05 WS-LEDGER-NOW.
              10 WS-LEDGER-TODAY   PIC 9(8).
              10 WS-LEDGER-TIME    PIC 9(6).
           05 WS-TODAY-START       PIC 9(14) VALUE ZERO.
           05 WS-OWN-TIMESTAMP     PIC 9(14) VALUE ZERO.
           05 WS-STREAM-START-TIME PIC 9(14) VALUE ZERO.
           05 WS-STREAM-END-TIME   PIC 9(14) VALUE ZERO.
           05 WS-STREAM-POST-TIME  PIC 9(14) VALUE ZERO.
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

       000-EDIT-DAILY-INVOICES.
           PERFORM 150-CHECK-JOB-LEDGER

           OPEN INPUT  I_INVOICE
                OUTPUT INVWORK O_INVREJ O_IEDTRPT

           PERFORM 700-PRINT-EDIT-TOTALS

           CLOSE O_INVREJ O_IEDTRPT

           MOVE WS-INVOICE-IN-COUNT TO WS-LEDGER-RECORDS-IN
           MOVE WS-CLEAN-COUNT      TO WS-LEDGER-RECORDS-OUT
           PERFORM 790-WRITE-JOB-LEDGER
           STOP RUN.

       150-CHECK-JOB-LEDGER.
           MOVE FUNCTION CURRENT-DATE TO WS-LEDGER-NOW
           COMPUTE WS-TODAY-START = WS-LEDGER-TODAY * 1000000

           OPEN INPUT I_RUNCTL
           PERFORM 155-READ-JOB-LEDGER
           PERFORM UNTIL WS-LEDGER-EOF-SWITCH = "Y"
              IF JL-ENTRY-STATUS = "C"
                 IF JL-PROGRAM-ID = WS-STREAM-FIRST-STEP
                    MOVE JL-RUN-TIMESTAMP-N TO WS-STREAM-START-TIME
                 END-IF
                 IF JL-PROGRAM-ID = WS-STREAM-LAST-STEP
                    MOVE JL-RUN-TIMESTAMP-N TO WS-STREAM-END-TIME
                 END-IF
                 IF JL-PROGRAM-ID = WS-STREAM-POST-STEP
                    MOVE JL-RUN-TIMESTAMP-N TO WS-STREAM-POST-TIME
                 END-IF
              END-IF
              PERFORM 155-READ-JOB-LEDGER
           END-PERFORM
           CLOSE I_RUNCTL

           IF WS-STREAM-START-TIME NOT < WS-TODAY-START
              AND WS-STREAM-START-TIME > WS-STREAM-END-TIME
              AND WS-STREAM-POST-TIME > WS-STREAM-START-TIME
              MOVE "STREAM ALREADY PAST POST1000" TO WS-LEDGER-REASON
              PERFORM 960-STEP-REFUSED-ABORT
           END-IF.

       155-READ-JOB-LEDGER.
           READ I_RUNCTL
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF-SWITCH
           END-READ.

       210-READ-INVOICE-RECORD.
           READ I_INVOICE
               AT END MOVE "Y" TO INVOICE-EOF-SWITCH
       710-WRITE-COUNT-LINE.
           MOVE EDIT-COUNT-LINE TO EDIT-PRINT-AREA
           WRITE EDIT-PRINT-AREA.

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

       960-STEP-REFUSED-ABORT.
           DISPLAY "**ERROR** IEDT1000 STEP REFUSED - " WS-LEDGER-REASON
               UPON CONSOLE
           DISPLAY "IEDT1000 ABENDING - JOB LEDGER CHECK FAILED"
               UPON CONSOLE

           MOVE "R" TO LE-ENTRY-STATUS
           MOVE 16 TO LE-RETURN-CODE
           PERFORM 795-APPEND-LEDGER-ENTRY

           MOVE 16 TO RETURN-CODE
           STOP RUN.
