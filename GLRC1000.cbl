       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRC1000.
      ****************************************************************
      * PROGRAM NAME: GLRC1000
      * AUTHORS: Hayden Schmidt & Jacob Schamp
      * DATE: 10/08/2026
      * DESCRIPTION: GL Journal Reconciliation - reads the general
      *              ledger journal file written by POST1000 before it
      *              is released to the ledger.  The detail lines are
      *              listed and totalled by branch and period, then
      *              re-added and proved against the trailer: line
      *              count, debit total, credit total and account
      *              hash must agree, debits must equal credits, and
      *              the journal total must equal the "AMOUNT POSTED"
      *              total that POST1000 printed on the POSTREG posting
      *              register, which is read back here, and the
      *              posted total carried on the trailer must agree
      *              with the register.  Any difference sets
      *              RETURN-CODE 8 so the journal is held; a journal
      *              with no header or no trailer, or a register with
      *              no amount posted line, is an abend.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT I_GLJRNL    ASSIGN TO GLJRNL.
           SELECT I_POSTREG   ASSIGN TO POSTREG.
           SELECT O_GLRCRPT   ASSIGN TO GLRCRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  I_GLJRNL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           05 GJ-RECORD-TYPE        PIC X.
           05 FILLER                PIC X(79).
       01  GL-HEADER-RECORD.
           05 GH-RECORD-TYPE        PIC X.
           05 GH-SOURCE-PROGRAM     PIC X(8).
           05 GH-RUN-DATE           PIC 9(8).
           05 GH-RUN-TIME           PIC 9(4).
           05 GH-FISCAL-YEAR        PIC 9(4).
           05 FILLER                PIC X(55).
       01  GL-DETAIL-RECORD.
           05 GD-RECORD-TYPE        PIC X.
           05 GD-BRANCH-NUMBER      PIC 9(2).
           05 GD-PERIOD-YEAR        PIC 9(4).
           05 GD-PERIOD-MONTH       PIC 9(2).
           05 GD-ACCOUNT-NUMBER     PIC 9(6).
           05 GD-DEBIT-CREDIT       PIC X.
           05 GD-AMOUNT             PIC S9(9)V99.
           05 GD-SOURCE-TYPE        PIC X.
           05 GD-DESCRIPTION        PIC X(20).
           05 GD-RUN-DATE           PIC 9(8).
           05 FILLER                PIC X(24).
       01  GL-TRAILER-RECORD.
           05 GT-RECORD-TYPE        PIC X.
           05 GT-LINE-COUNT         PIC 9(7).
           05 GT-DEBIT-TOTAL        PIC S9(11)V99.
           05 GT-CREDIT-TOTAL       PIC S9(11)V99.
           05 GT-ACCOUNT-HASH       PIC 9(11).
           05 GT-POSTED-TOTAL       PIC S9(11)V99.
           05 FILLER                PIC X(22).

       FD  I_POSTREG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  POSTING-REGISTER-LINE.
           05 PR-CAPTION            PIC X(30).
           05 PR-AMOUNT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(83).

       FD  O_GLRCRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  GLRC-PRINT-AREA          PIC X(130).

       WORKING-STORAGE SECTION.

       01  GLJRNL-EOF-SWITCH        PIC X VALUE "N".
       01  POSTREG-EOF-SWITCH       PIC X VALUE "N".
       01  WS-REGISTER-FOUND-SWITCH PIC X VALUE "N".
       01  WS-HEADER-FOUND-SWITCH   PIC X VALUE "N".
       01  WS-TRAILER-FOUND-SWITCH  PIC X VALUE "N".
       01  WS-OUT-OF-BALANCE-SWITCH PIC X VALUE "N".
       01  WS-FIRST-DETAIL-SWITCH   PIC X VALUE "Y".

       01  BREAK-FIELDS.
           05 WS-CURRENT-BRANCH     PIC 9(2) VALUE ZERO.
           05 WS-CURRENT-YEAR       PIC 9(4) VALUE ZERO.
           05 WS-CURRENT-MONTH      PIC 9(2) VALUE ZERO.

       01  COUNT-FIELDS.
           05 WS-RECORD-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-LINE-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-INVALID-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-AFTER-TRAILER-COUNT PIC 9(7) VALUE ZERO.

       01  TOTAL-FIELDS.
           05 WS-DEBIT-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05 WS-CREDIT-TOTAL       PIC S9(11)V99 VALUE ZERO.
           05 WS-ACCOUNT-HASH       PIC 9(11) VALUE ZERO.
           05 WS-PERIOD-DEBITS      PIC S9(11)V99 VALUE ZERO.
           05 WS-PERIOD-CREDITS     PIC S9(11)V99 VALUE ZERO.

       01  WS-SAVED-HEADER.
           05 SH-SOURCE-PROGRAM     PIC X(8)  VALUE SPACE.
           05 SH-RUN-DATE           PIC 9(8)  VALUE ZERO.
           05 SH-RUN-TIME           PIC 9(4)  VALUE ZERO.

       01  WS-SAVED-TRAILER.
           05 ST-LINE-COUNT         PIC 9(7) VALUE ZERO.
           05 ST-DEBIT-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05 ST-CREDIT-TOTAL       PIC S9(11)V99 VALUE ZERO.
           05 ST-ACCOUNT-HASH       PIC 9(11) VALUE ZERO.
           05 ST-POSTED-TOTAL       PIC S9(11)V99 VALUE ZERO.

       01  WS-REGISTER-POSTED-TOTAL PIC S9(11)V99 VALUE ZERO.

       01  PAGE-INFO.
           05 PAGE-COUNT            PIC 9(3) VALUE ZERO.
           05 LINE-COUNT            PIC 9(3) VALUE 99.
           05 LINES-ON-PAGE         PIC 9(3) VALUE 55.
           05 PROOF-LINES           PIC 9(3) VALUE 17.

       01  WS-ERROR-LINE            PIC X(130).

       01  CURRENT-DATE-AND-TIME.
           05 CD-YEAR               PIC 9(4).
           05 CD-MONTH              PIC 9(2).
           05 CD-DAY                PIC 9(2).
           05 CD-HOURS              PIC 9(2).
           05 CD-MINUTES            PIC 9(2).
           05 FILLER                PIC X(9).

       01  GLRC-HEADING-LINE-1.
           05 FILLER                PIC X(7)  VALUE "DATE:  ".
           05 GR1-MONTH             PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 GR1-DAY               PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 GR1-YEAR              PIC 9(4).
           05 FILLER                PIC X(12) VALUE SPACE.
           05 FILLER                PIC X(34)
                    VALUE "GL JOURNAL RECONCILIATION".
           05 FILLER                PIC X(11) VALUE SPACE.
           05 FILLER                PIC X(7)  VALUE "PAGE:  ".
           05 GR1-PAGE              PIC ZZZ9.

       01  GLRC-HEADING-LINE-2.
           05 FILLER                PIC X(7)  VALUE "TIME:  ".
           05 GR2-HOURS             PIC 9(2).
           05 FILLER                PIC X     VALUE ":".
           05 GR2-MINUTES           PIC 9(2).
           05 FILLER                PIC X(65) VALUE SPACE.
           05 FILLER                PIC X(8)  VALUE "GLRC1000".

       01  JOURNAL-ID-LINE.
           05 FILLER                PIC X(16)
                    VALUE "JOURNAL SOURCE: ".
           05 JIL-SOURCE            PIC X(8).
           05 FILLER                PIC X(12)
                    VALUE "   RUN DATE ".
           05 JIL-RUN-DATE          PIC 9(8).
           05 FILLER                PIC X(6)  VALUE " TIME ".
           05 JIL-RUN-TIME          PIC 9(4).

       01  GLRC-HEADING-LINE-3.
           05 FILLER PIC X(6)  VALUE "BRANCH".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(7)  VALUE "PERIOD".
           05 FILLER PIC X(4)  VALUE SPACE.
           05 FILLER PIC X(18) VALUE "            DEBITS".
           05 FILLER PIC X(2)  VALUE SPACE.
           05 FILLER PIC X(18) VALUE "           CREDITS".

       01  PERIOD-TOTAL-LINE.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 PTL-BRANCH            PIC 99.
           05 FILLER                PIC X(4)  VALUE SPACE.
           05 PTL-MONTH             PIC 99.
           05 FILLER                PIC X     VALUE "/".
           05 PTL-YEAR              PIC 9(4).
           05 FILLER                PIC X(4)  VALUE SPACE.
           05 PTL-DEBITS            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 PTL-CREDITS           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 PTL-VERDICT           PIC X(20).

       01  PROOF-LINE.
           05 PFL-CAPTION           PIC X(30).
           05 PFL-COMPUTED          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 PFL-EXPECTED          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 PFL-VERDICT           PIC X(17).

       01  PROOF-COUNT-LINE.
           05 PCL-CAPTION           PIC X(30).
           05 FILLER                PIC X(4)  VALUE SPACE.
           05 PCL-COMPUTED          PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(6)  VALUE SPACE.
           05 PCL-EXPECTED          PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 PCL-VERDICT           PIC X(17).

       01  PROOF-HEADING-LINE.
           05 FILLER                PIC X(30) VALUE SPACE.
           05 FILLER                PIC X(18)
                    VALUE "          COMPUTED".
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 FILLER                PIC X(18)
                    VALUE "  TRAILER/POSTREG".

       01  GLRC-COUNT-LINE.
           05 GCL-CAPTION           PIC X(30).
           05 GCL-COUNT             PIC ZZZ,ZZZ,ZZ9.

       01  VERDICT-LINE.
           05 VDL-TEXT              PIC X(60).

       PROCEDURE DIVISION.

       000-RECONCILE-GL-JOURNAL.
           OPEN INPUT  I_GLJRNL I_POSTREG
                OUTPUT O_GLRCRPT

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           PERFORM 230-PRINT-GLRC-HEADINGS

           PERFORM 250-READ-POSTING-REGISTER
           PERFORM UNTIL POSTREG-EOF-SWITCH = "Y"
              IF PR-CAPTION = "AMOUNT POSTED:"
                  MOVE "Y" TO WS-REGISTER-FOUND-SWITCH
                  MOVE PR-AMOUNT TO WS-REGISTER-POSTED-TOTAL
              END-IF
              PERFORM 250-READ-POSTING-REGISTER
           END-PERFORM
           IF WS-REGISTER-FOUND-SWITCH = "N"
               PERFORM 930-REGISTER-TOTAL-ABORT
           END-IF

           PERFORM 210-READ-JOURNAL-RECORD
           IF GLJRNL-EOF-SWITCH = "Y"
              OR GJ-RECORD-TYPE NOT = "H"
               PERFORM 910-HEADER-MISSING-ABORT
           END-IF
           MOVE "Y" TO WS-HEADER-FOUND-SWITCH
           MOVE GH-SOURCE-PROGRAM TO SH-SOURCE-PROGRAM
           MOVE GH-RUN-DATE       TO SH-RUN-DATE
           MOVE GH-RUN-TIME       TO SH-RUN-TIME
           PERFORM 240-PRINT-JOURNAL-ID

           PERFORM 210-READ-JOURNAL-RECORD
           PERFORM UNTIL GLJRNL-EOF-SWITCH = "Y"
              PERFORM 300-PROCESS-JOURNAL-RECORD
              PERFORM 210-READ-JOURNAL-RECORD
           END-PERFORM

           IF WS-FIRST-DETAIL-SWITCH = "N"
               PERFORM 500-PRINT-PERIOD-TOTAL
           END-IF

           IF WS-TRAILER-FOUND-SWITCH = "N"
               PERFORM 920-TRAILER-MISSING-ABORT
           END-IF

           PERFORM 700-PRINT-PROOF

           IF WS-OUT-OF-BALANCE-SWITCH = "Y"
               MOVE "*** JOURNAL DOES NOT RECONCILE - HOLD THE JOURNAL"
                   TO VDL-TEXT
               MOVE VERDICT-LINE TO GLRC-PRINT-AREA
               WRITE GLRC-PRINT-AREA
               CLOSE I_GLJRNL I_POSTREG O_GLRCRPT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "JOURNAL RECONCILES TO POSTING - RELEASE TO GL"
               TO VDL-TEXT
           MOVE VERDICT-LINE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           CLOSE I_GLJRNL I_POSTREG O_GLRCRPT
           STOP RUN.

       210-READ-JOURNAL-RECORD.
           READ I_GLJRNL
               AT END MOVE "Y" TO GLJRNL-EOF-SWITCH
           END-READ
           IF GLJRNL-EOF-SWITCH = "N"
               ADD 1 TO WS-RECORD-COUNT
           END-IF.

       230-PRINT-GLRC-HEADINGS.
           ADD 1 TO PAGE-COUNT
           MOVE ZERO TO LINE-COUNT

           MOVE CD-MONTH   TO GR1-MONTH
           MOVE CD-DAY     TO GR1-DAY
           MOVE CD-YEAR    TO GR1-YEAR
           MOVE CD-HOURS   TO GR2-HOURS
           MOVE CD-MINUTES TO GR2-MINUTES
           MOVE PAGE-COUNT TO GR1-PAGE

           MOVE GLRC-HEADING-LINE-1 TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           MOVE GLRC-HEADING-LINE-2 TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           MOVE SPACE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA
           ADD 3 TO LINE-COUNT

           IF WS-HEADER-FOUND-SWITCH = "Y"
               PERFORM 240-PRINT-JOURNAL-ID
           END-IF.

       240-PRINT-JOURNAL-ID.
           MOVE SH-SOURCE-PROGRAM TO JIL-SOURCE
           MOVE SH-RUN-DATE       TO JIL-RUN-DATE
           MOVE SH-RUN-TIME       TO JIL-RUN-TIME
           MOVE JOURNAL-ID-LINE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           MOVE SPACE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           MOVE GLRC-HEADING-LINE-3 TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           MOVE ALL "-" TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA
           ADD 4 TO LINE-COUNT.

       250-READ-POSTING-REGISTER.
           READ I_POSTREG
               AT END MOVE "Y" TO POSTREG-EOF-SWITCH
           END-READ.

       300-PROCESS-JOURNAL-RECORD.
           IF WS-TRAILER-FOUND-SWITCH = "Y"
               ADD 1 TO WS-AFTER-TRAILER-COUNT
           ELSE
               EVALUATE GJ-RECORD-TYPE
                   WHEN "D"
                       PERFORM 310-ADD-DETAIL-LINE
                   WHEN "T"
                       MOVE "Y" TO WS-TRAILER-FOUND-SWITCH
                       MOVE GT-LINE-COUNT   TO ST-LINE-COUNT
                       MOVE GT-DEBIT-TOTAL  TO ST-DEBIT-TOTAL
                       MOVE GT-CREDIT-TOTAL TO ST-CREDIT-TOTAL
                       MOVE GT-ACCOUNT-HASH TO ST-ACCOUNT-HASH
                       MOVE GT-POSTED-TOTAL TO ST-POSTED-TOTAL
                   WHEN OTHER
                       ADD 1 TO WS-INVALID-COUNT
               END-EVALUATE
           END-IF.

       310-ADD-DETAIL-LINE.
           IF GD-AMOUNT NOT NUMERIC
              OR GD-ACCOUNT-NUMBER NOT NUMERIC
              OR (GD-DEBIT-CREDIT NOT = "D"
                  AND GD-DEBIT-CREDIT NOT = "C")
               ADD 1 TO WS-INVALID-COUNT
           ELSE
               IF WS-FIRST-DETAIL-SWITCH = "Y"
                   MOVE "N" TO WS-FIRST-DETAIL-SWITCH
                   PERFORM 320-START-PERIOD
               ELSE
                   IF GD-BRANCH-NUMBER NOT = WS-CURRENT-BRANCH
                      OR GD-PERIOD-YEAR NOT = WS-CURRENT-YEAR
                      OR GD-PERIOD-MONTH NOT = WS-CURRENT-MONTH
                       PERFORM 500-PRINT-PERIOD-TOTAL
                       PERFORM 320-START-PERIOD
                   END-IF
               END-IF

               ADD 1 TO WS-LINE-COUNT
               ADD GD-ACCOUNT-NUMBER TO WS-ACCOUNT-HASH
               IF GD-DEBIT-CREDIT = "D"
                   ADD GD-AMOUNT TO WS-DEBIT-TOTAL
                   ADD GD-AMOUNT TO WS-PERIOD-DEBITS
               ELSE
                   ADD GD-AMOUNT TO WS-CREDIT-TOTAL
                   ADD GD-AMOUNT TO WS-PERIOD-CREDITS
               END-IF
           END-IF.

       320-START-PERIOD.
           MOVE GD-BRANCH-NUMBER TO WS-CURRENT-BRANCH
           MOVE GD-PERIOD-YEAR   TO WS-CURRENT-YEAR
           MOVE GD-PERIOD-MONTH  TO WS-CURRENT-MONTH
           MOVE ZERO TO WS-PERIOD-DEBITS
           MOVE ZERO TO WS-PERIOD-CREDITS.

       500-PRINT-PERIOD-TOTAL.
           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-GLRC-HEADINGS
           END-IF

           MOVE WS-CURRENT-BRANCH TO PTL-BRANCH
           MOVE WS-CURRENT-MONTH  TO PTL-MONTH
           MOVE WS-CURRENT-YEAR   TO PTL-YEAR
           MOVE WS-PERIOD-DEBITS  TO PTL-DEBITS
           MOVE WS-PERIOD-CREDITS TO PTL-CREDITS
           IF WS-PERIOD-DEBITS = WS-PERIOD-CREDITS
               MOVE SPACE TO PTL-VERDICT
           ELSE
               MOVE "** NOT BALANCED" TO PTL-VERDICT
               MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
           END-IF
           MOVE PERIOD-TOTAL-LINE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA
           ADD 1 TO LINE-COUNT.

       700-PRINT-PROOF.
           IF LINE-COUNT + PROOF-LINES > LINES-ON-PAGE
               PERFORM 230-PRINT-GLRC-HEADINGS
           END-IF

           MOVE SPACE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           MOVE PROOF-HEADING-LINE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           MOVE "JOURNAL LINE COUNT:" TO PCL-CAPTION
           MOVE WS-LINE-COUNT TO PCL-COMPUTED
           MOVE ST-LINE-COUNT TO PCL-EXPECTED
           IF WS-LINE-COUNT = ST-LINE-COUNT
               MOVE "OK" TO PCL-VERDICT
           ELSE
               PERFORM 710-MARK-OUT-OF-BALANCE
               MOVE PFL-VERDICT TO PCL-VERDICT
           END-IF
           MOVE PROOF-COUNT-LINE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           MOVE "DEBIT TOTAL:" TO PFL-CAPTION
           MOVE WS-DEBIT-TOTAL TO PFL-COMPUTED
           MOVE ST-DEBIT-TOTAL TO PFL-EXPECTED
           IF WS-DEBIT-TOTAL = ST-DEBIT-TOTAL
               MOVE "OK" TO PFL-VERDICT
           ELSE
               PERFORM 710-MARK-OUT-OF-BALANCE
           END-IF
           MOVE PROOF-LINE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           MOVE "CREDIT TOTAL:" TO PFL-CAPTION
           MOVE WS-CREDIT-TOTAL TO PFL-COMPUTED
           MOVE ST-CREDIT-TOTAL TO PFL-EXPECTED
           IF WS-CREDIT-TOTAL = ST-CREDIT-TOTAL
               MOVE "OK" TO PFL-VERDICT
           ELSE
               PERFORM 710-MARK-OUT-OF-BALANCE
           END-IF
           MOVE PROOF-LINE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           MOVE "ACCOUNT HASH:" TO PCL-CAPTION
           MOVE WS-ACCOUNT-HASH TO PCL-COMPUTED
           MOVE ST-ACCOUNT-HASH TO PCL-EXPECTED
           IF WS-ACCOUNT-HASH = ST-ACCOUNT-HASH
               MOVE "OK" TO PCL-VERDICT
           ELSE
               PERFORM 710-MARK-OUT-OF-BALANCE
               MOVE PFL-VERDICT TO PCL-VERDICT
           END-IF
           MOVE PROOF-COUNT-LINE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           MOVE "DEBITS TO CREDITS:" TO PFL-CAPTION
           MOVE WS-DEBIT-TOTAL TO PFL-COMPUTED
           MOVE WS-CREDIT-TOTAL TO PFL-EXPECTED
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               MOVE "OK" TO PFL-VERDICT
           ELSE
               PERFORM 710-MARK-OUT-OF-BALANCE
           END-IF
           MOVE PROOF-LINE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           MOVE "JOURNAL TO REGISTER POSTED:" TO PFL-CAPTION
           MOVE WS-DEBIT-TOTAL TO PFL-COMPUTED
           MOVE WS-REGISTER-POSTED-TOTAL TO PFL-EXPECTED
           IF WS-DEBIT-TOTAL = WS-REGISTER-POSTED-TOTAL
               MOVE "OK" TO PFL-VERDICT
           ELSE
               PERFORM 710-MARK-OUT-OF-BALANCE
           END-IF
           MOVE PROOF-LINE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           MOVE "TRAILER TO REGISTER POSTED:" TO PFL-CAPTION
           MOVE ST-POSTED-TOTAL TO PFL-COMPUTED
           MOVE WS-REGISTER-POSTED-TOTAL TO PFL-EXPECTED
           IF ST-POSTED-TOTAL = WS-REGISTER-POSTED-TOTAL
               MOVE "OK" TO PFL-VERDICT
           ELSE
               PERFORM 710-MARK-OUT-OF-BALANCE
           END-IF
           MOVE PROOF-LINE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           MOVE SPACE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           MOVE "JOURNAL RECORDS READ:" TO GCL-CAPTION
           MOVE WS-RECORD-COUNT TO GCL-COUNT
           MOVE GLRC-COUNT-LINE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           MOVE "INVALID JOURNAL RECORDS:" TO GCL-CAPTION
           MOVE WS-INVALID-COUNT TO GCL-COUNT
           MOVE GLRC-COUNT-LINE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA
           IF WS-INVALID-COUNT NOT = ZERO
               MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
           END-IF

           MOVE "RECORDS AFTER TRAILER:" TO GCL-CAPTION
           MOVE WS-AFTER-TRAILER-COUNT TO GCL-COUNT
           MOVE GLRC-COUNT-LINE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA
           IF WS-AFTER-TRAILER-COUNT NOT = ZERO
               MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH
           END-IF

           MOVE SPACE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA.

       710-MARK-OUT-OF-BALANCE.
           MOVE "** OUT OF BALANCE" TO PFL-VERDICT
           MOVE "Y" TO WS-OUT-OF-BALANCE-SWITCH.

       910-HEADER-MISSING-ABORT.
           MOVE
             "**ERROR** GL JOURNAL HAS NO HEADER RECORD"
             TO WS-ERROR-LINE

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "GLRC1000 ABENDING - GL JOURNAL HEADER MISSING"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           CLOSE I_GLJRNL I_POSTREG O_GLRCRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       920-TRAILER-MISSING-ABORT.
           MOVE
             "**ERROR** GL JOURNAL HAS NO TRAILER RECORD"
             TO WS-ERROR-LINE

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "GLRC1000 ABENDING - GL JOURNAL IS INCOMPLETE"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           CLOSE I_GLJRNL I_POSTREG O_GLRCRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       930-REGISTER-TOTAL-ABORT.
           MOVE
             "**ERROR** POSTING REGISTER HAS NO AMOUNT POSTED LINE"
             TO WS-ERROR-LINE

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "GLRC1000 ABENDING - POSTREG IS NOT A POST1000 "
               "REGISTER" UPON CONSOLE

           MOVE WS-ERROR-LINE TO GLRC-PRINT-AREA
           WRITE GLRC-PRINT-AREA

           CLOSE I_GLJRNL I_POSTREG O_GLRCRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
