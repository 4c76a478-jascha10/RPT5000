      *              ROLL1000 closes out the old year here at
      *              rollover.  Writes a new calendar in year/month
      *              sequence and a combined audit and reject report.
      *              Each transaction carries the entering operator ID
      *              in columns 73-80, and the operator must be
      *              authorized for the function code on OPERAUTH (an
      *              * function code authorizes every function); a
      *              missing or unauthorized operator is rejected with
      *              its own reason.  The operator ID prints on every
      *              before/after audit and reject line, and each
      *              open, close or unauthorized attempt is appended
      *              to the OPERLOG operator activity log at the end
      *              of a successful run for OPER1000.
      *              When a period is closed, every customer on the
      *              indexed CUSTMAST is snapshotted to PERHIST, the
      *              retained period-history file (month sales
      *              buckets, THIS/LAST YTD and budget, stamped with
      *              the period and run date and time), for the
      *              PCMP1000 period comparison report.
      ****************************************************************

       ENVIRONMENT DIVISION.
           SELECT I_CALTRAN   ASSIGN TO CALTRAN.
           SELECT O_NEWCAL    ASSIGN TO NEWCAL.
           SELECT O_CALRPT    ASSIGN TO CALRPT.
           SELECT I_OPERAUTH  ASSIGN TO OPERAUTH.
           SELECT OPERWORK    ASSIGN TO OPERWORK.
           SELECT OPTIONAL O_OPERLOG ASSIGN TO OPERLOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT I_CUSTMAST  ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-MASTER-KEY.
           SELECT OPTIONAL O_PERHIST ASSIGN TO PERHIST
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 CT-PERIOD-MONTH       PIC X(2).
           05 CT-PERIOD-MONTH-9 REDEFINES CT-PERIOD-MONTH
                                    PIC 9(2).
           05 FILLER                PIC X(65).
           05 CT-OPERATOR-ID        PIC X(8).

       FD  O_NEWCAL
           RECORDING MODE IS F
           BLOCK CONTAINS 130 CHARACTERS.
       01  CAL-PRINT-AREA           PIC X(130).

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
           05 CM-MONTHLY-SALES.
              10 CM-MONTH-SALES OCCURS 12 TIMES
                                    PIC S9(5)V99 COMP-3.
           05 FILLER                PIC X(28).

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

       WORKING-STORAGE SECTION.

       01  OLDCAL-EOF-SWITCH        PIC X VALUE "N".
       01  WS-WORK-ALLOCATED-SWITCH PIC X VALUE "N".
       01  WS-TRAN-ERROR-SWITCH     PIC X VALUE "N".
       01  WS-TRAN-READY-SWITCH     PIC X VALUE "N".
       01  OPERAUTH-EOF-SWITCH      PIC X VALUE "N".
       01  OPERWORK-EOF-SWITCH      PIC X VALUE "N".
       01  CUSTMAST-EOF-SWITCH      PIC X VALUE "N".

       01  WS-WORK-CALENDAR.
           05 WK-PERIOD-YEAR        PIC X(4).
           05 WS-OPEN-COUNT         PIC 9(7) VALUE ZERO.
           05 WS-CLOSE-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-UNAUTH-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-OPERLOG-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-SNAPSHOT-IN-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-SNAPSHOT-OUT-COUNT PIC 9(7) VALUE ZERO.

       01  CLOSED-PERIOD-FIELDS.
           05 WS-CLOSED-COUNT       PIC 9(3) VALUE ZERO.
           05 WS-CLOSED-TABLE-MAX   PIC 9(3) VALUE 60.
           05 WS-CLOSED-SUB         PIC 9(3) VALUE ZERO.
           05 WS-SNAPSHOT-NOW.
              10 WS-SNAPSHOT-DATE   PIC 9(8).
              10 WS-SNAPSHOT-TIME   PIC 9(6).
              10 FILLER             PIC X(7).

       01  CLOSED-PERIOD-TABLE.
           05 CP-ENTRY OCCURS 60 TIMES.
              10 CP-PERIOD-YEAR     PIC 9(4).
              10 CP-PERIOD-MONTH    PIC 9(2).

       01  AUTH-TABLE-FIELDS.
           05 WS-AUTH-PROGRAM       PIC X(8) VALUE "CAL1000".
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

           05 CAL-MONTH             PIC X(2).
           05 FILLER                PIC X(3) VALUE SPACE.
           05 CAL-STATUS            PIC X(6).
           05 FILLER                PIC X(3) VALUE SPACE.
           05 CAL-OPERATOR          PIC X(8).

       01  CAL-REJECT-LINE.
           05 CRJ-TRAN-IMAGE        PIC X(24).
           05 FILLER                PIC X(9) VALUE "REJECTED:".
           05 FILLER                PIC X(1) VALUE SPACE.
           05 CRJ-REASON            PIC X(40).
           05 FILLER                PIC X(2) VALUE SPACE.
           05 CRJ-OPERATOR          PIC X(8).

       01  CAL-COUNT-LINE.
           05 CCL-CAPTION           PIC X(26).
       PROCEDURE DIVISION.

       000-APPLY-CALENDAR-MAINT.
           PERFORM 130-LOAD-OPERATOR-AUTH

           OPEN INPUT  I_OLDCAL I_CALTRAN
                OUTPUT O_NEWCAL O_CALRPT OPERWORK

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           PERFORM 230-PRINT-CAL-HEADINGS
              PERFORM 300-PROCESS-KEY-GROUP
           END-PERFORM

           IF WS-CLOSED-COUNT > ZERO
               PERFORM 400-WRITE-PERIOD-SNAPSHOTS
           END-IF

           PERFORM 700-PRINT-CONTROL-TOTALS

           CLOSE I_OLDCAL I_CALTRAN O_NEWCAL O_CALRPT OPERWORK

           PERFORM 780-POST-OPERATOR-LOG
           STOP RUN.

       130-LOAD-OPERATOR-AUTH.
           OPEN INPUT I_OPERAUTH
           PERFORM 135-READ-OPERATOR-AUTH
           PERFORM UNTIL OPERAUTH-EOF-SWITCH = "Y"
              IF OA-PROGRAM-ID = WS-AUTH-PROGRAM
                 AND OA-OPERATOR-ID NOT = SPACE
                  IF WS-AUTH-ENTRY-COUNT = WS-AUTH-TABLE-MAX
                      PERFORM 910-AUTH-TABLE-FULL-ABORT
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
               PERFORM 915-NO-OPERATORS-ABORT
           END-IF.

       135-READ-OPERATOR-AUTH.
           READ I_OPERAUTH
               AT END MOVE "Y" TO OPERAUTH-EOF-SWITCH
           END-READ.

       210-READ-OLD-CALENDAR.
           READ I_OLDCAL
               AT END MOVE "Y" TO OLDCAL-EOF-SWITCH
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
           IF CT-FUNCTION-CODE NOT = "O" AND NOT = "C"
               MOVE "INVALID FUNCTION CODE" TO WS-REJECT-REASON
               MOVE "Y" TO WS-TRAN-ERROR-SWITCH
               END-IF
           END-IF.

       227-CHECK-OPERATOR-AUTH.
           MOVE "N" TO WS-AUTH-FOUND-SWITCH
           IF CT-OPERATOR-ID = SPACE
               MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
               MOVE "Y" TO WS-TRAN-ERROR-SWITCH
           ELSE
               PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                       UNTIL WS-AUTH-SUB > WS-AUTH-ENTRY-COUNT
                          OR WS-AUTH-FOUND-SWITCH = "Y"
                  IF AT-OPERATOR-ID (WS-AUTH-SUB) = CT-OPERATOR-ID
                     AND (AT-FUNCTION-CODE (WS-AUTH-SUB) =
                          CT-FUNCTION-CODE
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

       300-PROCESS-KEY-GROUP.
           IF WS-MASTER-KEY < WS-TRAN-KEY
               MOVE WS-MASTER-KEY TO WS-ACTIVE-KEY
           END-IF.

       320-APPLY-TRANSACTION.
           MOVE CT-OPERATOR-ID TO CAL-OPERATOR
           EVALUATE CT-FUNCTION-CODE
               WHEN "O"
                   PERFORM 330-APPLY-OPEN
               MOVE "O" TO WK-PERIOD-STATUS
               ADD 1 TO WS-OPEN-COUNT
               PERFORM 510-WRITE-AUDIT-AFTER
           END-IF
           MOVE "PERIOD OPENED" TO OE-DESCRIPTION
           PERFORM 540-LOG-OPERATOR-CHANGE.

       340-APPLY-CLOSE.
           IF WS-WORK-ALLOCATED-SWITCH = "N"
               MOVE "C" TO WK-PERIOD-STATUS
               ADD 1 TO WS-CLOSE-COUNT
               PERFORM 510-WRITE-AUDIT-AFTER
               MOVE "PERIOD CLOSED" TO OE-DESCRIPTION
               PERFORM 540-LOG-OPERATOR-CHANGE
               PERFORM 345-HOLD-CLOSED-PERIOD
           END-IF.

       345-HOLD-CLOSED-PERIOD.
           IF WS-CLOSED-COUNT = WS-CLOSED-TABLE-MAX
               PERFORM 920-CLOSE-TABLE-FULL-ABORT
           END-IF
           ADD 1 TO WS-CLOSED-COUNT
           MOVE WK-PERIOD-YEAR  TO CP-PERIOD-YEAR (WS-CLOSED-COUNT)
           MOVE WK-PERIOD-MONTH TO CP-PERIOD-MONTH (WS-CLOSED-COUNT).

       400-WRITE-PERIOD-SNAPSHOTS.
           MOVE FUNCTION CURRENT-DATE TO WS-SNAPSHOT-NOW

           OPEN INPUT  I_CUSTMAST
                EXTEND O_PERHIST
           PERFORM 410-READ-CUSTOMER-MASTER
           PERFORM UNTIL CUSTMAST-EOF-SWITCH = "Y"
              PERFORM VARYING WS-CLOSED-SUB FROM 1 BY 1
                      UNTIL WS-CLOSED-SUB > WS-CLOSED-COUNT
                 PERFORM 420-WRITE-CUSTOMER-SNAPSHOT
              END-PERFORM
              PERFORM 410-READ-CUSTOMER-MASTER
           END-PERFORM
           CLOSE I_CUSTMAST O_PERHIST.

       410-READ-CUSTOMER-MASTER.
           READ I_CUSTMAST
               AT END MOVE "Y" TO CUSTMAST-EOF-SWITCH
           END-READ
           IF CUSTMAST-EOF-SWITCH = "N"
               ADD 1 TO WS-SNAPSHOT-IN-COUNT
           END-IF.

       420-WRITE-CUSTOMER-SNAPSHOT.
           MOVE SPACE               TO PERIOD-HISTORY-RECORD
           MOVE CM-MASTER-KEY       TO PH-MASTER-KEY
           MOVE CP-PERIOD-YEAR (WS-CLOSED-SUB)  TO PH-PERIOD-YEAR
           MOVE CP-PERIOD-MONTH (WS-CLOSED-SUB) TO PH-PERIOD-MONTH
           MOVE WS-SNAPSHOT-DATE    TO PH-SNAPSHOT-DATE
           MOVE WS-SNAPSHOT-TIME    TO PH-SNAPSHOT-TIME
           MOVE CM-CUSTOMER-NAME    TO PH-CUSTOMER-NAME
           MOVE CM-SALES-THIS-YTD   TO PH-SALES-THIS-YTD
           MOVE CM-SALES-LAST-YTD   TO PH-SALES-LAST-YTD
           MOVE CM-SALES-BUDGET-YTD TO PH-SALES-BUDGET-YTD
           MOVE CM-MONTHLY-SALES    TO PH-MONTHLY-SALES
           WRITE PERIOD-HISTORY-RECORD
           ADD 1 TO WS-SNAPSHOT-OUT-COUNT.

       230-PRINT-CAL-HEADINGS.
           ADD 1 TO CAL-PAGE-COUNT
           MOVE ZERO TO CAL-LINE-COUNT
           WRITE CAL-PRINT-AREA
           ADD 1 TO CAL-LINE-COUNT.

       540-LOG-OPERATOR-CHANGE.
           MOVE "A" TO OE-ENTRY-STATUS
           PERFORM 550-WRITE-OPERATOR-LOG.

       545-LOG-UNAUTHORIZED.
           MOVE "U"   TO OE-ENTRY-STATUS
           MOVE SPACE TO OE-DESCRIPTION
           PERFORM 550-WRITE-OPERATOR-LOG.

       550-WRITE-OPERATOR-LOG.
           MOVE FUNCTION CURRENT-DATE TO OE-CHANGE-TIMESTAMP
           MOVE CT-OPERATOR-ID   TO OE-OPERATOR-ID
           MOVE WS-AUTH-PROGRAM  TO OE-PROGRAM-ID
           MOVE CT-FUNCTION-CODE TO OE-FUNCTION-CODE
           MOVE CALENDAR-TRAN-RECORD (2:6) TO OE-RECORD-KEY
           MOVE SPACE            TO OE-NEW-KEY
           WRITE OPERATOR-WORK-RECORD FROM OPERATOR-LOG-ENTRY
           ADD 1 TO WS-OPERLOG-COUNT.

       600-WRITE-REJECT.
           IF CAL-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-CAL-HEADINGS
           END-IF

           MOVE CALENDAR-TRAN-RECORD (1:24) TO CRJ-TRAN-IMAGE
           MOVE CT-OPERATOR-ID TO CRJ-OPERATOR
           MOVE WS-REJECT-REASON TO CRJ-REASON
           MOVE CAL-REJECT-LINE TO CAL-PRINT-AREA
           WRITE CAL-PRINT-AREA
           MOVE CAL-COUNT-LINE TO CAL-PRINT-AREA
           WRITE CAL-PRINT-AREA

           MOVE "UNAUTHORIZED REJECTED:" TO CCL-CAPTION
           MOVE WS-UNAUTH-COUNT TO CCL-COUNT
           MOVE CAL-COUNT-LINE TO CAL-PRINT-AREA
           WRITE CAL-PRINT-AREA

           MOVE "SNAPSHOT CUSTOMERS READ:" TO CCL-CAPTION
           MOVE WS-SNAPSHOT-IN-COUNT TO CCL-COUNT
           MOVE CAL-COUNT-LINE TO CAL-PRINT-AREA
           WRITE CAL-PRINT-AREA

           MOVE "SNAPSHOT RECORDS WRITTEN:" TO CCL-CAPTION
           MOVE WS-SNAPSHOT-OUT-COUNT TO CCL-COUNT
           MOVE CAL-COUNT-LINE TO CAL-PRINT-AREA
           WRITE CAL-PRINT-AREA

           MOVE "CALENDAR RECORDS OUT:" TO CCL-CAPTION
           MOVE WS-MASTER-OUT-COUNT TO CCL-COUNT
           MOVE CAL-COUNT-LINE TO CAL-PRINT-AREA
           WRITE CAL-PRINT-AREA

           MOVE "OPERATOR LOG ENTRIES:" TO CCL-CAPTION
           MOVE WS-OPERLOG-COUNT TO CCL-COUNT
           MOVE CAL-COUNT-LINE TO CAL-PRINT-AREA
           WRITE CAL-PRINT-AREA.

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

       900-MASTER-SEQUENCE-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** I_OLDCAL OUT OF SEQUENCE - PERIOD "
           MOVE WS-ERROR-LINE TO CAL-PRINT-AREA
           WRITE CAL-PRINT-AREA

           CLOSE I_OLDCAL I_CALTRAN O_NEWCAL O_CALRPT OPERWORK
           MOVE 16 TO RETURN-CODE
           STOP RUN.

           MOVE WS-ERROR-LINE TO CAL-PRINT-AREA
           WRITE CAL-PRINT-AREA

           CLOSE I_OLDCAL I_CALTRAN O_NEWCAL O_CALRPT OPERWORK
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       910-AUTH-TABLE-FULL-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** MORE THAN " WS-AUTH-TABLE-MAX
               " OPERAUTH ENTRIES FOR " WS-AUTH-PROGRAM
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "CAL1000 ABENDING - AUTHORIZATION TABLE FULL"
               UPON CONSOLE

           CLOSE I_OPERAUTH
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       915-NO-OPERATORS-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** NO OPERATORS AUTHORIZED FOR "
               WS-AUTH-PROGRAM " ON OPERAUTH"
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "CAL1000 ABENDING - NO OPERATOR AUTHORIZATIONS"
               UPON CONSOLE

           MOVE 16 TO RETURN-CODE
           STOP RUN.

       920-CLOSE-TABLE-FULL-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** MORE THAN " WS-CLOSED-TABLE-MAX
               " PERIODS CLOSED IN ONE RUN - PERIOD "
               WK-PERIOD-YEAR "/" WK-PERIOD-MONTH
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "CAL1000 ABENDING - CLOSED PERIOD TABLE FULL"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO CAL-PRINT-AREA
           WRITE CAL-PRINT-AREA

           CLOSE I_OLDCAL I_CALTRAN O_NEWCAL O_CALRPT OPERWORK
           MOVE 16 TO RETURN-CODE
           STOP RUN.
