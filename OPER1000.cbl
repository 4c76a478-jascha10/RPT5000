       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER1000.
      ****************************************************************
      * PROGRAM NAME: OPER1000
      * AUTHORS: Hayden Schmidt & Jacob Schamp
      * DATE: 10/11/2026
      * DESCRIPTION: Operator Change Activity - reads the OPERLOG
      *              operator activity log that the CUST1000, REF1000
      *              and CAL1000 maintenance runs append to, sorts it
      *              by operator and time, and lists every change
      *              each operator made during the month across the
      *              three programs: date and time, program, function
      *              code, record key (and new key for transfers and
      *              merges), and the customer, reference or period
      *              detail.  Transactions rejected because the
      *              operator was not authorized for the function on
      *              OPERAUTH are listed as NOT AUTHORIZED.  Operator
      *              names come from OPERAUTH.  Each operator ends
      *              with change counts by program and a count of
      *              unauthorized attempts.  The month defaults to
      *              the prior calendar month and may be overridden
      *              on the OPERPARM card (YYYYMM).  RETURN-CODE 4
      *              means the month had unauthorized attempts.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL I_OPERLOG ASSIGN TO OPERLOG
               ORGANIZATION IS SEQUENTIAL.
           SELECT I_OPERAUTH  ASSIGN TO OPERAUTH.
           SELECT OPTIONAL I_OPERPARM ASSIGN TO OPERPARM
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPER-SORT-FILE ASSIGN TO SORTWK1.
           SELECT OPERSRTD    ASSIGN TO OPERSRTD.
           SELECT O_OPERRPT   ASSIGN TO OPERRPT.

       DATA DIVISION.
       FILE SECTION.

       FD  I_OPERLOG
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  OPERATOR-LOG-RECORD      PIC X(80).

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

       FD  I_OPERPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  OPER-PARM-RECORD.
           05 OP-REPORT-YEAR        PIC X(4).
           05 OP-REPORT-YEAR-9 REDEFINES OP-REPORT-YEAR
                                    PIC 9(4).
           05 OP-REPORT-MONTH       PIC X(2).
           05 OP-REPORT-MONTH-9 REDEFINES OP-REPORT-MONTH
                                    PIC 9(2).
           05 FILLER                PIC X(74).

       SD  OPER-SORT-FILE.
       01  OPER-SORT-RECORD.
           05 OS-OPERATOR-ID        PIC X(8).
           05 FILLER                PIC X(8).
           05 OS-CHANGE-TIMESTAMP   PIC X(14).
           05 FILLER                PIC X(50).

       FD  OPERSRTD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  OPERATOR-SORTED-RECORD.
           05 OL-OPERATOR-ID        PIC X(8).
           05 OL-PROGRAM-ID         PIC X(8).
           05 OL-CHANGE-DATE        PIC 9(8).
           05 OL-CHANGE-DATE-R REDEFINES OL-CHANGE-DATE.
              10 OL-CHANGE-YEAR     PIC 9(4).
              10 OL-CHANGE-MONTH    PIC 9(2).
              10 OL-CHANGE-DAY      PIC 9(2).
           05 OL-CHANGE-TIME        PIC 9(6).
           05 OL-CHANGE-TIME-R REDEFINES OL-CHANGE-TIME.
              10 OL-CHANGE-HOURS    PIC 9(2).
              10 OL-CHANGE-MINUTES  PIC 9(2).
              10 OL-CHANGE-SECONDS  PIC 9(2).
           05 OL-FUNCTION-CODE      PIC X.
           05 OL-ENTRY-STATUS       PIC X.
           05 OL-RECORD-KEY         PIC X(9).
           05 OL-NEW-KEY            PIC X(9).
           05 OL-DESCRIPTION        PIC X(20).
           05 FILLER                PIC X(10).

       FD  O_OPERRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  OPER-PRINT-AREA          PIC X(130).

       WORKING-STORAGE SECTION.

       01  OPERSRTD-EOF-SWITCH      PIC X VALUE "N".
       01  OPERAUTH-EOF-SWITCH      PIC X VALUE "N".
       01  OPERPARM-EOF-SWITCH      PIC X VALUE "N".
       01  WS-FIRST-OPERATOR-SWITCH PIC X VALUE "Y".

       01  REPORT-PERIOD-FIELDS.
           05 WS-REPORT-PERIOD      PIC 9(6) VALUE ZERO.
           05 WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
              10 WS-REPORT-YEAR     PIC 9(4).
              10 WS-REPORT-MONTH    PIC 9(2).
           05 WS-ITEM-PERIOD        PIC 9(6) VALUE ZERO.
           05 WS-CURRENT-OPERATOR   PIC X(8) VALUE SPACE.
           05 WS-REPORT-RETURN-CODE PIC 9(2) VALUE ZERO.

       01  NAME-TABLE-FIELDS.
           05 WS-NAME-ENTRY-COUNT   PIC 9(3) VALUE ZERO.
           05 WS-NAME-TABLE-MAX     PIC 9(3) VALUE 300.
           05 WS-NAME-SUB           PIC 9(3) VALUE ZERO.
           05 WS-NAME-FOUND-SUB     PIC 9(3) VALUE ZERO.

       01  OPERATOR-NAME-TABLE.
           05 NT-ENTRY OCCURS 300 TIMES.
              10 NT-OPERATOR-ID     PIC X(8).
              10 NT-OPERATOR-NAME   PIC X(20).

       01  COUNT-FIELDS.
           05 WS-LOG-IN-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-OUTSIDE-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-LISTED-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-OPERATOR-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-CUST-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-REF-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-CAL-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-TOTAL-UNAUTH-COUNT PIC 9(7) VALUE ZERO.

       01  OPERATOR-COUNT-FIELDS.
           05 WS-OPER-CUST-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-OPER-REF-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-OPER-CAL-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-OPER-UNAUTH-COUNT  PIC 9(7) VALUE ZERO.

       01  OPER-PAGE-INFO.
           05 OPER-PAGE-COUNT       PIC 9(3) VALUE ZERO.
           05 OPER-LINE-COUNT       PIC 9(3) VALUE 99.
           05 LINES-ON-PAGE         PIC 9(3) VALUE 55.

       01  WS-ERROR-LINE            PIC X(130).

       01  CURRENT-DATE-AND-TIME.
           05 CD-YEAR               PIC 9(4).
           05 CD-MONTH              PIC 9(2).
           05 CD-DAY                PIC 9(2).
           05 CD-HOURS              PIC 9(2).
           05 CD-MINUTES            PIC 9(2).
           05 FILLER                PIC X(9).

       01  OPER-HEADING-LINE-1.
           05 FILLER                PIC X(7)  VALUE "DATE:  ".
           05 OH1-MONTH             PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 OH1-DAY               PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 OH1-YEAR              PIC 9(4).
           05 FILLER                PIC X(13) VALUE SPACE.
           05 FILLER                PIC X(34)
                    VALUE "OPERATOR CHANGE ACTIVITY".
           05 FILLER                PIC X(18) VALUE SPACE.
           05 FILLER                PIC X(7)  VALUE "PAGE:  ".
           05 OH1-PAGE              PIC ZZZ9.

       01  OPER-HEADING-LINE-2.
           05 FILLER                PIC X(7)  VALUE "TIME:  ".
           05 OH2-HOURS             PIC 9(2).
           05 FILLER                PIC X     VALUE ":".
           05 OH2-MINUTES           PIC 9(2).
           05 FILLER                PIC X(13) VALUE SPACE.
           05 FILLER                PIC X(17)
                    VALUE "ACTIVITY PERIOD: ".
           05 OH2-PERIOD-MONTH      PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 OH2-PERIOD-YEAR       PIC 9(4).
           05 FILLER                PIC X(28) VALUE SPACE.
           05 FILLER                PIC X(8)  VALUE "OPER1000".

       01  OPER-HEADING-LINE-3.
           05 FILLER PIC X(12) VALUE "DATE".
           05 FILLER PIC X(10) VALUE "TIME".
           05 FILLER PIC X(11) VALUE "PROGRAM".
           05 FILLER PIC X(6)  VALUE "FUNC".
           05 FILLER PIC X(11) VALUE "KEY".
           05 FILLER PIC X(11) VALUE "NEW KEY".
           05 FILLER PIC X(22) VALUE "DETAIL".
           05 FILLER PIC X(6)  VALUE "ACTION".

       01  OPERATOR-HEADER-LINE.
           05 FILLER                PIC X(10) VALUE "OPERATOR: ".
           05 OHL-OPERATOR-ID       PIC X(8).
           05 FILLER                PIC X(3)  VALUE SPACE.
           05 OHL-OPERATOR-NAME     PIC X(24).

       01  OPERATOR-DETAIL-LINE.
           05 ODL-DATE.
              10 ODL-MONTH          PIC 9(2).
              10 FILLER             PIC X     VALUE "/".
              10 ODL-DAY            PIC 9(2).
              10 FILLER             PIC X     VALUE "/".
              10 ODL-YEAR           PIC 9(4).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 ODL-TIME.
              10 ODL-HOURS          PIC 9(2).
              10 FILLER             PIC X     VALUE ":".
              10 ODL-MINUTES        PIC 9(2).
              10 FILLER             PIC X     VALUE ":".
              10 ODL-SECONDS        PIC 9(2).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 ODL-PROGRAM           PIC X(8).
           05 FILLER                PIC X(3)  VALUE SPACE.
           05 ODL-FUNCTION          PIC X.
           05 FILLER                PIC X(5)  VALUE SPACE.
           05 ODL-KEY               PIC X(9).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 ODL-NEW-KEY           PIC X(9).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 ODL-DESCRIPTION       PIC X(20).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 ODL-ACTION            PIC X(14).

       01  OPERATOR-TOTAL-LINE.
           05 FILLER                PIC X(12) VALUE "  CUST1000: ".
           05 OTL-CUST-COUNT        PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE "   REF1000: ".
           05 OTL-REF-COUNT         PIC ZZ,ZZ9.
           05 FILLER                PIC X(12) VALUE "   CAL1000: ".
           05 OTL-CAL-COUNT         PIC ZZ,ZZ9.
           05 FILLER                PIC X(19)
                    VALUE "   NOT AUTHORIZED: ".
           05 OTL-UNAUTH-COUNT      PIC ZZ,ZZ9.

       01  OPER-COUNT-LINE.
           05 OCL-CAPTION           PIC X(34).
           05 OCL-COUNT             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-PRINT-OPERATOR-ACTIVITY.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME

           PERFORM 100-READ-OPER-PARM
           PERFORM 130-LOAD-OPERATOR-NAMES

           SORT OPER-SORT-FILE
               ON ASCENDING KEY OS-OPERATOR-ID OS-CHANGE-TIMESTAMP
               WITH DUPLICATES IN ORDER
               USING I_OPERLOG
               GIVING OPERSRTD

           OPEN INPUT  OPERSRTD
                OUTPUT O_OPERRPT

           PERFORM 230-PRINT-OPER-HEADINGS

           PERFORM 210-READ-SORTED-LOG
           PERFORM UNTIL OPERSRTD-EOF-SWITCH = "Y"
              PERFORM 300-PROCESS-LOG-ENTRY
              PERFORM 210-READ-SORTED-LOG
           END-PERFORM

           IF WS-FIRST-OPERATOR-SWITCH = "N"
               PERFORM 520-PRINT-OPERATOR-TOTALS
           END-IF

           PERFORM 700-PRINT-CONTROL-TOTALS

           CLOSE OPERSRTD O_OPERRPT
           MOVE WS-REPORT-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       100-READ-OPER-PARM.
           IF CD-MONTH = 1
               COMPUTE WS-REPORT-YEAR = CD-YEAR - 1
               MOVE 12 TO WS-REPORT-MONTH
           ELSE
               MOVE CD-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-MONTH = CD-MONTH - 1
           END-IF

           OPEN INPUT I_OPERPARM
           READ I_OPERPARM
               AT END MOVE "Y" TO OPERPARM-EOF-SWITCH
           END-READ
           CLOSE I_OPERPARM

           IF OPERPARM-EOF-SWITCH = "N"
              AND OP-REPORT-YEAR NUMERIC
              AND OP-REPORT-MONTH NUMERIC
              AND OP-REPORT-MONTH-9 >= 01
              AND OP-REPORT-MONTH-9 <= 12
               MOVE OP-REPORT-YEAR-9  TO WS-REPORT-YEAR
               MOVE OP-REPORT-MONTH-9 TO WS-REPORT-MONTH
           END-IF.

       130-LOAD-OPERATOR-NAMES.
           OPEN INPUT I_OPERAUTH
           PERFORM 135-READ-OPERATOR-AUTH
           PERFORM UNTIL OPERAUTH-EOF-SWITCH = "Y"
              IF OA-OPERATOR-ID NOT = SPACE
                  MOVE OA-OPERATOR-ID TO WS-CURRENT-OPERATOR
                  PERFORM 320-FIND-OPERATOR-NAME
                  IF WS-NAME-FOUND-SUB = ZERO
                      IF WS-NAME-ENTRY-COUNT = WS-NAME-TABLE-MAX
                          PERFORM 910-NAME-TABLE-FULL-ABORT
                      END-IF
                      ADD 1 TO WS-NAME-ENTRY-COUNT
                      MOVE OA-OPERATOR-ID
                          TO NT-OPERATOR-ID (WS-NAME-ENTRY-COUNT)
                      MOVE OA-OPERATOR-NAME
                          TO NT-OPERATOR-NAME (WS-NAME-ENTRY-COUNT)
                  ELSE
                      IF NT-OPERATOR-NAME (WS-NAME-FOUND-SUB) = SPACE
                          MOVE OA-OPERATOR-NAME
                              TO NT-OPERATOR-NAME (WS-NAME-FOUND-SUB)
                      END-IF
                  END-IF
              END-IF
              PERFORM 135-READ-OPERATOR-AUTH
           END-PERFORM
           CLOSE I_OPERAUTH
           MOVE SPACE TO WS-CURRENT-OPERATOR.

       135-READ-OPERATOR-AUTH.
           READ I_OPERAUTH
               AT END MOVE "Y" TO OPERAUTH-EOF-SWITCH
           END-READ.

       210-READ-SORTED-LOG.
           READ OPERSRTD
               AT END MOVE "Y" TO OPERSRTD-EOF-SWITCH
           END-READ
           IF OPERSRTD-EOF-SWITCH = "N"
               ADD 1 TO WS-LOG-IN-COUNT
           END-IF.

       230-PRINT-OPER-HEADINGS.
           ADD 1 TO OPER-PAGE-COUNT
           MOVE ZERO TO OPER-LINE-COUNT

           MOVE CD-MONTH        TO OH1-MONTH
           MOVE CD-DAY          TO OH1-DAY
           MOVE CD-YEAR         TO OH1-YEAR
           MOVE OPER-PAGE-COUNT TO OH1-PAGE
           MOVE CD-HOURS        TO OH2-HOURS
           MOVE CD-MINUTES      TO OH2-MINUTES
           MOVE WS-REPORT-MONTH TO OH2-PERIOD-MONTH
           MOVE WS-REPORT-YEAR  TO OH2-PERIOD-YEAR

           MOVE OPER-HEADING-LINE-1 TO OPER-PRINT-AREA
           WRITE OPER-PRINT-AREA

           MOVE OPER-HEADING-LINE-2 TO OPER-PRINT-AREA
           WRITE OPER-PRINT-AREA

           MOVE SPACE TO OPER-PRINT-AREA
           WRITE OPER-PRINT-AREA

           MOVE OPER-HEADING-LINE-3 TO OPER-PRINT-AREA
           WRITE OPER-PRINT-AREA

           MOVE ALL "-" TO OPER-PRINT-AREA
           WRITE OPER-PRINT-AREA.

       300-PROCESS-LOG-ENTRY.
           COMPUTE WS-ITEM-PERIOD = OL-CHANGE-DATE / 100
           IF WS-ITEM-PERIOD NOT = WS-REPORT-PERIOD
               ADD 1 TO WS-OUTSIDE-COUNT
           ELSE
               IF WS-FIRST-OPERATOR-SWITCH = "Y"
                  OR OL-OPERATOR-ID NOT = WS-CURRENT-OPERATOR
                   IF WS-FIRST-OPERATOR-SWITCH = "N"
                       PERFORM 520-PRINT-OPERATOR-TOTALS
                   END-IF
                   MOVE "N" TO WS-FIRST-OPERATOR-SWITCH
                   MOVE OL-OPERATOR-ID TO WS-CURRENT-OPERATOR
                   PERFORM 510-PRINT-OPERATOR-HEADER
               END-IF
               PERFORM 310-COUNT-LOG-ENTRY
               PERFORM 500-PRINT-DETAIL-LINE
           END-IF.

       310-COUNT-LOG-ENTRY.
           ADD 1 TO WS-LISTED-COUNT
           IF OL-ENTRY-STATUS = "U"
               ADD 1 TO WS-OPER-UNAUTH-COUNT
               ADD 1 TO WS-TOTAL-UNAUTH-COUNT
               MOVE 4 TO WS-REPORT-RETURN-CODE
           ELSE
               EVALUATE OL-PROGRAM-ID
                   WHEN "CUST1000"
                       ADD 1 TO WS-OPER-CUST-COUNT
                       ADD 1 TO WS-TOTAL-CUST-COUNT
                   WHEN "REF1000"
                       ADD 1 TO WS-OPER-REF-COUNT
                       ADD 1 TO WS-TOTAL-REF-COUNT
                   WHEN "CAL1000"
                       ADD 1 TO WS-OPER-CAL-COUNT
                       ADD 1 TO WS-TOTAL-CAL-COUNT
               END-EVALUATE
           END-IF.

       320-FIND-OPERATOR-NAME.
           MOVE ZERO TO WS-NAME-FOUND-SUB
           PERFORM VARYING WS-NAME-SUB FROM 1 BY 1
                   UNTIL WS-NAME-SUB > WS-NAME-ENTRY-COUNT
                      OR WS-NAME-FOUND-SUB > ZERO
              IF NT-OPERATOR-ID (WS-NAME-SUB) = WS-CURRENT-OPERATOR
                  MOVE WS-NAME-SUB TO WS-NAME-FOUND-SUB
              END-IF
           END-PERFORM.

       500-PRINT-DETAIL-LINE.
           IF OPER-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-OPER-HEADINGS
           END-IF

           MOVE OL-CHANGE-MONTH   TO ODL-MONTH
           MOVE OL-CHANGE-DAY     TO ODL-DAY
           MOVE OL-CHANGE-YEAR    TO ODL-YEAR
           MOVE OL-CHANGE-HOURS   TO ODL-HOURS
           MOVE OL-CHANGE-MINUTES TO ODL-MINUTES
           MOVE OL-CHANGE-SECONDS TO ODL-SECONDS
           MOVE OL-PROGRAM-ID     TO ODL-PROGRAM
           MOVE OL-FUNCTION-CODE  TO ODL-FUNCTION
           MOVE OL-RECORD-KEY     TO ODL-KEY
           MOVE OL-NEW-KEY        TO ODL-NEW-KEY
           MOVE OL-DESCRIPTION    TO ODL-DESCRIPTION
           IF OL-ENTRY-STATUS = "U"
               MOVE "NOT AUTHORIZED" TO ODL-ACTION
           ELSE
               MOVE "CHANGED"        TO ODL-ACTION
           END-IF

           MOVE OPERATOR-DETAIL-LINE TO OPER-PRINT-AREA
           WRITE OPER-PRINT-AREA
           ADD 1 TO OPER-LINE-COUNT.

       510-PRINT-OPERATOR-HEADER.
           ADD 1 TO WS-OPERATOR-COUNT
           MOVE ZERO TO WS-OPER-CUST-COUNT WS-OPER-REF-COUNT
                        WS-OPER-CAL-COUNT WS-OPER-UNAUTH-COUNT

           MOVE OL-OPERATOR-ID TO OHL-OPERATOR-ID
           IF OL-OPERATOR-ID = SPACE
               MOVE "** NO OPERATOR ID **" TO OHL-OPERATOR-NAME
           ELSE
               PERFORM 320-FIND-OPERATOR-NAME
               IF WS-NAME-FOUND-SUB = ZERO
                   MOVE "** NOT ON OPERAUTH **" TO OHL-OPERATOR-NAME
               ELSE
                   MOVE NT-OPERATOR-NAME (WS-NAME-FOUND-SUB)
                       TO OHL-OPERATOR-NAME
               END-IF
           END-IF

           IF OPER-LINE-COUNT + 4 > LINES-ON-PAGE
               PERFORM 230-PRINT-OPER-HEADINGS
           END-IF

           MOVE SPACE TO OPER-PRINT-AREA
           WRITE OPER-PRINT-AREA

           MOVE OPERATOR-HEADER-LINE TO OPER-PRINT-AREA
           WRITE OPER-PRINT-AREA
           ADD 2 TO OPER-LINE-COUNT.

       520-PRINT-OPERATOR-TOTALS.
           IF OPER-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-OPER-HEADINGS
           END-IF

           MOVE WS-OPER-CUST-COUNT   TO OTL-CUST-COUNT
           MOVE WS-OPER-REF-COUNT    TO OTL-REF-COUNT
           MOVE WS-OPER-CAL-COUNT    TO OTL-CAL-COUNT
           MOVE WS-OPER-UNAUTH-COUNT TO OTL-UNAUTH-COUNT

           MOVE OPERATOR-TOTAL-LINE TO OPER-PRINT-AREA
           WRITE OPER-PRINT-AREA
           ADD 1 TO OPER-LINE-COUNT.

       700-PRINT-CONTROL-TOTALS.
           MOVE SPACE TO OPER-PRINT-AREA
           WRITE OPER-PRINT-AREA

           MOVE "LOG RECORDS READ:" TO OCL-CAPTION
           MOVE WS-LOG-IN-COUNT TO OCL-COUNT
           MOVE OPER-COUNT-LINE TO OPER-PRINT-AREA
           WRITE OPER-PRINT-AREA

           MOVE "LOG RECORDS OUTSIDE PERIOD:" TO OCL-CAPTION
           MOVE WS-OUTSIDE-COUNT TO OCL-COUNT
           MOVE OPER-COUNT-LINE TO OPER-PRINT-AREA
           WRITE OPER-PRINT-AREA

           MOVE "LOG RECORDS LISTED:" TO OCL-CAPTION
           MOVE WS-LISTED-COUNT TO OCL-COUNT
           MOVE OPER-COUNT-LINE TO OPER-PRINT-AREA
           WRITE OPER-PRINT-AREA

           MOVE "OPERATORS LISTED:" TO OCL-CAPTION
           MOVE WS-OPERATOR-COUNT TO OCL-COUNT
           MOVE OPER-COUNT-LINE TO OPER-PRINT-AREA
           WRITE OPER-PRINT-AREA

           MOVE "CUST1000 CHANGES:" TO OCL-CAPTION
           MOVE WS-TOTAL-CUST-COUNT TO OCL-COUNT
           MOVE OPER-COUNT-LINE TO OPER-PRINT-AREA
           WRITE OPER-PRINT-AREA

           MOVE "REF1000 CHANGES:" TO OCL-CAPTION
           MOVE WS-TOTAL-REF-COUNT TO OCL-COUNT
           MOVE OPER-COUNT-LINE TO OPER-PRINT-AREA
           WRITE OPER-PRINT-AREA

           MOVE "CAL1000 CHANGES:" TO OCL-CAPTION
           MOVE WS-TOTAL-CAL-COUNT TO OCL-COUNT
           MOVE OPER-COUNT-LINE TO OPER-PRINT-AREA
           WRITE OPER-PRINT-AREA

           MOVE "UNAUTHORIZED ATTEMPTS:" TO OCL-CAPTION
           MOVE WS-TOTAL-UNAUTH-COUNT TO OCL-COUNT
           MOVE OPER-COUNT-LINE TO OPER-PRINT-AREA
           WRITE OPER-PRINT-AREA.

       910-NAME-TABLE-FULL-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** MORE THAN " WS-NAME-TABLE-MAX
               " OPERATORS ON OPERAUTH"
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "OPER1000 ABENDING - OPERATOR NAME TABLE FULL"
               UPON CONSOLE

           CLOSE I_OPERAUTH
           MOVE 16 TO RETURN-CODE
           STOP RUN.
