      *              monthly commission run.  Writes a new REFMAST in
      *              record-type/number sequence and a combined audit
      *              and reject report.
      *              Each transaction carries the entering operator ID
      *              in columns 73-80, and the operator must be
      *              authorized for the function code on OPERAUTH (an
      *              * function code authorizes every function); a
      *              missing or unauthorized operator is rejected with
      *              its own reason.  The operator ID prints on every
      *              before/after audit and reject line, and each
      *              change or unauthorized attempt is appended to the
      *              OPERLOG operator activity log at the end of a
      *              successful run for OPER1000.
      ****************************************************************

       ENVIRONMENT DIVISION.
           SELECT I_REFTRAN   ASSIGN TO REFTRAN.
           SELECT O_NEWREF    ASSIGN TO NEWREF.
           SELECT O_REFRPT    ASSIGN TO REFRPT.
           SELECT I_OPERAUTH  ASSIGN TO OPERAUTH.
           SELECT OPERWORK    ASSIGN TO OPERWORK.
           SELECT OPTIONAL O_OPERLOG ASSIGN TO OPERLOG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 RT-COMMISSION-RATE    PIC X(4).
           05 RT-COMMISSION-RATE-9 REDEFINES RT-COMMISSION-RATE
                                    PIC 9V999.
           05 FILLER                PIC X(44).
           05 RT-OPERATOR-ID        PIC X(8).

       FD  O_NEWREF
           RECORDING MODE IS F
           BLOCK CONTAINS 130 CHARACTERS.
       01  REF-PRINT-AREA           PIC X(130).

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

       WORKING-STORAGE SECTION.

       01  OLDREF-EOF-SWITCH        PIC X VALUE "N".
       01  WS-WORK-ALLOCATED-SWITCH PIC X VALUE "N".
       01  WS-TRAN-ERROR-SWITCH     PIC X VALUE "N".
       01  WS-TRAN-READY-SWITCH     PIC X VALUE "N".
       01  OPERAUTH-EOF-SWITCH      PIC X VALUE "N".
       01  OPERWORK-EOF-SWITCH      PIC X VALUE "N".

       01  WS-WORK-REFERENCE.
           05 WK-RECORD-TYPE        PIC X.
           05 WS-CHANGE-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-DELETE-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-REJECT-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-UNAUTH-COUNT       PIC 9(7) VALUE ZERO.
           05 WS-OPERLOG-COUNT      PIC 9(7) VALUE ZERO.

       01  AUTH-TABLE-FIELDS.
           05 WS-AUTH-PROGRAM       PIC X(8) VALUE "REF1000".
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

           05 RAL-NAME              PIC X(20).
           05 FILLER                PIC X(3) VALUE SPACE.
           05 RAL-RATE              PIC X(4).
           05 FILLER                PIC X(3) VALUE SPACE.
           05 RAL-OPERATOR          PIC X(8).

       01  REF-REJECT-LINE.
           05 RRJ-TRAN-IMAGE        PIC X(24).
           05 FILLER                PIC X(9) VALUE "REJECTED:".
           05 FILLER                PIC X(1) VALUE SPACE.
           05 RRJ-REASON            PIC X(40).
           05 FILLER                PIC X(2) VALUE SPACE.
           05 RRJ-OPERATOR          PIC X(8).

       01  REF-COUNT-LINE.
           05 RCL-CAPTION           PIC X(26).
       PROCEDURE DIVISION.

       000-APPLY-REFMAST-MAINT.
           PERFORM 130-LOAD-OPERATOR-AUTH

           OPEN INPUT  I_OLDREF I_REFTRAN
                OUTPUT O_NEWREF O_REFRPT OPERWORK

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           PERFORM 230-PRINT-REF-HEADINGS

           PERFORM 700-PRINT-CONTROL-TOTALS

           CLOSE I_OLDREF I_REFTRAN O_NEWREF O_REFRPT OPERWORK

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

       210-READ-OLD-REFERENCE.
           READ I_OLDREF
               AT END MOVE "Y" TO OLDREF-EOF-SWITCH
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
           IF RT-FUNCTION-CODE NOT = "A" AND NOT = "C" AND NOT = "D"
               MOVE "INVALID FUNCTION CODE" TO WS-REJECT-REASON
               MOVE "Y" TO WS-TRAN-ERROR-SWITCH
               END-IF
           END-IF.

       227-CHECK-OPERATOR-AUTH.
           MOVE "N" TO WS-AUTH-FOUND-SWITCH
           IF RT-OPERATOR-ID = SPACE
               MOVE "OPERATOR ID MISSING" TO WS-REJECT-REASON
               MOVE "Y" TO WS-TRAN-ERROR-SWITCH
           ELSE
               PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                       UNTIL WS-AUTH-SUB > WS-AUTH-ENTRY-COUNT
                          OR WS-AUTH-FOUND-SWITCH = "Y"
                  IF AT-OPERATOR-ID (WS-AUTH-SUB) = RT-OPERATOR-ID
                     AND (AT-FUNCTION-CODE (WS-AUTH-SUB) =
                          RT-FUNCTION-CODE
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
           MOVE RT-OPERATOR-ID TO RAL-OPERATOR
           EVALUATE RT-FUNCTION-CODE
               WHEN "A"
                   PERFORM 330-APPLY-ADD
               ADD 1 TO WS-ADD-COUNT
               MOVE "A" TO RAL-FUNCTION
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
               PERFORM 500-WRITE-AUDIT-BEFORE
               MOVE "N" TO WS-WORK-ALLOCATED-SWITCH
               ADD 1 TO WS-DELETE-COUNT
               PERFORM 540-LOG-OPERATOR-CHANGE
           END-IF.

       230-PRINT-REF-HEADINGS.
           WRITE REF-PRINT-AREA
           ADD 1 TO REF-LINE-COUNT.

       540-LOG-OPERATOR-CHANGE.
           MOVE "A"     TO OE-ENTRY-STATUS
           MOVE WK-NAME TO OE-DESCRIPTION
           PERFORM 550-WRITE-OPERATOR-LOG.

       545-LOG-UNAUTHORIZED.
           MOVE "U"     TO OE-ENTRY-STATUS
           MOVE RT-NAME TO OE-DESCRIPTION
           PERFORM 550-WRITE-OPERATOR-LOG.

       550-WRITE-OPERATOR-LOG.
           MOVE FUNCTION CURRENT-DATE TO OE-CHANGE-TIMESTAMP
           MOVE RT-OPERATOR-ID   TO OE-OPERATOR-ID
           MOVE WS-AUTH-PROGRAM  TO OE-PROGRAM-ID
           MOVE RT-FUNCTION-CODE TO OE-FUNCTION-CODE
           MOVE REFERENCE-TRAN-RECORD (2:3) TO OE-RECORD-KEY
           MOVE SPACE            TO OE-NEW-KEY
           WRITE OPERATOR-WORK-RECORD FROM OPERATOR-LOG-ENTRY
           ADD 1 TO WS-OPERLOG-COUNT.

       600-WRITE-REJECT.
           IF REF-LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-REF-HEADINGS
           END-IF

           MOVE REFERENCE-TRAN-RECORD (1:24) TO RRJ-TRAN-IMAGE
           MOVE RT-OPERATOR-ID TO RRJ-OPERATOR
           MOVE WS-REJECT-REASON TO RRJ-REASON
           MOVE REF-REJECT-LINE TO REF-PRINT-AREA
           WRITE REF-PRINT-AREA
           MOVE REF-COUNT-LINE TO REF-PRINT-AREA
           WRITE REF-PRINT-AREA

           MOVE "UNAUTHORIZED REJECTED:" TO RCL-CAPTION
           MOVE WS-UNAUTH-COUNT TO RCL-COUNT
           MOVE REF-COUNT-LINE TO REF-PRINT-AREA
           WRITE REF-PRINT-AREA

           MOVE "REFERENCE RECORDS OUT:" TO RCL-CAPTION
           MOVE WS-MASTER-OUT-COUNT TO RCL-COUNT
           MOVE REF-COUNT-LINE TO REF-PRINT-AREA
           WRITE REF-PRINT-AREA

           MOVE "OPERATOR LOG ENTRIES:" TO RCL-CAPTION
           MOVE WS-OPERLOG-COUNT TO RCL-COUNT
           MOVE REF-COUNT-LINE TO REF-PRINT-AREA
           WRITE REF-PRINT-AREA.

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
           STRING "**ERROR** I_OLDREF OUT OF SEQUENCE - TYPE "
           MOVE WS-ERROR-LINE TO REF-PRINT-AREA
           WRITE REF-PRINT-AREA

           CLOSE I_OLDREF I_REFTRAN O_NEWREF O_REFRPT OPERWORK
           MOVE 16 TO RETURN-CODE
           STOP RUN.

           MOVE WS-ERROR-LINE TO REF-PRINT-AREA
           WRITE REF-PRINT-AREA

           CLOSE I_OLDREF I_REFTRAN O_NEWREF O_REFRPT OPERWORK
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       910-AUTH-TABLE-FULL-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** MORE THAN " WS-AUTH-TABLE-MAX
               " OPERAUTH ENTRIES FOR " WS-AUTH-PROGRAM
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "REF1000 ABENDING - AUTHORIZATION TABLE FULL"
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
           DISPLAY "REF1000 ABENDING - NO OPERATOR AUTHORIZATIONS"
               UPON CONSOLE

           MOVE 16 TO RETURN-CODE
           STOP RUN.
