       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTG1000.
      ****************************************************************
      * PROGRAM NAME: INTG1000
      * AUTHORS: Hayden Schmidt & Jacob Schamp
      * DATE: 10/13/2026
      * DESCRIPTION: Cross-File Integrity Audit - run weekly to prove
      *              that the customer files agree with each other.
      *              Reads the indexed CUSTMAST and ADDRMAST, the
      *              retained invoice HISTORY file and the customer
      *              archive in branch/rep/customer sequence, and
      *              loads the branch and salesrep numbers from
      *              REFMAST.  For each customer it proves
      *              CM-SALES-THIS-YTD against the net of the
      *              customer's current-year HISTORY (invoices add,
      *              credit memos subtract, reversed invoices count
      *              nothing), checks that an address record exists,
      *              that the key is not also in the archive, that
      *              the branch and salesrep are on REFMAST, and that
      *              the twelve monthly buckets sum to THIS-YTD.
      *              ADDRMAST records with no customer are also
      *              reported.  Exceptions are held on a work file,
      *              sorted, and listed by failure type with a count
      *              for each type, followed by a summary of counts.
      *              The audit year defaults to the current year and
      *              may be overridden on the INTGPARM card (YYYY).
      *              RETURN-CODE 8 means at least one exception was
      *              found, so the stream can be held.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AD-MASTER-KEY.
           SELECT I_HISTORY   ASSIGN TO HISTORY.
           SELECT I_ARCHIVE   ASSIGN TO ARCHIVE.
           SELECT I_REFMAST   ASSIGN TO REFMAST.
           SELECT OPTIONAL I_INTGPARM ASSIGN TO INTGPARM
               ORGANIZATION IS SEQUENTIAL.
           SELECT INTGWORK    ASSIGN TO INTGWORK.
           SELECT INTG-SORT-FILE ASSIGN TO SORTWK1.
           SELECT INTGSRTD    ASSIGN TO INTGSRTD.
           SELECT O_INTGRPT   ASSIGN TO INTGRPT.

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
           05 CM-SALES-THIS-YTD     PIC S9(5)V99.
           05 CM-SALES-LAST-YTD     PIC S9(5)V99.
           05 CM-SALES-BUDGET-YTD   PIC S9(5)V99.
           05 CM-ROLLOVER-YEAR      PIC X(4).
           05 CM-MONTHLY-SALES.
              10 CM-MONTH-SALES OCCURS 12 TIMES
                                    PIC S9(5)V99 COMP-3.
           05 FILLER                PIC X(28).

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
           05 HI-INVOICE-DATE-R REDEFINES HI-INVOICE-DATE.
              10 HI-INVOICE-YEAR    PIC X(4).
              10 HI-INVOICE-YEAR-9 REDEFINES HI-INVOICE-YEAR
                                    PIC 9(4).
              10 FILLER             PIC X(4).
           05 HI-INVOICE-AMOUNT     PIC S9(5)V99.
           05 HI-POSTING-DATE       PIC 9(8).
           05 HI-RECORD-TYPE        PIC X.
           05 FILLER                PIC X(1).

       FD  I_ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 250 CHARACTERS
           BLOCK CONTAINS 250 CHARACTERS.
       01  CUSTOMER-ARCHIVE-RECORD.
           05 AR-MASTER-IMAGE.
              10 AR-RECORD-KEY      PIC X(9).
              10 AR-RECORD-KEY-9 REDEFINES AR-RECORD-KEY
                                    PIC 9(9).
              10 FILLER             PIC X(121).
           05 AR-DELETE-DATE        PIC 9(8).
           05 AR-DELETE-TIME        PIC 9(4).
           05 AR-ADDR-PRESENT       PIC X.
           05 AR-ADDRESS-IMAGE      PIC X(100).
           05 AR-ARCHIVE-REASON     PIC X.
           05 AR-MERGED-INTO-KEY    PIC 9(9) COMP-3.
           05 FILLER                PIC X(1).

       FD  I_REFMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  REFERENCE-RECORD.
           05 RF-RECORD-TYPE        PIC X.
           05 RF-NUMBER             PIC X(2).
           05 RF-NUMBER-9 REDEFINES RF-NUMBER
                                    PIC 9(2).
           05 FILLER                PIC X(77).

       FD  I_INTGPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  INTG-PARM-RECORD.
           05 IP-AUDIT-YEAR         PIC X(4).
           05 IP-AUDIT-YEAR-9 REDEFINES IP-AUDIT-YEAR
                                    PIC 9(4).
           05 FILLER                PIC X(76).

       FD  INTGWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 100 CHARACTERS.
       01  INTG-WORK-RECORD         PIC X(100).

       SD  INTG-SORT-FILE.
       01  INTG-SORT-RECORD.
           05 IS-CHECK-TYPE         PIC 9(1).
           05 IS-MASTER-KEY         PIC X(9).
           05 FILLER                PIC X(90).

       FD  INTGSRTD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 100 CHARACTERS.
       01  INTG-SORTED-RECORD       PIC X(100).

       FD  O_INTGRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA               PIC X(130).

       WORKING-STORAGE SECTION.

       01  CUSTMAST-EOF-SWITCH      PIC X VALUE "N".
       01  ADDRMAST-EOF-SWITCH      PIC X VALUE "N".
       01  HISTORY-EOF-SWITCH       PIC X VALUE "N".
       01  ARCHIVE-EOF-SWITCH       PIC X VALUE "N".
       01  REFMAST-EOF-SWITCH       PIC X VALUE "N".
       01  INTGPARM-EOF-SWITCH      PIC X VALUE "N".
       01  INTGSRTD-EOF-SWITCH      PIC X VALUE "N".
       01  WS-BUCKETS-VALID-SWITCH  PIC X VALUE "Y".

       01  VALID-BRANCH-TABLE.
           05 VALID-BRANCH-FLAG OCCURS 100 TIMES
                                    PIC X VALUE "N".

       01  VALID-SALESREP-TABLE.
           05 VALID-SALESREP-FLAG OCCURS 100 TIMES
                                    PIC X VALUE "N".

       01  WS-TABLE-SUBSCRIPT       PIC 9(3) VALUE ZERO.
       01  WS-MONTH-SUBSCRIPT       PIC 9(3) VALUE ZERO.
       01  WS-CHECK-SUBSCRIPT       PIC 9(3) VALUE ZERO.

       01  SEQUENCE-CHECK-FIELDS.
           05 WS-MASTER-KEY         PIC 9(10) VALUE ZERO.
           05 WS-LAST-MASTER-KEY    PIC 9(10) VALUE ZERO.
           05 WS-ADDR-KEY           PIC 9(10) VALUE ZERO.
           05 WS-LAST-ADDR-KEY      PIC 9(10) VALUE ZERO.
           05 WS-HISTORY-KEY        PIC 9(10) VALUE ZERO.
           05 WS-LAST-HISTORY-KEY   PIC 9(10) VALUE ZERO.
           05 WS-ARCH-KEY           PIC 9(10) VALUE ZERO.
           05 WS-LAST-ARCH-KEY      PIC 9(10) VALUE ZERO.
           05 WS-ACTIVE-KEY         PIC 9(10) VALUE ZERO.
           05 WS-HIGH-KEY           PIC 9(10) VALUE 9999999999.

       01  AUDIT-FIELDS.
           05 WS-AUDIT-YEAR         PIC 9(4) VALUE ZERO.
           05 WS-HISTORY-NET        PIC S9(7)V99 VALUE ZERO.
           05 WS-BUCKET-TOTAL       PIC S9(7)V99 VALUE ZERO.
           05 WS-PREVIOUS-CHECK-TYPE PIC 9(1) VALUE ZERO.
           05 WS-DIFFERENCE         PIC S9(7)V99 VALUE ZERO.
           05 WS-REF-NUMBER-EDIT    PIC 9(2) VALUE ZERO.
           05 WS-MONTH-EDIT         PIC 9(2) VALUE ZERO.
           05 WS-MERGED-INTO-KEY    PIC 9(9) VALUE ZERO.
           05 WS-MERGED-INTO-KEY-R REDEFINES WS-MERGED-INTO-KEY.
              10 WS-MERGED-BRANCH   PIC 9(2).
              10 WS-MERGED-SALESREP PIC 9(2).
              10 WS-MERGED-CUSTOMER PIC 9(5).
           05 WS-ARCHIVE-DATE       PIC 9(8) VALUE ZERO.
           05 WS-ARCHIVE-DATE-R REDEFINES WS-ARCHIVE-DATE.
              10 WS-ARCHIVE-YEAR    PIC 9(4).
              10 WS-ARCHIVE-MONTH   PIC 9(2).
              10 WS-ARCHIVE-DAY     PIC 9(2).

       01  COUNT-FIELDS.
           05 WS-MASTER-IN-COUNT    PIC 9(9) VALUE ZERO.
           05 WS-ADDR-IN-COUNT      PIC 9(9) VALUE ZERO.
           05 WS-HISTORY-IN-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-HISTORY-USED-COUNT PIC 9(9) VALUE ZERO.
           05 WS-HISTORY-ORPHAN-COUNT PIC 9(9) VALUE ZERO.
           05 WS-ARCH-IN-COUNT      PIC 9(9) VALUE ZERO.
           05 WS-REFMAST-COUNT      PIC 9(7) VALUE ZERO.
           05 WS-EXCEPTION-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-LISTED-COUNT       PIC 9(7) VALUE ZERO.

      *    FAILURE TYPES 1-7, IN THE ORDER THEY ARE LISTED
       01  CHECK-CAPTION-VALUES.
           05 FILLER                PIC X(40)
                    VALUE "THIS YTD NOT EQUAL TO HISTORY NET".
           05 FILLER                PIC X(40)
                    VALUE "ADDRESS RECORD WITH NO CUSTOMER".
           05 FILLER                PIC X(40)
                    VALUE "CUSTOMER WITH NO ADDRESS RECORD".
           05 FILLER                PIC X(40)
                    VALUE "CUSTOMER KEY ACTIVE AND ARCHIVED".
           05 FILLER                PIC X(40)
                    VALUE "BRANCH NOT ON REFMAST".
           05 FILLER                PIC X(40)
                    VALUE "SALESREP NOT ON REFMAST".
           05 FILLER                PIC X(40)
                    VALUE "MONTH BUCKETS NOT EQUAL TO THIS YTD".
       01  CHECK-CAPTION-TABLE REDEFINES CHECK-CAPTION-VALUES.
           05 CHECK-CAPTION OCCURS 7 TIMES
                                    PIC X(40).

       01  CHECK-COUNT-TABLE.
           05 CHECK-COUNT OCCURS 7 TIMES
                                    PIC 9(7) VALUE ZERO.

       01  WS-EXCEPTION-RECORD.
           05 EW-CHECK-TYPE         PIC 9(1).
           05 EW-MASTER-KEY.
              10 EW-BRANCH-NUMBER   PIC 9(2).
              10 EW-SALESREP-NUMBER PIC 9(2).
              10 EW-CUSTOMER-NUMBER PIC 9(5).
           05 EW-NAME               PIC X(20).
           05 EW-AMOUNTS-SWITCH     PIC X.
           05 EW-FILE-AMOUNT        PIC S9(7)V99.
           05 EW-PROVEN-AMOUNT      PIC S9(7)V99.
           05 EW-MESSAGE            PIC X(40).
           05 FILLER                PIC X(11).

       01  PAGE-INFO.
           05 PAGE-COUNT            PIC 9(3) VALUE ZERO.
           05 LINE-COUNT            PIC 9(3) VALUE 99.
           05 LINES-ON-PAGE         PIC 9(3) VALUE 55.

       01  WS-ERROR-LINE            PIC X(130).

       01  CURRENT-DATE-AND-TIME.
           05 CD-YEAR               PIC 9(4).
           05 CD-MONTH              PIC 9(2).
           05 CD-DAY                PIC 9(2).
           05 CD-HOURS              PIC 9(2).
           05 CD-MINUTES            PIC 9(2).
           05 FILLER                PIC X(9).

       01  HEADING-LINE-1.
           05 FILLER                PIC X(7)  VALUE "DATE:  ".
           05 HL1-MONTH             PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 HL1-DAY               PIC 9(2).
           05 FILLER                PIC X     VALUE "/".
           05 HL1-YEAR              PIC 9(4).
           05 FILLER                PIC X(16) VALUE SPACE.
           05 FILLER                PIC X(33)
                    VALUE "CROSS-FILE INTEGRITY AUDIT".
           05 FILLER                PIC X(16) VALUE SPACE.
           05 FILLER                PIC X(7)  VALUE "PAGE:  ".
           05 HL1-PAGE              PIC ZZZ9.

       01  HEADING-LINE-2.
           05 FILLER                PIC X(7)  VALUE "TIME:  ".
           05 HL2-HOURS             PIC 9(2).
           05 FILLER                PIC X     VALUE ":".
           05 HL2-MINUTES           PIC 9(2).
           05 FILLER                PIC X(5)  VALUE SPACE.
           05 FILLER                PIC X(12) VALUE "AUDIT YEAR: ".
           05 HL2-AUDIT-YEAR        PIC 9(4).
           05 FILLER                PIC X(51) VALUE SPACE.
           05 FILLER                PIC X(8)  VALUE "INTG1000".

       01  HEADING-LINE-3.
           05 FILLER PIC X(13) VALUE "BR RP CUST".
           05 FILLER PIC X(22) VALUE "CUSTOMER NAME / STREET".
           05 FILLER PIC X(16) VALUE "   FILE AMOUNT".
           05 FILLER PIC X(16) VALUE " PROVEN AMOUNT".
           05 FILLER PIC X(16) VALUE "    DIFFERENCE".
           05 FILLER PIC X(40) VALUE "EXCEPTION DETAIL".

       01  DASH-LINE.
           05 FILLER PIC X(130) VALUE ALL "-".

       01  CHECK-HEADING-LINE.
           05 FILLER                PIC X(6)  VALUE "CHECK ".
           05 CHL-CHECK-TYPE        PIC 9.
           05 FILLER                PIC X(3)  VALUE " - ".
           05 CHL-CAPTION           PIC X(40).

       01  EXCEPTION-DETAIL-LINE.
           05 XDL-BRANCH            PIC 99.
           05 FILLER                PIC X     VALUE SPACE.
           05 XDL-REP               PIC 99.
           05 FILLER                PIC X     VALUE SPACE.
           05 XDL-CUST              PIC 9(5).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 XDL-NAME              PIC X(20).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 XDL-FILE-AMOUNT       PIC ZZ,ZZZ,ZZ9.99-.
           05 XDL-FILE-AMOUNT-X REDEFINES XDL-FILE-AMOUNT
                                    PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 XDL-PROVEN-AMOUNT     PIC ZZ,ZZZ,ZZ9.99-.
           05 XDL-PROVEN-AMOUNT-X REDEFINES XDL-PROVEN-AMOUNT
                                    PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 XDL-DIFFERENCE        PIC ZZ,ZZZ,ZZ9.99-.
           05 XDL-DIFFERENCE-X REDEFINES XDL-DIFFERENCE
                                    PIC X(14).
           05 FILLER                PIC X(2)  VALUE SPACE.
           05 XDL-MESSAGE           PIC X(40).

       01  INTG-COUNT-LINE.
           05 ICL-CAPTION           PIC X(40).
           05 ICL-COUNT             PIC ZZZ,ZZZ,ZZ9.

       01  NO-EXCEPTION-LINE.
           05 FILLER                PIC X(36)
                    VALUE "** NO INTEGRITY EXCEPTIONS FOUND **".

       PROCEDURE DIVISION.

       000-AUDIT-FILE-INTEGRITY.
           OPEN INPUT  I_CUSTMAST I_CUSTADDR I_HISTORY I_ARCHIVE
                       I_REFMAST
                OUTPUT INTGWORK O_INTGRPT

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME
           PERFORM 100-READ-INTG-PARM
           PERFORM 110-LOAD-REFERENCE-TABLES

           PERFORM 230-PRINT-HEADINGS

           PERFORM 210-READ-CUSTOMER-RECORD
           PERFORM 214-READ-ADDRESS-RECORD
           PERFORM 216-READ-HISTORY-RECORD
           PERFORM 218-READ-ARCHIVE-RECORD

           PERFORM UNTIL WS-MASTER-KEY = WS-HIGH-KEY
                     AND WS-ADDR-KEY   = WS-HIGH-KEY
              PERFORM 300-PROCESS-KEY-GROUP
           END-PERFORM

           PERFORM UNTIL WS-HISTORY-KEY = WS-HIGH-KEY
              ADD 1 TO WS-HISTORY-ORPHAN-COUNT
              PERFORM 216-READ-HISTORY-RECORD
           END-PERFORM
           PERFORM UNTIL WS-ARCH-KEY = WS-HIGH-KEY
              PERFORM 218-READ-ARCHIVE-RECORD
           END-PERFORM

           CLOSE I_CUSTMAST I_CUSTADDR I_HISTORY I_ARCHIVE I_REFMAST
                 INTGWORK

           SORT INTG-SORT-FILE
               ON ASCENDING KEY IS-CHECK-TYPE IS-MASTER-KEY
               WITH DUPLICATES IN ORDER
               USING INTGWORK
               GIVING INTGSRTD

           OPEN INPUT INTGSRTD
           PERFORM 220-READ-SORTED-EXCEPTION
           PERFORM UNTIL INTGSRTD-EOF-SWITCH = "Y"
              PERFORM 500-PRINT-EXCEPTION
              PERFORM 220-READ-SORTED-EXCEPTION
           END-PERFORM
           IF WS-PREVIOUS-CHECK-TYPE NOT = ZERO
               PERFORM 520-PRINT-CHECK-TOTAL
           END-IF
           CLOSE INTGSRTD

           PERFORM 700-PRINT-CONTROL-TOTALS

           CLOSE O_INTGRPT

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-READ-INTG-PARM.
           MOVE CD-YEAR TO WS-AUDIT-YEAR

           OPEN INPUT I_INTGPARM
           READ I_INTGPARM
               AT END MOVE "Y" TO INTGPARM-EOF-SWITCH
           END-READ
           CLOSE I_INTGPARM

           IF INTGPARM-EOF-SWITCH = "N"
              AND IP-AUDIT-YEAR NUMERIC
              AND IP-AUDIT-YEAR-9 > ZERO
               MOVE IP-AUDIT-YEAR-9 TO WS-AUDIT-YEAR
           END-IF.

       110-LOAD-REFERENCE-TABLES.
           PERFORM UNTIL REFMAST-EOF-SWITCH = "Y"
              READ I_REFMAST
                  AT END MOVE "Y" TO REFMAST-EOF-SWITCH
              END-READ
              IF REFMAST-EOF-SWITCH = "N"
                 ADD 1 TO WS-REFMAST-COUNT
                 IF RF-NUMBER NUMERIC
                    COMPUTE WS-TABLE-SUBSCRIPT = RF-NUMBER-9 + 1
                    IF RF-RECORD-TYPE = "B"
                       MOVE "Y"
                         TO VALID-BRANCH-FLAG(WS-TABLE-SUBSCRIPT)
                    END-IF
                    IF RF-RECORD-TYPE = "R"
                       MOVE "Y"
                         TO VALID-SALESREP-FLAG(WS-TABLE-SUBSCRIPT)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-REFMAST-COUNT = ZERO
               PERFORM 910-REFMAST-EMPTY-ABORT
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

       214-READ-ADDRESS-RECORD.
           READ I_CUSTADDR
               AT END MOVE "Y" TO ADDRMAST-EOF-SWITCH
           END-READ
           IF ADDRMAST-EOF-SWITCH = "Y"
               MOVE WS-HIGH-KEY TO WS-ADDR-KEY
           ELSE
               ADD 1 TO WS-ADDR-IN-COUNT
               COMPUTE WS-ADDR-KEY =
                   (AD-BRANCH-NUMBER    * 10000000)
                 + (AD-SALESREP-NUMBER  * 100000)
                 + AD-CUSTOMER-NUMBER
               IF WS-ADDR-KEY < WS-LAST-ADDR-KEY
                   PERFORM 904-ADDRESS-SEQUENCE-ABORT
               END-IF
               MOVE WS-ADDR-KEY TO WS-LAST-ADDR-KEY
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

       218-READ-ARCHIVE-RECORD.
           READ I_ARCHIVE
               AT END MOVE "Y" TO ARCHIVE-EOF-SWITCH
           END-READ
           IF ARCHIVE-EOF-SWITCH = "Y"
               MOVE WS-HIGH-KEY TO WS-ARCH-KEY
           ELSE
               ADD 1 TO WS-ARCH-IN-COUNT
               IF AR-RECORD-KEY NUMERIC
                   MOVE AR-RECORD-KEY-9 TO WS-ARCH-KEY
               ELSE
                   MOVE ZERO TO WS-ARCH-KEY
               END-IF
               IF WS-ARCH-KEY < WS-LAST-ARCH-KEY
                   PERFORM 912-ARCHIVE-SEQUENCE-ABORT
               END-IF
               MOVE WS-ARCH-KEY TO WS-LAST-ARCH-KEY
           END-IF.

       220-READ-SORTED-EXCEPTION.
           READ INTGSRTD
               AT END MOVE "Y" TO INTGSRTD-EOF-SWITCH
           END-READ.

       230-PRINT-HEADINGS.
           ADD 1 TO PAGE-COUNT
           MOVE ZERO TO LINE-COUNT

           MOVE CD-MONTH      TO HL1-MONTH
           MOVE CD-DAY        TO HL1-DAY
           MOVE CD-YEAR       TO HL1-YEAR
           MOVE PAGE-COUNT    TO HL1-PAGE
           MOVE CD-HOURS      TO HL2-HOURS
           MOVE CD-MINUTES    TO HL2-MINUTES
           MOVE WS-AUDIT-YEAR TO HL2-AUDIT-YEAR

           MOVE HEADING-LINE-1 TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE HEADING-LINE-2 TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE HEADING-LINE-3 TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE DASH-LINE TO PRINT-AREA
           WRITE PRINT-AREA.

       300-PROCESS-KEY-GROUP.
           IF WS-MASTER-KEY < WS-ADDR-KEY
               MOVE WS-MASTER-KEY TO WS-ACTIVE-KEY
           ELSE
               MOVE WS-ADDR-KEY TO WS-ACTIVE-KEY
           END-IF

           IF WS-MASTER-KEY = WS-ACTIVE-KEY
               PERFORM 310-AUDIT-CUSTOMER
               PERFORM 210-READ-CUSTOMER-RECORD
           ELSE
               PERFORM 350-ADDRESS-WITH-NO-CUSTOMER
           END-IF

           IF WS-ADDR-KEY = WS-ACTIVE-KEY
               PERFORM 214-READ-ADDRESS-RECORD
           END-IF.

       310-AUDIT-CUSTOMER.
           PERFORM 320-PROVE-HISTORY-NET

           IF WS-ADDR-KEY NOT = WS-ACTIVE-KEY
               PERFORM 405-START-CUSTOMER-EXCEPTION
               MOVE 3 TO EW-CHECK-TYPE
               MOVE "NO ADDRMAST RECORD FOR CUSTOMER KEY"
                   TO EW-MESSAGE
               PERFORM 400-WRITE-EXCEPTION
           END-IF

           PERFORM 330-CHECK-ARCHIVE
           PERFORM 340-CHECK-REFERENCE
           PERFORM 345-CHECK-MONTH-BUCKETS.

       320-PROVE-HISTORY-NET.
           MOVE ZERO TO WS-HISTORY-NET

           PERFORM UNTIL WS-HISTORY-KEY >= WS-ACTIVE-KEY
              ADD 1 TO WS-HISTORY-ORPHAN-COUNT
              PERFORM 216-READ-HISTORY-RECORD
           END-PERFORM
           PERFORM UNTIL WS-HISTORY-KEY NOT = WS-ACTIVE-KEY
              PERFORM 325-ADD-HISTORY-ITEM
              PERFORM 216-READ-HISTORY-RECORD
           END-PERFORM

           IF CM-SALES-THIS-YTD NOT NUMERIC
               PERFORM 405-START-CUSTOMER-EXCEPTION
               MOVE 1 TO EW-CHECK-TYPE
               MOVE "THIS YTD IS NOT NUMERIC" TO EW-MESSAGE
               PERFORM 400-WRITE-EXCEPTION
           ELSE
               IF CM-SALES-THIS-YTD NOT = WS-HISTORY-NET
                   PERFORM 405-START-CUSTOMER-EXCEPTION
                   MOVE 1 TO EW-CHECK-TYPE
                   MOVE "Y" TO EW-AMOUNTS-SWITCH
                   MOVE CM-SALES-THIS-YTD TO EW-FILE-AMOUNT
                   MOVE WS-HISTORY-NET    TO EW-PROVEN-AMOUNT
                   MOVE "THIS YTD DOES NOT AGREE WITH HISTORY"
                       TO EW-MESSAGE
                   PERFORM 400-WRITE-EXCEPTION
               END-IF
           END-IF.

       325-ADD-HISTORY-ITEM.
           IF HI-INVOICE-YEAR NUMERIC
              AND HI-INVOICE-YEAR-9 = WS-AUDIT-YEAR
              AND HI-INVOICE-AMOUNT NUMERIC
               ADD 1 TO WS-HISTORY-USED-COUNT
               EVALUATE HI-RECORD-TYPE
                   WHEN "C"
                       SUBTRACT HI-INVOICE-AMOUNT FROM WS-HISTORY-NET
                   WHEN "V"
                   WHEN "R"
                       CONTINUE
                   WHEN OTHER
                       ADD HI-INVOICE-AMOUNT TO WS-HISTORY-NET
               END-EVALUATE
           END-IF.

       330-CHECK-ARCHIVE.
           PERFORM UNTIL WS-ARCH-KEY >= WS-ACTIVE-KEY
              PERFORM 218-READ-ARCHIVE-RECORD
           END-PERFORM

           IF WS-ARCH-KEY = WS-ACTIVE-KEY
               PERFORM 405-START-CUSTOMER-EXCEPTION
               MOVE 4 TO EW-CHECK-TYPE
               IF AR-DELETE-DATE NUMERIC
                   MOVE AR-DELETE-DATE TO WS-ARCHIVE-DATE
               ELSE
                   MOVE ZERO TO WS-ARCHIVE-DATE
               END-IF
               IF AR-ARCHIVE-REASON = "M"
                   MOVE AR-MERGED-INTO-KEY TO WS-MERGED-INTO-KEY
                   STRING "MERGED "
                       WS-ARCHIVE-MONTH "/" WS-ARCHIVE-DAY "/"
                       WS-ARCHIVE-YEAR
                       " INTO " WS-MERGED-BRANCH "-"
                       WS-MERGED-SALESREP "-" WS-MERGED-CUSTOMER
                       DELIMITED BY SIZE INTO EW-MESSAGE
                   END-STRING
               ELSE
                   STRING "DELETED TO ARCHIVE "
                       WS-ARCHIVE-MONTH "/" WS-ARCHIVE-DAY "/"
                       WS-ARCHIVE-YEAR
                       DELIMITED BY SIZE INTO EW-MESSAGE
                   END-STRING
               END-IF
               PERFORM 400-WRITE-EXCEPTION
           END-IF.

       340-CHECK-REFERENCE.
           COMPUTE WS-TABLE-SUBSCRIPT = CM-BRANCH-NUMBER + 1
           IF VALID-BRANCH-FLAG(WS-TABLE-SUBSCRIPT) = "N"
               PERFORM 405-START-CUSTOMER-EXCEPTION
               MOVE 5 TO EW-CHECK-TYPE
               MOVE CM-BRANCH-NUMBER TO WS-REF-NUMBER-EDIT
               STRING "NO REFMAST RECORD FOR BRANCH "
                   WS-REF-NUMBER-EDIT
                   DELIMITED BY SIZE INTO EW-MESSAGE
               END-STRING
               PERFORM 400-WRITE-EXCEPTION
           END-IF

           COMPUTE WS-TABLE-SUBSCRIPT = CM-SALESREP-NUMBER + 1
           IF VALID-SALESREP-FLAG(WS-TABLE-SUBSCRIPT) = "N"
               PERFORM 405-START-CUSTOMER-EXCEPTION
               MOVE 6 TO EW-CHECK-TYPE
               MOVE CM-SALESREP-NUMBER TO WS-REF-NUMBER-EDIT
               STRING "NO REFMAST RECORD FOR SALESREP "
                   WS-REF-NUMBER-EDIT
                   DELIMITED BY SIZE INTO EW-MESSAGE
               END-STRING
               PERFORM 400-WRITE-EXCEPTION
           END-IF.

       345-CHECK-MONTH-BUCKETS.
           MOVE ZERO TO WS-BUCKET-TOTAL
           MOVE ZERO TO WS-MONTH-EDIT
           MOVE "Y" TO WS-BUCKETS-VALID-SWITCH
           PERFORM VARYING WS-MONTH-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-MONTH-SUBSCRIPT > 12
              IF CM-MONTH-SALES(WS-MONTH-SUBSCRIPT) NUMERIC
                  ADD CM-MONTH-SALES(WS-MONTH-SUBSCRIPT)
                      TO WS-BUCKET-TOTAL
              ELSE
                  IF WS-BUCKETS-VALID-SWITCH = "Y"
                      MOVE WS-MONTH-SUBSCRIPT TO WS-MONTH-EDIT
                  END-IF
                  MOVE "N" TO WS-BUCKETS-VALID-SWITCH
              END-IF
           END-PERFORM

           IF WS-BUCKETS-VALID-SWITCH = "N"
               PERFORM 405-START-CUSTOMER-EXCEPTION
               MOVE 7 TO EW-CHECK-TYPE
               STRING "MONTH BUCKET " WS-MONTH-EDIT
                   " IS NOT NUMERIC"
                   DELIMITED BY SIZE INTO EW-MESSAGE
               END-STRING
               PERFORM 400-WRITE-EXCEPTION
           ELSE
               IF CM-SALES-THIS-YTD NOT NUMERIC
                   PERFORM 405-START-CUSTOMER-EXCEPTION
                   MOVE 7 TO EW-CHECK-TYPE
                   MOVE "THIS YTD IS NOT NUMERIC" TO EW-MESSAGE
                   PERFORM 400-WRITE-EXCEPTION
               ELSE
                   IF WS-BUCKET-TOTAL NOT = CM-SALES-THIS-YTD
                       PERFORM 405-START-CUSTOMER-EXCEPTION
                       MOVE 7 TO EW-CHECK-TYPE
                       MOVE "Y" TO EW-AMOUNTS-SWITCH
                       MOVE CM-SALES-THIS-YTD TO EW-FILE-AMOUNT
                       MOVE WS-BUCKET-TOTAL   TO EW-PROVEN-AMOUNT
                       MOVE "MONTH BUCKETS DO NOT SUM TO THIS YTD"
                           TO EW-MESSAGE
                       PERFORM 400-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       350-ADDRESS-WITH-NO-CUSTOMER.
           MOVE SPACE TO WS-EXCEPTION-RECORD
           MOVE 2                  TO EW-CHECK-TYPE
           MOVE AD-BRANCH-NUMBER   TO EW-BRANCH-NUMBER
           MOVE AD-SALESREP-NUMBER TO EW-SALESREP-NUMBER
           MOVE AD-CUSTOMER-NUMBER TO EW-CUSTOMER-NUMBER
           MOVE AD-STREET-ADDRESS  TO EW-NAME
           MOVE "N"                TO EW-AMOUNTS-SWITCH
           MOVE ZERO               TO EW-FILE-AMOUNT
           MOVE ZERO               TO EW-PROVEN-AMOUNT
           STRING "NO CUSTMAST RECORD - " AD-CITY
               DELIMITED BY SIZE INTO EW-MESSAGE
           END-STRING
           PERFORM 400-WRITE-EXCEPTION.

       400-WRITE-EXCEPTION.
           MOVE WS-EXCEPTION-RECORD TO INTG-WORK-RECORD
           WRITE INTG-WORK-RECORD
           ADD 1 TO CHECK-COUNT(EW-CHECK-TYPE)
           ADD 1 TO WS-EXCEPTION-COUNT.

       405-START-CUSTOMER-EXCEPTION.
           MOVE SPACE TO WS-EXCEPTION-RECORD
           MOVE CM-BRANCH-NUMBER   TO EW-BRANCH-NUMBER
           MOVE CM-SALESREP-NUMBER TO EW-SALESREP-NUMBER
           MOVE CM-CUSTOMER-NUMBER TO EW-CUSTOMER-NUMBER
           MOVE CM-CUSTOMER-NAME   TO EW-NAME
           MOVE "N"                TO EW-AMOUNTS-SWITCH
           MOVE ZERO               TO EW-FILE-AMOUNT
           MOVE ZERO               TO EW-PROVEN-AMOUNT.

       500-PRINT-EXCEPTION.
           MOVE INTG-SORTED-RECORD TO WS-EXCEPTION-RECORD

           IF EW-CHECK-TYPE NOT = WS-PREVIOUS-CHECK-TYPE
               IF WS-PREVIOUS-CHECK-TYPE NOT = ZERO
                   PERFORM 520-PRINT-CHECK-TOTAL
               END-IF
               PERFORM 510-PRINT-CHECK-HEADING
           END-IF

           IF LINE-COUNT >= LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
               PERFORM 510-PRINT-CHECK-HEADING
           END-IF

           MOVE EW-BRANCH-NUMBER   TO XDL-BRANCH
           MOVE EW-SALESREP-NUMBER TO XDL-REP
           MOVE EW-CUSTOMER-NUMBER TO XDL-CUST
           MOVE EW-NAME            TO XDL-NAME
           IF EW-AMOUNTS-SWITCH = "Y"
               COMPUTE WS-DIFFERENCE = EW-FILE-AMOUNT
                                     - EW-PROVEN-AMOUNT
               MOVE EW-FILE-AMOUNT   TO XDL-FILE-AMOUNT
               MOVE EW-PROVEN-AMOUNT TO XDL-PROVEN-AMOUNT
               MOVE WS-DIFFERENCE    TO XDL-DIFFERENCE
           ELSE
               MOVE SPACE TO XDL-FILE-AMOUNT-X
               MOVE SPACE TO XDL-PROVEN-AMOUNT-X
               MOVE SPACE TO XDL-DIFFERENCE-X
           END-IF
           MOVE EW-MESSAGE         TO XDL-MESSAGE

           MOVE EXCEPTION-DETAIL-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 1 TO LINE-COUNT
           ADD 1 TO WS-LISTED-COUNT.

       510-PRINT-CHECK-HEADING.
           IF LINE-COUNT + 3 > LINES-ON-PAGE
               PERFORM 230-PRINT-HEADINGS
           END-IF

           MOVE EW-CHECK-TYPE TO WS-PREVIOUS-CHECK-TYPE
           MOVE EW-CHECK-TYPE TO CHL-CHECK-TYPE
           MOVE CHECK-CAPTION(EW-CHECK-TYPE) TO CHL-CAPTION

           MOVE SPACE TO PRINT-AREA
           WRITE PRINT-AREA
           MOVE CHECK-HEADING-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 2 TO LINE-COUNT.

       520-PRINT-CHECK-TOTAL.
           MOVE "   EXCEPTIONS LISTED:" TO ICL-CAPTION
           MOVE CHECK-COUNT(WS-PREVIOUS-CHECK-TYPE) TO ICL-COUNT
           MOVE INTG-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA
           ADD 1 TO LINE-COUNT.

       700-PRINT-CONTROL-TOTALS.
           MOVE SPACE TO PRINT-AREA
           WRITE PRINT-AREA

           IF WS-EXCEPTION-COUNT = ZERO
               MOVE NO-EXCEPTION-LINE TO PRINT-AREA
               WRITE PRINT-AREA
               MOVE SPACE TO PRINT-AREA
               WRITE PRINT-AREA
           END-IF

           MOVE "INTEGRITY EXCEPTIONS BY FAILURE TYPE:" TO PRINT-AREA
           WRITE PRINT-AREA

           PERFORM VARYING WS-CHECK-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-CHECK-SUBSCRIPT > 7
              MOVE SPACE TO ICL-CAPTION
              STRING "   " CHECK-CAPTION(WS-CHECK-SUBSCRIPT)
                  DELIMITED BY SIZE INTO ICL-CAPTION
              END-STRING
              MOVE CHECK-COUNT(WS-CHECK-SUBSCRIPT) TO ICL-COUNT
              MOVE INTG-COUNT-LINE TO PRINT-AREA
              WRITE PRINT-AREA
           END-PERFORM

           MOVE "TOTAL INTEGRITY EXCEPTIONS:" TO ICL-CAPTION
           MOVE WS-EXCEPTION-COUNT TO ICL-COUNT
           MOVE INTG-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE SPACE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "CUSTOMER RECORDS READ:" TO ICL-CAPTION
           MOVE WS-MASTER-IN-COUNT TO ICL-COUNT
           MOVE INTG-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "ADDRESS RECORDS READ:" TO ICL-CAPTION
           MOVE WS-ADDR-IN-COUNT TO ICL-COUNT
           MOVE INTG-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "HISTORY RECORDS READ:" TO ICL-CAPTION
           MOVE WS-HISTORY-IN-COUNT TO ICL-COUNT
           MOVE INTG-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "CURRENT-YEAR HISTORY RECORDS PROVEN:" TO ICL-CAPTION
           MOVE WS-HISTORY-USED-COUNT TO ICL-COUNT
           MOVE INTG-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "HISTORY RECORDS WITH NO CUSTOMER:" TO ICL-CAPTION
           MOVE WS-HISTORY-ORPHAN-COUNT TO ICL-COUNT
           MOVE INTG-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "ARCHIVE RECORDS READ:" TO ICL-CAPTION
           MOVE WS-ARCH-IN-COUNT TO ICL-COUNT
           MOVE INTG-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "REFMAST RECORDS READ:" TO ICL-CAPTION
           MOVE WS-REFMAST-COUNT TO ICL-COUNT
           MOVE INTG-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           MOVE "EXCEPTION LINES LISTED:" TO ICL-CAPTION
           MOVE WS-LISTED-COUNT TO ICL-COUNT
           MOVE INTG-COUNT-LINE TO PRINT-AREA
           WRITE PRINT-AREA.

       900-SEQUENCE-ERROR-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** I_CUSTMAST OUT OF SEQUENCE"
               " - BRANCH " CM-BRANCH-NUMBER
               " REP "      CM-SALESREP-NUMBER
               " CUSTOMER " CM-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "INTG1000 ABENDING - CUSTMAST IS NOT IN SEQUENCE"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           CLOSE I_CUSTMAST I_CUSTADDR I_HISTORY I_ARCHIVE I_REFMAST
                 INTGWORK O_INTGRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       904-ADDRESS-SEQUENCE-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** I_CUSTADDR OUT OF SEQUENCE"
               " - BRANCH " AD-BRANCH-NUMBER
               " REP "      AD-SALESREP-NUMBER
               " CUSTOMER " AD-CUSTOMER-NUMBER
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "INTG1000 ABENDING - ADDRMAST IS NOT IN SEQUENCE"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           CLOSE I_CUSTMAST I_CUSTADDR I_HISTORY I_ARCHIVE I_REFMAST
                 INTGWORK O_INTGRPT
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
           DISPLAY "INTG1000 ABENDING - HISTORY FILE IS NOT IN SEQUENCE"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           CLOSE I_CUSTMAST I_CUSTADDR I_HISTORY I_ARCHIVE I_REFMAST
                 INTGWORK O_INTGRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       910-REFMAST-EMPTY-ABORT.
           MOVE
             "**ERROR** I_REFMAST IS EMPTY - NO REFERENCE DATA LOADED"
             TO WS-ERROR-LINE

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "INTG1000 ABENDING - REFMAST HAS NO RECORDS"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           CLOSE I_CUSTMAST I_CUSTADDR I_HISTORY I_ARCHIVE I_REFMAST
                 INTGWORK O_INTGRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       912-ARCHIVE-SEQUENCE-ABORT.
           MOVE SPACE TO WS-ERROR-LINE
           STRING "**ERROR** I_ARCHIVE OUT OF SEQUENCE - KEY "
               AR-RECORD-KEY
               DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-STRING

           DISPLAY WS-ERROR-LINE UPON CONSOLE
           DISPLAY "INTG1000 ABENDING - ARCHIVE FILE IS NOT IN SEQUENCE"
               UPON CONSOLE

           MOVE WS-ERROR-LINE TO PRINT-AREA
           WRITE PRINT-AREA

           CLOSE I_CUSTMAST I_CUSTADDR I_HISTORY I_ARCHIVE I_REFMAST
                 INTGWORK O_INTGRPT
           MOVE 16 TO RETURN-CODE
           STOP RUN.
