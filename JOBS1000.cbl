       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBS1000.
      ****************************************************************
      * PROGRAM NAME: JOBS1000
      * AUTHORS: Hayden Schmidt & Jacob Schamp
      * DATE: 10/09/2026
      * DESCRIPTION: Nightly Job Stream Status - reads the RUNCTL job
      *              ledger that every step of the nightly stream
      *              (IEDT1000, CUNLD100, POST1000, CLOAD100,
      *              EDIT1000, RPT3000, RECON100) and the optional
      *              steps (CUST1000 and ROLL1000 between CUNLD100
      *              and POST1000, COMM1000 after POST1000) append
      *              to, and reports where the night's stream stands.
      *              Each step shows its completion time, return
      *              code, and record counts, or the reason it was
      *              refused, or that it has not run.  A step that
      *              completed before its predecessor's latest
      *              completion is flagged for rerun.  The verdict
      *              line names the next step to run or the step the
      *              stream stopped at.  The stream date defaults to
      *              today and may be overridden from the JOBSPARM
      *              card (YYYYMMDD).  RETURN-CODE 0 means the stream
      *              is complete, 4 means it is not started or still
      *              in progress, and 8 means it stopped on a refused
      *              step or a bad return code.
      ****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL I_RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL I_JOBSPARM ASSIGN TO JOBSPARM
               ORGANIZATION IS SEQUENTIAL.
           SELECT O_JOBSRPT   ASSIGN TO JOBSRPT.

       DATA DIVISION.
       FILE SECTION.

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

       FD  I_JOBSPARM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 80 CHARACTERS.
       01  JOBS-PARM-RECORD.
           05 JP-STREAM-DATE       PIC X(8).
           05 JP-STREAM-DATE-9 REDEFINES JP-STREAM-DATE
                                   PIC 9(8).
           05 FILLER               PIC X(72).

       FD  O_JOBSRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  JOBS-PRINT-AREA         PIC X(130).

       WORKING-STORAGE SECTION.

       01  RUNCTL-EOF-SWITCH       PIC X VALUE "N".
       01  JOBSPARM-EOF-SWITCH     PIC X VALUE "N".

       01  STEP-NAME-VALUES.
           05 FILLER               PIC X(8)  VALUE "IEDT1000".
           05 FILLER               PIC X(8)  VALUE "CUNLD100".
           05 FILLER               PIC X(8)  VALUE "POST1000".
           05 FILLER               PIC X(8)  VALUE "CLOAD100".
           05 FILLER               PIC X(8)  VALUE "EDIT1000".
           05 FILLER               PIC X(8)  VALUE "RPT3000".
           05 FILLER               PIC X(8)  VALUE "RECON100".
           05 FILLER               PIC X(8)  VALUE "CUST1000".
           05 FILLER               PIC X(8)  VALUE "ROLL1000".
           05 FILLER               PIC X(8)  VALUE "COMM1000".
       01  STEP-NAME-TABLE REDEFINES STEP-NAME-VALUES.
           05 ST-PROGRAM-ID OCCURS 10 TIMES
                                   PIC X(8).

       01  STEP-STATUS-TABLE.
           05 SS-ENTRY OCCURS 10 TIMES.
              10 SS-COMPLETE-SWITCH  PIC X.
              10 SS-COMPLETE-TIMESTAMP.
                 15 SS-COMPLETE-DATE PIC 9(8).
                 15 SS-COMPLETE-TIME PIC 9(6).
              10 SS-COMPLETE-TIMESTAMP-N
                     REDEFINES SS-COMPLETE-TIMESTAMP PIC 9(14).
              10 SS-RETURN-CODE      PIC 9(2).
              10 SS-RECORDS-IN       PIC 9(9).
              10 SS-RECORDS-OUT      PIC 9(9).
              10 SS-REFUSED-SWITCH   PIC X.
              10 SS-REFUSED-TIMESTAMP PIC 9(14).
              10 SS-REFUSED-REASON   PIC X(30).
              10 SS-REFUSED-COUNT    PIC 9(3).

       01  STEP-CONTROL-FIELDS.
           05 WS-CHAIN-STEPS       PIC 9(2) VALUE 7.
           05 WS-TABLE-STEPS       PIC 9(2) VALUE 10.
           05 WS-STEP-SUB          PIC 9(2) VALUE ZERO.
           05 WS-FOUND-SUB         PIC 9(2) VALUE ZERO.
           05 WS-STOP-SUB          PIC 9(2) VALUE ZERO.
           05 WS-PRIOR-SUB         PIC 9(2) VALUE ZERO.
           05 WS-STEP-DONE-SWITCH  PIC X    VALUE "N".
           05 WS-STREAM-RETURN-CODE PIC 9(2) VALUE ZERO.

       01  STREAM-DATE-FIELDS.
           05 WS-STREAM-DATE       PIC 9(8) VALUE ZERO.
           05 WS-STREAM-DATE-R REDEFINES WS-STREAM-DATE.
              10 WS-STREAM-YEAR    PIC 9(4).
              10 WS-STREAM-MONTH   PIC 9(2).
              10 WS-STREAM-DAY     PIC 9(2).
           05 WS-EDIT-TIME         PIC 9(6) VALUE ZERO.
           05 WS-EDIT-TIME-R REDEFINES WS-EDIT-TIME.
              10 WS-EDIT-HOURS     PIC 9(2).
              10 WS-EDIT-MINUTES   PIC 9(2).
              10 WS-EDIT-SECONDS   PIC 9(2).
           05 WS-EDIT-TIME-TEXT    PIC X(8) VALUE SPACE.

       01  COUNT-FIELDS.
           05 WS-LEDGER-COUNT      PIC 9(9) VALUE ZERO.
           05 WS-DATE-ENTRY-COUNT  PIC 9(9) VALUE ZERO.
           05 WS-DATE-REFUSED-COUNT PIC 9(9) VALUE ZERO.
           05 WS-UNKNOWN-COUNT     PIC 9(9) VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05 CD-YEAR              PIC 9(4).
           05 CD-MONTH             PIC 9(2).
           05 CD-DAY               PIC 9(2).
           05 CD-HOURS             PIC 9(2).
           05 CD-MINUTES           PIC 9(2).
           05 FILLER               PIC X(9).

       01  JOBS-HEADING-LINE-1.
           05 FILLER               PIC X(7)  VALUE "DATE:  ".
           05 JH1-MONTH            PIC 9(2).
           05 FILLER               PIC X     VALUE "/".
           05 JH1-DAY              PIC 9(2).
           05 FILLER               PIC X     VALUE "/".
           05 JH1-YEAR             PIC 9(4).
           05 FILLER               PIC X(12) VALUE SPACE.
           05 FILLER               PIC X(34)
                    VALUE "NIGHTLY JOB STREAM STATUS".

       01  JOBS-HEADING-LINE-2.
           05 FILLER               PIC X(7)  VALUE "TIME:  ".
           05 JH2-HOURS            PIC 9(2).
           05 FILLER               PIC X     VALUE ":".
           05 JH2-MINUTES          PIC 9(2).
           05 FILLER               PIC X(65) VALUE SPACE.
           05 FILLER               PIC X(8)  VALUE "JOBS1000".

       01  STREAM-DATE-LINE.
           05 FILLER               PIC X(13) VALUE "STREAM DATE: ".
           05 SDL-MONTH            PIC 9(2).
           05 FILLER               PIC X     VALUE "/".
           05 SDL-DAY              PIC 9(2).
           05 FILLER               PIC X     VALUE "/".
           05 SDL-YEAR             PIC 9(4).

       01  SECTION-TITLE-LINE.
           05 STL-TEXT             PIC X(60).

       01  STEP-HEADING-LINE.
           05 FILLER               PIC X(5)  VALUE "SEQ".
           05 FILLER               PIC X(10) VALUE "PROGRAM".
           05 FILLER               PIC X(11) VALUE "STATUS".
           05 FILLER               PIC X(10) VALUE "DATE".
           05 FILLER               PIC X(10) VALUE "TIME".
           05 FILLER               PIC X(4)  VALUE "RC".
           05 FILLER               PIC X(13) VALUE "   RECS IN".
           05 FILLER               PIC X(16) VALUE "  RECS OUT".
           05 FILLER               PIC X(9)  VALUE "REFUSALS".
           05 FILLER               PIC X(30) VALUE "REMARKS".

       01  STEP-DETAIL-LINE.
           05 SDT-SEQ              PIC Z9.
           05 FILLER               PIC X(3)  VALUE SPACE.
           05 SDT-PROGRAM          PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 SDT-STATUS           PIC X(9).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 SDT-DATE             PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 SDT-TIME             PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 SDT-RETURN-CODE      PIC X(2).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 SDT-RECORDS-IN       PIC X(11).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 SDT-RECORDS-OUT      PIC X(11).
           05 FILLER               PIC X(5)  VALUE SPACE.
           05 SDT-REFUSED-COUNT    PIC ZZ9.
           05 FILLER               PIC X(6)  VALUE SPACE.
           05 SDT-REMARKS          PIC X(40).

       01  STEP-EDIT-FIELDS.
           05 SEF-RETURN-CODE      PIC Z9.
           05 SEF-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05 SEF-DATE             PIC 9(8).

       01  ACTIVITY-HEADING-LINE.
           05 FILLER               PIC X(10) VALUE "TIME".
           05 FILLER               PIC X(10) VALUE "PROGRAM".
           05 FILLER               PIC X(11) VALUE "ENTRY".
           05 FILLER               PIC X(4)  VALUE "RC".
           05 FILLER               PIC X(13) VALUE "   RECS IN".
           05 FILLER               PIC X(13) VALUE "  RECS OUT".
           05 FILLER               PIC X(30) VALUE "REASON".

       01  ACTIVITY-DETAIL-LINE.
           05 ADL-TIME             PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 ADL-PROGRAM          PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 ADL-ENTRY            PIC X(9).
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 ADL-RETURN-CODE      PIC Z9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 ADL-RECORDS-IN       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 ADL-RECORDS-OUT      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACE.
           05 ADL-REASON           PIC X(30).

       01  VERDICT-LINE.
           05 VDL-TEXT             PIC X(80).

       01  JOBS-COUNT-LINE.
           05 JTL-CAPTION          PIC X(36).
           05 JTL-COUNT            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-REPORT-STREAM-STATUS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME

           PERFORM 100-READ-JOBS-PARM
           PERFORM 110-CLEAR-STEP-TABLE

           OPEN INPUT  I_RUNCTL
                OUTPUT O_JOBSRPT

           PERFORM 230-PRINT-JOBS-HEADINGS

           PERFORM 210-READ-JOB-LEDGER
           PERFORM UNTIL RUNCTL-EOF-SWITCH = "Y"
              PERFORM 300-POST-LEDGER-ENTRY
              PERFORM 210-READ-JOB-LEDGER
           END-PERFORM

           CLOSE I_RUNCTL

           PERFORM 400-PRINT-STREAM-STEPS
           PERFORM 450-PRINT-STREAM-VERDICT
           PERFORM 500-PRINT-OPTIONAL-STEPS
           PERFORM 600-PRINT-DATE-ACTIVITY
           PERFORM 700-PRINT-CONTROL-TOTALS

           CLOSE O_JOBSRPT
           MOVE WS-STREAM-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       100-READ-JOBS-PARM.
           COMPUTE WS-STREAM-DATE =
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY

           OPEN INPUT I_JOBSPARM
           READ I_JOBSPARM
               AT END MOVE "Y" TO JOBSPARM-EOF-SWITCH
           END-READ
           CLOSE I_JOBSPARM

           IF JOBSPARM-EOF-SWITCH = "N"
              AND JP-STREAM-DATE NUMERIC
              AND JP-STREAM-DATE-9 NOT = ZERO
               MOVE JP-STREAM-DATE-9 TO WS-STREAM-DATE
           END-IF.

       110-CLEAR-STEP-TABLE.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-TABLE-STEPS
              MOVE "N"   TO SS-COMPLETE-SWITCH(WS-STEP-SUB)
              MOVE ZERO  TO SS-COMPLETE-TIMESTAMP-N(WS-STEP-SUB)
              MOVE ZERO  TO SS-RETURN-CODE(WS-STEP-SUB)
              MOVE ZERO  TO SS-RECORDS-IN(WS-STEP-SUB)
              MOVE ZERO  TO SS-RECORDS-OUT(WS-STEP-SUB)
              MOVE "N"   TO SS-REFUSED-SWITCH(WS-STEP-SUB)
              MOVE ZERO  TO SS-REFUSED-TIMESTAMP(WS-STEP-SUB)
              MOVE SPACE TO SS-REFUSED-REASON(WS-STEP-SUB)
              MOVE ZERO  TO SS-REFUSED-COUNT(WS-STEP-SUB)
           END-PERFORM.

       210-READ-JOB-LEDGER.
           READ I_RUNCTL
               AT END
                   MOVE "Y" TO RUNCTL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LEDGER-COUNT
           END-READ.

       230-PRINT-JOBS-HEADINGS.
           MOVE CD-MONTH   TO JH1-MONTH
           MOVE CD-DAY     TO JH1-DAY
           MOVE CD-YEAR    TO JH1-YEAR
           MOVE CD-HOURS   TO JH2-HOURS
           MOVE CD-MINUTES TO JH2-MINUTES

           MOVE JOBS-HEADING-LINE-1 TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA

           MOVE JOBS-HEADING-LINE-2 TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA

           MOVE SPACE TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA

           MOVE WS-STREAM-MONTH TO SDL-MONTH
           MOVE WS-STREAM-DAY   TO SDL-DAY
           MOVE WS-STREAM-YEAR  TO SDL-YEAR
           MOVE STREAM-DATE-LINE TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA

           MOVE SPACE TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA.

       240-PRINT-SECTION-TITLE.
           MOVE SPACE TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA

           MOVE SECTION-TITLE-LINE TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA

           MOVE SPACE TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA.

       300-POST-LEDGER-ENTRY.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-TABLE-STEPS
              IF ST-PROGRAM-ID(WS-STEP-SUB) = JL-PROGRAM-ID
                 MOVE WS-STEP-SUB TO WS-FOUND-SUB
              END-IF
           END-PERFORM

           IF JL-RUN-DATE = WS-STREAM-DATE
              ADD 1 TO WS-DATE-ENTRY-COUNT
              IF JL-ENTRY-STATUS = "R"
                 ADD 1 TO WS-DATE-REFUSED-COUNT
              END-IF
           END-IF

           IF WS-FOUND-SUB = ZERO
              ADD 1 TO WS-UNKNOWN-COUNT
           ELSE
              IF JL-RUN-DATE = WS-STREAM-DATE
                 PERFORM 310-SAVE-STEP-ENTRY
              ELSE
                 IF WS-FOUND-SUB > WS-CHAIN-STEPS
                    AND JL-RUN-DATE < WS-STREAM-DATE
                    AND JL-ENTRY-STATUS = "C"
                    PERFORM 310-SAVE-STEP-ENTRY
                 END-IF
              END-IF
           END-IF.

       310-SAVE-STEP-ENTRY.
           IF JL-ENTRY-STATUS = "C"
              MOVE "Y" TO SS-COMPLETE-SWITCH(WS-FOUND-SUB)
              MOVE JL-RUN-TIMESTAMP-N
                TO SS-COMPLETE-TIMESTAMP-N(WS-FOUND-SUB)
              MOVE JL-RETURN-CODE TO SS-RETURN-CODE(WS-FOUND-SUB)
              MOVE JL-RECORDS-IN  TO SS-RECORDS-IN(WS-FOUND-SUB)
              MOVE JL-RECORDS-OUT TO SS-RECORDS-OUT(WS-FOUND-SUB)
           ELSE
              MOVE "Y" TO SS-REFUSED-SWITCH(WS-FOUND-SUB)
              MOVE JL-RUN-TIMESTAMP-N
                TO SS-REFUSED-TIMESTAMP(WS-FOUND-SUB)
              MOVE JL-REASON TO SS-REFUSED-REASON(WS-FOUND-SUB)
              ADD 1 TO SS-REFUSED-COUNT(WS-FOUND-SUB)
           END-IF.

       400-PRINT-STREAM-STEPS.
           MOVE "NIGHTLY STREAM STEPS" TO STL-TEXT
           PERFORM 240-PRINT-SECTION-TITLE

           MOVE STEP-HEADING-LINE TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA

           MOVE ZERO TO WS-STOP-SUB
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-CHAIN-STEPS
              PERFORM 410-JUDGE-STREAM-STEP
              PERFORM 420-FORMAT-STEP-LINE
              IF SS-COMPLETE-SWITCH(WS-STEP-SUB) = "Y"
                 IF SS-RETURN-CODE(WS-STEP-SUB) > 4
                    MOVE "ENDED WITH BAD RETURN CODE" TO SDT-REMARKS
                 END-IF
                 IF WS-STEP-DONE-SWITCH = "N"
                    AND SS-RETURN-CODE(WS-STEP-SUB) NOT > 4
                    MOVE "RAN BEFORE PREDECESSOR - RERUN"
                      TO SDT-REMARKS
                 END-IF
              END-IF
              MOVE STEP-DETAIL-LINE TO JOBS-PRINT-AREA
              WRITE JOBS-PRINT-AREA
              IF WS-STEP-DONE-SWITCH = "N" AND WS-STOP-SUB = ZERO
                 MOVE WS-STEP-SUB TO WS-STOP-SUB
              END-IF
           END-PERFORM.

       410-JUDGE-STREAM-STEP.
           MOVE "N" TO WS-STEP-DONE-SWITCH
           IF SS-COMPLETE-SWITCH(WS-STEP-SUB) = "Y"
              AND SS-RETURN-CODE(WS-STEP-SUB) NOT > 4
               MOVE "Y" TO WS-STEP-DONE-SWITCH
               IF WS-STEP-SUB > 1
                   COMPUTE WS-PRIOR-SUB = WS-STEP-SUB - 1
                   IF SS-COMPLETE-TIMESTAMP-N(WS-STEP-SUB)
                      < SS-COMPLETE-TIMESTAMP-N(WS-PRIOR-SUB)
                       MOVE "N" TO WS-STEP-DONE-SWITCH
                   END-IF
               END-IF
           END-IF.

       420-FORMAT-STEP-LINE.
           MOVE SPACE TO SDT-DATE SDT-TIME SDT-RETURN-CODE
                         SDT-RECORDS-IN SDT-RECORDS-OUT SDT-REMARKS
           MOVE WS-STEP-SUB TO SDT-SEQ
           MOVE ST-PROGRAM-ID(WS-STEP-SUB) TO SDT-PROGRAM
           MOVE SS-REFUSED-COUNT(WS-STEP-SUB) TO SDT-REFUSED-COUNT

           IF SS-COMPLETE-SWITCH(WS-STEP-SUB) = "Y"
               MOVE "COMPLETED" TO SDT-STATUS
               MOVE SS-COMPLETE-DATE(WS-STEP-SUB) TO SEF-DATE
               MOVE SEF-DATE TO SDT-DATE
               MOVE SS-COMPLETE-TIME(WS-STEP-SUB) TO WS-EDIT-TIME
               PERFORM 430-EDIT-LEDGER-TIME
               MOVE WS-EDIT-TIME-TEXT TO SDT-TIME
               MOVE SS-RETURN-CODE(WS-STEP-SUB) TO SEF-RETURN-CODE
               MOVE SEF-RETURN-CODE TO SDT-RETURN-CODE
               MOVE SS-RECORDS-IN(WS-STEP-SUB) TO SEF-COUNT
               MOVE SEF-COUNT TO SDT-RECORDS-IN
               MOVE SS-RECORDS-OUT(WS-STEP-SUB) TO SEF-COUNT
               MOVE SEF-COUNT TO SDT-RECORDS-OUT
               IF SS-REFUSED-TIMESTAMP(WS-STEP-SUB)
                  > SS-COMPLETE-TIMESTAMP-N(WS-STEP-SUB)
                   MOVE SS-REFUSED-REASON(WS-STEP-SUB) TO SDT-REMARKS
               END-IF
           ELSE
               IF SS-REFUSED-SWITCH(WS-STEP-SUB) = "Y"
                   MOVE "REFUSED" TO SDT-STATUS
                   DIVIDE SS-REFUSED-TIMESTAMP(WS-STEP-SUB)
                       BY 1000000 GIVING SEF-DATE
                       REMAINDER WS-EDIT-TIME
                   MOVE SEF-DATE TO SDT-DATE
                   PERFORM 430-EDIT-LEDGER-TIME
                   MOVE WS-EDIT-TIME-TEXT TO SDT-TIME
                   MOVE SS-REFUSED-REASON(WS-STEP-SUB) TO SDT-REMARKS
               ELSE
                   MOVE "NOT RUN" TO SDT-STATUS
               END-IF
           END-IF.

       430-EDIT-LEDGER-TIME.
           MOVE SPACE TO WS-EDIT-TIME-TEXT
           STRING WS-EDIT-HOURS   DELIMITED BY SIZE
                  ":"             DELIMITED BY SIZE
                  WS-EDIT-MINUTES DELIMITED BY SIZE
                  ":"             DELIMITED BY SIZE
                  WS-EDIT-SECONDS DELIMITED BY SIZE
                  INTO WS-EDIT-TIME-TEXT
           END-STRING.

       450-PRINT-STREAM-VERDICT.
           MOVE SPACE TO VDL-TEXT
           IF WS-STOP-SUB = ZERO
               MOVE "NIGHTLY STREAM COMPLETE" TO VDL-TEXT
               MOVE ZERO TO WS-STREAM-RETURN-CODE
           ELSE
               IF SS-COMPLETE-SWITCH(WS-STOP-SUB) = "Y"
                  AND SS-RETURN-CODE(WS-STOP-SUB) > 4
                   STRING "*** STREAM STOPPED AT " DELIMITED BY SIZE
                          ST-PROGRAM-ID(WS-STOP-SUB)
                                            DELIMITED BY SPACE
                          " - BAD RETURN CODE" DELIMITED BY SIZE
                          INTO VDL-TEXT
                   END-STRING
                   MOVE 8 TO WS-STREAM-RETURN-CODE
               ELSE
                   IF SS-REFUSED-TIMESTAMP(WS-STOP-SUB)
                      > SS-COMPLETE-TIMESTAMP-N(WS-STOP-SUB)
                       STRING "*** STREAM STOPPED AT "
                                            DELIMITED BY SIZE
                              ST-PROGRAM-ID(WS-STOP-SUB)
                                            DELIMITED BY SPACE
                              " - "         DELIMITED BY SIZE
                              SS-REFUSED-REASON(WS-STOP-SUB)
                                            DELIMITED BY SIZE
                              INTO VDL-TEXT
                       END-STRING
                       MOVE 8 TO WS-STREAM-RETURN-CODE
                   ELSE
                       IF WS-STOP-SUB = 1
                           STRING "STREAM NOT STARTED - NEXT STEP: "
                                            DELIMITED BY SIZE
                                  ST-PROGRAM-ID(WS-STOP-SUB)
                                            DELIMITED BY SPACE
                                  INTO VDL-TEXT
                           END-STRING
                       ELSE
                           STRING "STREAM IN PROGRESS - NEXT STEP: "
                                            DELIMITED BY SIZE
                                  ST-PROGRAM-ID(WS-STOP-SUB)
                                            DELIMITED BY SPACE
                                  INTO VDL-TEXT
                           END-STRING
                       END-IF
                       MOVE 4 TO WS-STREAM-RETURN-CODE
                   END-IF
               END-IF
           END-IF

           MOVE SPACE TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA

           MOVE VERDICT-LINE TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA.

       500-PRINT-OPTIONAL-STEPS.
           MOVE "OPTIONAL STEPS - LATEST COMPLETED RUN"
             TO STL-TEXT
           PERFORM 240-PRINT-SECTION-TITLE

           MOVE STEP-HEADING-LINE TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA

           COMPUTE WS-STEP-SUB = WS-CHAIN-STEPS + 1
           PERFORM UNTIL WS-STEP-SUB > WS-TABLE-STEPS
              PERFORM 420-FORMAT-STEP-LINE
              MOVE STEP-DETAIL-LINE TO JOBS-PRINT-AREA
              WRITE JOBS-PRINT-AREA
              ADD 1 TO WS-STEP-SUB
           END-PERFORM.

       600-PRINT-DATE-ACTIVITY.
           MOVE "LEDGER ACTIVITY FOR THE STREAM DATE" TO STL-TEXT
           PERFORM 240-PRINT-SECTION-TITLE

           MOVE ACTIVITY-HEADING-LINE TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA

           MOVE "N" TO RUNCTL-EOF-SWITCH
           OPEN INPUT I_RUNCTL
           READ I_RUNCTL
               AT END MOVE "Y" TO RUNCTL-EOF-SWITCH
           END-READ
           PERFORM UNTIL RUNCTL-EOF-SWITCH = "Y"
              IF JL-RUN-DATE = WS-STREAM-DATE
                 PERFORM 610-PRINT-ACTIVITY-LINE
              END-IF
              READ I_RUNCTL
                  AT END MOVE "Y" TO RUNCTL-EOF-SWITCH
              END-READ
           END-PERFORM
           CLOSE I_RUNCTL

           IF WS-DATE-ENTRY-COUNT = ZERO
               MOVE "NO LEDGER ENTRIES FOR THE STREAM DATE"
                 TO VDL-TEXT
               MOVE VERDICT-LINE TO JOBS-PRINT-AREA
               WRITE JOBS-PRINT-AREA
           END-IF.

       610-PRINT-ACTIVITY-LINE.
           MOVE JL-RUN-TIME TO WS-EDIT-TIME
           PERFORM 430-EDIT-LEDGER-TIME
           MOVE WS-EDIT-TIME-TEXT TO ADL-TIME
           MOVE JL-PROGRAM-ID     TO ADL-PROGRAM
           IF JL-ENTRY-STATUS = "C"
               MOVE "COMPLETED" TO ADL-ENTRY
           ELSE
               MOVE "REFUSED"   TO ADL-ENTRY
           END-IF
           MOVE JL-RETURN-CODE    TO ADL-RETURN-CODE
           MOVE JL-RECORDS-IN     TO ADL-RECORDS-IN
           MOVE JL-RECORDS-OUT    TO ADL-RECORDS-OUT
           MOVE JL-REASON         TO ADL-REASON
           MOVE ACTIVITY-DETAIL-LINE TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA.

       700-PRINT-CONTROL-TOTALS.
           MOVE SPACE TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA

           MOVE "LEDGER ENTRIES READ" TO JTL-CAPTION
           MOVE WS-LEDGER-COUNT TO JTL-COUNT
           MOVE JOBS-COUNT-LINE TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA

           MOVE "ENTRIES FOR THE STREAM DATE" TO JTL-CAPTION
           MOVE WS-DATE-ENTRY-COUNT TO JTL-COUNT
           MOVE JOBS-COUNT-LINE TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA

           MOVE "REFUSED ENTRIES FOR THE STREAM DATE" TO JTL-CAPTION
           MOVE WS-DATE-REFUSED-COUNT TO JTL-COUNT
           MOVE JOBS-COUNT-LINE TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA

           MOVE "ENTRIES FOR UNKNOWN PROGRAMS" TO JTL-CAPTION
           MOVE WS-UNKNOWN-COUNT TO JTL-COUNT
           MOVE JOBS-COUNT-LINE TO JOBS-PRINT-AREA
           WRITE JOBS-PRINT-AREA.
