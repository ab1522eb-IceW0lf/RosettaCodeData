       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCSLA.

      *    WEEKLY STEP-TIMING AND BATCH-WINDOW REPORT OVER THE
      *    SHARED TIMING FILE (TIMEFILE) THAT EVERY PROGRAM IN THE
      *    NIGHTLY CHAIN APPENDS TO THROUGH ABCTIMR. FOR EACH OF THE
      *    MOST RECENT RUNS IT LISTS EVERY STEP'S ELAPSED TIME,
      *    RECORDS PROCESSED AND THROUGHPUT, SET AGAINST THE ROLLING
      *    AVERAGE OF THE SAME STEP OVER THE RUNS BEFORE IT, AND
      *    FLAGS A STEP THAT RAN SLOWER THAN THE AVERAGE BY MORE
      *    THAN THE WINDOW CARD'S PERCENTAGE. THE JOB'S ELAPSED TIME
      *    (FIRST STEP START TO LAST STEP END) IS SET AGAINST THE
      *    BATCH WINDOW. A STEP RUN MORE THAN ONCE UNDER ONE RUN
      *    NUMBER (A RESTART) IS REPORTED AS THE SUM OF ITS
      *    ATTEMPTS.
      *    THE PROJECTION FITS A STRAIGHT LINE THROUGH THE RECORDS
      *    PROCESSED PER RUN OVER EVERY RUN READ, COSTS THE FITTED
      *    VOLUME AT THE RECENT ELAPSED TIME PER RECORD, AND SAYS
      *    HOW MANY RUNS REMAIN BEFORE THE JOB NO LONGER FITS THE
      *    WINDOW. ELAPSED TIME IS TAKEN AS PROPORTIONAL TO VOLUME,
      *    WHICH OVERSTATES THE GROWTH OF THE FIXED PART OF A STEP,
      *    SO THE PROJECTION ERRS EARLY.
      *    WINCARD (ALL FIELDS OPTIONAL, BLANK OR ZERO TAKES THE
      *    DEFAULT): COLS 1-4 BATCH WINDOW IN MINUTES (0240),
      *    COLS 6-8 PERCENT OVER THE ROLLING AVERAGE THAT FLAGS A
      *    STEP (025), COLS 10-11 RUNS IN THE ROLLING AVERAGE (05),
      *    COLS 13-14 RUNS REPORTED (07), COLS 16-19 SECONDS A STEP
      *    MUST RUN BEFORE IT CAN BE FLAGGED (0010), COLS 21-23 RUNS
      *    AHEAD THE PROJECTION LOOKS (090).
      *    RC=4 WHEN A STEP IS FLAGGED, A RUN OVERRAN THE WINDOW OR
      *    A MISS IS PROJECTED; RC=16 WHEN TIMEFILE CANNOT BE OPENED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIM-FILE ASSIGN TO TIMEFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS TIM-STATUS.
           SELECT WIN-CARD ASSIGN TO WINCARD
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WIN-STATUS.
           SELECT SLA-RPT ASSIGN TO SLARPT
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    ONE RECORD PER PROGRAM EXECUTION, AS WRITTEN BY ABCTIMR.
      *    STAMPS ARE YYYYMMDDHHMMSSHH.
       FD TIM-FILE
           LABEL RECORD STANDARD.
       01 TIM-RECORD.
          03 TIM-RUN-NBR      PIC 9(6).
          03 TIM-PROGRAM      PIC X(8).
          03 TIM-ROLE         PIC X(10).
          03 TIM-START        PIC X(16).
          03 TIM-END          PIC X(16).
          03 TIM-RECORDS      PIC 9(9).
          03 TIM-RETURN-CODE  PIC 9(4).
          03 FILLER           PIC X(11).

       FD WIN-CARD
           LABEL RECORD STANDARD.
       01 WIN-RECORD.
          03 WIN-WINDOW-MIN   PIC 9(4).
          03 FILLER           PIC X.
          03 WIN-FLAG-PCT     PIC 9(3).
          03 FILLER           PIC X.
          03 WIN-AVG-RUNS     PIC 99.
          03 FILLER           PIC X.
          03 WIN-RPT-RUNS     PIC 99.
          03 FILLER           PIC X.
          03 WIN-MIN-SECS     PIC 9(4).
          03 FILLER           PIC X.
          03 WIN-HORIZON      PIC 9(3).
          03 FILLER           PIC X(57).

       FD SLA-RPT
           LABEL RECORD STANDARD.
       01 SLA-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 TIM-STATUS          PIC XX.
       01 WIN-STATUS          PIC XX.
       01 WS-RPT-LINE         PIC X(132).
       01 WS-LINE-PTR         PIC 9(4).

       01 WS-RUN-DATE.
          03 WS-RUN-YYYY  PIC 9(4).
          03 WS-RUN-MM    PIC 9(2).
          03 WS-RUN-DD    PIC 9(2).
       01 WS-RUN-DATE-DISPLAY PIC X(10).

       01 WS-TIM-EOF-FLAG     PIC X VALUE SPACE.
          88 TIM-EOF             VALUE '*'.
       01 WS-STAMP-OK-FLAG    PIC X.
          88 STAMP-OK            VALUE '*'.
       01 WS-STEP-TRUNC-FLAG  PIC X VALUE SPACE.
          88 STEP-TABLE-TRUNCATED VALUE '*'.

      *    WINDOW CARD SETTINGS.
       01 WS-WINDOW-MIN       PIC 9(4) VALUE 240.
       01 WS-FLAG-PCT         PIC 9(3) VALUE 25.
       01 WS-AVG-RUNS         PIC 99 VALUE 5.
       01 WS-RPT-RUNS         PIC 99 VALUE 7.
       01 WS-MIN-SECS         PIC 9(4) VALUE 10.
       01 WS-HORIZON          PIC 9(3) VALUE 90.
       01 WS-WINDOW-HUND      PIC 9(11).
       01 WS-MIN-HUND         PIC 9(11).

      *    RUNS FIRST-RUN THROUGH LAST-RUN ARE KEPT: THE REPORTED
      *    RUNS AND, BEFORE THEM, ENOUGH RUNS TO AVERAGE THE FIRST.
       01 WS-LAST-RUN         PIC 9(6) VALUE 0.
       01 WS-FIRST-RUN        PIC 9(6) VALUE 0.
       01 WS-FIRST-RPT-RUN    PIC 9(6) VALUE 0.
       01 WS-RUN-SLOTS        PIC 9(3) VALUE 0.
       01 WS-TIM-READ-COUNT   PIC 9(9) VALUE 0.
       01 WS-TIM-KEPT-COUNT   PIC 9(9) VALUE 0.
       01 WS-BAD-REC-COUNT    PIC 9(6) VALUE 0.

      *    ONE SLOT PER RUN NUMBER (SLOT 1 IS FIRST-RUN), AND IN
      *    EACH ONE CELL PER STEP IN THE STEP TABLE BELOW.
       01 WS-RUN-TABLE.
          03 WS-RN-ENTRY OCCURS 198 TIMES.
             05 WS-RN-SEEN        PIC X.
             05 WS-RN-START       PIC 9(15).
             05 WS-RN-END         PIC 9(15).
             05 WS-RN-START-STAMP PIC X(16).
             05 WS-RN-RECORDS     PIC 9(11).
             05 WS-RN-CELL OCCURS 40 TIMES.
                07 WS-CELL-ELAPSED  PIC 9(11).
                07 WS-CELL-RECORDS  PIC 9(11).
                07 WS-CELL-ATTEMPTS PIC 9(3).
                07 WS-CELL-RC       PIC 9(4).
       01 WS-RN-IDX           PIC 9(3).
       01 WS-AVG-IDX          PIC 9(3).
       01 WS-AVG-FROM         PIC 9(3).

      *    STEPS IN THE ORDER FIRST SEEN, WHICH IS CHAIN ORDER.
       01 WS-STEP-COUNT       PIC 99 VALUE 0.
       01 WS-STEP-TABLE.
          03 WS-STK-ENTRY OCCURS 40 TIMES.
             05 WS-STK-PROGRAM PIC X(8).
             05 WS-STK-ROLE    PIC X(10).
       01 WS-STK-IDX          PIC 99.
       01 WS-STK-SCAN         PIC 99.

      *    A STAMP TURNED INTO HUNDREDTHS OF A SECOND SINCE THE
      *    START OF THE INTEGER-OF-DATE CALENDAR.
       01 WS-CNV-STAMP.
          03 WS-CNV-DATE      PIC 9(8).
          03 WS-CNV-DATE-X REDEFINES WS-CNV-DATE.
             05 WS-CNV-YYYY   PIC 9(4).
             05 WS-CNV-MM     PIC 99.
             05 WS-CNV-DD     PIC 99.
          03 WS-CNV-HH        PIC 99.
          03 WS-CNV-MI        PIC 99.
          03 WS-CNV-SS        PIC 99.
          03 WS-CNV-HS        PIC 99.
       01 WS-CNV-HUND         PIC 9(15).
       01 WS-START-HUND       PIC 9(15).
       01 WS-END-HUND         PIC 9(15).

       01 WS-FMT-HUND         PIC 9(11).
       01 WS-FMT-SECS         PIC 9(9).
       01 WS-FMT-MINS         PIC 9(9).
       01 WS-FMT-HRS          PIC 9(9).
       01 WS-FMT-HS           PIC 99.
       01 WS-FMT-SS           PIC 99.
       01 WS-FMT-MM           PIC 99.
       01 WS-ELAPSED-ED.
          03 WS-EL-HH         PIC ZZ9.
          03 FILLER           PIC X VALUE ':'.
          03 WS-EL-MM         PIC 99.
          03 FILLER           PIC X VALUE ':'.
          03 WS-EL-SS         PIC 99.
          03 FILLER           PIC X VALUE '.'.
          03 WS-EL-HS         PIC 99.
       01 WS-AVG-ELAPSED-ED   PIC X(12).
       01 WS-STAMP-ED         PIC X(19).

       01 WS-PRIOR-COUNT      PIC 9(3).
       01 WS-PRIOR-TOTAL      PIC 9(13).
       01 WS-AVG-HUND         PIC 9(11).
       01 WS-RATE             PIC 9(9).
       01 WS-PCT-CHANGE       PIC S9(5)V9.
       01 WS-PCT-CHANGE-ED    PIC +++++9.9.
       01 WS-PCT-WINDOW       PIC 9(5)V9.
       01 WS-PCT-WINDOW-ED    PIC ZZZZ9.9.
       01 WS-JOB-HUND         PIC 9(11).

       01 WS-RUN-NBR-ED       PIC ZZZZZ9.
       01 WS-RECS-ED          PIC ZZZZZZZZZZ9.
       01 WS-RATE-ED          PIC ZZZZZZZZ9.
       01 WS-SMALL-ED         PIC ZZ9.
       01 WS-WINDOW-ED        PIC ZZZ9.
       01 WS-RC-ED            PIC ZZZ9.
       01 WS-COUNT-ED         PIC ZZZZZZZZ9.

      *    ACROSS-RUN STEP AVERAGES.
       01 WS-SUM-RUNS         PIC 9(3).
       01 WS-SUM-ELAPSED      PIC 9(13).
       01 WS-SUM-RECORDS      PIC 9(13).
       01 WS-MAX-HUND         PIC 9(11).

      *    PROJECTION: LEAST-SQUARES LINE OF RECORDS PER RUN (Y)
      *    AGAINST RUN POSITION (X), AND THE ELAPSED TIME PER
      *    RECORD OVER THE LAST AVERAGING RUNS.
       01 WS-FIT-N            PIC 9(3).
       01 WS-FIT-X            PIC 9(3).
       01 WS-FIT-LAST-X       PIC 9(3).
       01 WS-FIT-SX           PIC S9(9).
       01 WS-FIT-SXX          PIC S9(11).
       01 WS-FIT-SY           PIC S9(15).
       01 WS-FIT-SXY          PIC S9(17).
       01 WS-FIT-DIVISOR      PIC S9(13).
       01 WS-GROWTH           PIC S9(11)V99.
       01 WS-GROWTH-ED        PIC -----------9.
       01 WS-FIT-BASE         PIC S9(13)V99.
       01 WS-FIT-NOW          PIC S9(13)V99.
       01 WS-COST-RUNS        PIC 9(3).
       01 WS-COST-HUND        PIC 9(13).
       01 WS-COST-RECORDS     PIC 9(13).
       01 WS-COST-PER-REC     PIC 9(7)V9(6).
       01 WS-FIT-CAPACITY     PIC S9(15)V99.
       01 WS-PROJ-HUND        PIC S9(15).
       01 WS-RUNS-TO-MISS     PIC S9(9).
       01 WS-MISS-RUN         PIC 9(9).
       01 WS-MISS-RUN-ED      PIC ZZZZZZZZ9.
       01 WS-HORIZON-ED       PIC ZZ9.

       01 WS-FLAG-COUNT       PIC 9(4) VALUE 0.
       01 WS-FLAG-COUNT-ED    PIC ZZZ9.
       01 WS-OVERRUN-COUNT    PIC 9(4) VALUE 0.
       01 WS-MISS-FLAG        PIC X VALUE SPACE.
          88 MISS-PROJECTED      VALUE '*'.
       01 WS-RUNS-REPORTED    PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
           PERFORM READ-WINDOW-CARD.
           PERFORM FIND-LAST-RUN.
           PERFORM LOAD-TIMINGS THRU LOAD-TIMINGS-EXIT.
           OPEN OUTPUT SLA-RPT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM REPORT-ONE-RUN THRU REPORT-ONE-RUN-EXIT
               VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX IS GREATER THAN WS-RUN-SLOTS.
           PERFORM REPORT-STEP-AVERAGES.
           PERFORM PROJECT-BATCH-WINDOW THRU PROJECT-WINDOW-EXIT.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE SLA-RPT.
           IF WS-FLAG-COUNT IS GREATER THAN ZERO
                   OR WS-OVERRUN-COUNT IS GREATER THAN ZERO
                   OR MISS-PROJECTED
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "ABCSLA: RUNS=" WS-RUNS-REPORTED
               " STEPS=" WS-STEP-COUNT
               " FLAGGED=" WS-FLAG-COUNT
               " OVERRUNS=" WS-OVERRUN-COUNT
               " MISS-PROJECTED=" WS-MISS-FLAG.
           STOP RUN.

       READ-WINDOW-CARD.
           OPEN INPUT WIN-CARD.
           IF WIN-STATUS IS EQUAL TO "00"
               READ WIN-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WIN-WINDOW-MIN IS NUMERIC
                               AND WIN-WINDOW-MIN IS GREATER THAN ZERO
                           MOVE WIN-WINDOW-MIN TO WS-WINDOW-MIN
                       END-IF
                       IF WIN-FLAG-PCT IS NUMERIC
                               AND WIN-FLAG-PCT IS GREATER THAN ZERO
                           MOVE WIN-FLAG-PCT TO WS-FLAG-PCT
                       END-IF
                       IF WIN-AVG-RUNS IS NUMERIC
                               AND WIN-AVG-RUNS IS GREATER THAN ZERO
                           MOVE WIN-AVG-RUNS TO WS-AVG-RUNS
                       END-IF
                       IF WIN-RPT-RUNS IS NUMERIC
                               AND WIN-RPT-RUNS IS GREATER THAN ZERO
                           MOVE WIN-RPT-RUNS TO WS-RPT-RUNS
                       END-IF
                       IF WIN-MIN-SECS IS NUMERIC
                           MOVE WIN-MIN-SECS TO WS-MIN-SECS
                       END-IF
                       IF WIN-HORIZON IS NUMERIC
                               AND WIN-HORIZON IS GREATER THAN ZERO
                           MOVE WIN-HORIZON TO WS-HORIZON
                       END-IF
               END-READ
               CLOSE WIN-CARD
           ELSE
               DISPLAY "ABCSLA: NO WINDOW CARD, USING DEFAULTS "
                   "0240/025/05/07/0010/090"
           END-IF.
           COMPUTE WS-WINDOW-HUND = WS-WINDOW-MIN * 6000.
           COMPUTE WS-MIN-HUND = WS-MIN-SECS * 100.

      *    THE FIRST PASS ONLY FINDS THE NEWEST RUN NUMBER, WHICH
      *    FIXES THE RANGE OF RUNS THE SECOND PASS KEEPS.
       FIND-LAST-RUN.
           OPEN INPUT TIM-FILE.
           IF TIM-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCSLA: UNABLE TO OPEN TIMEFILE, STATUS="
                   TIM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL TIM-EOF
               READ TIM-FILE
                   AT END
                       MOVE '*' TO WS-TIM-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TIM-READ-COUNT
                       IF TIM-RUN-NBR IS NUMERIC
                               AND TIM-RUN-NBR IS GREATER THAN
                                   WS-LAST-RUN
                           MOVE TIM-RUN-NBR TO WS-LAST-RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TIM-FILE.
           IF WS-LAST-RUN IS GREATER THAN ZERO
               IF WS-LAST-RUN IS GREATER THAN WS-RPT-RUNS
                   COMPUTE WS-FIRST-RPT-RUN =
                       WS-LAST-RUN - WS-RPT-RUNS + 1
               ELSE
                   MOVE 1 TO WS-FIRST-RPT-RUN
               END-IF
               IF WS-FIRST-RPT-RUN IS GREATER THAN WS-AVG-RUNS
                   COMPUTE WS-FIRST-RUN =
                       WS-FIRST-RPT-RUN - WS-AVG-RUNS
               ELSE
                   MOVE 1 TO WS-FIRST-RUN
               END-IF
               COMPUTE WS-RUN-SLOTS = WS-LAST-RUN - WS-FIRST-RUN + 1
           END-IF.

       LOAD-TIMINGS.
           PERFORM CLEAR-RUN-SLOT
               VARYING WS-RN-IDX FROM 1 BY 1
               UNTIL WS-RN-IDX IS GREATER THAN 198.
           IF WS-LAST-RUN IS EQUAL TO ZERO
               GO TO LOAD-TIMINGS-EXIT
           END-IF.
           MOVE SPACE TO WS-TIM-EOF-FLAG.
           OPEN INPUT TIM-FILE.
           PERFORM UNTIL TIM-EOF
               READ TIM-FILE
                   AT END
                       MOVE '*' TO WS-TIM-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-TIMING-RECORD
                           THRU STORE-TIMING-EXIT
               END-READ
           END-PERFORM.
           CLOSE TIM-FILE.
       LOAD-TIMINGS-EXIT.
           EXIT.

       CLEAR-RUN-SLOT.
           MOVE SPACE TO WS-RN-SEEN(WS-RN-IDX).
           MOVE 0 TO WS-RN-START(WS-RN-IDX).
           MOVE 0 TO WS-RN-END(WS-RN-IDX).
           MOVE SPACES TO WS-RN-START-STAMP(WS-RN-IDX).
           MOVE 0 TO WS-RN-RECORDS(WS-RN-IDX).
           PERFORM CLEAR-RUN-CELL
               VARYING WS-STK-IDX FROM 1 BY 1
               UNTIL WS-STK-IDX IS GREATER THAN 40.

       CLEAR-RUN-CELL.
           MOVE 0 TO WS-CELL-ELAPSED(WS-RN-IDX, WS-STK-IDX).
           MOVE 0 TO WS-CELL-RECORDS(WS-RN-IDX, WS-STK-IDX).
           MOVE 0 TO WS-CELL-ATTEMPTS(WS-RN-IDX, WS-STK-IDX).
           MOVE 0 TO WS-CELL-RC(WS-RN-IDX, WS-STK-IDX).

      *    A RECORD WITH A BAD RUN NUMBER OR STAMP, OR ONE THAT
      *    ENDS BEFORE IT STARTS, IS COUNTED AND LEFT OUT.
       STORE-TIMING-RECORD.
           IF TIM-RUN-NBR IS NOT NUMERIC
                   OR TIM-RECORDS IS NOT NUMERIC
               ADD 1 TO WS-BAD-REC-COUNT
               GO TO STORE-TIMING-EXIT
           END-IF.
           IF TIM-RUN-NBR IS LESS THAN WS-FIRST-RUN
               GO TO STORE-TIMING-EXIT
           END-IF.
           MOVE TIM-START TO WS-CNV-STAMP.
           PERFORM CONVERT-STAMP.
           IF NOT STAMP-OK
               ADD 1 TO WS-BAD-REC-COUNT
               GO TO STORE-TIMING-EXIT
           END-IF.
           MOVE WS-CNV-HUND TO WS-START-HUND.
           MOVE TIM-END TO WS-CNV-STAMP.
           PERFORM CONVERT-STAMP.
           IF NOT STAMP-OK
                   OR WS-CNV-HUND IS LESS THAN WS-START-HUND
               ADD 1 TO WS-BAD-REC-COUNT
               GO TO STORE-TIMING-EXIT
           END-IF.
           MOVE WS-CNV-HUND TO WS-END-HUND.
           PERFORM FIND-STEP-KEY.
           IF WS-STK-IDX IS EQUAL TO ZERO
               GO TO STORE-TIMING-EXIT
           END-IF.
           ADD 1 TO WS-TIM-KEPT-COUNT.
           COMPUTE WS-RN-IDX = TIM-RUN-NBR - WS-FIRST-RUN + 1.
           IF WS-RN-SEEN(WS-RN-IDX) IS EQUAL TO SPACE
               MOVE '*' TO WS-RN-SEEN(WS-RN-IDX)
               MOVE WS-START-HUND TO WS-RN-START(WS-RN-IDX)
               MOVE TIM-START TO WS-RN-START-STAMP(WS-RN-IDX)
               MOVE WS-END-HUND TO WS-RN-END(WS-RN-IDX)
           END-IF.
           IF WS-START-HUND IS LESS THAN WS-RN-START(WS-RN-IDX)
               MOVE WS-START-HUND TO WS-RN-START(WS-RN-IDX)
               MOVE TIM-START TO WS-RN-START-STAMP(WS-RN-IDX)
           END-IF.
           IF WS-END-HUND IS GREATER THAN WS-RN-END(WS-RN-IDX)
               MOVE WS-END-HUND TO WS-RN-END(WS-RN-IDX)
           END-IF.
           ADD TIM-RECORDS TO WS-RN-RECORDS(WS-RN-IDX).
           COMPUTE WS-CELL-ELAPSED(WS-RN-IDX, WS-STK-IDX) =
               WS-CELL-ELAPSED(WS-RN-IDX, WS-STK-IDX)
               + WS-END-HUND - WS-START-HUND.
           ADD TIM-RECORDS TO WS-CELL-RECORDS(WS-RN-IDX, WS-STK-IDX).
           ADD 1 TO WS-CELL-ATTEMPTS(WS-RN-IDX, WS-STK-IDX).
           IF TIM-RETURN-CODE IS NUMERIC
                   AND TIM-RETURN-CODE IS GREATER THAN
                       WS-CELL-RC(WS-RN-IDX, WS-STK-IDX)
               MOVE TIM-RETURN-CODE
                   TO WS-CELL-RC(WS-RN-IDX, WS-STK-IDX)
           END-IF.
       STORE-TIMING-EXIT.
           EXIT.

      *    LEAVES WS-STK-IDX AT THE STEP'S ENTRY, ADDING IT IF NEW;
      *    ZERO WHEN THE TABLE IS FULL.
       FIND-STEP-KEY.
           MOVE 0 TO WS-STK-IDX.
           PERFORM VARYING WS-STK-SCAN FROM 1 BY 1
                   UNTIL WS-STK-SCAN IS GREATER THAN WS-STEP-COUNT
                       OR WS-STK-IDX IS GREATER THAN ZERO
               IF WS-STK-PROGRAM(WS-STK-SCAN) IS EQUAL TO TIM-PROGRAM
                       AND WS-STK-ROLE(WS-STK-SCAN) IS EQUAL TO
                           TIM-ROLE
                   MOVE WS-STK-SCAN TO WS-STK-IDX
               END-IF
           END-PERFORM.
           IF WS-STK-IDX IS EQUAL TO ZERO
               IF WS-STEP-COUNT IS LESS THAN 40
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-STEP-COUNT TO WS-STK-IDX
                   MOVE TIM-PROGRAM TO WS-STK-PROGRAM(WS-STK-IDX)
                   MOVE TIM-ROLE TO WS-STK-ROLE(WS-STK-IDX)
               ELSE
                   MOVE '*' TO WS-STEP-TRUNC-FLAG
               END-IF
           END-IF.

       CONVERT-STAMP.
           MOVE SPACE TO WS-STAMP-OK-FLAG.
           IF WS-CNV-STAMP IS NUMERIC
               IF WS-CNV-MM IS GREATER THAN ZERO
                       AND WS-CNV-MM IS NOT GREATER THAN 12
                       AND WS-CNV-DD IS GREATER THAN ZERO
                       AND WS-CNV-DD IS NOT GREATER THAN 31
                       AND WS-CNV-YYYY IS GREATER THAN 1600
                       AND WS-CNV-HH IS LESS THAN 24
                       AND WS-CNV-MI IS LESS THAN 60
                       AND WS-CNV-SS IS LESS THAN 60
                   MOVE '*' TO WS-STAMP-OK-FLAG
                   COMPUTE WS-CNV-HUND =
                       (FUNCTION INTEGER-OF-DATE(WS-CNV-DATE) * 86400
                       + WS-CNV-HH * 3600 + WS-CNV-MI * 60
                       + WS-CNV-SS) * 100 + WS-CNV-HS
               END-IF
           END-IF.

       REPORT-ONE-RUN.
           IF WS-FIRST-RUN + WS-RN-IDX - 1 IS LESS THAN
                   WS-FIRST-RPT-RUN
               GO TO REPORT-ONE-RUN-EXIT
           END-IF.
           COMPUTE WS-RUN-NBR-ED = WS-FIRST-RUN + WS-RN-IDX - 1.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE SLA-LINE FROM WS-RPT-LINE.
           IF WS-RN-SEEN(WS-RN-IDX) IS EQUAL TO SPACE
               MOVE SPACES TO WS-RPT-LINE
               STRING "RUN " WS-RUN-NBR-ED
                   "  NO TIMING RECORDS (RUN NOT MADE, OR NOT TIMED)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE SLA-LINE FROM WS-RPT-LINE
               GO TO REPORT-ONE-RUN-EXIT
           END-IF.
           ADD 1 TO WS-RUNS-REPORTED.
           MOVE WS-RN-START-STAMP(WS-RN-IDX) TO WS-CNV-STAMP.
           PERFORM FORMAT-STAMP.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN " WS-RUN-NBR-ED "  STARTED " WS-STAMP-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SLA-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  STEP      ROLE            ELAPSED      RECORDS"
               "   RECS/SEC   ROLLING AVG    VS AVG"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SLA-LINE FROM WS-RPT-LINE.
           PERFORM REPORT-ONE-STEP THRU REPORT-ONE-STEP-EXIT
               VARYING WS-STK-IDX FROM 1 BY 1
               UNTIL WS-STK-IDX IS GREATER THAN WS-STEP-COUNT.
           PERFORM REPORT-JOB-ELAPSED.
       REPORT-ONE-RUN-EXIT.
           EXIT.

       REPORT-ONE-STEP.
           IF WS-CELL-ATTEMPTS(WS-RN-IDX, WS-STK-IDX) IS EQUAL TO ZERO
               GO TO REPORT-ONE-STEP-EXIT
           END-IF.
           MOVE WS-CELL-ELAPSED(WS-RN-IDX, WS-STK-IDX) TO WS-FMT-HUND.
           PERFORM FORMAT-ELAPSED.
           MOVE WS-CELL-RECORDS(WS-RN-IDX, WS-STK-IDX) TO WS-RECS-ED.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           STRING "  " WS-STK-PROGRAM(WS-STK-IDX)
               "  " WS-STK-ROLE(WS-STK-IDX)
               "  " WS-ELAPSED-ED
               "  " WS-RECS-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE
               WITH POINTER WS-LINE-PTR.
           IF WS-CELL-ELAPSED(WS-RN-IDX, WS-STK-IDX) IS GREATER
                   THAN ZERO
               COMPUTE WS-RATE =
                   WS-CELL-RECORDS(WS-RN-IDX, WS-STK-IDX) * 100
                   / WS-CELL-ELAPSED(WS-RN-IDX, WS-STK-IDX)
                   ON SIZE ERROR
                       MOVE 999999999 TO WS-RATE
               END-COMPUTE
               MOVE WS-RATE TO WS-RATE-ED
               STRING "  " WS-RATE-ED DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-LINE-PTR
           ELSE
               STRING "          -" DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-LINE-PTR
           END-IF.
           PERFORM TAKE-ROLLING-AVERAGE.
           IF WS-PRIOR-COUNT IS EQUAL TO ZERO
               STRING "  (NO PRIOR RUNS)" DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-LINE-PTR
           ELSE
               PERFORM JUDGE-STEP-AGAINST-AVERAGE
           END-IF.
           IF WS-CELL-ATTEMPTS(WS-RN-IDX, WS-STK-IDX) IS GREATER
                   THAN 1
               MOVE WS-CELL-ATTEMPTS(WS-RN-IDX, WS-STK-IDX)
                   TO WS-SMALL-ED
               STRING "  (" FUNCTION TRIM(WS-SMALL-ED) " ATTEMPTS)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   WITH POINTER WS-LINE-PTR
           END-IF.
           IF WS-CELL-RC(WS-RN-IDX, WS-STK-IDX) IS GREATER THAN ZERO
               MOVE WS-CELL-RC(WS-RN-IDX, WS-STK-IDX) TO WS-RC-ED
               STRING "  RC=" FUNCTION TRIM(WS-RC-ED)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   WITH POINTER WS-LINE-PTR
           END-IF.
           WRITE SLA-LINE FROM WS-RPT-LINE.
       REPORT-ONE-STEP-EXIT.
           EXIT.

      *    THE AVERAGE ELAPSED TIME OF THE SAME STEP OVER THE RUN
      *    NUMBERS JUST BEFORE THIS ONE; A RUN WITHOUT THE STEP
      *    DOES NOT COUNT.
       TAKE-ROLLING-AVERAGE.
           MOVE 0 TO WS-PRIOR-COUNT.
           MOVE 0 TO WS-PRIOR-TOTAL.
           MOVE 0 TO WS-AVG-HUND.
           IF WS-RN-IDX IS GREATER THAN WS-AVG-RUNS
               COMPUTE WS-AVG-FROM = WS-RN-IDX - WS-AVG-RUNS
           ELSE
               MOVE 1 TO WS-AVG-FROM
           END-IF.
           PERFORM ADD-PRIOR-RUN
               VARYING WS-AVG-IDX FROM WS-AVG-FROM BY 1
               UNTIL WS-AVG-IDX IS NOT LESS THAN WS-RN-IDX.
           IF WS-PRIOR-COUNT IS GREATER THAN ZERO
               COMPUTE WS-AVG-HUND ROUNDED =
                   WS-PRIOR-TOTAL / WS-PRIOR-COUNT
           END-IF.

       ADD-PRIOR-RUN.
           IF WS-CELL-ATTEMPTS(WS-AVG-IDX, WS-STK-IDX) IS GREATER
                   THAN ZERO
               ADD 1 TO WS-PRIOR-COUNT
               ADD WS-CELL-ELAPSED(WS-AVG-IDX, WS-STK-IDX)
                   TO WS-PRIOR-TOTAL
           END-IF.

      *    A STEP IS FLAGGED WHEN IT RAN LONGER THAN ITS ROLLING
      *    AVERAGE BY MORE THAN THE CARD'S PERCENTAGE, BUT ONLY IF
      *    IT RAN LONG ENOUGH TO MATTER TO THE WINDOW.
       JUDGE-STEP-AGAINST-AVERAGE.
           MOVE WS-AVG-HUND TO WS-FMT-HUND.
           PERFORM FORMAT-ELAPSED.
           STRING "  " WS-ELAPSED-ED DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-LINE-PTR.
           IF WS-AVG-HUND IS EQUAL TO ZERO
               STRING "         -" DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-LINE-PTR
           ELSE
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   (WS-CELL-ELAPSED(WS-RN-IDX, WS-STK-IDX)
                   - WS-AVG-HUND) * 100 / WS-AVG-HUND
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PCT-CHANGE
               END-COMPUTE
               MOVE WS-PCT-CHANGE TO WS-PCT-CHANGE-ED
               STRING "  " WS-PCT-CHANGE-ED "%" DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-LINE-PTR
               IF WS-PCT-CHANGE IS GREATER THAN WS-FLAG-PCT
                       AND WS-CELL-ELAPSED(WS-RN-IDX, WS-STK-IDX)
                           IS NOT LESS THAN WS-MIN-HUND
                   ADD 1 TO WS-FLAG-COUNT
                   STRING "  *** SLOW ***" DELIMITED BY SIZE
                       INTO WS-RPT-LINE WITH POINTER WS-LINE-PTR
               END-IF
           END-IF.

       REPORT-JOB-ELAPSED.
           COMPUTE WS-JOB-HUND =
               WS-RN-END(WS-RN-IDX) - WS-RN-START(WS-RN-IDX).
           MOVE WS-JOB-HUND TO WS-FMT-HUND.
           PERFORM FORMAT-ELAPSED.
           COMPUTE WS-PCT-WINDOW ROUNDED =
               WS-JOB-HUND * 100 / WS-WINDOW-HUND
               ON SIZE ERROR
                   MOVE 99999.9 TO WS-PCT-WINDOW
           END-COMPUTE.
           MOVE WS-PCT-WINDOW TO WS-PCT-WINDOW-ED.
           MOVE WS-WINDOW-MIN TO WS-WINDOW-ED.
           MOVE WS-RN-RECORDS(WS-RN-IDX) TO WS-RECS-ED.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           STRING "  JOB ELAPSED " WS-ELAPSED-ED
               "  RECORDS " WS-RECS-ED
               "  =" WS-PCT-WINDOW-ED "% OF THE "
               FUNCTION TRIM(WS-WINDOW-ED) "-MINUTE WINDOW"
               DELIMITED BY SIZE INTO WS-RPT-LINE
               WITH POINTER WS-LINE-PTR.
           IF WS-JOB-HUND IS GREATER THAN WS-WINDOW-HUND
               ADD 1 TO WS-OVERRUN-COUNT
               STRING "  *** WINDOW EXCEEDED ***" DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-LINE-PTR
           END-IF.
           WRITE SLA-LINE FROM WS-RPT-LINE.

      *    EACH STEP OVER THE REPORTED RUNS: RUNS MADE, AVERAGE AND
      *    LONGEST ELAPSED TIME, AND OVERALL THROUGHPUT.
       REPORT-STEP-AVERAGES.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE SLA-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "STEP AVERAGES OVER THE REPORTED RUNS"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SLA-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  STEP      ROLE        RUNS   AVG ELAPSED"
               "       LONGEST   RECS/SEC"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SLA-LINE FROM WS-RPT-LINE.
           PERFORM REPORT-ONE-STEP-AVERAGE
               VARYING WS-STK-IDX FROM 1 BY 1
               UNTIL WS-STK-IDX IS GREATER THAN WS-STEP-COUNT.

       REPORT-ONE-STEP-AVERAGE.
           MOVE 0 TO WS-SUM-RUNS.
           MOVE 0 TO WS-SUM-ELAPSED.
           MOVE 0 TO WS-SUM-RECORDS.
           MOVE 0 TO WS-MAX-HUND.
           COMPUTE WS-AVG-FROM = WS-FIRST-RPT-RUN - WS-FIRST-RUN + 1.
           PERFORM TALLY-STEP-RUN
               VARYING WS-AVG-IDX FROM WS-AVG-FROM BY 1
               UNTIL WS-AVG-IDX IS GREATER THAN WS-RUN-SLOTS.
           IF WS-SUM-RUNS IS GREATER THAN ZERO
               MOVE WS-SUM-RUNS TO WS-SMALL-ED
               COMPUTE WS-FMT-HUND ROUNDED =
                   WS-SUM-ELAPSED / WS-SUM-RUNS
               PERFORM FORMAT-ELAPSED
               MOVE WS-ELAPSED-ED TO WS-AVG-ELAPSED-ED
               MOVE WS-MAX-HUND TO WS-FMT-HUND
               PERFORM FORMAT-ELAPSED
               MOVE SPACES TO WS-RPT-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING "  " WS-STK-PROGRAM(WS-STK-IDX)
                   "  " WS-STK-ROLE(WS-STK-IDX)
                   "  " WS-SMALL-ED
                   "  " WS-AVG-ELAPSED-ED
                   "  " WS-ELAPSED-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   WITH POINTER WS-LINE-PTR
               IF WS-SUM-ELAPSED IS GREATER THAN ZERO
                   COMPUTE WS-RATE =
                       WS-SUM-RECORDS * 100 / WS-SUM-ELAPSED
                       ON SIZE ERROR
                           MOVE 999999999 TO WS-RATE
                   END-COMPUTE
                   MOVE WS-RATE TO WS-RATE-ED
                   STRING "  " WS-RATE-ED DELIMITED BY SIZE
                       INTO WS-RPT-LINE WITH POINTER WS-LINE-PTR
               END-IF
               WRITE SLA-LINE FROM WS-RPT-LINE
           END-IF.

       TALLY-STEP-RUN.
           IF WS-CELL-ATTEMPTS(WS-AVG-IDX, WS-STK-IDX) IS GREATER
                   THAN ZERO
               ADD 1 TO WS-SUM-RUNS
               ADD WS-CELL-ELAPSED(WS-AVG-IDX, WS-STK-IDX)
                   TO WS-SUM-ELAPSED
               ADD WS-CELL-RECORDS(WS-AVG-IDX, WS-STK-IDX)
                   TO WS-SUM-RECORDS
               IF WS-CELL-ELAPSED(WS-AVG-IDX, WS-STK-IDX) IS GREATER
                       THAN WS-MAX-HUND
                   MOVE WS-CELL-ELAPSED(WS-AVG-IDX, WS-STK-IDX)
                       TO WS-MAX-HUND
               END-IF
           END-IF.

      *    THE LINE IS FITTED OVER EVERY RUN KEPT; THE COST PER
      *    RECORD IS TAKEN OVER THE LAST AVERAGING RUNS ONLY, SO A
      *    RECENT CHANGE IN THE SPEED OF THE CHAIN SHOWS AT ONCE.
       PROJECT-BATCH-WINDOW.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE SLA-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "BATCH WINDOW PROJECTION" DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           WRITE SLA-LINE FROM WS-RPT-LINE.
           MOVE 0 TO WS-FIT-N.
           MOVE 0 TO WS-FIT-SX.
           MOVE 0 TO WS-FIT-SXX.
           MOVE 0 TO WS-FIT-SY.
           MOVE 0 TO WS-FIT-SXY.
           MOVE 0 TO WS-FIT-LAST-X.
           MOVE 0 TO WS-COST-RUNS.
           MOVE 0 TO WS-COST-HUND.
           MOVE 0 TO WS-COST-RECORDS.
           PERFORM TALLY-PROJECTION-RUN
               VARYING WS-RN-IDX FROM WS-RUN-SLOTS BY -1
               UNTIL WS-RN-IDX IS LESS THAN 1.
           IF WS-FIT-N IS LESS THAN 3
                   OR WS-COST-RECORDS IS EQUAL TO ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "  TOO FEW TIMED RUNS WITH RECORDS TO PROJECT "
                   "(AT LEAST 3 ARE NEEDED)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE SLA-LINE FROM WS-RPT-LINE
               GO TO PROJECT-WINDOW-EXIT
           END-IF.
           COMPUTE WS-FIT-DIVISOR =
               WS-FIT-N * WS-FIT-SXX - WS-FIT-SX * WS-FIT-SX.
           IF WS-FIT-DIVISOR IS GREATER THAN ZERO
               COMPUTE WS-GROWTH ROUNDED =
                   (WS-FIT-N * WS-FIT-SXY - WS-FIT-SX * WS-FIT-SY)
                   / WS-FIT-DIVISOR
           ELSE
               MOVE 0 TO WS-GROWTH
           END-IF.
           COMPUTE WS-FIT-BASE ROUNDED =
               (WS-FIT-SY - WS-GROWTH * WS-FIT-SX) / WS-FIT-N.
           COMPUTE WS-FIT-NOW ROUNDED =
               WS-FIT-BASE + WS-GROWTH * WS-FIT-LAST-X.
           COMPUTE WS-COST-PER-REC ROUNDED =
               WS-COST-HUND / WS-COST-RECORDS.
           MOVE WS-GROWTH TO WS-GROWTH-ED.
           MOVE WS-FIT-NOW TO WS-RECS-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  RECORDS PER RUN NOW " WS-RECS-ED
               "   TREND PER RUN " WS-GROWTH-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SLA-LINE FROM WS-RPT-LINE.
           COMPUTE WS-PROJ-HUND ROUNDED =
               WS-FIT-NOW * WS-COST-PER-REC.
           IF WS-PROJ-HUND IS LESS THAN ZERO
               MOVE 0 TO WS-PROJ-HUND
           END-IF.
           MOVE WS-PROJ-HUND TO WS-FMT-HUND.
           PERFORM FORMAT-ELAPSED.
           MOVE WS-WINDOW-MIN TO WS-WINDOW-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  JOB ELAPSED AT THAT VOLUME " WS-ELAPSED-ED
               "   WINDOW " FUNCTION TRIM(WS-WINDOW-ED) " MINUTES"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SLA-LINE FROM WS-RPT-LINE.
           COMPUTE WS-PROJ-HUND ROUNDED =
               (WS-FIT-NOW + WS-GROWTH * WS-HORIZON)
               * WS-COST-PER-REC.
           IF WS-PROJ-HUND IS LESS THAN ZERO
               MOVE 0 TO WS-PROJ-HUND
           END-IF.
           MOVE WS-PROJ-HUND TO WS-FMT-HUND.
           PERFORM FORMAT-ELAPSED.
           MOVE WS-HORIZON TO WS-HORIZON-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  JOB ELAPSED PROJECTED "
               FUNCTION TRIM(WS-HORIZON-ED) " RUNS AHEAD " WS-ELAPSED-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SLA-LINE FROM WS-RPT-LINE.
           COMPUTE WS-FIT-CAPACITY ROUNDED =
               WS-WINDOW-HUND / WS-COST-PER-REC
               ON SIZE ERROR
                   MOVE 999999999999999 TO WS-FIT-CAPACITY
           END-COMPUTE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-FIT-NOW IS NOT LESS THAN WS-FIT-CAPACITY
               MOVE '*' TO WS-MISS-FLAG
               STRING "  *** THE JOB ALREADY MISSES THE WINDOW AT THE "
                   "CURRENT VOLUME ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE SLA-LINE FROM WS-RPT-LINE
               GO TO PROJECT-WINDOW-EXIT
           END-IF.
           IF WS-GROWTH IS NOT GREATER THAN ZERO
               STRING "  VOLUME IS NOT GROWING; NO WINDOW MISS "
                   "PROJECTED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE SLA-LINE FROM WS-RPT-LINE
               GO TO PROJECT-WINDOW-EXIT
           END-IF.
           COMPUTE WS-RUNS-TO-MISS =
               (WS-FIT-CAPACITY - WS-FIT-NOW) / WS-GROWTH + 1
               ON SIZE ERROR
                   MOVE 999999999 TO WS-RUNS-TO-MISS
           END-COMPUTE.
           IF WS-RUNS-TO-MISS IS GREATER THAN WS-HORIZON
               STRING "  NO WINDOW MISS PROJECTED WITHIN THE NEXT "
                   FUNCTION TRIM(WS-HORIZON-ED) " RUNS"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE SLA-LINE FROM WS-RPT-LINE
               GO TO PROJECT-WINDOW-EXIT
           END-IF.
           MOVE '*' TO WS-MISS-FLAG.
           COMPUTE WS-MISS-RUN = WS-LAST-RUN + WS-RUNS-TO-MISS.
           MOVE WS-RUNS-TO-MISS TO WS-SMALL-ED.
           MOVE WS-MISS-RUN TO WS-MISS-RUN-ED.
           STRING "  *** PROJECTED TO MISS THE WINDOW IN ABOUT "
               FUNCTION TRIM(WS-SMALL-ED) " RUNS (RUN "
               FUNCTION TRIM(WS-MISS-RUN-ED) ") ***"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SLA-LINE FROM WS-RPT-LINE.
       PROJECT-WINDOW-EXIT.
           EXIT.

      *    TAKEN NEWEST FIRST SO THE COST RUNS ARE THE LATEST ONES.
       TALLY-PROJECTION-RUN.
           IF WS-RN-SEEN(WS-RN-IDX) IS EQUAL TO '*'
                   AND WS-RN-RECORDS(WS-RN-IDX) IS GREATER THAN ZERO
               ADD 1 TO WS-FIT-N
               MOVE WS-RN-IDX TO WS-FIT-X
               IF WS-FIT-LAST-X IS EQUAL TO ZERO
                   MOVE WS-FIT-X TO WS-FIT-LAST-X
               END-IF
               ADD WS-FIT-X TO WS-FIT-SX
               COMPUTE WS-FIT-SXX = WS-FIT-SXX + WS-FIT-X * WS-FIT-X
               ADD WS-RN-RECORDS(WS-RN-IDX) TO WS-FIT-SY
               COMPUTE WS-FIT-SXY = WS-FIT-SXY
                   + WS-FIT-X * WS-RN-RECORDS(WS-RN-IDX)
               IF WS-COST-RUNS IS LESS THAN WS-AVG-RUNS
                   ADD 1 TO WS-COST-RUNS
                   COMPUTE WS-COST-HUND = WS-COST-HUND
                       + WS-RN-END(WS-RN-IDX) - WS-RN-START(WS-RN-IDX)
                   ADD WS-RN-RECORDS(WS-RN-IDX) TO WS-COST-RECORDS
               END-IF
           END-IF.

       FORMAT-ELAPSED.
           DIVIDE WS-FMT-HUND BY 100 GIVING WS-FMT-SECS
               REMAINDER WS-FMT-HS.
           DIVIDE WS-FMT-SECS BY 60 GIVING WS-FMT-MINS
               REMAINDER WS-FMT-SS.
           DIVIDE WS-FMT-MINS BY 60 GIVING WS-FMT-HRS
               REMAINDER WS-FMT-MM.
           IF WS-FMT-HRS IS GREATER THAN 999
               MOVE 999 TO WS-FMT-HRS
           END-IF.
           MOVE WS-FMT-HRS TO WS-EL-HH.
           MOVE WS-FMT-MM TO WS-EL-MM.
           MOVE WS-FMT-SS TO WS-EL-SS.
           MOVE WS-FMT-HS TO WS-EL-HS.

       FORMAT-STAMP.
           MOVE SPACES TO WS-STAMP-ED.
           STRING WS-CNV-MM "/" WS-CNV-DD "/" WS-CNV-YYYY " "
               WS-CNV-HH ":" WS-CNV-MI ":" WS-CNV-SS
               DELIMITED BY SIZE INTO WS-STAMP-ED.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ABC-WORDS STEP TIMING AND BATCH WINDOW REPORT"
               "   RUN DATE: " WS-RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SLA-LINE FROM WS-RPT-LINE.
           MOVE WS-WINDOW-MIN TO WS-WINDOW-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "WINDOW " FUNCTION TRIM(WS-WINDOW-ED) " MINUTES"
               "   FLAG AT " WS-FLAG-PCT "% OVER THE AVERAGE OF "
               WS-AVG-RUNS " PRIOR RUNS (STEPS OF " WS-MIN-SECS
               " SECONDS OR MORE)   RUNS REPORTED " WS-RPT-RUNS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SLA-LINE FROM WS-RPT-LINE.
           IF WS-LAST-RUN IS EQUAL TO ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** NO TIMING RECORDS ON TIMEFILE ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE SLA-LINE FROM WS-RPT-LINE
           END-IF.
           IF STEP-TABLE-TRUNCATED
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** WARNING: MORE THAN 40 STEPS, "
                   "EXTRA STEPS NOT REPORTED ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE SLA-LINE FROM WS-RPT-LINE
           END-IF.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE SLA-LINE FROM WS-RPT-LINE.
           MOVE WS-FLAG-COUNT TO WS-FLAG-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "STEPS FLAGGED SLOW: " WS-FLAG-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SLA-LINE FROM WS-RPT-LINE.
           MOVE WS-OVERRUN-COUNT TO WS-FLAG-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUNS OVER THE WINDOW: " WS-FLAG-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SLA-LINE FROM WS-RPT-LINE.
           MOVE WS-TIM-READ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TIMING RECORDS READ: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE SLA-LINE FROM WS-RPT-LINE.
           IF WS-BAD-REC-COUNT IS GREATER THAN ZERO
               MOVE WS-BAD-REC-COUNT TO WS-COUNT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "TIMING RECORDS NOT UNDERSTOOD: " WS-COUNT-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE SLA-LINE FROM WS-RPT-LINE
           END-IF.
