       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCMEND.

      *    MONTH-END MANAGEMENT ROLLUP FOR THE ABC-WORDS SUBSYSTEM.
      *    THE CALENDAR MONTH ON THE PERIOD CARD (PERCARD, COLS 1-6
      *    YYYYMM; BLANK OR ABSENT MEANS LAST MONTH) AND THE MONTH
      *    BEFORE IT ARE TOTALLED IN ONE PASS OVER STATFILE, THE
      *    RUN-STATUS RECORDS ABCSTAT APPENDS EACH NIGHT, AND ONE
      *    PASS OVER THE RUNNING HISTORY ABCHIST APPENDS. MENDRPT
      *    SETS THE MONTH AGAINST THE PRIOR MONTH: RUNS BY STATUS
      *    WORD (GOOD, WARN, FAIL), OUT-OF-BALANCE NIGHTS, RECORDS
      *    READ, COUNTED AND REJECTED, MATCHES, MASTER ADDS,
      *    UPDATES AND ERRORS WITH THE NET GROWTH OF THE MASTER,
      *    AND DELTA CHURN (WORDS ADDED PLUS WORDS DROPPED). EVERY
      *    NIGHT OF THE MONTH WITH NO STATFILE RECORD IS LISTED AS
      *    A MISSED RUN, NOTING WHETHER THE HISTORY SHOWS THE JOB
      *    GOT AS FAR AS ITS SUMMARIES; NIGHTS BEFORE THE FIRST
      *    STATFILE RECORD EVER WRITTEN ARE NOT COUNTED, NOR ARE
      *    TODAY AND LATER WHEN THE MONTH IS STILL OPEN. THE
      *    HISTORY ALSO GIVES EACH SOURCE'S RUNS AND RECORDS FOR
      *    THE MONTH. THE MONTH'S TOTALS GO TO ONE FIXED-LAYOUT
      *    RECORD ON CHGEXT FOR THE FINANCE CHARGEBACK SPREADSHEET.
      *    RC=4 MEANS MISSED RUNS, UNREADABLE INPUT RECORDS OR NO
      *    HISTORY; RC=8 A PERIOD CARD THAT IS NOT A PAST OR
      *    CURRENT YYYYMM; RC=16 THAT STATFILE COULD NOT BE OPENED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PER-CARD ASSIGN TO PERCARD
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS PER-STATUS.
           SELECT STAT-FILE ASSIGN TO STATFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS STAT-STATUS.
           SELECT HIST-FILE ASSIGN TO HISTFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS HIST-STATUS.
           SELECT MEND-RPT ASSIGN TO MENDRPT
           ORGANIZATION LINE SEQUENTIAL.
           SELECT CHG-FILE ASSIGN TO CHGEXT
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PER-CARD
           LABEL RECORD STANDARD.
       01 PER-RECORD.
          03 PER-PERIOD        PIC X(6).
          03 FILLER            PIC X(74).

      *    ONE FIXED-LAYOUT RUN-STATUS RECORD PER RUN, AS ABCSTAT
      *    APPENDS IT; STAT-RUN-DATE IS MM/DD/YYYY.
       FD STAT-FILE
           LABEL RECORD STANDARD.
       01 STAT-RECORD.
          03 STAT-RUN-NBR      PIC 9(6).
          03 STAT-RUN-DATE     PIC X(10).
          03 STAT-BAL-FLAG     PIC X.
          03 STAT-READ         PIC 9(9).
          03 STAT-COUNTED      PIC 9(9).
          03 STAT-REJECTED     PIC 9(6).
          03 STAT-MATCHES      PIC 9(4).
          03 STAT-DLT-ADDED    PIC 9(6).
          03 STAT-DLT-DROPPED  PIC 9(6).
          03 STAT-MST-ADDED    PIC 9(6).
          03 STAT-MST-UPDATED  PIC 9(6).
          03 STAT-MST-ERRORS   PIC 9(6).
          03 STAT-ANOMALIES    PIC 9(4).
          03 STAT-STATUS-WORD  PIC X(4).

       FD HIST-FILE
           LABEL RECORD STANDARD.
       01 HIST-LINE           PIC X(100).

       FD MEND-RPT
           LABEL RECORD STANDARD.
       01 MEND-LINE           PIC X(132).

      *    THE CHARGEBACK EXTRACT: ONE RECORD FOR THE PERIOD, ALL
      *    FIGURES UNSIGNED AND ZERO-FILLED; THE SAME FIGURES AS
      *    THE THIS-MONTH COLUMN OF MENDRPT.
       FD CHG-FILE
           LABEL RECORD STANDARD.
       01 CHG-RECORD.
          03 CHG-PERIOD        PIC 9(6).
          03 CHG-RUNS          PIC 9(4).
          03 CHG-NIGHTS-RUN    PIC 99.
          03 CHG-NIGHTS-MISSED PIC 99.
          03 CHG-GOOD          PIC 9(4).
          03 CHG-WARN          PIC 9(4).
          03 CHG-FAIL          PIC 9(4).
          03 CHG-OOB-NIGHTS    PIC 99.
          03 CHG-READ          PIC 9(11).
          03 CHG-COUNTED       PIC 9(11).
          03 CHG-REJECTED      PIC 9(9).
          03 CHG-MATCHES       PIC 9(7).
          03 CHG-MST-ADDED     PIC 9(8).
          03 CHG-MST-UPDATED   PIC 9(8).
          03 CHG-MST-ERRORS    PIC 9(8).
          03 CHG-DLT-ADDED     PIC 9(8).
          03 CHG-DLT-DROPPED   PIC 9(8).
          03 CHG-HIST-LINES    PIC 9(6).
          03 CHG-CREATED       PIC X(10).
          03 FILLER            PIC X(8).

       WORKING-STORAGE SECTION.
       01 PER-STATUS          PIC XX.
       01 STAT-STATUS         PIC XX.
       01 HIST-STATUS         PIC XX.
       01 WS-RPT-LINE         PIC X(132).

       01 WS-TODAY.
          03 WS-TODAY-YYYY    PIC 9(4).
          03 WS-TODAY-MM      PIC 9(2).
          03 WS-TODAY-DD      PIC 9(2).
       01 WS-TODAY-DISPLAY    PIC X(10).
       01 WS-TODAY-PERIOD     PIC 9(6).

      *    THE PERIOD REPORTED AND THE ONE BEFORE IT, AS YYYYMM.
       01 WS-PERIOD.
          03 WS-PER-YYYY      PIC 9(4).
          03 WS-PER-MM        PIC 9(2).
       01 WS-PERIOD-N REDEFINES WS-PERIOD PIC 9(6).
       01 WS-PRIOR.
          03 WS-PRI-YYYY      PIC 9(4).
          03 WS-PRI-MM        PIC 9(2).
       01 WS-PRIOR-N REDEFINES WS-PRIOR PIC 9(6).
       01 WS-CARD-ERROR-FLAG  PIC X VALUE SPACE.
          88 PERIOD-CARD-BAD     VALUE '*'.
       01 WS-CARD-DEFAULT-FLAG PIC X VALUE SPACE.
          88 PERIOD-DEFAULTED    VALUE '*'.

      *    DAYS IN A MONTH: THE MONTH TO MEASURE GOES IN, THE
      *    NUMBER OF DAYS COMES OUT.
       01 WS-DIM-YYYY         PIC 9(4).
       01 WS-DIM-MM           PIC 9(2).
       01 WS-DIM-DAYS         PIC 99.
       01 WS-DIM-QUOT         PIC 9(4).
       01 WS-DIM-REM-4        PIC 9(4).
       01 WS-DIM-REM-100      PIC 9(4).
       01 WS-DIM-REM-400      PIC 9(4).
       01 WS-MONTH-DAYS-TABLE.
          03 FILLER           PIC X(24)
                              VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
          03 WS-MONTH-DAY-COUNT PIC 99 OCCURS 12 TIMES.

      *    A DATE TAKEN APART: MM/DD/YYYY FROM A STATUS RECORD OR
      *    A HISTORY LINE.
       01 WS-DATE-X           PIC X(10).
       01 WS-DATE-PARTS REDEFINES WS-DATE-X.
          03 WS-DP-MM         PIC 99.
          03 WS-DP-SLASH1     PIC X.
          03 WS-DP-DD         PIC 99.
          03 WS-DP-SLASH2     PIC X.
          03 WS-DP-YYYY       PIC 9(4).
       01 WS-DATE-OK-FLAG     PIC X.
          88 DATE-OK             VALUE '*'.
       01 WS-DATE-PERIOD      PIC 9(6).
       01 WS-DATE-YYYYMMDD    PIC 9(8).
      *    WHICH PERIOD A DATE FALLS IN: 1 = THIS MONTH, 2 = THE
      *    PRIOR MONTH, 0 = NEITHER.
       01 WS-PX               PIC 9.
       01 WS-DAY-IDX          PIC 99.

      *    THE EARLIEST RUN DATE ON STATFILE; NO NIGHT BEFORE IT
      *    CAN HAVE BEEN MISSED.
       01 WS-FIRST-STAT-DATE  PIC 9(8) VALUE 99999999.

      *    THE TWO PERIODS' TOTALS, 1 = THIS MONTH, 2 = THE PRIOR
      *    MONTH, WITH ONE SLOT PER NIGHT OF THE MONTH.
       01 WS-PERIOD-TABLE.
          03 WS-PT-ENTRY OCCURS 2 TIMES.
             05 WS-PT-PERIOD       PIC 9(6).
             05 WS-PT-DAYS         PIC 99.
             05 WS-PT-LAST-DAY     PIC 99.
             05 WS-PT-RUNS         PIC 9(4).
             05 WS-PT-GOOD         PIC 9(4).
             05 WS-PT-WARN         PIC 9(4).
             05 WS-PT-FAIL         PIC 9(4).
             05 WS-PT-OTHER        PIC 9(4).
             05 WS-PT-NIGHTS-RUN   PIC 99.
             05 WS-PT-MISSED       PIC 99.
             05 WS-PT-OOB-NIGHTS   PIC 99.
             05 WS-PT-READ         PIC 9(11).
             05 WS-PT-COUNTED      PIC 9(11).
             05 WS-PT-REJECTED     PIC 9(9).
             05 WS-PT-MATCHES      PIC 9(7).
             05 WS-PT-MST-ADDED    PIC 9(8).
             05 WS-PT-MST-UPDATED  PIC 9(8).
             05 WS-PT-MST-ERRORS   PIC 9(8).
             05 WS-PT-DLT-ADDED    PIC 9(8).
             05 WS-PT-DLT-DROPPED  PIC 9(8).
             05 WS-PT-HIST-LINES   PIC 9(6).
             05 WS-PT-NIGHT OCCURS 31 TIMES.
                07 WS-PT-NIGHT-RUNS  PIC 99.
                07 WS-PT-NIGHT-OOB   PIC X.
                07 WS-PT-NIGHT-HIST  PIC X.

       01 WS-STAT-EOF-FLAG    PIC X VALUE SPACE.
          88 STAT-EOF            VALUE '*'.
       01 WS-HIST-EOF-FLAG    PIC X VALUE SPACE.
          88 HIST-EOF            VALUE '*'.
       01 WS-HIST-MISSING-FLAG PIC X VALUE SPACE.
          88 HISTORY-MISSING     VALUE '*'.
       01 WS-STAT-READ-COUNT  PIC 9(7) VALUE 0.
       01 WS-STAT-BAD-COUNT   PIC 9(7) VALUE 0.
       01 WS-STAT-UNDATED     PIC 9(7) VALUE 0.
       01 WS-HIST-READ-COUNT  PIC 9(7) VALUE 0.
       01 WS-HIST-BAD-COUNT   PIC 9(7) VALUE 0.

      *    EACH HISTORY LINE, AS WRITTEN BY ABCHIST, READS
      *    MM/DD/YYYY  SOURCE  RECORDS=NNNNNNNNN  MAXLEN=NN
       01 WS-PARSE-FLAG       PIC X.
          88 PARSE-OK            VALUE '*'.
       01 WS-PART-BEFORE      PIC X(80).
       01 WS-PART-RECORDS     PIC X(15).
       01 WS-PART-MAXLEN      PIC X(10).
       01 WS-TOK-DATE         PIC X(10).
       01 WS-TOK-NAME         PIC X(64).

      *    THIS MONTH'S HISTORY BY SOURCE; A PALINDROME SERIES
      *    CARRIES ITS (P) SUFFIX AND IS KEPT APART, AS ABCTREND
      *    KEEPS IT.
       01 WS-SRC-COUNT        PIC 99 VALUE 0.
       01 WS-SRC-TABLE.
          03 WS-SRC-ENTRY OCCURS 50 TIMES.
             05 WS-SRC-NAME      PIC X(64).
             05 WS-SRC-RUNS      PIC 9(4).
             05 WS-SRC-RECORDS   PIC 9(11).
             05 WS-SRC-MAXLEN    PIC 99.
       01 WS-SRC-IDX          PIC 99.
       01 WS-FOUND-FLAG       PIC X.
          88 SOURCE-FOUND        VALUE '*'.
       01 WS-SRC-TRUNC-FLAG   PIC X VALUE SPACE.
          88 SRC-TABLE-TRUNCATED VALUE '*'.
       01 WS-LINE-RECORDS     PIC 9(9).
       01 WS-LINE-MAXLEN      PIC 99.

      *    ONE LINE OF THE MONTH-AGAINST-MONTH COMPARISON.
       01 WS-CMP-LABEL        PIC X(40).
       01 WS-CMP-THIS         PIC 9(11).
       01 WS-CMP-PRIOR        PIC 9(11).
       01 WS-CMP-CHANGE       PIC S9(11).
       01 WS-CMP-THIS-ED      PIC Z(10)9.
       01 WS-CMP-PRIOR-ED     PIC Z(10)9.
       01 WS-CMP-CHANGE-ED    PIC +(11)9.

       01 WS-SHARE            PIC 9(3).
       01 WS-SHARE-ED         PIC ZZ9.
       01 WS-MST-WRITES       PIC 9(9).
       01 WS-COUNT-ED         PIC Z(10)9.
       01 WS-SMALL-ED         PIC ZZZ9.
       01 WS-MAXLEN-ED        PIC Z9.
       01 WS-SRC-NAME-COL     PIC X(40).
       01 WS-LIST-COUNT       PIC 99.
       01 WS-NIGHT-DATE       PIC X(10).
       01 WS-NIGHT-DD         PIC 99.
       01 WS-PERIOD-DISPLAY   PIC X(7).
       01 WS-PRIOR-DISPLAY    PIC X(7).

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YYYY
               DELIMITED BY SIZE INTO WS-TODAY-DISPLAY.
           COMPUTE WS-TODAY-PERIOD =
               WS-TODAY-YYYY * 100 + WS-TODAY-MM.
           PERFORM READ-PERIOD-CARD THRU READ-PERIOD-EXIT.
           IF PERIOD-CARD-BAD
               DISPLAY "ABCMEND: PERIOD CARD MUST BE A PAST OR "
                   "CURRENT MONTH AS YYYYMM, FOUND '" PER-PERIOD "'"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SET-PERIOD-BOUNDS.
           OPEN INPUT STAT-FILE.
           IF STAT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCMEND: UNABLE TO OPEN STATFILE, STATUS="
                   STAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL STAT-EOF
               READ STAT-FILE
                   AT END
                       MOVE '*' TO WS-STAT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-STAT-READ-COUNT
                       PERFORM TAKE-STATUS-RECORD
                           THRU TAKE-STATUS-EXIT
               END-READ
           END-PERFORM.
           CLOSE STAT-FILE.
           PERFORM READ-HISTORY.
           PERFORM COUNT-PERIOD-NIGHTS
               VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX IS GREATER THAN 2.
           OPEN OUTPUT MEND-RPT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM REPORT-RUN-OUTCOMES.
           PERFORM REPORT-VOLUMES.
           PERFORM REPORT-MASTER-GROWTH.
           PERFORM REPORT-DELTA-CHURN.
           PERFORM REPORT-MISSED-RUNS.
           PERFORM REPORT-SOURCE-HISTORY.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE MEND-RPT.
           PERFORM WRITE-CHARGEBACK-EXTRACT.
           DISPLAY "ABCMEND: PERIOD=" WS-PERIOD-N
               " RUNS=" WS-PT-RUNS(1)
               " GOOD=" WS-PT-GOOD(1)
               " WARN=" WS-PT-WARN(1)
               " FAIL=" WS-PT-FAIL(1)
               " MISSED=" WS-PT-MISSED(1)
               " BAD=" WS-STAT-BAD-COUNT.
           IF WS-PT-MISSED(1) IS GREATER THAN ZERO
                   OR WS-STAT-BAD-COUNT IS GREATER THAN ZERO
                   OR WS-HIST-BAD-COUNT IS GREATER THAN ZERO
                   OR HISTORY-MISSING
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *    A MISSING OR BLANK CARD MEANS LAST MONTH, SO THE JOB CAN
      *    BE SCHEDULED EARLY EACH MONTH WITH NO CARD CHANGE.
       READ-PERIOD-CARD.
           MOVE SPACES TO PER-RECORD.
           OPEN INPUT PER-CARD.
           IF PER-STATUS IS EQUAL TO "00"
               READ PER-CARD
                   AT END
                       MOVE SPACES TO PER-RECORD
               END-READ
               CLOSE PER-CARD
           END-IF.
           IF PER-PERIOD IS EQUAL TO SPACES
               MOVE '*' TO WS-CARD-DEFAULT-FLAG
               MOVE WS-TODAY-YYYY TO WS-PER-YYYY
               MOVE WS-TODAY-MM TO WS-PER-MM
               IF WS-PER-MM IS EQUAL TO 1
                   MOVE 12 TO WS-PER-MM
                   SUBTRACT 1 FROM WS-PER-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-PER-MM
               END-IF
               GO TO READ-PERIOD-EXIT
           END-IF.
           IF PER-PERIOD IS NOT NUMERIC
               MOVE '*' TO WS-CARD-ERROR-FLAG
               GO TO READ-PERIOD-EXIT
           END-IF.
           MOVE PER-PERIOD TO WS-PERIOD.
           IF WS-PER-MM IS LESS THAN 1
                   OR WS-PER-MM IS GREATER THAN 12
                   OR WS-PER-YYYY IS LESS THAN 1900
                   OR WS-PERIOD-N IS GREATER THAN WS-TODAY-PERIOD
               MOVE '*' TO WS-CARD-ERROR-FLAG
           END-IF.
       READ-PERIOD-EXIT.
           EXIT.

      *    THE PRIOR MONTH, THE LENGTH OF BOTH MONTHS, AND THE LAST
      *    NIGHT OF EACH THAT CAN YET HAVE RUN: YESTERDAY, WHEN THE
      *    MONTH REPORTED IS THE CURRENT ONE.
       SET-PERIOD-BOUNDS.
           INITIALIZE WS-PERIOD-TABLE.
           MOVE WS-PER-YYYY TO WS-PRI-YYYY.
           MOVE WS-PER-MM TO WS-PRI-MM.
           IF WS-PRI-MM IS EQUAL TO 1
               MOVE 12 TO WS-PRI-MM
               SUBTRACT 1 FROM WS-PRI-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PRI-MM
           END-IF.
           MOVE WS-PERIOD-N TO WS-PT-PERIOD(1).
           MOVE WS-PER-YYYY TO WS-DIM-YYYY.
           MOVE WS-PER-MM TO WS-DIM-MM.
           PERFORM FIND-DAYS-IN-MONTH.
           MOVE WS-DIM-DAYS TO WS-PT-DAYS(1).
           MOVE WS-DIM-DAYS TO WS-PT-LAST-DAY(1).
           IF WS-PERIOD-N IS EQUAL TO WS-TODAY-PERIOD
               COMPUTE WS-PT-LAST-DAY(1) = WS-TODAY-DD - 1
           END-IF.
           MOVE WS-PRIOR-N TO WS-PT-PERIOD(2).
           MOVE WS-PRI-YYYY TO WS-DIM-YYYY.
           MOVE WS-PRI-MM TO WS-DIM-MM.
           PERFORM FIND-DAYS-IN-MONTH.
           MOVE WS-DIM-DAYS TO WS-PT-DAYS(2).
           MOVE WS-DIM-DAYS TO WS-PT-LAST-DAY(2).
           STRING WS-PER-YYYY "-" WS-PER-MM
               DELIMITED BY SIZE INTO WS-PERIOD-DISPLAY.
           STRING WS-PRI-YYYY "-" WS-PRI-MM
               DELIMITED BY SIZE INTO WS-PRIOR-DISPLAY.

      *    FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
      *    CENTURY YEAR NOT DIVISIBLE BY 400.
       FIND-DAYS-IN-MONTH.
           MOVE WS-MONTH-DAY-COUNT(WS-DIM-MM) TO WS-DIM-DAYS.
           IF WS-DIM-MM IS EQUAL TO 2
               DIVIDE WS-DIM-YYYY BY 4 GIVING WS-DIM-QUOT
                   REMAINDER WS-DIM-REM-4
               DIVIDE WS-DIM-YYYY BY 100 GIVING WS-DIM-QUOT
                   REMAINDER WS-DIM-REM-100
               DIVIDE WS-DIM-YYYY BY 400 GIVING WS-DIM-QUOT
                   REMAINDER WS-DIM-REM-400
               IF WS-DIM-REM-4 IS EQUAL TO ZERO
                   AND (WS-DIM-REM-100 IS NOT EQUAL TO ZERO
                        OR WS-DIM-REM-400 IS EQUAL TO ZERO)
                   MOVE 29 TO WS-DIM-DAYS
               END-IF
           END-IF.

      *    SETS DATE-OK, WS-DATE-YYYYMMDD AND WS-PX FOR THE DATE IN
      *    WS-DATE-X.
       PLACE-DATE.
           MOVE SPACE TO WS-DATE-OK-FLAG.
           MOVE 0 TO WS-PX.
           IF WS-DP-MM IS NUMERIC AND WS-DP-DD IS NUMERIC
                   AND WS-DP-YYYY IS NUMERIC
                   AND WS-DP-SLASH1 IS EQUAL TO "/"
                   AND WS-DP-SLASH2 IS EQUAL TO "/"
               IF WS-DP-MM IS GREATER THAN 0
                       AND WS-DP-MM IS LESS THAN 13
                       AND WS-DP-DD IS GREATER THAN 0
                       AND WS-DP-DD IS LESS THAN 32
                   MOVE '*' TO WS-DATE-OK-FLAG
               END-IF
           END-IF.
           IF DATE-OK
               COMPUTE WS-DATE-PERIOD = WS-DP-YYYY * 100 + WS-DP-MM
               COMPUTE WS-DATE-YYYYMMDD =
                   WS-DATE-PERIOD * 100 + WS-DP-DD
               IF WS-DATE-PERIOD IS EQUAL TO WS-PT-PERIOD(1)
                   MOVE 1 TO WS-PX
               END-IF
               IF WS-DATE-PERIOD IS EQUAL TO WS-PT-PERIOD(2)
                   MOVE 2 TO WS-PX
               END-IF
           END-IF.

      *    A STATUS RECORD WHOSE FIGURES ARE NOT NUMERIC IS COUNTED
      *    AS BAD AND SKIPPED; ONE WITH NO RUN DATE (ABCSTAT WRITES
      *    ONE WHEN STEP1 LEFT NO CONTROL TOTALS) CANNOT BE PLACED
      *    IN A MONTH AND IS ONLY COUNTED.
       TAKE-STATUS-RECORD.
           IF STAT-READ IS NOT NUMERIC
                   OR STAT-COUNTED IS NOT NUMERIC
                   OR STAT-REJECTED IS NOT NUMERIC
                   OR STAT-MATCHES IS NOT NUMERIC
                   OR STAT-DLT-ADDED IS NOT NUMERIC
                   OR STAT-DLT-DROPPED IS NOT NUMERIC
                   OR STAT-MST-ADDED IS NOT NUMERIC
                   OR STAT-MST-UPDATED IS NOT NUMERIC
                   OR STAT-MST-ERRORS IS NOT NUMERIC
               ADD 1 TO WS-STAT-BAD-COUNT
               GO TO TAKE-STATUS-EXIT
           END-IF.
           MOVE STAT-RUN-DATE TO WS-DATE-X.
           PERFORM PLACE-DATE.
           IF NOT DATE-OK
               ADD 1 TO WS-STAT-UNDATED
               GO TO TAKE-STATUS-EXIT
           END-IF.
           IF WS-DATE-YYYYMMDD IS LESS THAN WS-FIRST-STAT-DATE
               MOVE WS-DATE-YYYYMMDD TO WS-FIRST-STAT-DATE
           END-IF.
           IF WS-PX IS EQUAL TO 0
               GO TO TAKE-STATUS-EXIT
           END-IF.
           ADD 1 TO WS-PT-RUNS(WS-PX).
           EVALUATE STAT-STATUS-WORD
               WHEN 'GOOD'
                   ADD 1 TO WS-PT-GOOD(WS-PX)
               WHEN 'WARN'
                   ADD 1 TO WS-PT-WARN(WS-PX)
               WHEN 'FAIL'
                   ADD 1 TO WS-PT-FAIL(WS-PX)
               WHEN OTHER
                   ADD 1 TO WS-PT-OTHER(WS-PX)
           END-EVALUATE.
           ADD 1 TO WS-PT-NIGHT-RUNS(WS-PX, WS-DP-DD).
           IF STAT-BAL-FLAG IS EQUAL TO '*'
               MOVE '*' TO WS-PT-NIGHT-OOB(WS-PX, WS-DP-DD)
           END-IF.
           ADD STAT-READ        TO WS-PT-READ(WS-PX).
           ADD STAT-COUNTED     TO WS-PT-COUNTED(WS-PX).
           ADD STAT-REJECTED    TO WS-PT-REJECTED(WS-PX).
           ADD STAT-MATCHES     TO WS-PT-MATCHES(WS-PX).
           ADD STAT-MST-ADDED   TO WS-PT-MST-ADDED(WS-PX).
           ADD STAT-MST-UPDATED TO WS-PT-MST-UPDATED(WS-PX).
           ADD STAT-MST-ERRORS  TO WS-PT-MST-ERRORS(WS-PX).
           ADD STAT-DLT-ADDED   TO WS-PT-DLT-ADDED(WS-PX).
           ADD STAT-DLT-DROPPED TO WS-PT-DLT-DROPPED(WS-PX).
       TAKE-STATUS-EXIT.
           EXIT.

       READ-HISTORY.
           OPEN INPUT HIST-FILE.
           IF HIST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCMEND: NO HISTORY, STATUS=" HIST-STATUS
               MOVE '*' TO WS-HIST-MISSING-FLAG
           ELSE
               PERFORM UNTIL HIST-EOF
                   READ HIST-FILE
                       AT END
                           MOVE '*' TO WS-HIST-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-HIST-READ-COUNT
                           PERFORM TAKE-HISTORY-LINE
                               THRU TAKE-HISTORY-EXIT
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF.

       TAKE-HISTORY-LINE.
           PERFORM PARSE-HISTORY-LINE THRU PARSE-HISTORY-EXIT.
           IF NOT PARSE-OK
               ADD 1 TO WS-HIST-BAD-COUNT
               GO TO TAKE-HISTORY-EXIT
           END-IF.
           MOVE WS-TOK-DATE TO WS-DATE-X.
           PERFORM PLACE-DATE.
           IF NOT DATE-OK
               ADD 1 TO WS-HIST-BAD-COUNT
               GO TO TAKE-HISTORY-EXIT
           END-IF.
           IF WS-PX IS EQUAL TO 0
               GO TO TAKE-HISTORY-EXIT
           END-IF.
           ADD 1 TO WS-PT-HIST-LINES(WS-PX).
           MOVE '*' TO WS-PT-NIGHT-HIST(WS-PX, WS-DP-DD).
           IF WS-PX IS EQUAL TO 1
               PERFORM NOTE-SOURCE-HISTORY
           END-IF.
       TAKE-HISTORY-EXIT.
           EXIT.

       PARSE-HISTORY-LINE.
           MOVE SPACE TO WS-PARSE-FLAG.
           MOVE SPACES TO WS-PART-BEFORE.
           MOVE SPACES TO WS-PART-RECORDS.
           MOVE SPACES TO WS-PART-MAXLEN.
           MOVE SPACES TO WS-TOK-DATE.
           MOVE SPACES TO WS-TOK-NAME.
           UNSTRING HIST-LINE
               DELIMITED BY "RECORDS=" OR "MAXLEN="
               INTO WS-PART-BEFORE WS-PART-RECORDS WS-PART-MAXLEN.
           IF WS-PART-RECORDS IS EQUAL TO SPACES
                   OR WS-PART-MAXLEN IS EQUAL TO SPACES
               GO TO PARSE-HISTORY-EXIT
           END-IF.
           UNSTRING WS-PART-BEFORE DELIMITED BY ALL SPACES
               INTO WS-TOK-DATE WS-TOK-NAME.
           IF WS-TOK-DATE IS EQUAL TO SPACES
                   OR WS-TOK-NAME IS EQUAL TO SPACES
               GO TO PARSE-HISTORY-EXIT
           END-IF.
           MOVE '*' TO WS-PARSE-FLAG.
       PARSE-HISTORY-EXIT.
           EXIT.

      *    THE LAST LINE OF THE MONTH GIVES THE SOURCE'S MAXLEN,
      *    THE HISTORY BEING IN RUN ORDER.
       NOTE-SOURCE-HISTORY.
           COMPUTE WS-LINE-RECORDS = FUNCTION NUMVAL(WS-PART-RECORDS).
           COMPUTE WS-LINE-MAXLEN = FUNCTION NUMVAL(WS-PART-MAXLEN).
           MOVE SPACE TO WS-FOUND-FLAG.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL SOURCE-FOUND
                   OR WS-SRC-IDX IS GREATER THAN WS-SRC-COUNT
               IF WS-SRC-NAME(WS-SRC-IDX) IS EQUAL TO WS-TOK-NAME
                   MOVE '*' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF SOURCE-FOUND
               SUBTRACT 1 FROM WS-SRC-IDX
           ELSE
               IF WS-SRC-COUNT IS LESS THAN 50
                   ADD 1 TO WS-SRC-COUNT
                   MOVE WS-SRC-COUNT TO WS-SRC-IDX
                   MOVE WS-TOK-NAME TO WS-SRC-NAME(WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-RUNS(WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-RECORDS(WS-SRC-IDX)
                   MOVE '*' TO WS-FOUND-FLAG
               ELSE
                   MOVE '*' TO WS-SRC-TRUNC-FLAG
               END-IF
           END-IF.
           IF SOURCE-FOUND
               ADD 1 TO WS-SRC-RUNS(WS-SRC-IDX)
               ADD WS-LINE-RECORDS TO WS-SRC-RECORDS(WS-SRC-IDX)
               MOVE WS-LINE-MAXLEN TO WS-SRC-MAXLEN(WS-SRC-IDX)
           END-IF.

      *    A NIGHT WITH A STATUS RECORD WAS RUN; ONE WITHOUT, UP TO
      *    THE LAST NIGHT THAT CAN HAVE RUN AND FROM THE FIRST
      *    NIGHT STATFILE EVER RECORDED, WAS MISSED.
       COUNT-PERIOD-NIGHTS.
           PERFORM COUNT-ONE-NIGHT
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX IS GREATER THAN WS-PT-LAST-DAY(WS-PX).

       COUNT-ONE-NIGHT.
           IF WS-PT-NIGHT-RUNS(WS-PX, WS-DAY-IDX) IS GREATER THAN 0
               ADD 1 TO WS-PT-NIGHTS-RUN(WS-PX)
               IF WS-PT-NIGHT-OOB(WS-PX, WS-DAY-IDX) IS EQUAL TO '*'
                   ADD 1 TO WS-PT-OOB-NIGHTS(WS-PX)
               END-IF
           ELSE
               COMPUTE WS-DATE-YYYYMMDD =
                   WS-PT-PERIOD(WS-PX) * 100 + WS-DAY-IDX
               IF WS-DATE-YYYYMMDD IS NOT LESS THAN
                       WS-FIRST-STAT-DATE
                   ADD 1 TO WS-PT-MISSED(WS-PX)
               END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ABC-WORDS MONTH-END ROLLUP" DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           WRITE MEND-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF PERIOD-DEFAULTED
               STRING "PERIOD: " WS-PERIOD-DISPLAY
                   " (LAST MONTH, NO PERIOD CARD)"
                   "   PRIOR PERIOD: " WS-PRIOR-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "PERIOD: " WS-PERIOD-DISPLAY
                   "   PRIOR PERIOD: " WS-PRIOR-DISPLAY
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE MEND-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-TODAY-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE MEND-LINE FROM WS-RPT-LINE.
           IF WS-PT-LAST-DAY(1) IS LESS THAN WS-PT-DAYS(1)
               MOVE WS-PT-LAST-DAY(1) TO WS-SMALL-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** PERIOD STILL OPEN - FIGURES COVER THE "
                   "FIRST" WS-SMALL-ED " NIGHT(S) ONLY ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE MEND-LINE FROM WS-RPT-LINE
           END-IF.

       WRITE-SECTION-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE MEND-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-CMP-LABEL "   THIS MONTH  PRIOR MONTH"
               "       CHANGE"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE MEND-LINE FROM WS-RPT-LINE.

       WRITE-COMPARISON-LINE.
           COMPUTE WS-CMP-CHANGE = WS-CMP-THIS - WS-CMP-PRIOR.
           MOVE WS-CMP-THIS TO WS-CMP-THIS-ED.
           MOVE WS-CMP-PRIOR TO WS-CMP-PRIOR-ED.
           MOVE WS-CMP-CHANGE TO WS-CMP-CHANGE-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-CMP-LABEL " " WS-CMP-THIS-ED "  "
               WS-CMP-PRIOR-ED " " WS-CMP-CHANGE-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE MEND-LINE FROM WS-RPT-LINE.

       REPORT-RUN-OUTCOMES.
           MOVE "RUN OUTCOMES" TO WS-CMP-LABEL.
           PERFORM WRITE-SECTION-HEADER.
           MOVE "RUNS (STATUS RECORDS)" TO WS-CMP-LABEL.
           MOVE WS-PT-RUNS(1) TO WS-CMP-THIS.
           MOVE WS-PT-RUNS(2) TO WS-CMP-PRIOR.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE "  GOOD" TO WS-CMP-LABEL.
           MOVE WS-PT-GOOD(1) TO WS-CMP-THIS.
           MOVE WS-PT-GOOD(2) TO WS-CMP-PRIOR.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE "  WARN" TO WS-CMP-LABEL.
           MOVE WS-PT-WARN(1) TO WS-CMP-THIS.
           MOVE WS-PT-WARN(2) TO WS-CMP-PRIOR.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE "  FAIL" TO WS-CMP-LABEL.
           MOVE WS-PT-FAIL(1) TO WS-CMP-THIS.
           MOVE WS-PT-FAIL(2) TO WS-CMP-PRIOR.
           PERFORM WRITE-COMPARISON-LINE.
           IF WS-PT-OTHER(1) IS GREATER THAN ZERO
                   OR WS-PT-OTHER(2) IS GREATER THAN ZERO
               MOVE "  OTHER STATUS WORD" TO WS-CMP-LABEL
               MOVE WS-PT-OTHER(1) TO WS-CMP-THIS
               MOVE WS-PT-OTHER(2) TO WS-CMP-PRIOR
               PERFORM WRITE-COMPARISON-LINE
           END-IF.
           MOVE "NIGHTS RUN" TO WS-CMP-LABEL.
           MOVE WS-PT-NIGHTS-RUN(1) TO WS-CMP-THIS.
           MOVE WS-PT-NIGHTS-RUN(2) TO WS-CMP-PRIOR.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE "NIGHTS MISSED (NO STATUS RECORD)" TO WS-CMP-LABEL.
           MOVE WS-PT-MISSED(1) TO WS-CMP-THIS.
           MOVE WS-PT-MISSED(2) TO WS-CMP-PRIOR.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE "OUT-OF-BALANCE NIGHTS" TO WS-CMP-LABEL.
           MOVE WS-PT-OOB-NIGHTS(1) TO WS-CMP-THIS.
           MOVE WS-PT-OOB-NIGHTS(2) TO WS-CMP-PRIOR.
           PERFORM WRITE-COMPARISON-LINE.

       REPORT-VOLUMES.
           MOVE "VOLUMES" TO WS-CMP-LABEL.
           PERFORM WRITE-SECTION-HEADER.
           MOVE "RECORDS READ" TO WS-CMP-LABEL.
           MOVE WS-PT-READ(1) TO WS-CMP-THIS.
           MOVE WS-PT-READ(2) TO WS-CMP-PRIOR.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE "RECORDS COUNTED" TO WS-CMP-LABEL.
           MOVE WS-PT-COUNTED(1) TO WS-CMP-THIS.
           MOVE WS-PT-COUNTED(2) TO WS-CMP-PRIOR.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE "RECORDS REJECTED" TO WS-CMP-LABEL.
           MOVE WS-PT-REJECTED(1) TO WS-CMP-THIS.
           MOVE WS-PT-REJECTED(2) TO WS-CMP-PRIOR.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE "MATCHES" TO WS-CMP-LABEL.
           MOVE WS-PT-MATCHES(1) TO WS-CMP-THIS.
           MOVE WS-PT-MATCHES(2) TO WS-CMP-PRIOR.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE "HISTORY LINES" TO WS-CMP-LABEL.
           MOVE WS-PT-HIST-LINES(1) TO WS-CMP-THIS.
           MOVE WS-PT-HIST-LINES(2) TO WS-CMP-PRIOR.
           PERFORM WRITE-COMPARISON-LINE.

      *    THE MASTER ONLY GROWS BY ADDS: UPDATES TOUCH WORDS IT
      *    ALREADY HOLDS AND AN ERROR WRITES NOTHING. THE GROWTH
      *    SHARE IS ADDS AS A PERCENTAGE OF ALL THE MASTER WRITES
      *    ATTEMPTED (ADDS, UPDATES AND ERRORS).
       REPORT-MASTER-GROWTH.
           MOVE "MASTER" TO WS-CMP-LABEL.
           PERFORM WRITE-SECTION-HEADER.
           MOVE "RECORDS ADDED (NET GROWTH)" TO WS-CMP-LABEL.
           MOVE WS-PT-MST-ADDED(1) TO WS-CMP-THIS.
           MOVE WS-PT-MST-ADDED(2) TO WS-CMP-PRIOR.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE "RECORDS UPDATED" TO WS-CMP-LABEL.
           MOVE WS-PT-MST-UPDATED(1) TO WS-CMP-THIS.
           MOVE WS-PT-MST-UPDATED(2) TO WS-CMP-PRIOR.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE "MASTER ERRORS" TO WS-CMP-LABEL.
           MOVE WS-PT-MST-ERRORS(1) TO WS-CMP-THIS.
           MOVE WS-PT-MST-ERRORS(2) TO WS-CMP-PRIOR.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE "GROWTH SHARE OF MASTER WRITES (%)" TO WS-CMP-LABEL.
           MOVE 1 TO WS-PX.
           PERFORM TAKE-GROWTH-SHARE.
           MOVE WS-SHARE TO WS-CMP-THIS.
           MOVE 2 TO WS-PX.
           PERFORM TAKE-GROWTH-SHARE.
           MOVE WS-SHARE TO WS-CMP-PRIOR.
           PERFORM WRITE-COMPARISON-LINE.

       TAKE-GROWTH-SHARE.
           COMPUTE WS-MST-WRITES = WS-PT-MST-ADDED(WS-PX)
               + WS-PT-MST-UPDATED(WS-PX) + WS-PT-MST-ERRORS(WS-PX).
           IF WS-MST-WRITES IS EQUAL TO ZERO
               MOVE 0 TO WS-SHARE
           ELSE
               COMPUTE WS-SHARE ROUNDED =
                   WS-PT-MST-ADDED(WS-PX) * 100 / WS-MST-WRITES
           END-IF.

       REPORT-DELTA-CHURN.
           MOVE "DELTA" TO WS-CMP-LABEL.
           PERFORM WRITE-SECTION-HEADER.
           MOVE "WORDS ADDED" TO WS-CMP-LABEL.
           MOVE WS-PT-DLT-ADDED(1) TO WS-CMP-THIS.
           MOVE WS-PT-DLT-ADDED(2) TO WS-CMP-PRIOR.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE "WORDS DROPPED" TO WS-CMP-LABEL.
           MOVE WS-PT-DLT-DROPPED(1) TO WS-CMP-THIS.
           MOVE WS-PT-DLT-DROPPED(2) TO WS-CMP-PRIOR.
           PERFORM WRITE-COMPARISON-LINE.
           MOVE "TOTAL CHURN" TO WS-CMP-LABEL.
           COMPUTE WS-CMP-THIS =
               WS-PT-DLT-ADDED(1) + WS-PT-DLT-DROPPED(1).
           COMPUTE WS-CMP-PRIOR =
               WS-PT-DLT-ADDED(2) + WS-PT-DLT-DROPPED(2).
           PERFORM WRITE-COMPARISON-LINE.

       REPORT-MISSED-RUNS.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE MEND-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "MISSED RUNS (NIGHTS WITH NO STATFILE RECORD)"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE MEND-LINE FROM WS-RPT-LINE.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 1 TO WS-PX.
           PERFORM LIST-ONE-MISSED-NIGHT
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX IS GREATER THAN WS-PT-LAST-DAY(1).
           IF WS-LIST-COUNT IS EQUAL TO ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "  NONE" DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE MEND-LINE FROM WS-RPT-LINE
           END-IF.

       LIST-ONE-MISSED-NIGHT.
           IF WS-PT-NIGHT-RUNS(1, WS-DAY-IDX) IS EQUAL TO 0
               COMPUTE WS-DATE-YYYYMMDD =
                   WS-PT-PERIOD(1) * 100 + WS-DAY-IDX
               IF WS-DATE-YYYYMMDD IS NOT LESS THAN
                       WS-FIRST-STAT-DATE
                   ADD 1 TO WS-LIST-COUNT
                   MOVE WS-DAY-IDX TO WS-NIGHT-DD
                   MOVE SPACES TO WS-NIGHT-DATE
                   STRING WS-PER-MM "/" WS-NIGHT-DD "/" WS-PER-YYYY
                       DELIMITED BY SIZE INTO WS-NIGHT-DATE
                   MOVE SPACES TO WS-RPT-LINE
                   IF WS-PT-NIGHT-HIST(1, WS-DAY-IDX) IS EQUAL TO '*'
                       STRING "  " WS-NIGHT-DATE
                           "  HISTORY WAS APPENDED - THE JOB STOPPED "
                           "BEFORE ITS STATUS STEP"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   ELSE
                       STRING "  " WS-NIGHT-DATE
                           "  NO HISTORY EITHER - THE JOB DID NOT RUN"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                   END-IF
                   WRITE MEND-LINE FROM WS-RPT-LINE
               END-IF
           END-IF.

       REPORT-SOURCE-HISTORY.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE MEND-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "HISTORY BY SOURCE THIS MONTH" DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           WRITE MEND-LINE FROM WS-RPT-LINE.
           IF HISTORY-MISSING
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** HISTORY NOT AVAILABLE, STATUS="
                   HIST-STATUS " ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE MEND-LINE FROM WS-RPT-LINE
           ELSE
               MOVE SPACES TO WS-RPT-LINE
               STRING "  SOURCE                                   "
                   "  RUNS      RECORDS  LAST MAXLEN"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE MEND-LINE FROM WS-RPT-LINE
               PERFORM WRITE-ONE-SOURCE-LINE
                   VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX IS GREATER THAN WS-SRC-COUNT
               IF SRC-TABLE-TRUNCATED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  *** MORE THAN 50 SOURCES IN THE "
                       "HISTORY, EXTRA SOURCES NOT LISTED ***"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE MEND-LINE FROM WS-RPT-LINE
               END-IF
           END-IF.

       WRITE-ONE-SOURCE-LINE.
           MOVE WS-SRC-NAME(WS-SRC-IDX) TO WS-SRC-NAME-COL.
           MOVE WS-SRC-RUNS(WS-SRC-IDX) TO WS-SMALL-ED.
           MOVE WS-SRC-RECORDS(WS-SRC-IDX) TO WS-COUNT-ED.
           MOVE WS-SRC-MAXLEN(WS-SRC-IDX) TO WS-MAXLEN-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-SRC-NAME-COL "  " WS-SMALL-ED "  "
               WS-COUNT-ED "           " WS-MAXLEN-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE MEND-LINE FROM WS-RPT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE MEND-LINE FROM WS-RPT-LINE.
           MOVE WS-STAT-READ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "STATFILE RECORDS READ:       " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE MEND-LINE FROM WS-RPT-LINE.
           MOVE WS-HIST-READ-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "HISTORY LINES READ:          " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE MEND-LINE FROM WS-RPT-LINE.
           IF WS-STAT-BAD-COUNT IS GREATER THAN ZERO
               MOVE WS-STAT-BAD-COUNT TO WS-COUNT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** STATFILE RECORDS NOT NUMERIC, SKIPPED:"
                   WS-COUNT-ED " ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE MEND-LINE FROM WS-RPT-LINE
           END-IF.
           IF WS-STAT-UNDATED IS GREATER THAN ZERO
               MOVE WS-STAT-UNDATED TO WS-COUNT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "NOTE: STATFILE RECORDS WITH NO RUN DATE (STEP1 "
                   "LEFT NO CONTROL TOTALS), IN NO PERIOD:"
                   WS-COUNT-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE MEND-LINE FROM WS-RPT-LINE
           END-IF.
           IF WS-HIST-BAD-COUNT IS GREATER THAN ZERO
               MOVE WS-HIST-BAD-COUNT TO WS-COUNT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** HISTORY LINES NOT IN ABCHIST FORMAT, "
                   "SKIPPED:" WS-COUNT-ED " ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE MEND-LINE FROM WS-RPT-LINE
           END-IF.

       WRITE-CHARGEBACK-EXTRACT.
           OPEN OUTPUT CHG-FILE.
           MOVE SPACES TO CHG-RECORD.
           MOVE WS-PT-PERIOD(1)      TO CHG-PERIOD.
           MOVE WS-PT-RUNS(1)        TO CHG-RUNS.
           MOVE WS-PT-NIGHTS-RUN(1)  TO CHG-NIGHTS-RUN.
           MOVE WS-PT-MISSED(1)      TO CHG-NIGHTS-MISSED.
           MOVE WS-PT-GOOD(1)        TO CHG-GOOD.
           MOVE WS-PT-WARN(1)        TO CHG-WARN.
           MOVE WS-PT-FAIL(1)        TO CHG-FAIL.
           MOVE WS-PT-OOB-NIGHTS(1)  TO CHG-OOB-NIGHTS.
           MOVE WS-PT-READ(1)        TO CHG-READ.
           MOVE WS-PT-COUNTED(1)     TO CHG-COUNTED.
           MOVE WS-PT-REJECTED(1)    TO CHG-REJECTED.
           MOVE WS-PT-MATCHES(1)     TO CHG-MATCHES.
           MOVE WS-PT-MST-ADDED(1)   TO CHG-MST-ADDED.
           MOVE WS-PT-MST-UPDATED(1) TO CHG-MST-UPDATED.
           MOVE WS-PT-MST-ERRORS(1)  TO CHG-MST-ERRORS.
           MOVE WS-PT-DLT-ADDED(1)   TO CHG-DLT-ADDED.
           MOVE WS-PT-DLT-DROPPED(1) TO CHG-DLT-DROPPED.
           MOVE WS-PT-HIST-LINES(1)  TO CHG-HIST-LINES.
           MOVE WS-TODAY-DISPLAY     TO CHG-CREATED.
           WRITE CHG-RECORD.
           CLOSE CHG-FILE.
