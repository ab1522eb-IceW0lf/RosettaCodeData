          03 TOT-RUN-DATE    PIC X(10).
          03 TOT-BAL-FLAG    PIC X.
          03 TOT-RUN-NBR     PIC 9(6).
          03 TOT-NEARMISS    PIC 9(9).

       FD LCNT-FILE
           LABEL RECORD STANDARD.
          03 LCNT-UPDATED     PIC 9(6).
          03 LCNT-DUP         PIC 9(6).
          03 LCNT-ERRORS      PIC 9(6).
          03 LCNT-HELD        PIC 9(6).

       FD DCNT-FILE
           LABEL RECORD STANDARD.
       01 WS-SMALL-ED         PIC ZZZZZ9.
       01 WS-RUN-NBR-ED       PIC ZZZZZ9.

      *    PARAMETER AREA FOR THE ABCTIMR STEP-TIMING MODULE; THE
      *    LAYOUT MUST MATCH THE LINKAGE SECTION OF ABCTIMR.
       01 TIMR-PARM.
          03 TIMR-FUNCTION    PIC X.
          03 TIMR-PROGRAM     PIC X(8) VALUE "ABCSTAT".
          03 TIMR-ROLE        PIC X(10) VALUE "STATUS".
          03 TIMR-RUN-NBR     PIC 9(6) VALUE 0.
          03 TIMR-RUN-BASIS   PIC X VALUE SPACE.
          03 TIMR-RECORDS     PIC 9(9) VALUE 0.
          03 TIMR-RETURN-CODE PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 'S' TO TIMR-FUNCTION.
           CALL 'ABCTIMR' USING TIMR-PARM.
           OPEN OUTPUT STAT-RPT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM REPORT-CONTROL-TOTALS.
           END-IF.
           DISPLAY "ABCSTAT: RUN=" WS-RUN-NBR
               " STATUS=" WS-STATUS-WORD.
           PERFORM RECORD-STEP-TIMING
           STOP RUN.

      *    ONE LINE PER SOURCE PLUS THE TOTAL LINE, STRAIGHT OFF
           END-IF.

       NOTE-ONE-TOTAL-RECORD.
           ADD 1 TO TIMR-RECORDS.
           IF TOT-DICT-NAME IS EQUAL TO "TOTAL"
               MOVE '*' TO WS-TOTAL-SEEN-FLAG
               MOVE TOT-RUN-NBR   TO WS-RUN-NBR
                   INTO WS-RPT-LINE WITH POINTER WS-LINE-PTR
           END-IF.
           WRITE STAT-LINE FROM WS-RPT-LINE.
           IF TOT-NEARMISS IS NUMERIC
                   AND TOT-NEARMISS IS GREATER THAN ZERO
               MOVE TOT-NEARMISS TO WS-COUNT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "    NEAR MISSES (ONE PAIR OUT OF ORDER): "
                   WS-COUNT-ED DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE STAT-LINE FROM WS-RPT-LINE
           END-IF.

      *    THE COUNT FILES MAY CARRY ONE RECORD PER EXTRACT TYPE
      *    (ORDERED AND PALINDROME) WHEN THE DDS ARE CONCATENATED;
           END-IF.

       NOTE-ONE-DELTA-RECORD.
           ADD 1 TO TIMR-RECORDS.
           ADD DCNT-ADDED   TO WS-DLT-ADDED.
           ADD DCNT-DROPPED TO WS-DLT-DROPPED.
           MOVE SPACES TO WS-RPT-LINE.
           END-IF.

       NOTE-ONE-LOAD-RECORD.
           ADD 1 TO TIMR-RECORDS.
           ADD LCNT-ADDED   TO WS-MST-ADDED.
           ADD LCNT-UPDATED TO WS-MST-UPDATED.
           ADD LCNT-ERRORS  TO WS-MST-ERRORS.
           MOVE LCNT-ERRORS TO WS-SMALL-ED.
           STRING "  ERRORS=" WS-SMALL-ED DELIMITED BY SIZE
               INTO WS-RPT-LINE WITH POINTER WS-LINE-PTR.
      *    LOAD COUNTS WRITTEN BEFORE MASTER STATUS EXISTED HAVE NO
      *    HELD FIGURE.
           IF LCNT-HELD IS NUMERIC
                   AND LCNT-HELD IS GREATER THAN ZERO
               MOVE LCNT-HELD TO WS-SMALL-ED
               STRING "  HELD=" WS-SMALL-ED DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-LINE-PTR
           END-IF.
           IF LCNT-ERRORS IS GREATER THAN ZERO
               STRING "  *** SEE LOADRPT ***" DELIMITED BY SIZE
                   INTO WS-RPT-LINE WITH POINTER WS-LINE-PTR
           WRITE STAT-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE STAT-LINE FROM WS-RPT-LINE.

      *    THE CALL WOULD OTHERWISE LEAVE ABCTIMR'S RETURN CODE IN
      *    RETURN-CODE, SO THE STEP'S OWN IS PASSED AND PUT BACK.
       RECORD-STEP-TIMING.
           MOVE 'E' TO TIMR-FUNCTION.
           MOVE WS-RUN-NBR TO TIMR-RUN-NBR.
           MOVE RETURN-CODE TO TIMR-RETURN-CODE.
           CALL 'ABCTIMR' USING TIMR-PARM.
           MOVE TIMR-RETURN-CODE TO RETURN-CODE.
