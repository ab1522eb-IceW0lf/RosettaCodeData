       01 WS-BAD-LINE-COUNT   PIC 9(4) VALUE 0.
       01 WS-BAD-LINE-ED      PIC ZZZ9.

      *    PARAMETER AREA FOR THE ABCTIMR STEP-TIMING MODULE; THE
      *    LAYOUT MUST MATCH THE LINKAGE SECTION OF ABCTIMR.
       01 TIMR-PARM.
          03 TIMR-FUNCTION    PIC X.
          03 TIMR-PROGRAM     PIC X(8) VALUE "ABCTREND".
          03 TIMR-ROLE        PIC X(10) VALUE "TREND".
          03 TIMR-RUN-NBR     PIC 9(6) VALUE 0.
          03 TIMR-RUN-BASIS   PIC X VALUE SPACE.
          03 TIMR-RECORDS     PIC 9(9) VALUE 0.
          03 TIMR-RETURN-CODE PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 'S' TO TIMR-FUNCTION.
           CALL 'ABCTIMR' USING TIMR-PARM.
           PERFORM LOAD-HISTORY.
           OPEN OUTPUT TRND-RPT.
           PERFORM WRITE-REPORT-HEADER.
           IF WS-ANOMALY-COUNT IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM RECORD-STEP-TIMING
           STOP RUN.

       WRITE-TREND-COUNTS.
               DISPLAY "ABCTREND: UNABLE TO OPEN HISTORY, STATUS="
                   HIST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RECORD-STEP-TIMING
               STOP RUN
           END-IF.
           PERFORM UNTIL HIST-EOF
               DISPLAY "ABCTREND: UNABLE TO REOPEN HISTORY, STATUS="
                   HIST-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RECORD-STEP-TIMING
               STOP RUN
           END-IF.
           PERFORM UNTIL HIST-EOF
           DISPLAY "ABCTREND: RUNS=" WS-RUN-COUNT
               " SOURCES=" WS-SRC-COUNT
               " ANOMALIES=" WS-ANOMALY-COUNT.

      *    THE CALL WOULD OTHERWISE LEAVE ABCTIMR'S RETURN CODE IN
      *    RETURN-CODE, SO THE STEP'S OWN IS PASSED AND PUT BACK.
       RECORD-STEP-TIMING.
           MOVE 'E' TO TIMR-FUNCTION.
           MOVE WS-TOTAL-LINES TO TIMR-RECORDS.
           MOVE RETURN-CODE TO TIMR-RETURN-CODE.
           CALL 'ABCTIMR' USING TIMR-PARM.
           MOVE TIMR-RETURN-CODE TO RETURN-CODE.
