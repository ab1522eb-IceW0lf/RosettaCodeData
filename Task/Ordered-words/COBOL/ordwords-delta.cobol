       01 WS-DIST-COUNT-ED    PIC ZZZZZ9.
       01 WS-NET-CHANGE-ED    PIC ++++++9.

      *    PARAMETER AREA FOR THE ABCTIMR STEP-TIMING MODULE; THE
      *    LAYOUT MUST MATCH THE LINKAGE SECTION OF ABCTIMR.
       01 TIMR-PARM.
          03 TIMR-FUNCTION    PIC X.
          03 TIMR-PROGRAM     PIC X(8) VALUE "ABCDELTA".
          03 TIMR-ROLE        PIC X(10) VALUE "ORDERED".
          03 TIMR-RUN-NBR     PIC 9(6) VALUE 0.
          03 TIMR-RUN-BASIS   PIC X VALUE SPACE.
          03 TIMR-RECORDS     PIC 9(9) VALUE 0.
          03 TIMR-RETURN-CODE PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 'S' TO TIMR-FUNCTION.
           CALL 'ABCTIMR' USING TIMR-PARM.
           PERFORM READ-RUN-CONTROL.
           PERFORM SORT-CURRENT-EXTRACT.
           PERFORM SORT-PREVIOUS-EXTRACT.
                   OR WS-DROPPED-COUNT IS GREATER THAN ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM RECORD-STEP-TIMING
           STOP RUN.

       WRITE-DELTA-COUNTS.
               WS-CURR-RUN-NBR " PREV=" WS-PREV-RUN-NBR
               " EXPECTED=" WS-EXPECTED-RUN.
           MOVE 8 TO RETURN-CODE.
           PERFORM RECORD-STEP-TIMING
           STOP RUN.

      *    THE INPUT PROCEDURES TALLY THE RUN DATE, RUN NUMBER AND
               DISPLAY "ABCDELTA: UNABLE TO OPEN CURRENT EXTRACT, "
                   "STATUS=" CURR-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RECORD-STEP-TIMING
               STOP RUN
           END-IF.
           CLOSE EXT-CURR.
           MOVE CURR-TYPE TO SORT-TYPE.
           MOVE CURR-LEN  TO SORT-LEN.
           RELEASE SORT-RECORD.
           ADD 1 TO TIMR-RECORDS.

      *    A MISSING PREVIOUS EXTRACT (FIRST RUN, OR THE ROLL STEP
      *    WAS SKIPPED) IS TREATED AS EMPTY, SO THE WHOLE CURRENT
           MOVE PREV-TYPE TO SORT-TYPE.
           MOVE PREV-LEN  TO SORT-LEN.
           RELEASE SORT-RECORD.
           ADD 1 TO TIMR-RECORDS.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL WORDS DROPPED: " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE DLT-LINE FROM WS-RPT-LINE.

      *    THE CALL WOULD OTHERWISE LEAVE ABCTIMR'S RETURN CODE IN
      *    RETURN-CODE, SO THE STEP'S OWN IS PASSED AND PUT BACK.
       RECORD-STEP-TIMING.
           MOVE 'E' TO TIMR-FUNCTION.
           IF WS-EXTRACT-TYPE IS EQUAL TO 'P'
               MOVE "PALINDROME" TO TIMR-ROLE
           END-IF.
           MOVE RETURN-CODE TO TIMR-RETURN-CODE.
           CALL 'ABCTIMR' USING TIMR-PARM.
           MOVE TIMR-RETURN-CODE TO RETURN-CODE.
