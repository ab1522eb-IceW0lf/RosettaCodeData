       01 WS-EOF-FLAG         PIC X VALUE SPACE.
          88 SUM-EOF             VALUE '*'.

      *    PARAMETER AREA FOR THE ABCTIMR STEP-TIMING MODULE; THE
      *    LAYOUT MUST MATCH THE LINKAGE SECTION OF ABCTIMR.
       01 TIMR-PARM.
          03 TIMR-FUNCTION    PIC X.
          03 TIMR-PROGRAM     PIC X(8) VALUE "ABCHIST".
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
           OPEN INPUT SUM-FILE.
           IF SUM-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCHIST: NO SUMMARY FILE (ordwords.sum), "
                   "NOTHING TO APPEND"
               PERFORM RECORD-STEP-TIMING
               STOP RUN
           END-IF.
           PERFORM OPEN-HISTORY-FOR-APPEND.
           PERFORM NOTE-RUN-AS-APPENDED.
           DISPLAY "ABCHIST: APPENDED " WS-ENTRIES-ADDED
               " HISTORY ENTRIES TO ordwords.hist".
           PERFORM RECORD-STEP-TIMING
           STOP RUN.

       READ-RUN-CONTROL.
           CLOSE SUM-FILE.
           CLOSE HIST-FILE.
           MOVE 8 TO RETURN-CODE.
           PERFORM RECORD-STEP-TIMING
           STOP RUN.

       NOTE-RUN-AS-APPENDED.
           END-IF.
           WRITE HIST-LINE FROM WS-HIST-LINE.
           ADD 1 TO WS-ENTRIES-ADDED.

      *    THE CALL WOULD OTHERWISE LEAVE ABCTIMR'S RETURN CODE IN
      *    RETURN-CODE, SO THE STEP'S OWN IS PASSED AND PUT BACK.
       RECORD-STEP-TIMING.
           MOVE 'E' TO TIMR-FUNCTION.
           MOVE WS-ENTRIES-ADDED TO TIMR-RECORDS.
           IF WS-SUM-TYPE IS EQUAL TO 'P'
               MOVE "PALINDROME" TO TIMR-ROLE
           END-IF.
           MOVE RETURN-CODE TO TIMR-RETURN-CODE.
           CALL 'ABCTIMR' USING TIMR-PARM.
           MOVE TIMR-RETURN-CODE TO RETURN-CODE.
