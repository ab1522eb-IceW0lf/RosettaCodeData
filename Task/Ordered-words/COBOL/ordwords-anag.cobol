          03 WORD         PIC X(32).
          03 WORD-OVERFLOW PIC X(48).

      *    UPSTREAM FEED HEADER AND TRAILER RECORDS, VERIFIED BY
      *    ABCGATE, ARE NOT WORDS AND ARE SKIPPED UNCOUNTED.
       01 DICT-CONTROL-ENTRY.
          03 DICT-CTL-ID  PIC X(6).
             88 DICT-CONTROL-RECORD VALUE '$$HDR ' '$$TRL '.
          03 FILLER       PIC X(74).

      *    THE DRIVER RECORD'S PER-SOURCE PROFILE FIELDS APPLY TO
      *    THE ORDERED-WORDS PASS ONLY; THIS PROGRAM USES JUST THE
      *    DDNAME.
          03 WVAL-OUT-TRUNC     PIC X.
          03 WVAL-OUT-EXTRA-LEN PIC 99.
          03 WVAL-OUT-TRUE-LEN  PIC 999.
          03 WVAL-OUT-BREAKS    PIC 99.
          03 WVAL-OUT-FIRST-BREAK PIC 99.

      *    PARAMETER AREA FOR THE ABCTIMR STEP-TIMING MODULE; THE
      *    LAYOUT MUST MATCH THE LINKAGE SECTION OF ABCTIMR.
       01 TIMR-PARM.
          03 TIMR-FUNCTION    PIC X.
          03 TIMR-PROGRAM     PIC X(8) VALUE "ABCANAG".
          03 TIMR-ROLE        PIC X(10) VALUE "ANAGRAM".
          03 TIMR-RUN-NBR     PIC 9(6) VALUE 0.
          03 TIMR-RUN-BASIS   PIC X VALUE SPACE.
          03 TIMR-RECORDS     PIC 9(9) VALUE 0.
          03 TIMR-RETURN-CODE PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 'S' TO TIMR-FUNCTION.
           CALL 'ABCTIMR' USING TIMR-PARM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE ANA-RPT.
           CLOSE ANAX-FILE.
           PERFORM RECORD-STEP-TIMING
           STOP RUN.

       READ-RUN-CONTROL.

       TAKE-IN-WORDS-M.
           READ DICT, AT END GO TO END-ONE-DICT-CLOSE.
           IF DICT-CONTROL-RECORD
               GO TO TAKE-IN-WORDS-M
           END-IF.
           ADD 1 TO WS-REC-NUM.
           ADD 1 TO TIMR-RECORDS.
           PERFORM CHECK-WORD.
           GO TO TAKE-IN-WORDS-M.

           STRING "REJECTED DICTIONARY ENTRIES: " WS-REJECT-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE ANA-LINE FROM WS-RPT-LINE.

      *    THE CALL WOULD OTHERWISE LEAVE ABCTIMR'S RETURN CODE IN
      *    RETURN-CODE, SO THE STEP'S OWN IS PASSED AND PUT BACK.
       RECORD-STEP-TIMING.
           MOVE 'E' TO TIMR-FUNCTION.
           MOVE WS-RUN-NBR TO TIMR-RUN-NBR.
           MOVE RETURN-CODE TO TIMR-RETURN-CODE.
           CALL 'ABCTIMR' USING TIMR-PARM.
           MOVE TIMR-RETURN-CODE TO RETURN-CODE.
