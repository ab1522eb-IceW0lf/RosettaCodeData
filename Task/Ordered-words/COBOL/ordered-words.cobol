           ORGANIZATION LINE SEQUENTIAL.
           SELECT FULLX-FILE ASSIGN TO FULLEXT
           ORGANIZATION LINE SEQUENTIAL.
           SELECT NEAR-RPT ASSIGN TO NEARRPT
           ORGANIZATION LINE SEQUENTIAL.
           SELECT NEARX-FILE ASSIGN TO NEAREXT
           ORGANIZATION LINE SEQUENTIAL.
      *    WS-SRCX-FILE-NAME HOLDS THE DDNAME OF THE CURRENT
      *    SOURCE'S OWN EXCLUSION LIST, WHEN ITS DRIVER PROFILE
      *    NAMES ONE.
          03 LETTERS      PIC X OCCURS 32 TIMES, REDEFINES WORD.
          03 WORD-OVERFLOW PIC X(48).

      *    UPSTREAM FEED HEADER AND TRAILER RECORDS, VERIFIED BY
      *    ABCGATE, ARE NOT WORDS: THEY ARE SKIPPED BEFORE THE
      *    RECORD COUNT, SO THEY NEVER ENTER THE BALANCE, AND THE
      *    ORDRPT SOURCE FOOTER SHOWS HOW MANY WERE SKIPPED.
       01 DICT-CONTROL-ENTRY.
          03 DICT-CTL-ID  PIC X(6).
             88 DICT-CONTROL-RECORD VALUE '$$HDR ' '$$TRL '.
          03 FILLER       PIC X(74).

       FD ORD-RPT
           LABEL RECORD STANDARD.
       01 RPT-LINE        PIC X(80).

      *    ONE CONTROL-TOTALS RECORD PER DICTIONARY SOURCE PLUS A
      *    FINAL "TOTAL" RECORD; EVERY RECORD READ MUST BE ACCOUNTED
      *    FOR AS COUNTED, EXCLUDED, REJECTED, NOT ORDERED OR NEAR
      *    MISS, AND EXTRACT RECORDS WRITTEN MUST EQUAL MATCHES.
       FD TOT-FILE
           LABEL RECORD STANDARD.
       01 TOT-RECORD.
          03 TOT-RUN-DATE    PIC X(10).
          03 TOT-BAL-FLAG    PIC X.
          03 TOT-RUN-NBR     PIC 9(6).
          03 TOT-NEARMISS    PIC 9(9).

      *    ONE WORD PER RECORD; WORDS ON THIS LIST NEVER COUNT
      *    TOWARD MAXLEN, THE LENGTH DISTRIBUTION, THE MATCH TABLE
          03 FULLX-TYPE      PIC X.
          03 FULLX-RUN-NBR   PIC 9(6).

      *    NEAR-MISS LISTING AND EXTRACT: WORDS THAT FAIL THEIR
      *    SOURCE'S ORDER PROFILE AT EXACTLY ONE ADJACENT LETTER
      *    PAIR, THE CANDIDATES FOR SPELLING-VARIANT AND TYPO
      *    CHECKS. THE EXTRACT IS IN THE SAME LAYOUT AS EXTFILE
      *    WITH TYPE N.
       FD NEAR-RPT
           LABEL RECORD STANDARD.
       01 NEAR-LINE       PIC X(80).

       FD NEARX-FILE
           LABEL RECORD STANDARD.
       01 NEARX-RECORD.
          03 NEARX-WORD      PIC X(32).
          03 NEARX-LEN       PIC 99.
          03 NEARX-SEQ       PIC 9(6).
          03 NEARX-RUN-DATE  PIC X(10).
          03 NEARX-SOURCE    PIC X(64).
          03 NEARX-TYPE      PIC X.
          03 NEARX-RUN-NBR   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 LEN             PIC 99.
       01 MAXLEN          PIC 99 VALUE 0.
       01 WS-FILE-EXCL-COUNT    PIC 9(6) VALUE 0.
       01 WS-FILE-REJREC-COUNT  PIC 9(6) VALUE 0.
       01 WS-FILE-NOTORD-COUNT  PIC 9(9) VALUE 0.
       01 WS-FILE-NEAR-COUNT    PIC 9(9) VALUE 0.
       01 WS-FILE-EXTW-COUNT    PIC 9(4) VALUE 0.
       01 WS-FILE-ACCOUNTED     PIC 9(9).
       01 WS-TOT-READ           PIC 9(9) VALUE 0.
       01 WS-TOT-EXCLUDED       PIC 9(6) VALUE 0.
       01 WS-TOT-REJREC         PIC 9(6) VALUE 0.
       01 WS-TOT-NOTORD         PIC 9(9) VALUE 0.
       01 WS-TOT-NEAR           PIC 9(9) VALUE 0.
       01 WS-TOT-EXTW           PIC 9(4) VALUE 0.
       01 WS-DIST-SUM           PIC 9(9).
       01 WS-OOB-FLAG           PIC X VALUE SPACE.
       01 WS-SXC-TRUNC-FLAG  PIC X.
          88 SXC-LIST-TRUNCATED VALUE '*'.
       01 WS-FILE-SHORT-COUNT    PIC 9(6) VALUE 0.
       01 WS-FILE-FEEDCTL-COUNT  PIC 9(4) VALUE 0.
       01 WS-FILE-FEEDCTL-ED     PIC ZZZ9.
       01 WS-FILE-SHORT-COUNT-ED PIC ZZZZZ9.

      *    WORDS OF THE LONGEST LENGTH SEEN SO FAR IN THE CURRENT
          03 WVAL-OUT-TRUNC     PIC X.
          03 WVAL-OUT-EXTRA-LEN PIC 99.
          03 WVAL-OUT-TRUE-LEN  PIC 999.
          03 WVAL-OUT-BREAKS    PIC 99.
          03 WVAL-OUT-FIRST-BREAK PIC 99.

       01 WS-EXTRA-LEN       PIC 99   VALUE 0.
       01 WS-TRUE-LEN        PIC 999  VALUE 0.
       01 WS-DIST-IDX-ED     PIC Z9.
       01 WS-DIST-COUNT-ED   PIC ZZZZZ9.

      *    NEAR-MISS WORDS (EXACTLY ONE PAIR OUT OF ORDER), HELD
      *    FOR THE NEARRPT LISTING GROUPED BY SOURCE AND LENGTH;
      *    THE EXTRACT IS WRITTEN AS THEY ARE FOUND AND IS NOT
      *    LIMITED BY THE TABLE. THE PROFILE TABLE KEEPS EACH
      *    SOURCE'S RESOLVED PROFILE FOR THE LISTING HEADERS.
       01 WS-NEAR-COUNT      PIC 9(6) VALUE 0.
       01 WS-NEAR-TABLE-COUNT PIC 9(4) VALUE 0.
       01 WS-NEAR-TABLE.
          03 WS-NM-ENTRY OCCURS 5000 TIMES.
             05 WS-NM-DICT-IDX PIC 99.
             05 WS-NM-WORD     PIC X(32).
             05 WS-NM-LEN      PIC 99.
             05 WS-NM-BREAK    PIC 99.
       01 WS-NM-IDX          PIC 9(4).
       01 WS-NM-SRC-IDX      PIC 99.
       01 WS-NM-LEN-IDX      PIC 99.
       01 WS-NM-DROPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-NM-SUBTOTAL     PIC 9(6).
       01 WS-NM-SRC-TOTAL    PIC 9(6).
       01 WS-NM-COUNT-ED     PIC ZZZZZ9.
       01 WS-NM-BREAK-ED     PIC Z9.
       01 WS-NM-NEXT-ED      PIC Z9.
       01 WS-NM-NEXT         PIC 99.
       01 WS-NM-PROFILE-TABLE.
          03 WS-NM-PROFILE OCCURS 50 TIMES.
             05 WS-NM-DIRECTION  PIC X.
             05 WS-NM-STRICTNESS PIC X.
             05 WS-NM-MINLEN     PIC 99.

      *    PARAMETER AREA FOR THE ABCTIMR STEP-TIMING MODULE; THE
      *    LAYOUT MUST MATCH THE LINKAGE SECTION OF ABCTIMR.
       01 TIMR-PARM.
          03 TIMR-FUNCTION    PIC X.
          03 TIMR-PROGRAM     PIC X(8) VALUE "ABCWORDS".
          03 TIMR-ROLE        PIC X(10) VALUE "ORDERED".
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
           OPEN OUTPUT FULL-RPT.
           OPEN OUTPUT FULLX-FILE.
           OPEN OUTPUT TOT-FILE.
           OPEN OUTPUT NEAR-RPT.
           OPEN OUTPUT NEARX-FILE.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM PROCESS-ONE-DICT THRU END-ONE-DICT
               VARYING WS-DICT-IDX FROM 1 BY 1
           PERFORM WRITE-TOTAL-CONTROL-RECORD.
           PERFORM WRITE-REPORT-FOOTER.
           PERFORM PRINT-FULL-LISTING THRU PRINT-FULL-LISTING-EXIT.
           PERFORM PRINT-NEAR-MISS-LISTING.
           CLOSE ORD-RPT.
           CLOSE REJ-RPT.
           CLOSE EXT-FILE.
           CLOSE FULL-RPT.
           CLOSE FULLX-FILE.
           CLOSE TOT-FILE.
           CLOSE NEAR-RPT.
           CLOSE NEARX-FILE.
           IF OUT-OF-BALANCE AND RETURN-CODE IS EQUAL TO ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM RECORD-STEP-TIMING
           STOP RUN.

      *    THE RUN CONTROL IS READ (LAST RECORD WINS, AS WITH THE
           MOVE 0 TO WS-FILE-EXCL-COUNT.
           MOVE 0 TO WS-FILE-REJREC-COUNT.
           MOVE 0 TO WS-FILE-NOTORD-COUNT.
           MOVE 0 TO WS-FILE-NEAR-COUNT.
           MOVE 0 TO WS-FILE-EXTW-COUNT.
           MOVE 0 TO WS-FILE-SHORT-COUNT.
           MOVE 0 TO WS-FILE-FEEDCTL-COUNT.
           MOVE ZEROES TO WS-FILE-LEN-DIST.
           PERFORM SET-SOURCE-PROFILE.
           PERFORM LOAD-SOURCE-EXCLUSION THRU LOAD-SOURCE-EXCL-EXIT.

       FIND-LONGEST-WORD-M.
           READ DICT, AT END GO TO END-ONE-DICT-CLOSE.
           IF DICT-CONTROL-RECORD
               ADD 1 TO WS-FILE-FEEDCTL-COUNT
               GO TO FIND-LONGEST-WORD-M
           END-IF.
           ADD 1 TO WS-REC-NUM.
           MOVE '*' TO WS-COUNT-LEN-FLAG.
           IF WS-FILE-RESTART-PASS IS EQUAL TO 1
               MOVE 0 TO WS-SRC-MINLEN
           END-IF.
           MOVE WS-DICT-EXC-DD(WS-DICT-IDX) TO WS-SRC-EXC-DD.
           MOVE WS-SRC-DIRECTION  TO WS-NM-DIRECTION(WS-DICT-IDX).
           MOVE WS-SRC-STRICTNESS TO WS-NM-STRICTNESS(WS-DICT-IDX).
           MOVE WS-SRC-MINLEN     TO WS-NM-MINLEN(WS-DICT-IDX).

       LOAD-SOURCE-EXCLUSION.
           MOVE 0 TO WS-SXC-COUNT.
                   INTO WS-RPT-LINE
               WRITE RPT-LINE FROM WS-RPT-LINE
           END-IF.
           IF WS-FILE-FEEDCTL-COUNT IS GREATER THAN ZERO
               MOVE WS-FILE-FEEDCTL-COUNT TO WS-FILE-FEEDCTL-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  FEED CONTROL RECORDS SKIPPED: "
                   WS-FILE-FEEDCTL-ED DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               WRITE RPT-LINE FROM WS-RPT-LINE
           END-IF.
           IF WS-FILE-NEAR-COUNT IS GREATER THAN ZERO
               MOVE WS-FILE-NEAR-COUNT TO WS-TOT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  NEAR MISSES (SEE DD NEARRPT): "
                   WS-TOT-ED DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               WRITE RPT-LINE FROM WS-RPT-LINE
           END-IF.
           MOVE WS-DICT-FILE-NAME   TO SUM-DICT-NAME.
           MOVE WS-REC-NUM          TO SUM-REC-COUNT.
           MOVE MAXLEN              TO SUM-MAXLEN.
           MOVE SPACE TO WS-FILE-OOB-FLAG.
           COMPUTE WS-FILE-ACCOUNTED =
               WS-FILE-COUNTED-COUNT + WS-FILE-EXCL-COUNT
               + WS-FILE-REJREC-COUNT + WS-FILE-NOTORD-COUNT
               + WS-FILE-NEAR-COUNT.
           IF WS-FILE-ACCOUNTED IS NOT EQUAL TO WS-REC-NUM
               MOVE '*' TO WS-FILE-OOB-FLAG
           END-IF.
           ADD WS-FILE-EXCL-COUNT    TO WS-TOT-EXCLUDED.
           ADD WS-FILE-REJREC-COUNT  TO WS-TOT-REJREC.
           ADD WS-FILE-NOTORD-COUNT  TO WS-TOT-NOTORD.
           ADD WS-FILE-NEAR-COUNT    TO WS-TOT-NEAR.
           ADD WS-FILE-EXTW-COUNT    TO WS-TOT-EXTW.
           MOVE WS-DICT-FILE-NAME    TO TOT-DICT-NAME.
           MOVE WS-REC-NUM           TO TOT-READ.
           MOVE WS-RUN-DATE-DISPLAY  TO TOT-RUN-DATE.
           MOVE WS-FILE-OOB-FLAG     TO TOT-BAL-FLAG.
           MOVE WS-RUN-NBR           TO TOT-RUN-NBR.
           MOVE WS-FILE-NEAR-COUNT   TO TOT-NEARMISS.
           WRITE TOT-RECORD.

       ADD-MATCH-TO-TABLE.
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE FULL-LINE FROM WS-RPT-LINE.

      *    THE NEAR-MISS LISTING: EACH SOURCE IN DRIVER ORDER
      *    UNDER THE PROFILE IT WAS JUDGED BY, ITS WORDS GROUPED
      *    AND SUBTOTALED BY LENGTH, EACH SHOWING WHERE THE ONE
      *    OUT-OF-ORDER PAIR FALLS.
       PRINT-NEAR-MISS-LISTING.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ABC-WORDS NEAR-MISS LISTING (ONE PAIR OUT OF "
               "ORDER)" DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE NEAR-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-RUN-NBR TO WS-RUN-NBR-ED.
           STRING "RUN DATE: " WS-RUN-DATE-DISPLAY
               "  RUN NUMBER: " WS-RUN-NBR-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE NEAR-LINE FROM WS-RPT-LINE.
           PERFORM PRINT-NEAR-ONE-SOURCE
               VARYING WS-NM-SRC-IDX FROM 1 BY 1
               UNTIL WS-NM-SRC-IDX IS GREATER THAN WS-DICT-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE NEAR-LINE FROM WS-RPT-LINE.
           MOVE WS-NEAR-COUNT TO WS-NM-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL NEAR MISSES, ALL SOURCES: " WS-NM-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE NEAR-LINE FROM WS-RPT-LINE.
           IF WS-NM-DROPPED-COUNT IS GREATER THAN ZERO
               MOVE WS-NM-DROPPED-COUNT TO WS-NM-COUNT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "NOTE: " WS-NM-COUNT-ED
                   " NEAR MISS(ES) NOT LISTED, TABLE FULL (ALL ARE "
                   "ON NEAREXT)" DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE NEAR-LINE FROM WS-RPT-LINE
           END-IF.

       PRINT-NEAR-ONE-SOURCE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE NEAR-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DICTIONARY SOURCE: "
               FUNCTION TRIM(WS-DICT-NAME(WS-NM-SRC-IDX))
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE NEAR-LINE FROM WS-RPT-LINE.
           MOVE WS-NM-MINLEN(WS-NM-SRC-IDX) TO WS-SRC-MINLEN-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  PROFILE: DIRECTION="
               WS-NM-DIRECTION(WS-NM-SRC-IDX)
               " STRICTNESS=" WS-NM-STRICTNESS(WS-NM-SRC-IDX)
               " MINLEN=" WS-SRC-MINLEN-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE NEAR-LINE FROM WS-RPT-LINE.
           MOVE 0 TO WS-NM-SRC-TOTAL.
           PERFORM PRINT-NEAR-ONE-LENGTH
               VARYING WS-NM-LEN-IDX FROM 1 BY 1
               UNTIL WS-NM-LEN-IDX IS GREATER THAN 32.
           MOVE WS-NM-SRC-TOTAL TO WS-NM-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  NEAR MISSES LISTED FOR THIS SOURCE: "
               WS-NM-COUNT-ED DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE NEAR-LINE FROM WS-RPT-LINE.

       PRINT-NEAR-ONE-LENGTH.
           MOVE 0 TO WS-NM-SUBTOTAL.
           PERFORM VARYING WS-NM-IDX FROM 1 BY 1
                   UNTIL WS-NM-IDX IS GREATER THAN
                       WS-NEAR-TABLE-COUNT
               IF WS-NM-DICT-IDX(WS-NM-IDX) IS EQUAL TO
                       WS-NM-SRC-IDX
                       AND WS-NM-LEN(WS-NM-IDX) IS EQUAL TO
                           WS-NM-LEN-IDX
                   IF WS-NM-SUBTOTAL IS EQUAL TO ZERO
                       MOVE WS-NM-LEN-IDX TO WS-DIST-IDX-ED
                       MOVE SPACES TO WS-RPT-LINE
                       STRING "  WORDS OF LENGTH " WS-DIST-IDX-ED
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                       WRITE NEAR-LINE FROM WS-RPT-LINE
                   END-IF
                   ADD 1 TO WS-NM-SUBTOTAL
                   PERFORM WRITE-NEAR-MISS-LINE
               END-IF
           END-PERFORM.
           IF WS-NM-SUBTOTAL IS GREATER THAN ZERO
               ADD WS-NM-SUBTOTAL TO WS-NM-SRC-TOTAL
               MOVE WS-NM-SUBTOTAL TO WS-NM-COUNT-ED
               MOVE WS-NM-LEN-IDX TO WS-DIST-IDX-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "    SUBTOTAL FOR LENGTH " WS-DIST-IDX-ED ": "
                   WS-NM-COUNT-ED DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               WRITE NEAR-LINE FROM WS-RPT-LINE
           END-IF.

       WRITE-NEAR-MISS-LINE.
           MOVE WS-NM-BREAK(WS-NM-IDX) TO WS-NM-BREAK-ED.
           COMPUTE WS-NM-NEXT = WS-NM-BREAK(WS-NM-IDX) + 1.
           MOVE WS-NM-NEXT TO WS-NM-NEXT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "    " WS-NM-WORD(WS-NM-IDX)
               "  BREAK AT " WS-NM-BREAK-ED "-" WS-NM-NEXT-ED
               " (" WS-NM-WORD(WS-NM-IDX)(WS-NM-BREAK(WS-NM-IDX):2)
               ")" DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE NEAR-LINE FROM WS-RPT-LINE.

       PRINT-COMBINED-RESULTS.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE RPT-LINE FROM WS-RPT-LINE.
           MOVE DICT-ENTRY TO WVAL-IN-REC.
           MOVE WS-SRC-DIRECTION  TO WVAL-IN-DIRECTION.
           MOVE WS-SRC-STRICTNESS TO WVAL-IN-STRICTNESS.
           MOVE 'N' TO WVAL-IN-CHECK.
           CALL 'ABCWVAL' USING WVAL-PARM.
           MOVE WVAL-OUT-WORD TO WORD.
           MOVE WVAL-OUT-LEN  TO LEN.
               PERFORM WRITE-NONALPHA-REJECT
           END-IF.
      *    EVERY RECORD READ LANDS IN EXACTLY ONE RECONCILIATION
      *    BUCKET: REJECTED, EXCLUDED, COUNTED, NOT ORDERED OR
      *    NEAR MISS.
      *    DURING A RESTART SKIP (COUNT-LEN-OK OFF) COUNTED WORDS
      *    ARE ALREADY COVERED BY THE CHECKPOINTED DISTRIBUTION.
           IF WORD-TRUNCATED OR NOT CASE-OK
               END-IF
           ELSE
               IF NOT WORD-TRUNCATED AND CASE-OK
                   IF WVAL-OUT-BREAKS IS EQUAL TO 1
                       PERFORM CHECK-NEAR-MISS
                   ELSE
                       ADD 1 TO WS-FILE-NOTORD-COUNT
                   END-IF
               END-IF
           END-IF.

      *    A WORD WITH EXACTLY ONE PAIR OUT OF ORDER IS A NEAR
      *    MISS, PROVIDED IT WOULD HAVE BEEN COUNTED HAD THE PAIR
      *    BEEN IN ORDER: AN EXCLUDED WORD OR ONE BELOW THE
      *    SOURCE'S MINIMUM LENGTH STAYS NOT ORDERED.
       CHECK-NEAR-MISS.
           PERFORM CHECK-EXCLUSION.
           IF WORD-EXCLUDED
                   OR (WS-SRC-MINLEN IS GREATER THAN ZERO
                       AND LEN IS LESS THAN WS-SRC-MINLEN)
               ADD 1 TO WS-FILE-NOTORD-COUNT
           ELSE
               ADD 1 TO WS-FILE-NEAR-COUNT
               PERFORM ADD-WORD-TO-NEAR-LIST
           END-IF.

       ADD-WORD-TO-NEAR-LIST.
           ADD 1 TO WS-NEAR-COUNT.
           IF WS-NEAR-TABLE-COUNT IS LESS THAN 5000
               ADD 1 TO WS-NEAR-TABLE-COUNT
               MOVE WS-DICT-IDX TO WS-NM-DICT-IDX(WS-NEAR-TABLE-COUNT)
               MOVE WORD TO WS-NM-WORD(WS-NEAR-TABLE-COUNT)
               MOVE LEN  TO WS-NM-LEN(WS-NEAR-TABLE-COUNT)
               MOVE WVAL-OUT-FIRST-BREAK
                   TO WS-NM-BREAK(WS-NEAR-TABLE-COUNT)
           ELSE
               ADD 1 TO WS-NM-DROPPED-COUNT
           END-IF.
           MOVE WORD          TO NEARX-WORD.
           MOVE LEN           TO NEARX-LEN.
           MOVE WS-NEAR-COUNT TO NEARX-SEQ.
           MOVE WS-RUN-DATE-DISPLAY TO NEARX-RUN-DATE.
           MOVE WS-DICT-FILE-NAME   TO NEARX-SOURCE.
           MOVE 'N'                 TO NEARX-TYPE.
           MOVE WS-RUN-NBR          TO NEARX-RUN-NBR.
           WRITE NEARX-RECORD.

       WRITE-NONALPHA-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO WS-REJ-LINE.
           MOVE WS-RUN-DATE-DISPLAY  TO TOT-RUN-DATE.
           MOVE WS-OOB-FLAG          TO TOT-BAL-FLAG.
           MOVE WS-RUN-NBR           TO TOT-RUN-NBR.
           MOVE WS-TOT-NEAR          TO TOT-NEARMISS.
           WRITE TOT-RECORD.

       PRINT-CONTROL-TOTALS.
           STRING "  NOT ORDERED / EMPTY:   " WS-TOT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-LINE FROM WS-RPT-LINE.
           MOVE WS-TOT-NEAR TO WS-TOT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  NEAR MISS (ONE BREAK): " WS-TOT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE RPT-LINE FROM WS-RPT-LINE.
           MOVE WS-TOT-EXTW TO WS-TOT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  EXTRACT RECORDS WRITTEN: " WS-TOT-ED
                   ADD 1 TO WS-CAND-DROPPED-COUNT
               END-IF
           END-IF.

      *    THE CALL WOULD OTHERWISE LEAVE ABCTIMR'S RETURN CODE IN
      *    RETURN-CODE, SO THE STEP'S OWN IS PASSED AND PUT BACK.
       RECORD-STEP-TIMING.
           MOVE 'E' TO TIMR-FUNCTION.
           MOVE WS-RUN-NBR TO TIMR-RUN-NBR.
           MOVE WS-TOT-READ TO TIMR-RECORDS.
           MOVE RETURN-CODE TO TIMR-RETURN-CODE.
           CALL 'ABCTIMR' USING TIMR-PARM.
           MOVE TIMR-RETURN-CODE TO RETURN-CODE.
