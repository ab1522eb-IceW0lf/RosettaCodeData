      *    AND THE STEP ENDS RC=8, WHICH THE JOB STREAM USES TO
      *    STOP THE CHAIN; RC=16 MEANS A SOURCE COULD NOT BE
      *    OPENED AT ALL.
      *    A PUBLISHER MAY WRAP ITS FEED IN A HEADER RECORD
      *    (PUBLISHER ID, PUBLISH DATE, FEED SEQUENCE NUMBER) AND A
      *    TRAILER RECORD (RECORD COUNT, HASH TOTAL OF THE WORDS).
      *    BOTH ARE VERIFIED HERE: THE TRAILER MUST AGREE WITH THE
      *    RECORDS ACTUALLY RECEIVED, AND THE SEQUENCE MUST BE THE
      *    LAST ACCEPTED ONE FOR THAT SOURCE PLUS 1 (A SEQUENCE
      *    ALREADY ACCEPTED IS A REPLAY). A SOURCE THAT WAS ONCE
      *    CONTROLLED AND ARRIVES WITHOUT ITS CONTROL RECORDS ALSO
      *    FAILS. EVERY CONTROLLED SOURCE IS LISTED ON FEEDRPT, AND
      *    WHEN THE WHOLE GATE PASSES THE ACCEPTED SEQUENCES ARE
      *    APPENDED TO FEEDCTL FOR THE NEXT RUN TO CHECK AGAINST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE STATUS IS HIST-STATUS.
           SELECT GATE-RPT ASSIGN TO GATERPT
           ORGANIZATION LINE SEQUENTIAL.
           SELECT FEED-CTL ASSIGN TO FEEDCTL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS FEED-STATUS.
           SELECT FEED-RPT ASSIGN TO FEEDRPT
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWK.

       DATA DIVISION.
          03 WORD         PIC X(32).
          03 WORD-OVERFLOW PIC X(48).

      *    FEED HEADER: COLS 1-6 "$$HDR ", 7-14 PUBLISHER ID,
      *    15-22 PUBLISH DATE (YYYYMMDD), 23-28 FEED SEQUENCE.
      *    FEED TRAILER: COLS 1-6 "$$TRL ", 7-15 COUNT OF WORD
      *    RECORDS BETWEEN THEM, 16-30 HASH TOTAL: FOR EACH WORD
      *    RECORD, THE SUM OVER COLS 1-32 OF EACH LETTER'S PLACE
      *    IN THE ALPHABET (A=1 TO Z=26, EITHER CASE) TIMES ITS
      *    COLUMN, OTHER CHARACTERS COUNTING ZERO; MODULO 10**15.
       01 DICT-CONTROL-ENTRY.
          03 DICT-CTL-ID        PIC X(6).
             88 DICT-HEADER        VALUE '$$HDR '.
             88 DICT-TRAILER       VALUE '$$TRL '.
          03 DICT-HDR-PUBLISHER PIC X(8).
          03 DICT-HDR-PUB-DATE  PIC 9(8).
          03 DICT-HDR-SEQ       PIC 9(6).
          03 FILLER             PIC X(52).
       01 DICT-TRAILER-ENTRY.
          03 FILLER             PIC X(6).
          03 DICT-TRL-RECORDS   PIC 9(9).
          03 DICT-TRL-HASH      PIC 9(15).
          03 FILLER             PIC X(50).

      *    THE DRIVER RECORD'S PER-SOURCE PROFILE FIELDS APPLY TO
      *    THE ORDERED-WORDS PASS ONLY; THIS PROGRAM USES JUST THE
      *    DDNAME.
           LABEL RECORD STANDARD.
       01 GATE-LINE           PIC X(100).

      *    ONE RECORD PER ACCEPTED CONTROLLED FEED, APPENDED EACH
      *    RUN THE GATE PASSES; THE LATEST RECORD FOR A SOURCE
      *    HOLDS ITS LAST ACCEPTED SEQUENCE.
       FD FEED-CTL
           LABEL RECORD STANDARD.
       01 FDC-RECORD.
          03 FDC-SOURCE       PIC X(64).
          03 FDC-PUBLISHER    PIC X(8).
          03 FDC-PUB-DATE     PIC 9(8).
          03 FDC-SEQ          PIC 9(6).
          03 FDC-RECORDS      PIC 9(9).
          03 FDC-HASH         PIC 9(15).
          03 FDC-ACCEPT-DATE  PIC X(10).

       FD FEED-RPT
           LABEL RECORD STANDARD.
       01 FEED-LINE           PIC X(100).

       SD SORT-WORK.
       01 SORT-RECORD.
          03 SORT-WORD        PIC X(32).
       01 DRV-STATUS      PIC XX.
       01 GATE-STATUS     PIC XX.
       01 HIST-STATUS     PIC XX.
       01 FEED-STATUS     PIC XX.
       01 WS-RPT-LINE     PIC X(100).
       01 WS-LINE-PTR     PIC 9(4).

       01 WS-TOK-DATE         PIC X(10).
       01 WS-TOK-NAME         PIC X(64).

      *    LAST ACCEPTED FEED PER SOURCE, FROM FEEDCTL.
       01 WS-FEED-EOF-FLAG    PIC X VALUE SPACE.
          88 FEED-EOF            VALUE '*'.
       01 WS-FDC-COUNT        PIC 99 VALUE 0.
       01 WS-FDC-TABLE.
          03 WS-FDC-ENTRY OCCURS 50 TIMES.
             05 WS-FDC-NAME     PIC X(64).
             05 WS-FDC-PUB-DATE PIC 9(8).
             05 WS-FDC-SEQ      PIC 9(6).
       01 WS-FDC-IDX          PIC 99.
       01 WS-FDC-FOUND-FLAG   PIC X.
          88 FDC-FOUND           VALUE '*'.
       01 WS-LAST-SEQ         PIC 9(6).
       01 WS-LAST-PUB-DATE    PIC 9(8).
       01 WS-NEXT-SEQ         PIC 9(6).

      *    THIS RUN'S CONTROL RECORDS FOR THE SOURCE IN HAND, AND
      *    THE FEEDS ACCEPTED SO FAR, HELD FOR FEEDCTL.
       01 WS-HDR-SEEN         PIC 9(4).
       01 WS-TRL-SEEN         PIC 9(4).
       01 WS-HDR-PUBLISHER    PIC X(8).
       01 WS-HDR-PUB-DATE     PIC X(8).
       01 WS-HDR-PUB-DATE-R REDEFINES WS-HDR-PUB-DATE.
          03 WS-HDR-PUB-YYYY  PIC 9(4).
          03 WS-HDR-PUB-MM    PIC 99.
          03 WS-HDR-PUB-DD    PIC 99.
       01 WS-HDR-PUB-DATE-N REDEFINES WS-HDR-PUB-DATE PIC 9(8).
       01 WS-HDR-SEQ          PIC X(6).
       01 WS-HDR-SEQ-N REDEFINES WS-HDR-SEQ PIC 9(6).
       01 WS-TRL-RECORDS      PIC X(9).
       01 WS-TRL-RECORDS-N REDEFINES WS-TRL-RECORDS PIC 9(9).
       01 WS-TRL-HASH         PIC X(15).
       01 WS-TRL-HASH-N REDEFINES WS-TRL-HASH PIC 9(15).
       01 WS-FEED-HASH        PIC 9(15).
       01 WS-FEED-PLACE-FLAG  PIC X.
          88 FEED-OUT-OF-PLACE   VALUE '*'.
       01 WS-FEED-RESULT      PIC X.
          88 FEED-NOT-CONTROLLED VALUE 'U'.
          88 FEED-ACCEPTED       VALUE 'A'.
          88 FEED-REJECTED       VALUE 'R'.
       01 WS-FEED-FAIL-COUNT  PIC 99 VALUE 0.
       01 WS-ACC-COUNT        PIC 99 VALUE 0.
       01 WS-ACC-TABLE.
          03 WS-ACC-ENTRY OCCURS 50 TIMES.
             05 WS-ACC-NAME      PIC X(64).
             05 WS-ACC-PUBLISHER PIC X(8).
             05 WS-ACC-PUB-DATE  PIC 9(8).
             05 WS-ACC-SEQ       PIC 9(6).
             05 WS-ACC-RECORDS   PIC 9(9).
             05 WS-ACC-HASH      PIC 9(15).
       01 WS-ACC-IDX          PIC 99.
       01 WS-ALPHABET         PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-HASH-WORD        PIC X(32).
       01 WS-HASH-POS         PIC 99.
       01 WS-HASH-TALLY       PIC 99.
       01 WS-SEQ-ED           PIC ZZZZZ9.
       01 WS-SEQ-ED2          PIC ZZZZZ9.
       01 WS-HASH-ED          PIC Z(14)9.
       01 WS-HASH-ED2         PIC Z(14)9.
       01 WS-COUNT-ED2        PIC ZZZZZZZZ9.

      *    PARAMETER AREA FOR THE ABCWVAL WORD-VALIDATION MODULE;
      *    THE LAYOUT MUST MATCH THE LINKAGE SECTION OF ABCWVAL.
       01 WVAL-PARM.
          03 WVAL-OUT-TRUNC     PIC X.
          03 WVAL-OUT-EXTRA-LEN PIC 99.
          03 WVAL-OUT-TRUE-LEN  PIC 999.
          03 WVAL-OUT-BREAKS    PIC 99.
          03 WVAL-OUT-FIRST-BREAK PIC 99.

      *    PARAMETER AREA FOR THE ABCTIMR STEP-TIMING MODULE; THE
      *    LAYOUT MUST MATCH THE LINKAGE SECTION OF ABCTIMR.
       01 TIMR-PARM.
          03 TIMR-FUNCTION    PIC X.
          03 TIMR-PROGRAM     PIC X(8) VALUE "ABCGATE".
          03 TIMR-ROLE        PIC X(10) VALUE "GATE".
          03 TIMR-RUN-NBR     PIC 9(6) VALUE 0.
          03 TIMR-RUN-BASIS   PIC X VALUE 'N'.
          03 TIMR-RECORDS     PIC 9(9) VALUE 0.
          03 TIMR-RETURN-CODE PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE 'S' TO TIMR-FUNCTION.
           CALL 'ABCTIMR' USING TIMR-PARM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
           PERFORM READ-GATE-CARD.
           PERFORM LOAD-DICT-LIST.
           PERFORM LOAD-HISTORY-COUNTS.
           PERFORM LOAD-FEED-CONTROL.
           OPEN OUTPUT GATE-RPT.
           OPEN OUTPUT FEED-RPT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM PROFILE-ONE-SOURCE THRU PROFILE-ONE-EXIT
               VARYING WS-DICT-IDX FROM 1 BY 1
               UNTIL WS-DICT-IDX IS GREATER THAN WS-DICT-COUNT.
           PERFORM WRITE-REPORT-FOOTER.
           PERFORM RECORD-ACCEPTED-FEEDS.
           CLOSE GATE-RPT.
           CLOSE FEED-RPT.
           IF ANY-SOURCE-FAILED AND RETURN-CODE IS LESS THAN 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM RECORD-STEP-TIMING
           STOP RUN.

       READ-GATE-CARD.
               CLOSE HIST-FILE
           END-IF.

       LOAD-FEED-CONTROL.
           OPEN INPUT FEED-CTL.
           IF FEED-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCGATE: NO FEED CONTROL FILE, STATUS="
                   FEED-STATUS ", NO SEQUENCES ON RECORD"
           ELSE
               PERFORM UNTIL FEED-EOF
                   READ FEED-CTL
                       AT END
                           MOVE '*' TO WS-FEED-EOF-FLAG
                       NOT AT END
                           PERFORM NOTE-FEED-CONTROL-RECORD
               END-READ
               END-PERFORM
               CLOSE FEED-CTL
           END-IF.

       NOTE-FEED-CONTROL-RECORD.
           IF FDC-SEQ IS NOT NUMERIC OR FDC-PUB-DATE IS NOT NUMERIC
               DISPLAY "ABCGATE: FEED CONTROL RECORD IGNORED, NOT "
                   "NUMERIC: " FDC-SOURCE
           ELSE
               MOVE SPACE TO WS-FDC-FOUND-FLAG
               PERFORM VARYING WS-FDC-IDX FROM 1 BY 1
                       UNTIL FDC-FOUND
                       OR WS-FDC-IDX IS GREATER THAN WS-FDC-COUNT
                   IF WS-FDC-NAME(WS-FDC-IDX) IS EQUAL TO FDC-SOURCE
                       MOVE '*' TO WS-FDC-FOUND-FLAG
                       MOVE FDC-PUB-DATE TO WS-FDC-PUB-DATE(WS-FDC-IDX)
                       MOVE FDC-SEQ      TO WS-FDC-SEQ(WS-FDC-IDX)
                   END-IF
               END-PERFORM
               IF NOT FDC-FOUND AND WS-FDC-COUNT IS LESS THAN 50
                   ADD 1 TO WS-FDC-COUNT
                   MOVE FDC-SOURCE   TO WS-FDC-NAME(WS-FDC-COUNT)
                   MOVE FDC-PUB-DATE TO WS-FDC-PUB-DATE(WS-FDC-COUNT)
                   MOVE FDC-SEQ      TO WS-FDC-SEQ(WS-FDC-COUNT)
               END-IF
           END-IF.

       NOTE-HISTORY-LINE.
           PERFORM PARSE-HISTORY-LINE THRU PARSE-HISTORY-EXIT.
           IF NOT PARSE-OK
           MOVE SPACE TO WS-OPEN-FAIL-FLAG.
           MOVE SPACE TO WS-FILE-FAIL-FLAG.
           MOVE LOW-VALUES TO WS-PREV-SORT-WORD.
           MOVE 0 TO WS-HDR-SEEN.
           MOVE 0 TO WS-TRL-SEEN.
           MOVE SPACES TO WS-HDR-PUBLISHER.
           MOVE SPACES TO WS-HDR-PUB-DATE.
           MOVE SPACES TO WS-HDR-SEQ.
           MOVE SPACES TO WS-TRL-RECORDS.
           MOVE SPACES TO WS-TRL-HASH.
           MOVE 0 TO WS-FEED-HASH.
           MOVE SPACE TO WS-FEED-PLACE-FLAG.
           MOVE SPACE TO WS-FEED-RESULT.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-WORD
               INPUT PROCEDURE IS INTAKE-SOURCE
                   THRU INTAKE-SOURCE-EXIT
               OUTPUT PROCEDURE IS COUNT-DUPLICATES
                   THRU COUNT-DUPLICATES-EXIT.
           ADD WS-REC-COUNT TO TIMR-RECORDS.
           IF SOURCE-OPEN-FAILED
               GO TO PROFILE-ONE-EXIT
           END-IF.
           PERFORM JUDGE-FEED-CONTROL THRU JUDGE-FEED-CONTROL-EXIT.
           PERFORM JUDGE-ONE-SOURCE.
       PROFILE-ONE-EXIT.
           EXIT.
       INTAKE-SOURCE-EXIT.
           EXIT.

      *    THE FEED'S CONTROL RECORDS ARE NOT WORDS: THEY ARE
      *    NOTED FOR JUDGE-FEED-CONTROL AND KEPT OUT OF EVERY
      *    COUNT AND RATE. A HEADER MUST COME FIRST AND A TRAILER
      *    LAST, ONE OF EACH.
       INTAKE-ONE-RECORD.
           IF DICT-HEADER
               PERFORM NOTE-FEED-HEADER
           ELSE
               IF DICT-TRAILER
                   PERFORM NOTE-FEED-TRAILER
               ELSE
                   PERFORM INTAKE-ONE-WORD
               END-IF
           END-IF.

       NOTE-FEED-HEADER.
           ADD 1 TO WS-HDR-SEEN.
           IF WS-HDR-SEEN IS GREATER THAN 1
                   OR WS-TRL-SEEN IS GREATER THAN 0
                   OR WS-REC-COUNT IS GREATER THAN 0
               MOVE '*' TO WS-FEED-PLACE-FLAG
           END-IF.
           IF WS-HDR-SEEN IS EQUAL TO 1
               MOVE DICT-HDR-PUBLISHER TO WS-HDR-PUBLISHER
               MOVE DICT-HDR-PUB-DATE  TO WS-HDR-PUB-DATE
               MOVE DICT-HDR-SEQ       TO WS-HDR-SEQ
           END-IF.

       NOTE-FEED-TRAILER.
           ADD 1 TO WS-TRL-SEEN.
           IF WS-TRL-SEEN IS GREATER THAN 1
               MOVE '*' TO WS-FEED-PLACE-FLAG
           END-IF.
           IF WS-TRL-SEEN IS EQUAL TO 1
               MOVE DICT-TRL-RECORDS TO WS-TRL-RECORDS
               MOVE DICT-TRL-HASH    TO WS-TRL-HASH
           END-IF.

       INTAKE-ONE-WORD.
           IF WS-TRL-SEEN IS GREATER THAN 0
               MOVE '*' TO WS-FEED-PLACE-FLAG
           END-IF.
           MOVE FUNCTION UPPER-CASE(WORD) TO WS-HASH-WORD.
           PERFORM ADD-LETTER-TO-HASH
               VARYING WS-HASH-POS FROM 1 BY 1
               UNTIL WS-HASH-POS IS GREATER THAN 32.
           ADD 1 TO WS-REC-COUNT.
           MOVE DICT-ENTRY TO WVAL-IN-REC.
           MOVE 'A' TO WVAL-IN-DIRECTION.
               RELEASE SORT-RECORD
           END-IF.

       ADD-LETTER-TO-HASH.
           MOVE 0 TO WS-HASH-TALLY.
           INSPECT WS-ALPHABET TALLYING WS-HASH-TALLY
               FOR CHARACTERS
               BEFORE INITIAL WS-HASH-WORD(WS-HASH-POS:1).
           IF WS-HASH-TALLY IS LESS THAN 26
               COMPUTE WS-FEED-HASH = WS-FEED-HASH
                   + (WS-HASH-TALLY + 1) * WS-HASH-POS
           END-IF.

       COUNT-DUPLICATES.
           MOVE SPACE TO WS-SORT-EOF-FLAG.
           PERFORM UNTIL SORT-EOF
           PERFORM JUDGE-TRUNC-RATE.
           PERFORM JUDGE-DUP-RATE.
           PERFORM JUDGE-COUNT-SWING.
           PERFORM WRITE-FEED-CONTROL-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF SOURCE-FAILED-GATE
               MOVE '*' TO WS-ANY-FAIL-FLAG
               WRITE GATE-LINE FROM WS-RPT-LINE
           END-IF.

      *    THE FEED-CONTROL VERDICT FOR THE SOURCE IN HAND. A
      *    SOURCE WITH NEITHER CONTROL RECORD THAT HAS NEVER HAD
      *    ONE IS NOT A CONTROLLED FEED AND IS LEFT TO THE OTHER
      *    CHECKS; ONE THAT HAS HAD THEM BEFORE MUST STILL HAVE
      *    THEM. A SOURCE'S FIRST CONTROLLED FEED IS ACCEPTED AT
      *    WHATEVER SEQUENCE IT CARRIES AND STARTS THE SERIES.
       JUDGE-FEED-CONTROL.
           MOVE SPACE TO WS-FDC-FOUND-FLAG.
           MOVE 0 TO WS-LAST-SEQ.
           MOVE 0 TO WS-LAST-PUB-DATE.
           PERFORM VARYING WS-FDC-IDX FROM 1 BY 1
                   UNTIL WS-FDC-IDX IS GREATER THAN WS-FDC-COUNT
               IF WS-FDC-NAME(WS-FDC-IDX) IS EQUAL TO
                       WS-DICT-FILE-NAME
                   MOVE '*' TO WS-FDC-FOUND-FLAG
                   MOVE WS-FDC-SEQ(WS-FDC-IDX) TO WS-LAST-SEQ
                   MOVE WS-FDC-PUB-DATE(WS-FDC-IDX)
                       TO WS-LAST-PUB-DATE
               END-IF
           END-PERFORM.
           IF WS-HDR-SEEN IS EQUAL TO 0
                   AND WS-TRL-SEEN IS EQUAL TO 0
                   AND NOT FDC-FOUND
               MOVE 'U' TO WS-FEED-RESULT
               GO TO JUDGE-FEED-CONTROL-EXIT
           END-IF.
           MOVE 'A' TO WS-FEED-RESULT.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE FEED-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SOURCE " FUNCTION TRIM(WS-DICT-FILE-NAME)
               "  PUBLISHER " WS-HDR-PUBLISHER
               "  PUBLISHED " WS-HDR-PUB-DATE
               "  SEQUENCE " WS-HDR-SEQ
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE FEED-LINE FROM WS-RPT-LINE.
           IF WS-HDR-SEEN IS EQUAL TO 0
               MOVE 'R' TO WS-FEED-RESULT
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-LAST-SEQ TO WS-SEQ-ED2
               STRING "  *** NO HEADER RECORD (LAST ACCEPTED "
                   "SEQUENCE " WS-SEQ-ED2 ") ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE FEED-LINE FROM WS-RPT-LINE
           END-IF.
           IF WS-TRL-SEEN IS EQUAL TO 0
               MOVE 'R' TO WS-FEED-RESULT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** NO TRAILER RECORD, FEED MAY BE "
                   "TRUNCATED ***" DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE FEED-LINE FROM WS-RPT-LINE
           END-IF.
           IF FEED-OUT-OF-PLACE
               MOVE 'R' TO WS-FEED-RESULT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** CONTROL RECORDS REPEATED OR OUT OF "
                   "PLACE (HEADER MUST BE FIRST, TRAILER LAST) ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE FEED-LINE FROM WS-RPT-LINE
           END-IF.
           IF WS-HDR-SEEN IS GREATER THAN 0
               PERFORM JUDGE-FEED-HEADER
           END-IF.
           IF WS-TRL-SEEN IS GREATER THAN 0
               PERFORM JUDGE-FEED-TRAILER
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           IF FEED-ACCEPTED
               STRING "  FEED CONTROL: ACCEPTED" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               ADD 1 TO WS-ACC-COUNT
               MOVE WS-DICT-FILE-NAME TO WS-ACC-NAME(WS-ACC-COUNT)
               MOVE WS-HDR-PUBLISHER
                   TO WS-ACC-PUBLISHER(WS-ACC-COUNT)
               MOVE WS-HDR-PUB-DATE-N
                   TO WS-ACC-PUB-DATE(WS-ACC-COUNT)
               MOVE WS-HDR-SEQ-N TO WS-ACC-SEQ(WS-ACC-COUNT)
               MOVE WS-REC-COUNT TO WS-ACC-RECORDS(WS-ACC-COUNT)
               MOVE WS-FEED-HASH TO WS-ACC-HASH(WS-ACC-COUNT)
           ELSE
               ADD 1 TO WS-FEED-FAIL-COUNT
               STRING "  FEED CONTROL: *** REJECTED ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE FEED-LINE FROM WS-RPT-LINE.
       JUDGE-FEED-CONTROL-EXIT.
           EXIT.

       JUDGE-FEED-HEADER.
           IF WS-HDR-PUB-DATE IS NOT NUMERIC
                   OR WS-HDR-PUB-MM IS LESS THAN 1
                   OR WS-HDR-PUB-MM IS GREATER THAN 12
                   OR WS-HDR-PUB-DD IS LESS THAN 1
                   OR WS-HDR-PUB-DD IS GREATER THAN 31
               MOVE 'R' TO WS-FEED-RESULT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** HEADER PUBLISH DATE INVALID: "
                   WS-HDR-PUB-DATE " ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE FEED-LINE FROM WS-RPT-LINE
           ELSE
               IF WS-HDR-PUB-DATE-N IS LESS THAN WS-LAST-PUB-DATE
                   MOVE 'R' TO WS-FEED-RESULT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "  *** PUBLISH DATE " WS-HDR-PUB-DATE
                       " IS BEFORE THE LAST ACCEPTED FEED'S "
                       WS-LAST-PUB-DATE " ***"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE FEED-LINE FROM WS-RPT-LINE
               END-IF
           END-IF.
           IF WS-HDR-SEQ IS NOT NUMERIC
               MOVE 'R' TO WS-FEED-RESULT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** HEADER SEQUENCE NUMBER INVALID: "
                   WS-HDR-SEQ " ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE FEED-LINE FROM WS-RPT-LINE
           ELSE
               PERFORM JUDGE-FEED-SEQUENCE
           END-IF.

       JUDGE-FEED-SEQUENCE.
           MOVE WS-HDR-SEQ-N TO WS-SEQ-ED.
           MOVE SPACES TO WS-RPT-LINE.
           IF NOT FDC-FOUND
               STRING "  SEQUENCE:  " WS-SEQ-ED
                   "  FIRST CONTROLLED FEED FOR THIS SOURCE, "
                   "STARTS THE SERIES" DELIMITED BY SIZE
                   INTO WS-RPT-LINE
               WRITE FEED-LINE FROM WS-RPT-LINE
           ELSE
               MOVE WS-LAST-SEQ TO WS-SEQ-ED2
               COMPUTE WS-NEXT-SEQ = WS-LAST-SEQ + 1
               MOVE 1 TO WS-LINE-PTR
               STRING "  SEQUENCE:  " WS-SEQ-ED
                   "  LAST ACCEPTED=" WS-SEQ-ED2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   WITH POINTER WS-LINE-PTR
               IF WS-HDR-SEQ-N IS NOT GREATER THAN WS-LAST-SEQ
                   MOVE 'R' TO WS-FEED-RESULT
                   STRING "  *** REPLAYED FEED, ALREADY ACCEPTED ***"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                       WITH POINTER WS-LINE-PTR
               ELSE
                   IF WS-HDR-SEQ-N IS NOT EQUAL TO WS-NEXT-SEQ
                       MOVE 'R' TO WS-FEED-RESULT
                       MOVE WS-NEXT-SEQ TO WS-SEQ-ED2
                       STRING "  *** OUT OF SEQUENCE, EXPECTED "
                           WS-SEQ-ED2 " ***"
                           DELIMITED BY SIZE INTO WS-RPT-LINE
                           WITH POINTER WS-LINE-PTR
                   END-IF
               END-IF
               WRITE FEED-LINE FROM WS-RPT-LINE
           END-IF.

       JUDGE-FEED-TRAILER.
           IF WS-TRL-RECORDS IS NOT NUMERIC
                   OR WS-TRL-HASH IS NOT NUMERIC
               MOVE 'R' TO WS-FEED-RESULT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** TRAILER COUNT OR HASH NOT NUMERIC ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE FEED-LINE FROM WS-RPT-LINE
           ELSE
               MOVE WS-TRL-RECORDS-N TO WS-COUNT-ED
               MOVE WS-REC-COUNT TO WS-COUNT-ED2
               MOVE SPACES TO WS-RPT-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING "  RECORDS:   TRAILER=" WS-COUNT-ED
                   "  RECEIVED=" WS-COUNT-ED2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   WITH POINTER WS-LINE-PTR
               IF WS-TRL-RECORDS-N IS NOT EQUAL TO WS-REC-COUNT
                   MOVE 'R' TO WS-FEED-RESULT
                   STRING "  *** MISMATCH ***" DELIMITED BY SIZE
                       INTO WS-RPT-LINE WITH POINTER WS-LINE-PTR
               END-IF
               WRITE FEED-LINE FROM WS-RPT-LINE
               MOVE WS-TRL-HASH-N TO WS-HASH-ED
               MOVE WS-FEED-HASH TO WS-HASH-ED2
               MOVE SPACES TO WS-RPT-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING "  HASH:      TRAILER=" WS-HASH-ED
                   "  COMPUTED=" WS-HASH-ED2
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   WITH POINTER WS-LINE-PTR
               IF WS-TRL-HASH-N IS NOT EQUAL TO WS-FEED-HASH
                   MOVE 'R' TO WS-FEED-RESULT
                   STRING "  *** MISMATCH ***" DELIMITED BY SIZE
                       INTO WS-RPT-LINE WITH POINTER WS-LINE-PTR
               END-IF
               WRITE FEED-LINE FROM WS-RPT-LINE
           END-IF.

       WRITE-FEED-CONTROL-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF FEED-NOT-CONTROLLED
               STRING "  FEED CONTROL:        NONE (NO HEADER OR "
                   "TRAILER)" DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               IF FEED-ACCEPTED
                   STRING "  FEED CONTROL:        VERIFIED, SEQUENCE "
                       WS-HDR-SEQ DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   MOVE '*' TO WS-FILE-FAIL-FLAG
                   STRING "  FEED CONTROL:        *** FAILED, SEE "
                       "FEEDRPT ***" DELIMITED BY SIZE
                       INTO WS-RPT-LINE
               END-IF
           END-IF.
           WRITE GATE-LINE FROM WS-RPT-LINE.

      *    THE ACCEPTED SEQUENCES ARE RECORDED ONLY WHEN EVERY
      *    SOURCE PASSED, BECAUSE ONLY THEN DOES THE CHAIN RUN; A
      *    FAILED GATE LEAVES FEEDCTL AS IT WAS SO THE SAME FEEDS
      *    ARE NOT TAKEN FOR REPLAYS WHEN THE JOB IS RERUN.
       RECORD-ACCEPTED-FEEDS.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE FEED-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-ACC-COUNT TO WS-SEQ-ED.
           IF ANY-SOURCE-FAILED
               STRING "GATE FAILED: NO FEED SEQUENCES RECORDED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE FEED-LINE FROM WS-RPT-LINE
           ELSE
               IF WS-ACC-COUNT IS GREATER THAN 0
                   OPEN EXTEND FEED-CTL
                   IF FEED-STATUS IS NOT EQUAL TO "00"
                       OPEN OUTPUT FEED-CTL
                   END-IF
                   PERFORM WRITE-ONE-FEED-CONTROL
                       VARYING WS-ACC-IDX FROM 1 BY 1
                       UNTIL WS-ACC-IDX IS GREATER THAN WS-ACC-COUNT
                   CLOSE FEED-CTL
               END-IF
               STRING "FEED SEQUENCES RECORDED: " WS-SEQ-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE FEED-LINE FROM WS-RPT-LINE
           END-IF.

       WRITE-ONE-FEED-CONTROL.
           MOVE WS-ACC-NAME(WS-ACC-IDX)      TO FDC-SOURCE.
           MOVE WS-ACC-PUBLISHER(WS-ACC-IDX) TO FDC-PUBLISHER.
           MOVE WS-ACC-PUB-DATE(WS-ACC-IDX)  TO FDC-PUB-DATE.
           MOVE WS-ACC-SEQ(WS-ACC-IDX)       TO FDC-SEQ.
           MOVE WS-ACC-RECORDS(WS-ACC-IDX)   TO FDC-RECORDS.
           MOVE WS-ACC-HASH(WS-ACC-IDX)      TO FDC-HASH.
           MOVE WS-RUN-DATE-DISPLAY          TO FDC-ACCEPT-DATE.
           WRITE FDC-RECORD.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ABC-WORDS SOURCE QUALITY GATE REPORT"
           STRING "RUN DATE: " WS-RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE GATE-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ABC-WORDS FEED CONTROL REPORT" DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           WRITE FEED-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE FEED-LINE FROM WS-RPT-LINE.
           IF DRV-LIST-TRUNCATED
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** WARNING: DRIVER FILE LISTS MORE THAN 50 "
           END-IF.
           WRITE GATE-LINE FROM WS-RPT-LINE.
           DISPLAY "ABCGATE: SOURCES=" WS-DICT-COUNT
               " FAILED=" WS-ANY-FAIL-FLAG
               " FEEDS-REJECTED=" WS-FEED-FAIL-COUNT.

      *    THE CALL WOULD OTHERWISE LEAVE ABCTIMR'S RETURN CODE IN
      *    RETURN-CODE, SO THE STEP'S OWN IS PASSED AND PUT BACK.
       RECORD-STEP-TIMING.
           MOVE 'E' TO TIMR-FUNCTION.
           MOVE RETURN-CODE TO TIMR-RETURN-CODE.
           CALL 'ABCTIMR' USING TIMR-PARM.
           MOVE TIMR-RETURN-CODE TO RETURN-CODE.
