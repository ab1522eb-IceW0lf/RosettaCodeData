       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCINQ.

      *    BATCH INQUIRY AGAINST THE PERMANENT KEYED ORDERED-WORDS
      *    MASTER, FOR THE "IS THIS WORD ON FILE, SINCE WHEN AND
      *    FROM WHICH SOURCE" QUESTIONS THAT USED TO MEAN BROWSING
      *    THE CLUSTER BY HAND. EACH INQUIRY CARD ASKS FOR AN EXACT
      *    WORD, A PREFIX, OR A LENGTH RANGE, OPTIONALLY LIMITED TO
      *    ONE RECORD TYPE (O OR P). EXACT WORDS ARE READ BY KEY,
      *    PREFIXES BY A KEYED START AT THE PREFIX AND A SEQUENTIAL
      *    READ WHILE THE PREFIX HOLDS, LENGTH RANGES BY ONE WALK OF
      *    THE WHOLE MASTER. EVERY HIT IS PRINTED WITH ITS DATES,
      *    SOURCE AND TIMES-SEEN AND IS RE-JUDGED THROUGH ABCWVAL
      *    UNDER TODAY'S RULES (THE SOURCE'S DRVFILE PROFILE OVER
      *    THE CTLCARD DEFAULTS, ITS MINIMUM LENGTH, AND THE GLOBAL
      *    EXCLUSION LIST), SO THE ANSWER SAYS WHETHER THE WORD
      *    WOULD STILL QUALIFY TONIGHT. INQUIRIES WITH NO HITS ARE
      *    LISTED IN THEIR OWN SECTION AT THE END. THE MASTER IS
      *    OPENED INPUT ONLY. RC=4 MEANS AT LEAST ONE CARD WAS
      *    INVALID; RC=16 MEANS THE MASTER OR THE CARDS COULD NOT
      *    BE OPENED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MST-FILE ASSIGN TO MSTFILE
           ORGANIZATION INDEXED
           ACCESS MODE DYNAMIC
           RECORD KEY IS MST-KEY
           FILE STATUS IS MST-STATUS.
           SELECT INQ-CARD ASSIGN TO INQCARDS
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS INQ-STATUS.
           SELECT CTL-CARD ASSIGN TO CTLCARD
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CTL-CARD-STATUS.
           SELECT DRV-FILE ASSIGN TO DRVFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS DRV-STATUS.
           SELECT EXC-FILE ASSIGN TO EXCFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EXC-STATUS.
           SELECT INQ-RPT ASSIGN TO INQRPT
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MST-FILE
           LABEL RECORD STANDARD.
       01 MST-RECORD.
          03 MST-KEY.
             05 MST-WORD        PIC X(32).
             05 MST-REC-TYPE    PIC X.
          03 MST-FIRST-SEEN  PIC X(10).
          03 MST-LAST-SEEN   PIC X(10).
          03 MST-SOURCE      PIC X(64).
          03 MST-TIMES-SEEN  PIC 9(6).
          03 MST-REC-STATUS  PIC X.
             88 MST-ACTIVE      VALUE 'A' SPACE.
             88 MST-SUPPRESSED  VALUE 'S'.
             88 MST-RETIRED     VALUE 'R'.
          03 MST-STAT-REASON PIC X(4).
          03 MST-STAT-DATE   PIC X(10).
          03 MST-STAT-USER   PIC X(8).

      *    ONE INQUIRY PER CARD: THE KIND IN COLUMNS 1-6 (WORD,
      *    PREFIX OR LENGTH), AN OPTIONAL RECORD TYPE IN COLUMN 8
      *    (O OR P, BLANK FOR BOTH), THE WORD OR PREFIX IN COLUMNS
      *    10-41, AND FOR A LENGTH INQUIRY THE SHORTEST AND LONGEST
      *    LENGTHS WANTED IN COLUMNS 43-44 AND 46-47 (A BLANK
      *    LONGEST MEANS THE SAME AS THE SHORTEST).
       FD INQ-CARD
           LABEL RECORD STANDARD.
       01 INQ-RECORD.
          03 INQ-KIND        PIC X(6).
             88 INQ-EXACT       VALUE 'WORD  '.
             88 INQ-PREFIX      VALUE 'PREFIX'.
             88 INQ-LENGTH      VALUE 'LENGTH'.
          03 FILLER          PIC X.
          03 INQ-TYPE        PIC X.
             88 INQ-ANY-TYPE    VALUE SPACE.
             88 INQ-TYPE-OK     VALUES SPACE 'O' 'P'.
          03 FILLER          PIC X.
          03 INQ-WORD        PIC X(32).
          03 FILLER          PIC X.
          03 INQ-MIN-LEN     PIC XX.
          03 INQ-MIN-LEN-N REDEFINES INQ-MIN-LEN PIC 99.
          03 FILLER          PIC X.
          03 INQ-MAX-LEN     PIC XX.
          03 INQ-MAX-LEN-N REDEFINES INQ-MAX-LEN PIC 99.
          03 FILLER          PIC X(33).

       FD CTL-CARD
           LABEL RECORD STANDARD.
       01 CTL-RECORD.
          03 CTL-DIRECTION  PIC X.
          03 CTL-STRICTNESS PIC X.
          03 CTL-LISTING    PIC X.

       FD DRV-FILE
           LABEL RECORD STANDARD.
       01 DRV-RECORD.
          03 DRV-DDNAME      PIC X(64).
          03 DRV-DIRECTION   PIC X.
          03 DRV-STRICTNESS  PIC X.
          03 DRV-MINLEN      PIC XX.
          03 DRV-EXC-DDNAME  PIC X(8).

       FD EXC-FILE
           LABEL RECORD STANDARD.
       01 EXC-RECORD      PIC X(32).

       FD INQ-RPT
           LABEL RECORD STANDARD.
       01 INQ-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01 MST-STATUS          PIC XX.
       01 INQ-STATUS          PIC XX.
       01 CTL-CARD-STATUS     PIC XX.
       01 DRV-STATUS          PIC XX.
       01 EXC-STATUS          PIC XX.
       01 WS-RPT-LINE         PIC X(132).
       01 WS-LINE-PTR         PIC 9(4).

       01 WS-RUN-DATE.
          03 WS-RUN-YYYY  PIC 9(4).
          03 WS-RUN-MM    PIC 9(2).
          03 WS-RUN-DD    PIC 9(2).
       01 WS-RUN-DATE-DISPLAY PIC X(10).

       01 WS-INQ-EOF-FLAG     PIC X VALUE SPACE.
          88 INQ-EOF             VALUE '*'.
       01 WS-MST-EOF-FLAG     PIC X.
          88 MST-EOF             VALUE '*'.
       01 WS-DRV-EOF-FLAG     PIC X VALUE SPACE.
          88 DRV-EOF             VALUE '*'.
       01 WS-EXC-EOF-FLAG     PIC X VALUE SPACE.
          88 EXC-EOF             VALUE '*'.
       01 WS-CARD-BAD-FLAG    PIC X.
          88 CARD-IS-BAD         VALUE '*'.
       01 WS-EXCLUDED-FLAG    PIC X.
          88 WORD-EXCLUDED       VALUE '*'.
       01 WS-SRC-FOUND-FLAG   PIC X.
          88 SRC-ON-DRIVER       VALUE '*'.
       01 WS-DRV-TRUNC-FLAG   PIC X VALUE SPACE.
          88 DRV-LIST-TRUNCATED  VALUE '*'.
       01 WS-EXC-TRUNC-FLAG   PIC X VALUE SPACE.
          88 EXC-LIST-TRUNCATED  VALUE '*'.

      *    THE CTLCARD DEFAULTS, USED FOR ANY SOURCE WHOSE DRIVER
      *    PROFILE DOES NOT OVERRIDE THEM (OR THAT IS NO LONGER ON
      *    THE DRIVER LIST AT ALL).
       01 WS-ORDER-DIRECTION PIC X VALUE 'A'.
          88 ASCENDING-ORDER   VALUE 'A'.
          88 DESCENDING-ORDER  VALUE 'D'.
       01 WS-ORDER-STRICTNESS PIC X VALUE 'N'.
          88 STRICT-MODE       VALUE 'S'.
          88 NONSTRICT-MODE    VALUE 'N'.

       01 WS-DICT-COUNT      PIC 99 VALUE 0.
       01 WS-DICT-IDX        PIC 99.
       01 WS-DICT-LIST.
          03 WS-DICT-ENTRY   OCCURS 50 TIMES.
             05 WS-DICT-NAME       PIC X(64).
             05 WS-DICT-DIRECTION  PIC X.
             05 WS-DICT-STRICTNESS PIC X.
             05 WS-DICT-MINLEN     PIC XX.

      *    THE PROFILE TODAY'S RUN WOULD APPLY TO THE HIT'S SOURCE.
       01 WS-SRC-DIRECTION   PIC X.
          88 SRC-ASCENDING      VALUE 'A'.
          88 SRC-DESCENDING     VALUE 'D'.
       01 WS-SRC-STRICTNESS  PIC X.
          88 SRC-STRICT         VALUE 'S'.
          88 SRC-NONSTRICT      VALUE 'N'.
       01 WS-SRC-MINLEN      PIC 99.
       01 WS-SRC-MINLEN-X    PIC XX.
       01 WS-SRC-MINLEN-N REDEFINES WS-SRC-MINLEN-X PIC 99.

       01 WS-EXC-COUNT       PIC 9(4) VALUE 0.
       01 WS-EXC-TABLE.
          03 WS-EXC-WORD     OCCURS 1000 TIMES PIC X(32).
       01 WS-EXC-IDX         PIC 9(4).

      *    THE INQUIRY BEING ANSWERED, UPPER-CASED, WITH THE
      *    SIGNIFICANT LENGTH OF ITS WORD OR PREFIX.
       01 WS-INQ-WORD        PIC X(32).
       01 WS-INQ-WORD-LEN    PIC 99.
       01 WS-INQ-MIN         PIC 99.
       01 WS-INQ-MAX         PIC 99.
       01 WS-MST-WORD-LEN    PIC 99.
       01 WS-CARD-HITS       PIC 9(6).
       01 WS-TRY-TYPE        PIC X.

      *    INQUIRIES THAT FOUND NOTHING, HELD FOR THE CLOSING
      *    SECTION OF THE REPORT.
       01 WS-NF-COUNT        PIC 9(4) VALUE 0.
       01 WS-NF-TABLE.
          03 WS-NF-CARD      OCCURS 500 TIMES PIC X(47).
       01 WS-NF-IDX          PIC 9(4).
       01 WS-NF-DROPPED      PIC 9(6) VALUE 0.

       01 WS-CARD-COUNT      PIC 9(6) VALUE 0.
       01 WS-HIT-COUNT       PIC 9(6) VALUE 0.
       01 WS-NOTFOUND-COUNT  PIC 9(6) VALUE 0.
       01 WS-BAD-CARD-COUNT  PIC 9(6) VALUE 0.
       01 WS-STILL-OK-COUNT  PIC 9(6) VALUE 0.
       01 WS-NOW-FAILS-COUNT PIC 9(6) VALUE 0.
       01 WS-MST-ERROR-COUNT PIC 9(6) VALUE 0.
       01 WS-COUNT-ED        PIC ZZZZZ9.
       01 WS-TIMES-ED        PIC ZZZZZ9.
       01 WS-LEN-ED          PIC Z9.
       01 WS-MINLEN-ED       PIC Z9.
       01 WS-VERDICT         PIC X(40).

      *    PARAMETER AREA FOR THE ABCWVAL WORD-VALIDATION MODULE;
      *    THE LAYOUT MUST MATCH THE LINKAGE SECTION OF ABCWVAL.
       01 WVAL-PARM.
          03 WVAL-IN-REC.
             05 WVAL-IN-WORD      PIC X(32).
             05 WVAL-IN-OVERFLOW  PIC X(48).
          03 WVAL-IN-DIRECTION  PIC X.
          03 WVAL-IN-STRICTNESS PIC X.
          03 WVAL-IN-CHECK      PIC X.
          03 WVAL-OUT-WORD      PIC X(32).
          03 WVAL-OUT-LEN       PIC 99.
          03 WVAL-OUT-MATCH     PIC X.
          03 WVAL-OUT-NONALPHA  PIC X.
          03 WVAL-OUT-TRUNC     PIC X.
          03 WVAL-OUT-EXTRA-LEN PIC 99.
          03 WVAL-OUT-TRUE-LEN  PIC 999.
          03 WVAL-OUT-BREAKS    PIC 99.
          03 WVAL-OUT-FIRST-BREAK PIC 99.

       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-MM "/" WS-RUN-DD "/" WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
           PERFORM READ-CONTROL-CARD.
           PERFORM LOAD-DICT-LIST.
           PERFORM LOAD-EXCLUSION-LIST.
           OPEN INPUT MST-FILE.
           IF MST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCINQ: UNABLE TO OPEN MASTER, STATUS="
                   MST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT INQ-CARD.
           IF INQ-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCINQ: UNABLE TO OPEN INQUIRY CARDS, "
                   "STATUS=" INQ-STATUS
               CLOSE MST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INQ-RPT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM UNTIL INQ-EOF
               READ INQ-CARD
                   AT END
                       MOVE '*' TO WS-INQ-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM ANSWER-ONE-INQUIRY
                           THRU ANSWER-ONE-EXIT
               END-READ
           END-PERFORM.
           CLOSE INQ-CARD.
           CLOSE MST-FILE.
           PERFORM PRINT-NOT-FOUND-LIST.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE INQ-RPT.
           IF WS-MST-ERROR-COUNT IS GREATER THAN ZERO
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-BAD-CARD-COUNT IS GREATER THAN ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       READ-CONTROL-CARD.
           OPEN INPUT CTL-CARD.
           IF CTL-CARD-STATUS IS EQUAL TO "00"
               READ CTL-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-DIRECTION  TO WS-ORDER-DIRECTION
                       MOVE CTL-STRICTNESS TO WS-ORDER-STRICTNESS
               END-READ
               CLOSE CTL-CARD.
           IF NOT ASCENDING-ORDER AND NOT DESCENDING-ORDER
               MOVE 'A' TO WS-ORDER-DIRECTION.
           IF NOT STRICT-MODE AND NOT NONSTRICT-MODE
               MOVE 'N' TO WS-ORDER-STRICTNESS.

       LOAD-DICT-LIST.
           MOVE 0 TO WS-DICT-COUNT.
           OPEN INPUT DRV-FILE.
           IF DRV-STATUS IS EQUAL TO "00"
               PERFORM UNTIL DRV-EOF OR WS-DICT-COUNT IS EQUAL TO 50
                   READ DRV-FILE
                       AT END
                           MOVE '*' TO WS-DRV-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-DICT-COUNT
                           MOVE DRV-DDNAME TO
                               WS-DICT-NAME(WS-DICT-COUNT)
                           MOVE DRV-DIRECTION TO
                               WS-DICT-DIRECTION(WS-DICT-COUNT)
                           MOVE DRV-STRICTNESS TO
                               WS-DICT-STRICTNESS(WS-DICT-COUNT)
                           MOVE DRV-MINLEN TO
                               WS-DICT-MINLEN(WS-DICT-COUNT)
                   END-READ
               END-PERFORM
               IF NOT DRV-EOF
                   READ DRV-FILE
                       AT END
                           MOVE '*' TO WS-DRV-EOF-FLAG
                       NOT AT END
                           MOVE '*' TO WS-DRV-TRUNC-FLAG
                   END-READ
               END-IF
               CLOSE DRV-FILE
           END-IF.
           IF WS-DICT-COUNT IS EQUAL TO 0
               MOVE 1 TO WS-DICT-COUNT
               MOVE "DICT" TO WS-DICT-NAME(1)
               MOVE SPACE  TO WS-DICT-DIRECTION(1)
               MOVE SPACE  TO WS-DICT-STRICTNESS(1)
               MOVE SPACES TO WS-DICT-MINLEN(1)
           END-IF.

       LOAD-EXCLUSION-LIST.
           OPEN INPUT EXC-FILE.
           IF EXC-STATUS IS EQUAL TO "00"
               PERFORM UNTIL EXC-EOF
                   READ EXC-FILE
                       AT END
                           MOVE '*' TO WS-EXC-EOF-FLAG
                       NOT AT END
                           PERFORM STORE-EXCLUSION-WORD
                   END-READ
               END-PERFORM
               CLOSE EXC-FILE
           END-IF.

       STORE-EXCLUSION-WORD.
           IF EXC-RECORD IS EQUAL TO SPACES
               CONTINUE
           ELSE
               IF WS-EXC-COUNT IS LESS THAN 1000
                   ADD 1 TO WS-EXC-COUNT
                   MOVE FUNCTION UPPER-CASE(EXC-RECORD)
                       TO WS-EXC-WORD(WS-EXC-COUNT)
               ELSE
                   MOVE '*' TO WS-EXC-TRUNC-FLAG
               END-IF
           END-IF.

      *    EVERY CARD ENDS AS HITS, A NOT-FOUND ENTRY, OR AN
      *    INVALID-CARD LINE.
       ANSWER-ONE-INQUIRY.
           MOVE 0 TO WS-CARD-HITS.
           PERFORM VALIDATE-INQUIRY-CARD.
           IF CARD-IS-BAD
               ADD 1 TO WS-BAD-CARD-COUNT
               GO TO ANSWER-ONE-EXIT
           END-IF.
           PERFORM WRITE-INQUIRY-HEADING.
           IF INQ-EXACT
               PERFORM FIND-EXACT-WORD
           ELSE
               IF INQ-PREFIX
                   PERFORM FIND-BY-PREFIX THRU FIND-BY-PREFIX-EXIT
               ELSE
                   PERFORM FIND-BY-LENGTH THRU FIND-BY-LENGTH-EXIT
               END-IF
           END-IF.
           IF WS-CARD-HITS IS EQUAL TO ZERO
               ADD 1 TO WS-NOTFOUND-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "    (NOT ON FILE, SEE INQUIRIES NOT FOUND)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE INQ-LINE FROM WS-RPT-LINE
               IF WS-NF-COUNT IS LESS THAN 500
                   ADD 1 TO WS-NF-COUNT
                   MOVE INQ-RECORD TO WS-NF-CARD(WS-NF-COUNT)
               ELSE
                   ADD 1 TO WS-NF-DROPPED
               END-IF
           END-IF.
       ANSWER-ONE-EXIT.
           EXIT.

       VALIDATE-INQUIRY-CARD.
           MOVE SPACE TO WS-CARD-BAD-FLAG.
           MOVE FUNCTION UPPER-CASE(INQ-WORD) TO WS-INQ-WORD.
           MOVE 0 TO WS-INQ-WORD-LEN.
           INSPECT WS-INQ-WORD TALLYING WS-INQ-WORD-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE SPACES TO WS-RPT-LINE.
           IF NOT INQ-EXACT AND NOT INQ-PREFIX AND NOT INQ-LENGTH
               MOVE '*' TO WS-CARD-BAD-FLAG
               STRING "  INVALID INQUIRY, KIND NOT WORD, PREFIX OR "
                   "LENGTH: " INQ-RECORD(1:47)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               IF NOT INQ-TYPE-OK
                   MOVE '*' TO WS-CARD-BAD-FLAG
                   STRING "  INVALID INQUIRY, RECORD TYPE NOT O, P "
                       "OR BLANK: " INQ-RECORD(1:47)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   IF INQ-LENGTH
                       PERFORM VALIDATE-LENGTH-RANGE
                   ELSE
                       IF WS-INQ-WORD-LEN IS EQUAL TO ZERO
                           MOVE '*' TO WS-CARD-BAD-FLAG
                           STRING "  INVALID INQUIRY, NO WORD OR "
                               "PREFIX GIVEN: " INQ-RECORD(1:47)
                               DELIMITED BY SIZE INTO WS-RPT-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF CARD-IS-BAD
               WRITE INQ-LINE FROM WS-RPT-LINE
           END-IF.

       VALIDATE-LENGTH-RANGE.
           IF INQ-MAX-LEN IS EQUAL TO SPACES
               MOVE INQ-MIN-LEN TO INQ-MAX-LEN
           END-IF.
           IF INQ-MIN-LEN IS NOT NUMERIC
                   OR INQ-MAX-LEN IS NOT NUMERIC
               MOVE '*' TO WS-CARD-BAD-FLAG
               STRING "  INVALID INQUIRY, LENGTH RANGE NOT NUMERIC: "
                   INQ-RECORD(1:47)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE INQ-MIN-LEN-N TO WS-INQ-MIN
               MOVE INQ-MAX-LEN-N TO WS-INQ-MAX
               IF WS-INQ-MIN IS EQUAL TO ZERO
                       OR WS-INQ-MAX IS GREATER THAN 32
                       OR WS-INQ-MIN IS GREATER THAN WS-INQ-MAX
                   MOVE '*' TO WS-CARD-BAD-FLAG
                   STRING "  INVALID INQUIRY, LENGTH RANGE NOT "
                       "WITHIN 01-32: " INQ-RECORD(1:47)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
           END-IF.

      *    AN EXACT WORD WITH NO TYPE GIVEN IS TRIED UNDER BOTH
      *    KEYS, SINCE A WORD THAT IS BOTH ORDERED AND A PALINDROME
      *    HOLDS TWO MASTER RECORDS.
       FIND-EXACT-WORD.
           IF INQ-ANY-TYPE
               MOVE 'O' TO WS-TRY-TYPE
               PERFORM READ-ONE-KEY
               MOVE 'P' TO WS-TRY-TYPE
               PERFORM READ-ONE-KEY
           ELSE
               MOVE INQ-TYPE TO WS-TRY-TYPE
               PERFORM READ-ONE-KEY
           END-IF.

       READ-ONE-KEY.
           MOVE WS-INQ-WORD TO MST-WORD.
           MOVE WS-TRY-TYPE TO MST-REC-TYPE.
           READ MST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF MST-STATUS IS EQUAL TO "00"
               PERFORM REPORT-ONE-HIT
           ELSE
               IF MST-STATUS IS NOT EQUAL TO "23"
                   PERFORM WRITE-MASTER-ERROR
               END-IF
           END-IF.

      *    THE START POSITIONS AT THE FIRST KEY NOT LESS THAN THE
      *    PREFIX PADDED WITH SPACES, WHICH SORTS AHEAD OF EVERY
      *    WORD THAT BEGINS WITH IT; READING STOPS AT THE FIRST
      *    WORD THAT NO LONGER DOES.
       FIND-BY-PREFIX.
           MOVE WS-INQ-WORD TO MST-WORD.
           MOVE SPACE TO MST-REC-TYPE.
           START MST-FILE KEY IS NOT LESS THAN MST-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF MST-STATUS IS EQUAL TO "23"
               GO TO FIND-BY-PREFIX-EXIT
           END-IF.
           IF MST-STATUS IS NOT EQUAL TO "00"
               PERFORM WRITE-MASTER-ERROR
               GO TO FIND-BY-PREFIX-EXIT
           END-IF.
           MOVE SPACE TO WS-MST-EOF-FLAG.
           PERFORM UNTIL MST-EOF
               READ MST-FILE NEXT RECORD
                   AT END
                       MOVE '*' TO WS-MST-EOF-FLAG
                   NOT AT END
                       IF MST-WORD(1:WS-INQ-WORD-LEN) IS NOT EQUAL
                               TO WS-INQ-WORD(1:WS-INQ-WORD-LEN)
                           MOVE '*' TO WS-MST-EOF-FLAG
                       ELSE
                           IF INQ-ANY-TYPE
                                   OR MST-REC-TYPE IS EQUAL TO
                                       INQ-TYPE
                               PERFORM REPORT-ONE-HIT
                           END-IF
                       END-IF
               END-READ
               IF MST-STATUS IS NOT EQUAL TO "00"
                       AND MST-STATUS IS NOT EQUAL TO "10"
                   PERFORM WRITE-MASTER-ERROR
                   MOVE '*' TO WS-MST-EOF-FLAG
               END-IF
           END-PERFORM.
       FIND-BY-PREFIX-EXIT.
           EXIT.

      *    THE KEY CARRIES NO LENGTH, SO A LENGTH INQUIRY WALKS
      *    THE WHOLE MASTER FROM ITS FIRST KEY.
       FIND-BY-LENGTH.
           MOVE LOW-VALUES TO MST-KEY.
           START MST-FILE KEY IS NOT LESS THAN MST-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           IF MST-STATUS IS EQUAL TO "23"
               GO TO FIND-BY-LENGTH-EXIT
           END-IF.
           IF MST-STATUS IS NOT EQUAL TO "00"
               PERFORM WRITE-MASTER-ERROR
               GO TO FIND-BY-LENGTH-EXIT
           END-IF.
           MOVE SPACE TO WS-MST-EOF-FLAG.
           PERFORM UNTIL MST-EOF
               READ MST-FILE NEXT RECORD
                   AT END
                       MOVE '*' TO WS-MST-EOF-FLAG
                   NOT AT END
                       MOVE 0 TO WS-MST-WORD-LEN
                       INSPECT MST-WORD TALLYING WS-MST-WORD-LEN
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       IF WS-MST-WORD-LEN IS NOT LESS THAN WS-INQ-MIN
                               AND WS-MST-WORD-LEN IS NOT GREATER
                                   THAN WS-INQ-MAX
                               AND (INQ-ANY-TYPE
                                   OR MST-REC-TYPE IS EQUAL TO
                                       INQ-TYPE)
                           PERFORM REPORT-ONE-HIT
                       END-IF
               END-READ
               IF MST-STATUS IS NOT EQUAL TO "00"
                       AND MST-STATUS IS NOT EQUAL TO "10"
                   PERFORM WRITE-MASTER-ERROR
                   MOVE '*' TO WS-MST-EOF-FLAG
               END-IF
           END-PERFORM.
       FIND-BY-LENGTH-EXIT.
           EXIT.

       REPORT-ONE-HIT.
           ADD 1 TO WS-CARD-HITS.
           ADD 1 TO WS-HIT-COUNT.
           PERFORM REJUDGE-HIT.
           MOVE MST-TIMES-SEEN TO WS-TIMES-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "    " MST-WORD " (" MST-REC-TYPE ")"
               "  FIRST SEEN " MST-FIRST-SEEN
               "  LAST SEEN " MST-LAST-SEEN
               "  TIMES SEEN=" WS-TIMES-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE INQ-LINE FROM WS-RPT-LINE.
      *    A WORD TAKEN OUT OF FLOW BY ABCSMNT SAYS SO, WITH THE
      *    REASON AND WHO DID IT, WHATEVER TODAY'S RULES MAKE OF IT.
           IF NOT MST-ACTIVE
               MOVE SPACES TO WS-RPT-LINE
               MOVE 1 TO WS-LINE-PTR
               IF MST-SUPPRESSED
                   STRING "        STATUS: SUPPRESSED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                       WITH POINTER WS-LINE-PTR
               ELSE
                   STRING "        STATUS: RETIRED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                       WITH POINTER WS-LINE-PTR
               END-IF
               STRING "  REASON " MST-STAT-REASON
                   "  SET " MST-STAT-DATE " BY " MST-STAT-USER
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   WITH POINTER WS-LINE-PTR
               WRITE INQ-LINE FROM WS-RPT-LINE
           END-IF.
           MOVE WS-SRC-MINLEN TO WS-MINLEN-ED.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           STRING "        SOURCE: " FUNCTION TRIM(MST-SOURCE)
               DELIMITED BY SIZE INTO WS-RPT-LINE
               WITH POINTER WS-LINE-PTR.
           IF MST-REC-TYPE IS EQUAL TO 'P'
               STRING "  RULES: PALINDROME"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   WITH POINTER WS-LINE-PTR
           ELSE
               STRING "  RULES: DIRECTION=" WS-SRC-DIRECTION
                   " STRICTNESS=" WS-SRC-STRICTNESS
                   " MINLEN=" WS-MINLEN-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   WITH POINTER WS-LINE-PTR
           END-IF.
           IF NOT SRC-ON-DRIVER
               STRING " (NOT ON DRIVER)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   WITH POINTER WS-LINE-PTR
           END-IF.
           STRING "  TODAY: " FUNCTION TRIM(WS-VERDICT)
               DELIMITED BY SIZE INTO WS-RPT-LINE
               WITH POINTER WS-LINE-PTR.
           WRITE INQ-LINE FROM WS-RPT-LINE.

      *    THE HIT IS RUN BACK THROUGH ABCWVAL UNDER THE PROFILE
      *    TONIGHT'S RUN WOULD GIVE ITS SOURCE: THE DRIVER RECORD'S
      *    OVERRIDES WHERE IT CARRIES RECOGNIZED VALUES, OTHERWISE
      *    THE CTLCARD DEFAULTS, THEN ITS MINIMUM LENGTH AND THE
      *    GLOBAL EXCLUSION LIST, THE SAME ORDER ABC-WORDS APPLIES
      *    THEM IN.
       REJUDGE-HIT.
           MOVE WS-ORDER-DIRECTION  TO WS-SRC-DIRECTION.
           MOVE WS-ORDER-STRICTNESS TO WS-SRC-STRICTNESS.
           MOVE 0 TO WS-SRC-MINLEN.
           MOVE SPACE TO WS-SRC-FOUND-FLAG.
           PERFORM VARYING WS-DICT-IDX FROM 1 BY 1
                   UNTIL SRC-ON-DRIVER
                   OR WS-DICT-IDX IS GREATER THAN WS-DICT-COUNT
               IF WS-DICT-NAME(WS-DICT-IDX) IS EQUAL TO MST-SOURCE
                   MOVE '*' TO WS-SRC-FOUND-FLAG
                   PERFORM SET-SOURCE-PROFILE
               END-IF
           END-PERFORM.
           MOVE MST-WORD TO WVAL-IN-WORD.
           MOVE SPACES   TO WVAL-IN-OVERFLOW.
           MOVE WS-SRC-DIRECTION  TO WVAL-IN-DIRECTION.
           MOVE WS-SRC-STRICTNESS TO WVAL-IN-STRICTNESS.
           IF MST-REC-TYPE IS EQUAL TO 'P'
               MOVE 'P' TO WVAL-IN-CHECK
           ELSE
               MOVE 'O' TO WVAL-IN-CHECK
           END-IF.
           CALL 'ABCWVAL' USING WVAL-PARM.
           MOVE "STILL QUALIFIES" TO WS-VERDICT.
           IF WVAL-OUT-NONALPHA IS EQUAL TO '*'
                   OR WVAL-OUT-TRUNC IS EQUAL TO '*'
               MOVE "NO LONGER QUALIFIES, FAILS INTAKE"
                   TO WS-VERDICT
           ELSE
               IF WVAL-OUT-MATCH IS NOT EQUAL TO '*'
                   IF MST-REC-TYPE IS EQUAL TO 'P'
                       MOVE "NO LONGER QUALIFIES, NOT A PALINDROME"
                           TO WS-VERDICT
                   ELSE
                       MOVE "NO LONGER QUALIFIES, NOT IN ORDER"
                           TO WS-VERDICT
                   END-IF
               ELSE
                   IF MST-REC-TYPE IS NOT EQUAL TO 'P'
                           AND WS-SRC-MINLEN IS GREATER THAN ZERO
                           AND WVAL-OUT-LEN IS LESS THAN
                               WS-SRC-MINLEN
                       MOVE "NO LONGER QUALIFIES, BELOW MINLEN"
                           TO WS-VERDICT
                   ELSE
                       PERFORM CHECK-EXCLUSION
                       IF WORD-EXCLUDED
                           MOVE "NO LONGER QUALIFIES, EXCLUDED"
                               TO WS-VERDICT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-VERDICT IS EQUAL TO "STILL QUALIFIES"
               ADD 1 TO WS-STILL-OK-COUNT
           ELSE
               ADD 1 TO WS-NOW-FAILS-COUNT
           END-IF.

       SET-SOURCE-PROFILE.
           MOVE WS-DICT-DIRECTION(WS-DICT-IDX) TO WS-SRC-DIRECTION.
           IF NOT SRC-ASCENDING AND NOT SRC-DESCENDING
               MOVE WS-ORDER-DIRECTION TO WS-SRC-DIRECTION
           END-IF.
           MOVE WS-DICT-STRICTNESS(WS-DICT-IDX) TO WS-SRC-STRICTNESS.
           IF NOT SRC-STRICT AND NOT SRC-NONSTRICT
               MOVE WS-ORDER-STRICTNESS TO WS-SRC-STRICTNESS
           END-IF.
           MOVE WS-DICT-MINLEN(WS-DICT-IDX) TO WS-SRC-MINLEN-X.
           IF WS-SRC-MINLEN-X IS NUMERIC
               MOVE WS-SRC-MINLEN-N TO WS-SRC-MINLEN
           ELSE
               MOVE 0 TO WS-SRC-MINLEN
           END-IF.

       CHECK-EXCLUSION.
           MOVE SPACE TO WS-EXCLUDED-FLAG.
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WORD-EXCLUDED
                   OR WS-EXC-IDX IS GREATER THAN WS-EXC-COUNT
               IF WS-EXC-WORD(WS-EXC-IDX) IS EQUAL TO WVAL-OUT-WORD
                   MOVE '*' TO WS-EXCLUDED-FLAG
               END-IF
           END-PERFORM.

       WRITE-MASTER-ERROR.
           ADD 1 TO WS-MST-ERROR-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "    *** MASTER I-O ERROR, STATUS=" MST-STATUS
               " ANSWERING: " INQ-RECORD(1:47)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE INQ-LINE FROM WS-RPT-LINE.

       WRITE-INQUIRY-HEADING.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE INQ-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           IF INQ-EXACT
               STRING "  INQUIRY: WORD " FUNCTION TRIM(WS-INQ-WORD)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   WITH POINTER WS-LINE-PTR
           ELSE
               IF INQ-PREFIX
                   STRING "  INQUIRY: PREFIX "
                       FUNCTION TRIM(WS-INQ-WORD)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                       WITH POINTER WS-LINE-PTR
               ELSE
                   MOVE WS-INQ-MIN TO WS-LEN-ED
                   STRING "  INQUIRY: LENGTH " WS-LEN-ED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                       WITH POINTER WS-LINE-PTR
                   MOVE WS-INQ-MAX TO WS-LEN-ED
                   STRING " TO " WS-LEN-ED
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                       WITH POINTER WS-LINE-PTR
               END-IF
           END-IF.
           IF INQ-ANY-TYPE
               STRING "  TYPE: ANY"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   WITH POINTER WS-LINE-PTR
           ELSE
               STRING "  TYPE: " INQ-TYPE
                   DELIMITED BY SIZE INTO WS-RPT-LINE
                   WITH POINTER WS-LINE-PTR
           END-IF.
           WRITE INQ-LINE FROM WS-RPT-LINE.

       PRINT-NOT-FOUND-LIST.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE INQ-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INQUIRIES NOT FOUND ON THE MASTER"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE INQ-LINE FROM WS-RPT-LINE.
           IF WS-NF-COUNT IS EQUAL TO ZERO
               MOVE SPACES TO WS-RPT-LINE
               STRING "  (NONE)" DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE INQ-LINE FROM WS-RPT-LINE
           END-IF.
           PERFORM VARYING WS-NF-IDX FROM 1 BY 1
                   UNTIL WS-NF-IDX IS GREATER THAN WS-NF-COUNT
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-NF-CARD(WS-NF-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE INQ-LINE FROM WS-RPT-LINE
           END-PERFORM.
           IF WS-NF-DROPPED IS GREATER THAN ZERO
               MOVE WS-NF-DROPPED TO WS-COUNT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "NOTE: " WS-COUNT-ED
                   " FURTHER NOT-FOUND INQUIRIES OMITTED, TABLE FULL"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE INQ-LINE FROM WS-RPT-LINE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ABC-WORDS MASTER INQUIRY REPORT"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE INQ-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE-DISPLAY
               "  DEFAULT RULES: DIRECTION=" WS-ORDER-DIRECTION
               " STRICTNESS=" WS-ORDER-STRICTNESS
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE INQ-LINE FROM WS-RPT-LINE.
           IF DRV-LIST-TRUNCATED
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** WARNING: DRIVER FILE LISTS MORE THAN 50 "
                   "DICTIONARY SOURCES, EXTRA ENTRIES IGNORED ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE INQ-LINE FROM WS-RPT-LINE
           END-IF.
           IF EXC-LIST-TRUNCATED
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** WARNING: EXCLUSION LIST EXCEEDS 1000 "
                   "WORDS, EXTRA ENTRIES IGNORED ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE INQ-LINE FROM WS-RPT-LINE
           END-IF.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE INQ-LINE FROM WS-RPT-LINE.
           MOVE WS-CARD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INQUIRY CARDS READ:      " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE INQ-LINE FROM WS-RPT-LINE.
           MOVE WS-HIT-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "MASTER RECORDS LISTED:   " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE INQ-LINE FROM WS-RPT-LINE.
           MOVE WS-STILL-OK-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  STILL QUALIFYING:      " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE INQ-LINE FROM WS-RPT-LINE.
           MOVE WS-NOW-FAILS-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  NO LONGER QUALIFYING:  " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE INQ-LINE FROM WS-RPT-LINE.
           MOVE WS-NOTFOUND-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INQUIRIES NOT FOUND:     " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE INQ-LINE FROM WS-RPT-LINE.
           MOVE WS-BAD-CARD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "INVALID INQUIRY CARDS:   " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE INQ-LINE FROM WS-RPT-LINE.
           IF WS-MST-ERROR-COUNT IS GREATER THAN ZERO
               MOVE WS-MST-ERROR-COUNT TO WS-COUNT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "MASTER I-O ERRORS:       " WS-COUNT-ED
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE INQ-LINE FROM WS-RPT-LINE
           END-IF.
           DISPLAY "ABCINQ: CARDS=" WS-CARD-COUNT
               " HITS=" WS-HIT-COUNT
               " NOTFOUND=" WS-NOTFOUND-COUNT
               " INVALID=" WS-BAD-CARD-COUNT
               " ERRORS=" WS-MST-ERROR-COUNT.
