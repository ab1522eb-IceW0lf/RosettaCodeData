       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCHDCT.

      *    HOUSE DICTIONARY: ONE CONSOLIDATED, DE-DUPLICATED WORD
      *    LIST OVER ALL THE DRVFILE-LISTED DICTIONARY SOURCES,
      *    BUILT ON THE SHARED ABCWVAL INTAKE AND VALIDATION MODULE
      *    (CHECK CODE A, VALID-WORD INTAKE ONLY). THE GLOBAL
      *    EXCLUSION LIST (EXCFILE) AND EACH SOURCE'S OWN LIST, AS
      *    NAMED IN ITS DRIVER PROFILE, ARE HONOURED EXACTLY AS
      *    ABC-WORDS HONOURS THEM. EVERY CLEAN WORD IS RELEASED TO
      *    A SORT ON WORD WITH THE POSITION OF ITS SOURCE IN
      *    DRVFILE, TOGETHER WITH EVERY WORD OF THE SAME RUN'S
      *    ORDERED (EXTFILE), PALINDROME (PALEXT) AND ANAGRAM-
      *    FAMILY (ANAEXT) EXTRACTS, SO ALL THE COPIES OF A WORD
      *    COME OUT ADJACENT HOWEVER LARGE THE SOURCES ARE. THE
      *    SORTED FILE IS WALKED ONCE AND ONE KEYED RECORD PER
      *    DISTINCT WORD IS WRITTEN TO THE EMPTY CLUSTER ON HDCFILE:
      *    THE WORD, ITS LENGTH, HOW MANY SOURCES CARRY IT, A MAP
      *    OF THOSE SOURCES IN DRVFILE ORDER AND THE ORDERED,
      *    PALINDROME AND ANAGRAM-FAMILY FLAGS. HDCRPT SUMMARIZES
      *    EACH SOURCE'S INTAKE, THE WORDS UNIQUE TO EACH SOURCE
      *    AND THE WORDS COMMON TO ALL OF THEM.
      *    RC=4 MEANS AN EXTRACT WAS MISSING OR CARRIED ANOTHER
      *    RUN'S RECORDS (THOSE FLAGS ARE NOT SET), RC=12 A WRITE
      *    ERROR ON THE CLUSTER, RC=16 THAT A SOURCE OR THE CLUSTER
      *    COULD NOT BE OPENED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DICT ASSIGN TO DYNAMIC WS-DICT-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS DICT-STATUS.
           SELECT DRV-FILE ASSIGN TO DRVFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS DRV-STATUS.
           SELECT EXC-FILE ASSIGN TO EXCFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EXC-STATUS.
      *    WS-SRCX-FILE-NAME HOLDS THE DDNAME OF THE CURRENT
      *    SOURCE'S OWN EXCLUSION LIST, WHEN ITS DRIVER PROFILE
      *    NAMES ONE.
           SELECT SRCX-FILE ASSIGN TO DYNAMIC WS-SRCX-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SRCX-STATUS.
      *    WS-EXT-FILE-NAME HOLDS EXTFILE, PALEXT OR ANAEXT IN TURN.
           SELECT EXT-FILE ASSIGN TO DYNAMIC WS-EXT-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS EXT-STATUS.
           SELECT RUN-FILE ASSIGN TO RUNCTL
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RUN-STATUS.
           SELECT HDC-RPT ASSIGN TO HDCRPT
           ORGANIZATION LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO SORTWK.
           SELECT SRT-HDC ASSIGN TO SRTHDCT
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS SRTH-STATUS.
           SELECT HDC-FILE ASSIGN TO HDCFILE
           ORGANIZATION INDEXED
           ACCESS MODE SEQUENTIAL
           RECORD KEY IS HDC-WORD
           FILE STATUS IS HDC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DICT
           LABEL RECORD STANDARD.
       01 DICT-ENTRY.
          03 WORD         PIC X(32).
          03 WORD-OVERFLOW PIC X(48).

      *    UPSTREAM FEED HEADER AND TRAILER RECORDS, VERIFIED BY
      *    ABCGATE, ARE NOT WORDS AND ARE SKIPPED UNCOUNTED.
       01 DICT-CONTROL-ENTRY.
          03 DICT-CTL-ID  PIC X(6).
             88 DICT-CONTROL-RECORD VALUE '$$HDR ' '$$TRL '.
          03 FILLER       PIC X(74).

      *    OF THE DRIVER RECORD'S PER-SOURCE PROFILE ONLY THE
      *    EXCLUSION-LIST DDNAME APPLIES HERE; DIRECTION,
      *    STRICTNESS AND MINIMUM LENGTH BELONG TO THE ORDERED-
      *    WORDS PASS.
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

      *    A SOURCE'S OWN EXCLUSION LIST, SAME ONE-WORD-PER-RECORD
      *    LAYOUT AS EXCFILE.
       FD SRCX-FILE
           LABEL RECORD STANDARD.
       01 SRCX-RECORD     PIC X(32).

      *    THE ORDERED, PALINDROME AND ANAGRAM EXTRACTS SHARE ONE
      *    LAYOUT; ONLY THE WORD AND THE RUN NUMBER ARE USED HERE.
       FD EXT-FILE
           LABEL RECORD STANDARD.
       01 EXT-RECORD.
          03 EXT-WORD        PIC X(32).
          03 EXT-LEN         PIC 99.
          03 EXT-SEQ         PIC 9(6).
          03 EXT-RUN-DATE    PIC X(10).
          03 EXT-SOURCE      PIC X(64).
          03 EXT-TYPE        PIC X.
          03 EXT-RUN-NBR     PIC 9(6).

      *    RUN CONTROL, MAINTAINED BY ABC-WORDS IN STEP1 OF THE
      *    SAME JOB; READ HERE ONLY, TO KNOW WHICH RUN THE
      *    EXTRACTS OUGHT TO CARRY.
       FD RUN-FILE
           LABEL RECORD STANDARD.
       01 RUN-RECORD.
          03 RUN-NBR         PIC 9(6).
          03 RUN-REST        PIC X(24).

       FD HDC-RPT
           LABEL RECORD STANDARD.
       01 HDC-LINE        PIC X(80).

      *    SORT-KIND SAYS WHERE THE COPY OF THE WORD CAME FROM:
      *    W = A DICTIONARY SOURCE (SORT-SRC IS ITS DRVFILE
      *    POSITION), O, P OR A = THE ORDERED, PALINDROME OR
      *    ANAGRAM EXTRACT.
       SD SORT-WORK.
       01 SORT-RECORD.
          03 SORT-WORD       PIC X(32).
          03 SORT-KIND       PIC X.
          03 SORT-SRC        PIC 99.
          03 SORT-LEN        PIC 99.

      *    THE SORTED WORK FILE: EVERY COPY OF EVERY WORD IN WORD
      *    ORDER.
       FD SRT-HDC
           LABEL RECORD STANDARD.
       01 SRTH-RECORD.
          03 SRTH-WORD       PIC X(32).
          03 SRTH-KIND       PIC X.
          03 SRTH-SRC        PIC 99.
          03 SRTH-LEN        PIC 99.

      *    ONE RECORD PER DISTINCT CLEAN WORD, KEYED ON THE WORD.
      *    HDC-SRC-MAP HOLDS ONE BYTE PER DRVFILE POSITION, IN
      *    DRVFILE ORDER, '*' WHERE THAT SOURCE CARRIES THE WORD;
      *    HDCRPT LISTS WHICH SOURCE EACH POSITION WAS ON THE RUN.
      *    THE THREE TYPE FLAGS ARE '*' WHERE THE SAME RUN'S
      *    EXTRACT OF THAT TYPE CARRIES THE WORD.
       FD HDC-FILE
           LABEL RECORD STANDARD.
       01 HDC-RECORD.
          03 HDC-WORD        PIC X(32).
          03 HDC-LEN         PIC 99.
          03 HDC-SRC-COUNT   PIC 99.
          03 HDC-SRC-MAP     PIC X(50).
          03 HDC-ORDERED     PIC X.
          03 HDC-PALINDROME  PIC X.
          03 HDC-ANAGRAM     PIC X.
          03 HDC-RUN-NBR     PIC 9(6).
          03 HDC-RUN-DATE    PIC X(10).
          03 FILLER          PIC X(15).

       WORKING-STORAGE SECTION.
       01 DICT-STATUS     PIC XX.
       01 DRV-STATUS      PIC XX.
       01 EXC-STATUS      PIC XX.
       01 SRCX-STATUS     PIC XX.
       01 EXT-STATUS      PIC XX.
       01 SRTH-STATUS     PIC XX.
       01 HDC-STATUS      PIC XX.

       01 WS-RUN-DATE.
          03 WS-RUN-YYYY  PIC 9(4).
          03 WS-RUN-MM    PIC 9(2).
          03 WS-RUN-DD    PIC 9(2).
       01 WS-RUN-DATE-DISPLAY PIC X(10).
       01 WS-RPT-LINE     PIC X(80).
       01 RUN-STATUS      PIC XX.
       01 WS-RUN-EOF-FLAG PIC X.
          88 RUN-EOF         VALUE '*'.
       01 WS-RUN-NBR      PIC 9(6) VALUE 0.
       01 WS-RUN-NBR-ED   PIC ZZZZZ9.

       01 WS-DICT-FILE-NAME  PIC X(64).
       01 WS-DICT-COUNT      PIC 99 VALUE 0.
       01 WS-DICT-IDX        PIC 99 VALUE 0.
      *    ONE ENTRY PER DRIVER RECORD: THE SOURCE DDNAME, ITS OWN
      *    EXCLUSION LIST, AND WHAT ITS INTAKE AND THE
      *    CONSOLIDATION MADE OF IT.
       01 WS-DICT-LIST.
          03 WS-DICT-ENTRY   OCCURS 50 TIMES.
             05 WS-DICT-NAME       PIC X(64).
             05 WS-DICT-EXC-DD     PIC X(8).
             05 WS-DICT-READ       PIC 9(9).
             05 WS-DICT-CLEAN      PIC 9(9).
             05 WS-DICT-EXCLUDED   PIC 9(6).
             05 WS-DICT-REJECTED   PIC 9(6).
             05 WS-DICT-DISTINCT   PIC 9(9).
             05 WS-DICT-UNIQUE     PIC 9(9).
       01 WS-DRV-EOF-FLAG    PIC X.
          88 DRV-EOF         VALUE '*'.
       01 WS-DRV-TRUNC-FLAG  PIC X VALUE SPACE.
          88 DRV-LIST-TRUNCATED VALUE '*'.

       01 WS-EXC-COUNT       PIC 9(4) VALUE 0.
       01 WS-EXC-TABLE.
          03 WS-EXC-WORD     OCCURS 1000 TIMES PIC X(32).
       01 WS-EXC-IDX         PIC 9(4).
       01 WS-EXC-EOF-FLAG    PIC X VALUE SPACE.
          88 EXC-EOF            VALUE '*'.
       01 WS-EXC-TRUNC-FLAG  PIC X VALUE SPACE.
          88 EXC-LIST-TRUNCATED VALUE '*'.
       01 WS-EXCLUDED-FLAG   PIC X.
          88 WORD-EXCLUDED      VALUE '*'.

       01 WS-SRC-EXC-DD      PIC X(8).
          88 SRC-NO-OWN-EXCL    VALUE SPACES.
       01 WS-SRCX-FILE-NAME  PIC X(64).
       01 WS-SXC-COUNT       PIC 9(3) VALUE 0.
       01 WS-SXC-TABLE.
          03 WS-SXC-WORD     OCCURS 500 TIMES PIC X(32).
       01 WS-SXC-IDX         PIC 9(3).
       01 WS-SXC-EOF-FLAG    PIC X.
          88 SXC-EOF            VALUE '*'.
       01 WS-SXC-TRUNC-FLAG  PIC X.
          88 SXC-LIST-TRUNCATED VALUE '*'.

      *    THE EXTRACT BEING TAKEN IN: ITS DDNAME, THE SORT-KIND
      *    ITS WORDS CARRY AND THE NAME IT GOES BY ON THE REPORT.
       01 WS-EXT-FILE-NAME   PIC X(64).
       01 WS-EXT-KIND        PIC X.
       01 WS-EXT-LABEL       PIC X(10).
       01 WS-EXT-EOF-FLAG    PIC X.
          88 EXT-EOF            VALUE '*'.
       01 WS-EXT-READ        PIC 9(9).
       01 WS-EXT-TAKEN       PIC 9(9).
       01 WS-EXT-STALE       PIC 9(9).
       01 WS-EXT-WARN-FLAG   PIC X VALUE SPACE.
          88 EXTRACT-WARNING    VALUE '*'.

       01 WS-SRTH-EOF-FLAG   PIC X.
          88 SRTH-EOF           VALUE '*'.
       01 WS-WRITE-ERROR-FLAG PIC X VALUE SPACE.
          88 HDC-WRITE-ERROR    VALUE '*'.

      *    THE WORD WHOSE COPIES ARE BEING GATHERED FROM THE
      *    SORTED FILE, BUILT UP IN THE LAYOUT OF THE KEYED RECORD.
       01 WS-GRP-STARTED-FLAG PIC X.
          88 GROUP-STARTED      VALUE '*'.
       01 WS-GRP-RECORD.
          03 WS-GRP-WORD       PIC X(32).
          03 WS-GRP-LEN        PIC 99.
          03 WS-GRP-SRC-COUNT  PIC 99.
          03 WS-GRP-SRC-MAP.
             05 WS-GRP-SRC-FLAG  PIC X OCCURS 50 TIMES.
          03 WS-GRP-ORDERED    PIC X.
             88 GRP-ORDERED       VALUE '*'.
          03 WS-GRP-PALINDROME PIC X.
             88 GRP-PALINDROME    VALUE '*'.
          03 WS-GRP-ANAGRAM    PIC X.
             88 GRP-ANAGRAM       VALUE '*'.

       01 WS-WORD-COUNT      PIC 9(9) VALUE 0.
       01 WS-WRITTEN-COUNT   PIC 9(9) VALUE 0.
       01 WS-COMMON-COUNT    PIC 9(9) VALUE 0.
       01 WS-FLAG-O-COUNT    PIC 9(9) VALUE 0.
       01 WS-FLAG-P-COUNT    PIC 9(9) VALUE 0.
       01 WS-FLAG-A-COUNT    PIC 9(9) VALUE 0.
      *    EXTRACT WORDS NO SOURCE CARRIED AFTER EXCLUSIONS; THEY
      *    ARE NOT WORDS OF THE HOUSE DICTIONARY AND ARE ONLY
      *    COUNTED.
       01 WS-ORPHAN-COUNT    PIC 9(9) VALUE 0.

       01 WS-COUNT-ED        PIC ZZZZZZZZ9.
       01 WS-COUNT-ED2       PIC ZZZZZZZZ9.
       01 WS-COUNT-ED3       PIC ZZZZZZZZ9.
       01 WS-POS-ED          PIC Z9.
       01 WS-SRC-NAME-COL    PIC X(24).

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

      *    PARAMETER AREA FOR THE ABCTIMR STEP-TIMING MODULE; THE
      *    LAYOUT MUST MATCH THE LINKAGE SECTION OF ABCTIMR.
       01 TIMR-PARM.
          03 TIMR-FUNCTION    PIC X.
          03 TIMR-PROGRAM     PIC X(8) VALUE "ABCHDCT".
          03 TIMR-ROLE        PIC X(10) VALUE "HOUSEDICT".
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
           PERFORM READ-RUN-CONTROL.
           PERFORM LOAD-DICT-LIST.
           PERFORM LOAD-EXCLUSION-LIST THRU LOAD-EXCLUSION-EXIT.
           OPEN OUTPUT HDC-FILE.
           IF HDC-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCHDCT: UNABLE TO OPEN HOUSE DICTIONARY, "
                   "STATUS=" HDC-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM RECORD-STEP-TIMING
               STOP RUN
           END-IF.
           OPEN OUTPUT HDC-RPT.
           PERFORM WRITE-REPORT-HEADER.
           SORT SORT-WORK
               ON ASCENDING KEY SORT-WORD
               INPUT PROCEDURE IS TAKE-IN-ALL-WORDS
                   THRU TAKE-IN-ALL-EXIT
               GIVING SRT-HDC.
           PERFORM BUILD-HOUSE-DICTIONARY.
           CLOSE HDC-FILE.
           PERFORM WRITE-SOURCE-SUMMARY.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE HDC-RPT.
           DISPLAY "ABCHDCT: SOURCES=" WS-DICT-COUNT
               " WORDS=" WS-WORD-COUNT
               " WRITTEN=" WS-WRITTEN-COUNT
               " COMMON=" WS-COMMON-COUNT
               " ORPHANS=" WS-ORPHAN-COUNT.
           IF HDC-WRITE-ERROR AND RETURN-CODE IS LESS THAN 12
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF EXTRACT-WARNING AND RETURN-CODE IS EQUAL TO ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM RECORD-STEP-TIMING
           STOP RUN.

       READ-RUN-CONTROL.
           MOVE SPACE TO WS-RUN-EOF-FLAG.
           OPEN INPUT RUN-FILE.
           IF RUN-STATUS IS EQUAL TO "00"
               PERFORM UNTIL RUN-EOF
                   READ RUN-FILE
                       AT END
                           MOVE '*' TO WS-RUN-EOF-FLAG
                       NOT AT END
                           IF RUN-NBR IS NUMERIC
                               MOVE RUN-NBR TO WS-RUN-NBR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-FILE
           ELSE
               DISPLAY "ABCHDCT: NO RUN CONTROL, STATUS="
                   RUN-STATUS ", RUN NUMBER 0"
           END-IF.

       LOAD-DICT-LIST.
           MOVE 0 TO WS-DICT-COUNT.
           MOVE SPACE TO WS-DRV-EOF-FLAG.
           MOVE SPACE TO WS-DRV-TRUNC-FLAG.
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
                           MOVE DRV-EXC-DDNAME TO
                               WS-DICT-EXC-DD(WS-DICT-COUNT)
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
               MOVE SPACES TO WS-DICT-EXC-DD(1)
           END-IF.

       LOAD-EXCLUSION-LIST.
           MOVE SPACE TO WS-EXC-EOF-FLAG.
           OPEN INPUT EXC-FILE.
           IF EXC-STATUS IS NOT EQUAL TO "00"
               GO TO LOAD-EXCLUSION-EXIT
           END-IF.
           PERFORM UNTIL EXC-EOF
               READ EXC-FILE
                   AT END
                       MOVE '*' TO WS-EXC-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-EXCLUSION-WORD
               END-READ
           END-PERFORM.
           CLOSE EXC-FILE.
       LOAD-EXCLUSION-EXIT.
           EXIT.

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

      *    SORT INPUT: EVERY SOURCE IN DRVFILE ORDER, THEN THE
      *    THREE EXTRACTS.
       TAKE-IN-ALL-WORDS.
           PERFORM PROCESS-ONE-DICT THRU END-ONE-DICT
               VARYING WS-DICT-IDX FROM 1 BY 1
               UNTIL WS-DICT-IDX IS GREATER THAN WS-DICT-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "TYPE FLAGS FROM THIS RUN'S EXTRACTS"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.
           MOVE "EXTFILE" TO WS-EXT-FILE-NAME.
           MOVE 'O' TO WS-EXT-KIND.
           MOVE "ORDERED" TO WS-EXT-LABEL.
           PERFORM TAKE-IN-EXTRACT THRU TAKE-IN-EXTRACT-EXIT.
           MOVE "PALEXT" TO WS-EXT-FILE-NAME.
           MOVE 'P' TO WS-EXT-KIND.
           MOVE "PALINDROME" TO WS-EXT-LABEL.
           PERFORM TAKE-IN-EXTRACT THRU TAKE-IN-EXTRACT-EXIT.
           MOVE "ANAEXT" TO WS-EXT-FILE-NAME.
           MOVE 'A' TO WS-EXT-KIND.
           MOVE "ANAGRAM" TO WS-EXT-LABEL.
           PERFORM TAKE-IN-EXTRACT THRU TAKE-IN-EXTRACT-EXIT.
       TAKE-IN-ALL-EXIT.
           EXIT.

       PROCESS-ONE-DICT.
           MOVE WS-DICT-NAME(WS-DICT-IDX) TO WS-DICT-FILE-NAME.
           MOVE 0 TO WS-DICT-READ(WS-DICT-IDX).
           MOVE 0 TO WS-DICT-CLEAN(WS-DICT-IDX).
           MOVE 0 TO WS-DICT-EXCLUDED(WS-DICT-IDX).
           MOVE 0 TO WS-DICT-REJECTED(WS-DICT-IDX).
           MOVE 0 TO WS-DICT-DISTINCT(WS-DICT-IDX).
           MOVE 0 TO WS-DICT-UNIQUE(WS-DICT-IDX).
           MOVE WS-DICT-EXC-DD(WS-DICT-IDX) TO WS-SRC-EXC-DD.
           PERFORM WRITE-DICT-HEADER.
           PERFORM LOAD-SOURCE-EXCLUSION THRU LOAD-SOURCE-EXCL-EXIT.
           OPEN INPUT DICT.
           IF DICT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ERROR OPENING DICTIONARY FILE: "
                   WS-DICT-FILE-NAME " STATUS=" DICT-STATUS
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** UNABLE TO OPEN DICTIONARY, STATUS="
                   DICT-STATUS " ***" DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE HDC-LINE FROM WS-RPT-LINE
               MOVE 16 TO RETURN-CODE
               GO TO END-ONE-DICT
           END-IF.
           GO TO TAKE-IN-WORDS-M.

       TAKE-IN-WORDS-M.
           READ DICT, AT END GO TO END-ONE-DICT-CLOSE.
           IF DICT-CONTROL-RECORD
               GO TO TAKE-IN-WORDS-M
           END-IF.
           ADD 1 TO WS-DICT-READ(WS-DICT-IDX).
           ADD 1 TO TIMR-RECORDS.
           PERFORM CHECK-WORD.
           GO TO TAKE-IN-WORDS-M.

       END-ONE-DICT-CLOSE.
           CLOSE DICT.
           PERFORM WRITE-DICT-FOOTER.
       END-ONE-DICT.
           EXIT.

       LOAD-SOURCE-EXCLUSION.
           MOVE 0 TO WS-SXC-COUNT.
           MOVE SPACE TO WS-SXC-EOF-FLAG.
           MOVE SPACE TO WS-SXC-TRUNC-FLAG.
           IF SRC-NO-OWN-EXCL
               GO TO LOAD-SOURCE-EXCL-EXIT
           END-IF.
           MOVE SPACES TO WS-SRCX-FILE-NAME.
           MOVE WS-SRC-EXC-DD TO WS-SRCX-FILE-NAME.
           OPEN INPUT SRCX-FILE.
           IF SRCX-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCHDCT: UNABLE TO OPEN SOURCE EXCLUSION "
                   WS-SRC-EXC-DD " STATUS=" SRCX-STATUS
               GO TO LOAD-SOURCE-EXCL-EXIT
           END-IF.
           PERFORM UNTIL SXC-EOF
               READ SRCX-FILE
                   AT END
                       MOVE '*' TO WS-SXC-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-SOURCE-EXCL-WORD
               END-READ
           END-PERFORM.
           CLOSE SRCX-FILE.
       LOAD-SOURCE-EXCL-EXIT.
           EXIT.

       STORE-SOURCE-EXCL-WORD.
           IF SRCX-RECORD IS EQUAL TO SPACES
               CONTINUE
           ELSE
               IF WS-SXC-COUNT IS LESS THAN 500
                   ADD 1 TO WS-SXC-COUNT
                   MOVE FUNCTION UPPER-CASE(SRCX-RECORD)
                       TO WS-SXC-WORD(WS-SXC-COUNT)
               ELSE
                   MOVE '*' TO WS-SXC-TRUNC-FLAG
               END-IF
           END-IF.

       CHECK-WORD.
           MOVE DICT-ENTRY TO WVAL-IN-REC.
           MOVE 'A' TO WVAL-IN-DIRECTION.
           MOVE 'N' TO WVAL-IN-STRICTNESS.
           MOVE 'A' TO WVAL-IN-CHECK.
           CALL 'ABCWVAL' USING WVAL-PARM.
           IF WVAL-OUT-NONALPHA IS EQUAL TO '*'
                   OR WVAL-OUT-TRUNC IS EQUAL TO '*'
               ADD 1 TO WS-DICT-REJECTED(WS-DICT-IDX)
           END-IF.
           IF WVAL-OUT-MATCH IS EQUAL TO '*'
                   AND WVAL-OUT-LEN IS GREATER THAN ZERO
               PERFORM CHECK-EXCLUSION
               IF WORD-EXCLUDED
                   ADD 1 TO WS-DICT-EXCLUDED(WS-DICT-IDX)
               ELSE
                   ADD 1 TO WS-DICT-CLEAN(WS-DICT-IDX)
                   PERFORM RELEASE-ONE-WORD
               END-IF
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
           PERFORM VARYING WS-SXC-IDX FROM 1 BY 1
                   UNTIL WORD-EXCLUDED
                   OR WS-SXC-IDX IS GREATER THAN WS-SXC-COUNT
               IF WS-SXC-WORD(WS-SXC-IDX) IS EQUAL TO WVAL-OUT-WORD
                   MOVE '*' TO WS-EXCLUDED-FLAG
               END-IF
           END-PERFORM.

       RELEASE-ONE-WORD.
           MOVE WVAL-OUT-WORD TO SORT-WORD.
           MOVE 'W'           TO SORT-KIND.
           MOVE WS-DICT-IDX   TO SORT-SRC.
           MOVE WVAL-OUT-LEN  TO SORT-LEN.
           RELEASE SORT-RECORD.

      *    A MISSING EXTRACT, OR RECORDS STAMPED WITH ANOTHER RUN'S
      *    NUMBER, LEAVE THAT FLAG UNSET ON THE WORDS CONCERNED AND
      *    END THE STEP RC=4.
       TAKE-IN-EXTRACT.
           MOVE 0 TO WS-EXT-READ.
           MOVE 0 TO WS-EXT-TAKEN.
           MOVE 0 TO WS-EXT-STALE.
           MOVE SPACE TO WS-EXT-EOF-FLAG.
           OPEN INPUT EXT-FILE.
           IF EXT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "ABCHDCT: UNABLE TO OPEN "
                   FUNCTION TRIM(WS-EXT-FILE-NAME)
                   ", STATUS=" EXT-STATUS
               MOVE '*' TO WS-EXT-WARN-FLAG
               MOVE SPACES TO WS-RPT-LINE
               STRING "  " WS-EXT-LABEL " ("
                   FUNCTION TRIM(WS-EXT-FILE-NAME)
                   "): *** NOT AVAILABLE, STATUS=" EXT-STATUS
                   " - FLAG NOT SET ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE HDC-LINE FROM WS-RPT-LINE
               GO TO TAKE-IN-EXTRACT-EXIT
           END-IF.
           PERFORM UNTIL EXT-EOF
               READ EXT-FILE
                   AT END
                       MOVE '*' TO WS-EXT-EOF-FLAG
                   NOT AT END
                       PERFORM RELEASE-ONE-EXTRACT
               END-READ
           END-PERFORM.
           CLOSE EXT-FILE.
           MOVE WS-EXT-TAKEN TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  " WS-EXT-LABEL " ("
               FUNCTION TRIM(WS-EXT-FILE-NAME)
               "): WORDS TAKEN " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.
           IF WS-EXT-STALE IS GREATER THAN ZERO
               MOVE '*' TO WS-EXT-WARN-FLAG
               MOVE WS-EXT-STALE TO WS-COUNT-ED
               MOVE WS-RUN-NBR TO WS-RUN-NBR-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "    *** " WS-COUNT-ED
                   " RECORD(S) NOT OF RUN " WS-RUN-NBR-ED
                   " IGNORED ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE HDC-LINE FROM WS-RPT-LINE
           END-IF.
       TAKE-IN-EXTRACT-EXIT.
           EXIT.

       RELEASE-ONE-EXTRACT.
           ADD 1 TO WS-EXT-READ.
           IF EXT-WORD IS EQUAL TO SPACES
               CONTINUE
           ELSE
               IF EXT-RUN-NBR IS NUMERIC
                       AND EXT-RUN-NBR IS NOT EQUAL TO WS-RUN-NBR
                   ADD 1 TO WS-EXT-STALE
               ELSE
                   ADD 1 TO WS-EXT-TAKEN
                   MOVE EXT-WORD    TO SORT-WORD
                   MOVE WS-EXT-KIND TO SORT-KIND
                   MOVE 0           TO SORT-SRC
                   MOVE EXT-LEN     TO SORT-LEN
                   RELEASE SORT-RECORD
               END-IF
           END-IF.

      *    THE SORTED FILE IS WALKED ONCE. ALL THE COPIES OF A WORD
      *    ARE ADJACENT, SO EACH WORD IS GATHERED UP AND WRITTEN
      *    WHEN THE NEXT WORD BEGINS, IN THE KEY ORDER THE CLUSTER
      *    NEEDS.
       BUILD-HOUSE-DICTIONARY.
           MOVE SPACE TO WS-SRTH-EOF-FLAG.
           MOVE SPACE TO WS-GRP-STARTED-FLAG.
           OPEN INPUT SRT-HDC.
           PERFORM UNTIL SRTH-EOF
               READ SRT-HDC
                   AT END
                       MOVE '*' TO WS-SRTH-EOF-FLAG
                   NOT AT END
                       PERFORM GATHER-ONE-COPY
               END-READ
           END-PERFORM.
           CLOSE SRT-HDC.
           IF GROUP-STARTED
               PERFORM CLOSE-WORD-GROUP
           END-IF.

       GATHER-ONE-COPY.
           IF NOT GROUP-STARTED
                   OR SRTH-WORD IS NOT EQUAL TO WS-GRP-WORD
               IF GROUP-STARTED
                   PERFORM CLOSE-WORD-GROUP
               END-IF
               MOVE '*' TO WS-GRP-STARTED-FLAG
               MOVE SPACES TO WS-GRP-RECORD
               MOVE SRTH-WORD TO WS-GRP-WORD
               MOVE 0 TO WS-GRP-LEN
               MOVE 0 TO WS-GRP-SRC-COUNT
           END-IF.
           EVALUATE SRTH-KIND
               WHEN 'W'
                   MOVE SRTH-LEN TO WS-GRP-LEN
                   IF WS-GRP-SRC-FLAG(SRTH-SRC) IS EQUAL TO SPACE
                       MOVE '*' TO WS-GRP-SRC-FLAG(SRTH-SRC)
                       ADD 1 TO WS-GRP-SRC-COUNT
                   END-IF
               WHEN 'O'
                   MOVE '*' TO WS-GRP-ORDERED
               WHEN 'P'
                   MOVE '*' TO WS-GRP-PALINDROME
               WHEN 'A'
                   MOVE '*' TO WS-GRP-ANAGRAM
           END-EVALUATE.

      *    A WORD THAT ONLY AN EXTRACT CARRIES WAS EXCLUDED FROM
      *    EVERY SOURCE HERE (THE PALINDROME AND ANAGRAM PASSES DO
      *    NOT READ THE EXCLUSION LISTS) AND IS COUNTED, NOT
      *    WRITTEN.
       CLOSE-WORD-GROUP.
           IF WS-GRP-SRC-COUNT IS EQUAL TO ZERO
               ADD 1 TO WS-ORPHAN-COUNT
           ELSE
               ADD 1 TO WS-WORD-COUNT
               IF WS-GRP-SRC-COUNT IS EQUAL TO WS-DICT-COUNT
                   ADD 1 TO WS-COMMON-COUNT
               END-IF
               IF GRP-ORDERED
                   ADD 1 TO WS-FLAG-O-COUNT
               END-IF
               IF GRP-PALINDROME
                   ADD 1 TO WS-FLAG-P-COUNT
               END-IF
               IF GRP-ANAGRAM
                   ADD 1 TO WS-FLAG-A-COUNT
               END-IF
               PERFORM TALLY-ONE-SOURCE
                   VARYING WS-DICT-IDX FROM 1 BY 1
                   UNTIL WS-DICT-IDX IS GREATER THAN WS-DICT-COUNT
               PERFORM WRITE-HOUSE-RECORD
           END-IF.

       TALLY-ONE-SOURCE.
           IF WS-GRP-SRC-FLAG(WS-DICT-IDX) IS EQUAL TO '*'
               ADD 1 TO WS-DICT-DISTINCT(WS-DICT-IDX)
               IF WS-GRP-SRC-COUNT IS EQUAL TO 1
                   ADD 1 TO WS-DICT-UNIQUE(WS-DICT-IDX)
               END-IF
           END-IF.

      *    A WRITE ERROR ENDS THE BUILD; THE REST OF THE SORTED FILE
      *    IS STILL COUNTED FOR THE REPORT BUT NOT WRITTEN.
       WRITE-HOUSE-RECORD.
           IF NOT HDC-WRITE-ERROR
               MOVE SPACES TO HDC-RECORD
               MOVE WS-GRP-WORD       TO HDC-WORD
               MOVE WS-GRP-LEN        TO HDC-LEN
               MOVE WS-GRP-SRC-COUNT  TO HDC-SRC-COUNT
               MOVE WS-GRP-SRC-MAP    TO HDC-SRC-MAP
               MOVE WS-GRP-ORDERED    TO HDC-ORDERED
               MOVE WS-GRP-PALINDROME TO HDC-PALINDROME
               MOVE WS-GRP-ANAGRAM    TO HDC-ANAGRAM
               MOVE WS-RUN-NBR        TO HDC-RUN-NBR
               MOVE WS-RUN-DATE-DISPLAY TO HDC-RUN-DATE
               WRITE HDC-RECORD
               IF HDC-STATUS IS EQUAL TO "00"
                   ADD 1 TO WS-WRITTEN-COUNT
               ELSE
                   MOVE '*' TO WS-WRITE-ERROR-FLAG
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "*** WRITE ERROR ON " WS-GRP-WORD
                       ", STATUS=" HDC-STATUS
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   WRITE HDC-LINE FROM WS-RPT-LINE
               END-IF
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ABC-WORDS HOUSE DICTIONARY REPORT" DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE WS-RUN-NBR TO WS-RUN-NBR-ED.
           STRING "RUN NUMBER: " WS-RUN-NBR-ED DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.
           IF DRV-LIST-TRUNCATED
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** WARNING: DRIVER FILE LISTS MORE THAN 50 "
                   "DICTIONARY SOURCES, EXTRA ENTRIES IGNORED ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE HDC-LINE FROM WS-RPT-LINE
           END-IF.
           IF EXC-LIST-TRUNCATED
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** WARNING: EXCLUSION LIST HOLDS MORE THAN "
                   "1000 WORDS, EXTRA ENTRIES IGNORED ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE HDC-LINE FROM WS-RPT-LINE
           END-IF.

       WRITE-DICT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.
           MOVE WS-DICT-IDX TO WS-POS-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DICTIONARY SOURCE " WS-POS-ED ": "
               FUNCTION TRIM(WS-DICT-FILE-NAME)
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF SRC-NO-OWN-EXCL
               STRING "  OWN EXCLUSION LIST: (NONE)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "  OWN EXCLUSION LIST: " WS-SRC-EXC-DD
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE HDC-LINE FROM WS-RPT-LINE.

       WRITE-DICT-FOOTER.
           IF SXC-LIST-TRUNCATED
               MOVE SPACES TO WS-RPT-LINE
               STRING "  *** WARNING: OWN EXCLUSION LIST HOLDS MORE "
                   "THAN 500 WORDS, EXTRA ENTRIES IGNORED ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE HDC-LINE FROM WS-RPT-LINE
           END-IF.
           MOVE WS-DICT-READ(WS-DICT-IDX) TO WS-COUNT-ED.
           MOVE WS-DICT-CLEAN(WS-DICT-IDX) TO WS-COUNT-ED2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  RECORDS READ:    " WS-COUNT-ED
               "   CLEAN WORDS TAKEN: " WS-COUNT-ED2
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.
           MOVE WS-DICT-EXCLUDED(WS-DICT-IDX) TO WS-COUNT-ED.
           MOVE WS-DICT-REJECTED(WS-DICT-IDX) TO WS-COUNT-ED2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  WORDS EXCLUDED:  " WS-COUNT-ED
               "   ENTRIES REJECTED:  " WS-COUNT-ED2
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.

      *    THE POSITION COLUMN IS THE SOURCE'S BYTE IN HDC-SRC-MAP.
       WRITE-SOURCE-SUMMARY.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "WORDS BY SOURCE" DELIMITED BY SIZE
               INTO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "POS SOURCE                   "
               "     DISTINCT    UNIQUE TO SOURCE"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.
           PERFORM WRITE-ONE-SOURCE-LINE
               VARYING WS-DICT-IDX FROM 1 BY 1
               UNTIL WS-DICT-IDX IS GREATER THAN WS-DICT-COUNT.

       WRITE-ONE-SOURCE-LINE.
           MOVE WS-DICT-IDX TO WS-POS-ED.
           MOVE WS-DICT-NAME(WS-DICT-IDX) TO WS-SRC-NAME-COL.
           MOVE WS-DICT-DISTINCT(WS-DICT-IDX) TO WS-COUNT-ED.
           MOVE WS-DICT-UNIQUE(WS-DICT-IDX) TO WS-COUNT-ED2.
           MOVE SPACES TO WS-RPT-LINE.
           STRING " " WS-POS-ED " " WS-SRC-NAME-COL "  "
               WS-COUNT-ED "   " WS-COUNT-ED2
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.
           MOVE WS-WORD-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DISTINCT WORDS IN HOUSE DICTIONARY:  " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.
           MOVE WS-COMMON-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "WORDS COMMON TO ALL SOURCES:         " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.
           MOVE WS-FLAG-O-COUNT TO WS-COUNT-ED.
           MOVE WS-FLAG-P-COUNT TO WS-COUNT-ED2.
           MOVE WS-FLAG-A-COUNT TO WS-COUNT-ED3.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "FLAGGED ORDERED/PALINDROME/ANAGRAM:  " WS-COUNT-ED
               WS-COUNT-ED2 WS-COUNT-ED3
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.
           MOVE WS-ORPHAN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "EXTRACT WORDS IN NO SOURCE (SKIPPED):" WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.
           MOVE WS-WRITTEN-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RECORDS WRITTEN TO HDCFILE:          " WS-COUNT-ED
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE HDC-LINE FROM WS-RPT-LINE.
           IF HDC-WRITE-ERROR
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** BUILD INCOMPLETE - THE CLUSTER MUST BE "
                   "REDEFINED BEFORE IT IS REBUILT ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE HDC-LINE FROM WS-RPT-LINE
           END-IF.

      *    THE CALL WOULD OTHERWISE LEAVE ABCTIMR'S RETURN CODE IN
      *    RETURN-CODE, SO THE STEP'S OWN IS PASSED AND PUT BACK.
       RECORD-STEP-TIMING.
           MOVE 'E' TO TIMR-FUNCTION.
           MOVE WS-RUN-NBR TO TIMR-RUN-NBR.
           MOVE RETURN-CODE TO TIMR-RETURN-CODE.
           CALL 'ABCTIMR' USING TIMR-PARM.
           MOVE TIMR-RETURN-CODE TO RETURN-CODE.
