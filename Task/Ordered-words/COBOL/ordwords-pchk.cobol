       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCPCHK.

      *    PRE-RUN PARAMETER CHECK, THE FIRST STEP OF THE NIGHTLY
      *    JOB. EVERY CONTROL CARD AND THE DRIVER FILE ARE READ AND
      *    JUDGED BEFORE ANY SOURCE IS PROFILED, SO A BAD CARD
      *    STOPS THE RUN INSTEAD OF BEING QUIETLY DEFAULTED OR
      *    TRUNCATED BY THE PROGRAMS THAT USE IT:
      *      CTLCARD  DIRECTION A/D, STRICTNESS S/N, LISTING F/L.
      *      GATECARD NON-ALPHA, TRUNCATED AND DUPLICATE LIMITS
      *               001-100 PERCENT, SWING LIMIT 001-999.
      *      RETCARD  RETENTION DAYS, NUMERIC AND NOT ZERO.
      *      AGECARD  DORMANCY DAYS, NUMERIC AND NOT ZERO.
      *      DRVFILE  AT MOST 50 SOURCES; EACH A VALID DDNAME, NOT
      *               REPEATED, ALLOCATED TO THIS STEP; DIRECTION
      *               A/D/BLANK, STRICTNESS S/N/BLANK, MINIMUM
      *               LENGTH 00-32 OR BLANK, AND AN OPTIONAL
      *               EXCLUSION-LIST DDNAME THAT IS VALID, NOT ALSO
      *               A SOURCE, AND ALLOCATED.
      *    A CARD THAT IS MISSING OR BLANK IS AN ERROR. AN EMPTY OR
      *    ABSENT DRIVER FILE IS NOT: IT MEANS THE SINGLE DEFAULT
      *    SOURCE DICT, WHICH MUST THEN BE ALLOCATED.
      *    PCHKRPT LISTS THE SETTINGS EACH SOURCE WILL RUN WITH AND
      *    WHERE EACH CAME FROM, WITH ANY ERRORS UNDER THE CARD OR
      *    SOURCE AT FAULT. ANY ERROR ENDS THE STEP RC=8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-CARD ASSIGN TO CTLCARD
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS CTL-CARD-STATUS.
           SELECT GATE-CARD ASSIGN TO GATECARD
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS GATE-STATUS.
           SELECT RET-CARD ASSIGN TO RETCARD
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS RET-STATUS.
           SELECT AGE-CARD ASSIGN TO AGECARD
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS AGE-STATUS.
           SELECT DRV-FILE ASSIGN TO DRVFILE
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS DRV-STATUS.
      *    WS-ALLOC-FILE-NAME HOLDS A DDNAME FROM THE DRIVER FILE;
      *    A SUCCESSFUL OPEN PROVES THE DD IS ALLOCATED.
           SELECT ALLOC-FILE ASSIGN TO DYNAMIC WS-ALLOC-FILE-NAME
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS ALLOC-STATUS.
           SELECT PCHK-RPT ASSIGN TO PCHKRPT
           ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CTL-CARD
           LABEL RECORD STANDARD.
       01 CTL-RECORD.
          03 CTL-DIRECTION  PIC X.
             88 CTL-ASCENDING  VALUE 'A'.
             88 CTL-DESCENDING VALUE 'D'.
          03 CTL-STRICTNESS PIC X.
             88 CTL-STRICT     VALUE 'S'.
             88 CTL-NONSTRICT  VALUE 'N'.
          03 CTL-LISTING    PIC X.
             88 CTL-FULL-LIST  VALUE 'F'.
             88 CTL-LONGEST    VALUE 'L'.
          03 FILLER         PIC X(77).

       FD GATE-CARD
           LABEL RECORD STANDARD.
       01 GATE-RECORD.
          03 GATE-NONALPHA-PCT PIC 9(3).
          03 GATE-TRUNC-PCT    PIC 9(3).
          03 GATE-DUP-PCT      PIC 9(3).
          03 GATE-SWING-PCT    PIC 9(3).
          03 FILLER            PIC X(68).

       FD RET-CARD
           LABEL RECORD STANDARD.
       01 RET-RECORD.
          03 RET-DAYS         PIC 9(4).
          03 FILLER           PIC X(76).

       FD AGE-CARD
           LABEL RECORD STANDARD.
       01 AGE-RECORD.
          03 AGE-DAYS         PIC 9(4).
          03 FILLER           PIC X(76).

      *    THE DRIVER RECORD AS ABC-WORDS READS IT.
       FD DRV-FILE
           LABEL RECORD STANDARD.
       01 DRV-RECORD.
          03 DRV-DDNAME      PIC X(64).
          03 DRV-DIRECTION   PIC X.
          03 DRV-STRICTNESS  PIC X.
          03 DRV-MINLEN      PIC XX.
          03 DRV-EXC-DDNAME  PIC X(8).

       FD ALLOC-FILE
           LABEL RECORD STANDARD.
       01 ALLOC-RECORD        PIC X(80).

       FD PCHK-RPT
           LABEL RECORD STANDARD.
       01 PCHK-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01 CTL-CARD-STATUS     PIC XX.
       01 GATE-STATUS         PIC XX.
       01 RET-STATUS          PIC XX.
       01 AGE-STATUS          PIC XX.
       01 DRV-STATUS          PIC XX.
       01 ALLOC-STATUS        PIC XX.
       01 WS-ALLOC-FILE-NAME  PIC X(64).
       01 WS-RPT-LINE         PIC X(132).

       01 WS-RUN-DATE.
          03 WS-RUN-YYYY  PIC 9(4).
          03 WS-RUN-MM    PIC 9(2).
          03 WS-RUN-DD    PIC 9(2).
       01 WS-RUN-DATE-DISPLAY PIC X(10).

       01 WS-DRV-EOF-FLAG     PIC X VALUE SPACE.
          88 DRV-EOF             VALUE '*'.
       01 WS-DDNAME-OK-FLAG   PIC X.
          88 DDNAME-VALID        VALUE '*'.
       01 WS-ALLOC-OK-FLAG    PIC X.
          88 DD-ALLOCATED        VALUE '*'.
       01 WS-CHAR-END-FLAG    PIC X.
          88 NAME-ENDED          VALUE '*'.
       01 WS-DUP-FOUND-FLAG   PIC X.
          88 DUP-FOUND           VALUE '*'.

       01 WS-ERROR-COUNT      PIC 9(4) VALUE 0.
       01 WS-ERROR-TEXT       PIC X(100).
       01 WS-COUNT-ED         PIC ZZZ9.

      *    THE SETTINGS AS THE PROGRAMS WILL RESOLVE THEM, WITH THE
      *    SAME DEFAULTS THEY FALL BACK TO.
       01 WS-ORDER-DIRECTION  PIC X VALUE 'A'.
       01 WS-ORDER-STRICTNESS PIC X VALUE 'N'.
       01 WS-LISTING-MODE     PIC X VALUE 'L'.
       01 WS-CTL-ORIGIN       PIC X(8) VALUE "DEFAULT".
       01 WS-MAX-NONALPHA-PCT PIC 9(3) VALUE 5.
       01 WS-MAX-TRUNC-PCT    PIC 9(3) VALUE 5.
       01 WS-MAX-DUP-PCT      PIC 9(3) VALUE 5.
       01 WS-MAX-SWING-PCT    PIC 9(3) VALUE 10.
       01 WS-GATE-ORIGIN      PIC X(8) VALUE "DEFAULT".
       01 WS-RETENTION-DAYS   PIC 9(4) VALUE 400.
       01 WS-RET-ORIGIN       PIC X(8) VALUE "DEFAULT".
       01 WS-DORMANT-DAYS     PIC 9(4) VALUE 90.
       01 WS-AGE-ORIGIN       PIC X(8) VALUE "DEFAULT".

      *    ONE GATE THRESHOLD UNDER TEST.
       01 WS-PCT-NAME         PIC X(10).
       01 WS-PCT-VALUE-X      PIC X(3).
       01 WS-PCT-VALUE REDEFINES WS-PCT-VALUE-X PIC 9(3).
       01 WS-PCT-HIGH         PIC 9(3).
       01 WS-PCT-ED           PIC ZZ9.

      *    THE DRIVER FILE AS READ; RECORDS PAST THE 50TH ARE
      *    COUNTED BUT NOT KEPT, AS ABC-WORDS WOULD DROP THEM.
       01 WS-DRV-READ-COUNT   PIC 9(4) VALUE 0.
       01 WS-DICT-COUNT       PIC 99 VALUE 0.
       01 WS-DICT-TABLE.
          03 WS-DICT-ENTRY   OCCURS 50 TIMES.
             05 WS-DICT-NAME       PIC X(64).
             05 WS-DICT-DIRECTION  PIC X.
             05 WS-DICT-STRICTNESS PIC X.
             05 WS-DICT-MINLEN     PIC XX.
             05 WS-DICT-EXC-DD     PIC X(8).
       01 WS-DICT-IDX         PIC 99.
       01 WS-DUP-IDX          PIC 99.
       01 WS-DICT-IDX-ED      PIC Z9.
       01 WS-DUP-IDX-ED       PIC Z9.

      *    ONE SOURCE'S RESOLVED PROFILE.
       01 WS-SRC-DIRECTION    PIC X.
          88 SRC-ASCENDING       VALUE 'A'.
          88 SRC-DESCENDING      VALUE 'D'.
       01 WS-SRC-STRICTNESS   PIC X.
          88 SRC-STRICT          VALUE 'S'.
          88 SRC-NONSTRICT       VALUE 'N'.
       01 WS-SRC-MINLEN-X     PIC XX.
       01 WS-SRC-MINLEN-N REDEFINES WS-SRC-MINLEN-X PIC 99.
       01 WS-SETTING-TEXT     PIC X(12).
       01 WS-ORIGIN-TEXT      PIC X(10).

      *    DDNAME UNDER TEST: ONE TO EIGHT CHARACTERS, THE FIRST A
      *    LETTER OR @ # $, THE REST LETTERS, DIGITS OR @ # $.
       01 WS-CHK-NAME         PIC X(64).
       01 WS-CHK-CHAR         PIC X.
       01 WS-CHK-POS          PIC 99.
       01 WS-CHK-REASON       PIC X(40).

      *    PARAMETER AREA FOR THE ABCTIMR STEP-TIMING MODULE; THE
      *    LAYOUT MUST MATCH THE LINKAGE SECTION OF ABCTIMR.
       01 TIMR-PARM.
          03 TIMR-FUNCTION    PIC X.
          03 TIMR-PROGRAM     PIC X(8) VALUE "ABCPCHK".
          03 TIMR-ROLE        PIC X(10) VALUE "CHECK".
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
           OPEN OUTPUT PCHK-RPT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM CHECK-CONTROL-CARD.
           PERFORM CHECK-GATE-CARD.
           PERFORM CHECK-RETENTION-CARD.
           PERFORM CHECK-AGE-CARD.
           PERFORM LOAD-DRIVER-FILE.
           PERFORM CHECK-ONE-SOURCE
               VARYING WS-DICT-IDX FROM 1 BY 1
               UNTIL WS-DICT-IDX IS GREATER THAN WS-DICT-COUNT.
           PERFORM WRITE-REPORT-FOOTER.
           CLOSE PCHK-RPT.
           DISPLAY "ABCPCHK: SOURCES=" WS-DICT-COUNT
               " DRIVER RECORDS=" WS-DRV-READ-COUNT
               " ERRORS=" WS-ERROR-COUNT.
           IF WS-ERROR-COUNT IS GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM RECORD-STEP-TIMING
           STOP RUN.

       CHECK-CONTROL-CARD.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CTLCARD" DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.
           OPEN INPUT CTL-CARD.
           IF CTL-CARD-STATUS IS NOT EQUAL TO "00"
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "CONTROL CARD CANNOT BE OPENED, STATUS="
                   CTL-CARD-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM NOTE-ERROR
           ELSE
               READ CTL-CARD
                   AT END
                       MOVE "CONTROL CARD IS EMPTY" TO WS-ERROR-TEXT
                       PERFORM NOTE-ERROR
                   NOT AT END
                       PERFORM JUDGE-CONTROL-CARD
               END-READ
               CLOSE CTL-CARD
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  DIRECTION " WS-ORDER-DIRECTION
               "  STRICTNESS " WS-ORDER-STRICTNESS
               "  LISTING " WS-LISTING-MODE
               "  (" DELIMITED BY SIZE
               WS-CTL-ORIGIN DELIMITED BY SPACE
               ")" DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.

       JUDGE-CONTROL-CARD.
           MOVE "CTLCARD" TO WS-CTL-ORIGIN.
           IF CTL-ASCENDING OR CTL-DESCENDING
               MOVE CTL-DIRECTION TO WS-ORDER-DIRECTION
           ELSE
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "COL 1 DIRECTION '" CTL-DIRECTION
                   "' IS NOT A OR D" DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
               PERFORM NOTE-ERROR
           END-IF.
           IF CTL-STRICT OR CTL-NONSTRICT
               MOVE CTL-STRICTNESS TO WS-ORDER-STRICTNESS
           ELSE
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "COL 2 STRICTNESS '" CTL-STRICTNESS
                   "' IS NOT S OR N" DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
               PERFORM NOTE-ERROR
           END-IF.
           IF CTL-FULL-LIST OR CTL-LONGEST
               MOVE CTL-LISTING TO WS-LISTING-MODE
           ELSE
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "COL 3 LISTING '" CTL-LISTING
                   "' IS NOT F OR L" DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
               PERFORM NOTE-ERROR
           END-IF.

       CHECK-GATE-CARD.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "GATECARD" DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.
           OPEN INPUT GATE-CARD.
           IF GATE-STATUS IS NOT EQUAL TO "00"
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "THRESHOLD CARD CANNOT BE OPENED, STATUS="
                   GATE-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM NOTE-ERROR
           ELSE
               READ GATE-CARD
                   AT END
                       MOVE "THRESHOLD CARD IS EMPTY"
                           TO WS-ERROR-TEXT
                       PERFORM NOTE-ERROR
                   NOT AT END
                       PERFORM JUDGE-GATE-CARD
               END-READ
               CLOSE GATE-CARD
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  NON-ALPHA " WS-MAX-NONALPHA-PCT
               "%  TRUNCATED " WS-MAX-TRUNC-PCT
               "%  DUPLICATE " WS-MAX-DUP-PCT
               "%  SWING " WS-MAX-SWING-PCT
               "%  (" DELIMITED BY SIZE
               WS-GATE-ORIGIN DELIMITED BY SPACE
               ")" DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.

      *    A LIMIT OF ZERO WOULD FAIL EVERY SOURCE EVERY NIGHT.
       JUDGE-GATE-CARD.
           MOVE "GATECARD" TO WS-GATE-ORIGIN.
           MOVE 100 TO WS-PCT-HIGH.
           MOVE "NON-ALPHA" TO WS-PCT-NAME.
           MOVE GATE-RECORD(1:3) TO WS-PCT-VALUE-X.
           PERFORM JUDGE-ONE-PERCENT.
           IF WS-PCT-VALUE-X IS NUMERIC
               MOVE WS-PCT-VALUE TO WS-MAX-NONALPHA-PCT
           END-IF.
           MOVE "TRUNCATED" TO WS-PCT-NAME.
           MOVE GATE-RECORD(4:3) TO WS-PCT-VALUE-X.
           PERFORM JUDGE-ONE-PERCENT.
           IF WS-PCT-VALUE-X IS NUMERIC
               MOVE WS-PCT-VALUE TO WS-MAX-TRUNC-PCT
           END-IF.
           MOVE "DUPLICATE" TO WS-PCT-NAME.
           MOVE GATE-RECORD(7:3) TO WS-PCT-VALUE-X.
           PERFORM JUDGE-ONE-PERCENT.
           IF WS-PCT-VALUE-X IS NUMERIC
               MOVE WS-PCT-VALUE TO WS-MAX-DUP-PCT
           END-IF.
           MOVE 999 TO WS-PCT-HIGH.
           MOVE "SWING" TO WS-PCT-NAME.
           MOVE GATE-RECORD(10:3) TO WS-PCT-VALUE-X.
           PERFORM JUDGE-ONE-PERCENT.
           IF WS-PCT-VALUE-X IS NUMERIC
               MOVE WS-PCT-VALUE TO WS-MAX-SWING-PCT
           END-IF.

       JUDGE-ONE-PERCENT.
           IF WS-PCT-VALUE-X IS NOT NUMERIC
               MOVE SPACES TO WS-ERROR-TEXT
               STRING WS-PCT-NAME DELIMITED BY SPACE
                   " LIMIT '" WS-PCT-VALUE-X "' IS NOT NUMERIC"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM NOTE-ERROR
           ELSE
               IF WS-PCT-VALUE IS EQUAL TO ZERO
                       OR WS-PCT-VALUE IS GREATER THAN WS-PCT-HIGH
                   MOVE WS-PCT-HIGH TO WS-PCT-ED
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING WS-PCT-NAME DELIMITED BY SPACE
                       " LIMIT " WS-PCT-VALUE-X
                       " IS OUTSIDE 001-" WS-PCT-ED
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM NOTE-ERROR
               END-IF
           END-IF.

       CHECK-RETENTION-CARD.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RETCARD" DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.
           OPEN INPUT RET-CARD.
           IF RET-STATUS IS NOT EQUAL TO "00"
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "RETENTION CARD CANNOT BE OPENED, STATUS="
                   RET-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM NOTE-ERROR
           ELSE
               READ RET-CARD
                   AT END
                       MOVE "RETENTION CARD IS EMPTY"
                           TO WS-ERROR-TEXT
                       PERFORM NOTE-ERROR
                   NOT AT END
                       IF RET-DAYS IS NUMERIC
                               AND RET-DAYS IS GREATER THAN ZERO
                           MOVE RET-DAYS TO WS-RETENTION-DAYS
                           MOVE "RETCARD" TO WS-RET-ORIGIN
                       ELSE
                           MOVE SPACES TO WS-ERROR-TEXT
                           STRING "COLS 1-4 RETENTION DAYS '"
                               RET-RECORD(1:4)
                               "' ARE NOT 0001-9999"
                               DELIMITED BY SIZE INTO WS-ERROR-TEXT
                           PERFORM NOTE-ERROR
                       END-IF
               END-READ
               CLOSE RET-CARD
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  HISTORY AND JOURNAL RETENTION "
               WS-RETENTION-DAYS " DAYS  (" DELIMITED BY SIZE
               WS-RET-ORIGIN DELIMITED BY SPACE
               ")" DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.

       CHECK-AGE-CARD.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "AGECARD" DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.
           OPEN INPUT AGE-CARD.
           IF AGE-STATUS IS NOT EQUAL TO "00"
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "DORMANCY CARD CANNOT BE OPENED, STATUS="
                   AGE-STATUS
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM NOTE-ERROR
           ELSE
               READ AGE-CARD
                   AT END
                       MOVE "DORMANCY CARD IS EMPTY"
                           TO WS-ERROR-TEXT
                       PERFORM NOTE-ERROR
                   NOT AT END
                       IF AGE-DAYS IS NUMERIC
                               AND AGE-DAYS IS GREATER THAN ZERO
                           MOVE AGE-DAYS TO WS-DORMANT-DAYS
                           MOVE "AGECARD" TO WS-AGE-ORIGIN
                       ELSE
                           MOVE SPACES TO WS-ERROR-TEXT
                           STRING "COLS 1-4 DORMANCY DAYS '"
                               AGE-RECORD(1:4)
                               "' ARE NOT 0001-9999"
                               DELIMITED BY SIZE INTO WS-ERROR-TEXT
                           PERFORM NOTE-ERROR
                       END-IF
               END-READ
               CLOSE AGE-CARD
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  DORMANCY THRESHOLD " WS-DORMANT-DAYS
               " DAYS  (" DELIMITED BY SIZE
               WS-AGE-ORIGIN DELIMITED BY SPACE
               ")" DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.

      *    READS THE WHOLE DRIVER FILE SO AN OVERFLOW CAN BE
      *    COUNTED; ONLY THE FIRST 50 RECORDS ARE KEPT AND CHECKED.
       LOAD-DRIVER-FILE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DRVFILE" DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.
           OPEN INPUT DRV-FILE.
           IF DRV-STATUS IS EQUAL TO "00"
               PERFORM UNTIL DRV-EOF
                   READ DRV-FILE
                       AT END
                           MOVE '*' TO WS-DRV-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-DRV-READ-COUNT
                           PERFORM STORE-DRIVER-RECORD
                   END-READ
               END-PERFORM
               CLOSE DRV-FILE
           END-IF.
           IF WS-DRV-READ-COUNT IS GREATER THAN 50
               MOVE WS-DRV-READ-COUNT TO WS-COUNT-ED
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "DRIVER FILE HAS " WS-COUNT-ED
                   " RECORDS; ONLY 50 SOURCES CAN RUN, THE REST "
                   "WOULD BE DROPPED"
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM NOTE-ERROR
           END-IF.
           IF WS-DICT-COUNT IS EQUAL TO 0
               MOVE 1 TO WS-DICT-COUNT
               MOVE "DICT" TO WS-DICT-NAME(1)
               MOVE SPACE  TO WS-DICT-DIRECTION(1)
               MOVE SPACE  TO WS-DICT-STRICTNESS(1)
               MOVE SPACES TO WS-DICT-MINLEN(1)
               MOVE SPACES TO WS-DICT-EXC-DD(1)
               MOVE SPACES TO WS-RPT-LINE
               STRING "  DRIVER FILE ABSENT OR EMPTY - THE DEFAULT "
                   "SOURCE DICT RUNS ALONE"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE PCHK-LINE FROM WS-RPT-LINE
           END-IF.

       STORE-DRIVER-RECORD.
           IF WS-DICT-COUNT IS LESS THAN 50
               ADD 1 TO WS-DICT-COUNT
               MOVE DRV-DDNAME TO WS-DICT-NAME(WS-DICT-COUNT)
               MOVE DRV-DIRECTION TO
                   WS-DICT-DIRECTION(WS-DICT-COUNT)
               MOVE DRV-STRICTNESS TO
                   WS-DICT-STRICTNESS(WS-DICT-COUNT)
               MOVE DRV-MINLEN TO WS-DICT-MINLEN(WS-DICT-COUNT)
               MOVE DRV-EXC-DDNAME TO WS-DICT-EXC-DD(WS-DICT-COUNT)
           END-IF.

      *    RESOLVES ONE SOURCE'S PROFILE EXACTLY AS ABC-WORDS'S
      *    SET-SOURCE-PROFILE DOES, AND LISTS WHERE EACH SETTING
      *    COMES FROM; A DRIVER FIELD THAT IS NEITHER BLANK NOR A
      *    RECOGNIZED VALUE IS AN ERROR HERE, NOT A SILENT DEFAULT.
       CHECK-ONE-SOURCE.
           MOVE WS-DICT-IDX TO WS-DICT-IDX-ED.
           MOVE WS-DICT-NAME(WS-DICT-IDX) TO WS-CHK-NAME.
           PERFORM VALIDATE-DDNAME.
           IF DDNAME-VALID
               PERFORM CHECK-ALLOCATED
           ELSE
               MOVE SPACE TO WS-ALLOC-OK-FLAG
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           IF DD-ALLOCATED
               STRING "  SOURCE " WS-DICT-IDX-ED "  "
                   WS-DICT-NAME(WS-DICT-IDX)(1:8) "  ALLOCATED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "  SOURCE " WS-DICT-IDX-ED "  "
                   WS-DICT-NAME(WS-DICT-IDX)(1:8)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE PCHK-LINE FROM WS-RPT-LINE.
           IF NOT DDNAME-VALID
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "SOURCE DDNAME " DELIMITED BY SIZE
                   WS-CHK-REASON DELIMITED BY "  "
                   INTO WS-ERROR-TEXT
               PERFORM NOTE-ERROR
           ELSE
               IF NOT DD-ALLOCATED
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "SOURCE DDNAME " DELIMITED BY SIZE
                       WS-CHK-NAME DELIMITED BY SPACE
                       " IS NOT ALLOCATED TO THIS STEP, STATUS="
                       ALLOC-STATUS DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   PERFORM NOTE-ERROR
               END-IF
           END-IF.
           MOVE SPACE TO WS-DUP-FOUND-FLAG.
           PERFORM CHECK-DUPLICATE-SOURCE
               VARYING WS-DUP-IDX FROM 1 BY 1
               UNTIL WS-DUP-IDX IS NOT LESS THAN WS-DICT-IDX
                   OR DUP-FOUND.
           PERFORM CHECK-SOURCE-DIRECTION.
           PERFORM CHECK-SOURCE-STRICTNESS.
           PERFORM CHECK-SOURCE-MINLEN.
           PERFORM CHECK-SOURCE-EXCLUSION.

       CHECK-DUPLICATE-SOURCE.
           IF WS-DICT-NAME(WS-DUP-IDX) IS EQUAL TO
                   WS-DICT-NAME(WS-DICT-IDX)
               MOVE '*' TO WS-DUP-FOUND-FLAG
               MOVE WS-DUP-IDX TO WS-DUP-IDX-ED
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "DUPLICATE DDNAME, ALREADY LISTED AS SOURCE "
                   WS-DUP-IDX-ED
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM NOTE-ERROR
           END-IF.

       CHECK-SOURCE-DIRECTION.
           MOVE WS-DICT-DIRECTION(WS-DICT-IDX) TO WS-SRC-DIRECTION.
           MOVE "(DRIVER)" TO WS-ORIGIN-TEXT.
           IF WS-SRC-DIRECTION IS EQUAL TO SPACE
               MOVE WS-ORDER-DIRECTION TO WS-SRC-DIRECTION
               MOVE "(CTLCARD)" TO WS-ORIGIN-TEXT
           ELSE
               IF NOT SRC-ASCENDING AND NOT SRC-DESCENDING
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "COL 65 DIRECTION '" WS-SRC-DIRECTION
                       "' IS NOT A, D OR BLANK"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM NOTE-ERROR
                   MOVE WS-ORDER-DIRECTION TO WS-SRC-DIRECTION
                   MOVE "(CTLCARD)" TO WS-ORIGIN-TEXT
               END-IF
           END-IF.
           IF SRC-DESCENDING
               MOVE "DESCENDING" TO WS-SETTING-TEXT
           ELSE
               MOVE "ASCENDING" TO WS-SETTING-TEXT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "      DIRECTION    " WS-SETTING-TEXT
               WS-ORIGIN-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.

       CHECK-SOURCE-STRICTNESS.
           MOVE WS-DICT-STRICTNESS(WS-DICT-IDX) TO WS-SRC-STRICTNESS.
           MOVE "(DRIVER)" TO WS-ORIGIN-TEXT.
           IF WS-SRC-STRICTNESS IS EQUAL TO SPACE
               MOVE WS-ORDER-STRICTNESS TO WS-SRC-STRICTNESS
               MOVE "(CTLCARD)" TO WS-ORIGIN-TEXT
           ELSE
               IF NOT SRC-STRICT AND NOT SRC-NONSTRICT
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "COL 66 STRICTNESS '" WS-SRC-STRICTNESS
                       "' IS NOT S, N OR BLANK"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM NOTE-ERROR
                   MOVE WS-ORDER-STRICTNESS TO WS-SRC-STRICTNESS
                   MOVE "(CTLCARD)" TO WS-ORIGIN-TEXT
               END-IF
           END-IF.
           IF SRC-STRICT
               MOVE "STRICT" TO WS-SETTING-TEXT
           ELSE
               MOVE "NON-STRICT" TO WS-SETTING-TEXT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "      STRICTNESS   " WS-SETTING-TEXT
               WS-ORIGIN-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.

       CHECK-SOURCE-MINLEN.
           MOVE WS-DICT-MINLEN(WS-DICT-IDX) TO WS-SRC-MINLEN-X.
           MOVE "(DRIVER)" TO WS-ORIGIN-TEXT.
           IF WS-SRC-MINLEN-X IS EQUAL TO SPACES
               MOVE "00" TO WS-SRC-MINLEN-X
               MOVE "(DEFAULT)" TO WS-ORIGIN-TEXT
           ELSE
               IF WS-SRC-MINLEN-X IS NOT NUMERIC
                       OR WS-SRC-MINLEN-N IS GREATER THAN 32
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "COLS 67-68 MINIMUM LENGTH '"
                       WS-SRC-MINLEN-X "' IS NOT 00-32 OR BLANK"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM NOTE-ERROR
                   MOVE "00" TO WS-SRC-MINLEN-X
                   MOVE "(DEFAULT)" TO WS-ORIGIN-TEXT
               END-IF
           END-IF.
           MOVE SPACES TO WS-SETTING-TEXT.
           IF WS-SRC-MINLEN-N IS EQUAL TO ZERO
               MOVE "00 (NONE)" TO WS-SETTING-TEXT
           ELSE
               MOVE WS-SRC-MINLEN-X TO WS-SETTING-TEXT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "      MIN LENGTH   " WS-SETTING-TEXT
               WS-ORIGIN-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.

       CHECK-SOURCE-EXCLUSION.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-DICT-EXC-DD(WS-DICT-IDX) IS EQUAL TO SPACES
               STRING "      EXCLUSIONS   GLOBAL LIST ONLY"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               WRITE PCHK-LINE FROM WS-RPT-LINE
           ELSE
               MOVE WS-DICT-EXC-DD(WS-DICT-IDX) TO WS-CHK-NAME
               PERFORM VALIDATE-DDNAME
               IF DDNAME-VALID
                   PERFORM CHECK-ALLOCATED
               ELSE
                   MOVE SPACE TO WS-ALLOC-OK-FLAG
               END-IF
               IF DD-ALLOCATED
                   STRING "      EXCLUSIONS   GLOBAL LIST + "
                       WS-DICT-EXC-DD(WS-DICT-IDX) "  ALLOCATED"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   STRING "      EXCLUSIONS   GLOBAL LIST + "
                       WS-DICT-EXC-DD(WS-DICT-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               END-IF
               WRITE PCHK-LINE FROM WS-RPT-LINE
               PERFORM JUDGE-SOURCE-EXCLUSION
           END-IF.

       JUDGE-SOURCE-EXCLUSION.
           IF NOT DDNAME-VALID
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "COLS 69-76 EXCLUSION DDNAME " DELIMITED BY SIZE
                   WS-CHK-REASON DELIMITED BY "  "
                   INTO WS-ERROR-TEXT
               PERFORM NOTE-ERROR
           ELSE
               IF NOT DD-ALLOCATED
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "EXCLUSION DDNAME " DELIMITED BY SIZE
                       WS-CHK-NAME DELIMITED BY SPACE
                       " IS NOT ALLOCATED TO THIS STEP, STATUS="
                       ALLOC-STATUS DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   PERFORM NOTE-ERROR
               END-IF
           END-IF.
           MOVE SPACE TO WS-DUP-FOUND-FLAG.
           PERFORM CHECK-EXCLUSION-NOT-SOURCE
               VARYING WS-DUP-IDX FROM 1 BY 1
               UNTIL WS-DUP-IDX IS GREATER THAN WS-DICT-COUNT
                   OR DUP-FOUND.

       CHECK-EXCLUSION-NOT-SOURCE.
           IF WS-DICT-NAME(WS-DUP-IDX) IS EQUAL TO
                   WS-DICT-EXC-DD(WS-DICT-IDX)
               MOVE '*' TO WS-DUP-FOUND-FLAG
               MOVE WS-DUP-IDX TO WS-DUP-IDX-ED
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "EXCLUSION DDNAME IS ALSO SOURCE "
                   WS-DUP-IDX-ED
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM NOTE-ERROR
           END-IF.

       VALIDATE-DDNAME.
           MOVE '*' TO WS-DDNAME-OK-FLAG.
           MOVE SPACES TO WS-CHK-REASON.
           MOVE SPACE TO WS-CHAR-END-FLAG.
           IF WS-CHK-NAME IS EQUAL TO SPACES
               MOVE SPACE TO WS-DDNAME-OK-FLAG
               MOVE "IS BLANK" TO WS-CHK-REASON
           ELSE
               IF WS-CHK-NAME(9:56) IS NOT EQUAL TO SPACES
                   MOVE SPACE TO WS-DDNAME-OK-FLAG
                   MOVE "IS LONGER THAN 8 CHARACTERS"
                       TO WS-CHK-REASON
               ELSE
                   PERFORM CHECK-DDNAME-CHAR
                       VARYING WS-CHK-POS FROM 1 BY 1
                       UNTIL WS-CHK-POS IS GREATER THAN 8
                           OR NOT DDNAME-VALID
               END-IF
           END-IF.

       CHECK-DDNAME-CHAR.
           MOVE WS-CHK-NAME(WS-CHK-POS:1) TO WS-CHK-CHAR.
           IF WS-CHK-CHAR IS EQUAL TO SPACE
               MOVE '*' TO WS-CHAR-END-FLAG
           ELSE
               IF NAME-ENDED
                   MOVE SPACE TO WS-DDNAME-OK-FLAG
                   MOVE "HAS AN EMBEDDED BLANK" TO WS-CHK-REASON
               ELSE
                   IF WS-CHK-CHAR IS NOT ALPHABETIC-UPPER
                           AND WS-CHK-CHAR IS NOT EQUAL TO "@"
                           AND WS-CHK-CHAR IS NOT EQUAL TO "#"
                           AND WS-CHK-CHAR IS NOT EQUAL TO "$"
                       IF WS-CHK-POS IS EQUAL TO 1
                               OR WS-CHK-CHAR IS NOT NUMERIC
                           MOVE SPACE TO WS-DDNAME-OK-FLAG
                           MOVE "HAS AN INVALID CHARACTER"
                               TO WS-CHK-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-ALLOCATED.
           MOVE SPACE TO WS-ALLOC-OK-FLAG.
           MOVE SPACES TO WS-ALLOC-FILE-NAME.
           MOVE WS-CHK-NAME TO WS-ALLOC-FILE-NAME.
           OPEN INPUT ALLOC-FILE.
           IF ALLOC-STATUS IS EQUAL TO "00"
               MOVE '*' TO WS-ALLOC-OK-FLAG
               CLOSE ALLOC-FILE
           END-IF.

       NOTE-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "      *** ERROR: " WS-ERROR-TEXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ABC-WORDS PRE-RUN PARAMETER CHECK"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RUN DATE: " WS-RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO WS-RPT-LINE.
           WRITE PCHK-LINE FROM WS-RPT-LINE.
           MOVE WS-ERROR-COUNT TO WS-COUNT-ED.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-ERROR-COUNT IS EQUAL TO ZERO
               STRING "ALL PARAMETERS VALID - RUN MAY PROCEED"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "*** " WS-COUNT-ED " PARAMETER ERROR(S) - "
                   "RUN STOPPED BEFORE STEP0 ***"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           WRITE PCHK-LINE FROM WS-RPT-LINE.

      *    THE CALL WOULD OTHERWISE LEAVE ABCTIMR'S RETURN CODE IN
      *    RETURN-CODE, SO THE STEP'S OWN IS PASSED AND PUT BACK.
       RECORD-STEP-TIMING.
           MOVE 'E' TO TIMR-FUNCTION.
           MOVE WS-DRV-READ-COUNT TO TIMR-RECORDS.
           MOVE RETURN-CODE TO TIMR-RETURN-CODE.
           CALL 'ABCTIMR' USING TIMR-PARM.
           MOVE TIMR-RETURN-CODE TO RETURN-CODE.
